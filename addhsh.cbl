000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHSH.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    AUDIT CHAIN LINK HASH.  SHARED BY THE POSTING STEP, WHICH  *
000100*    CHAINS EVERY ADDAUD RECORD ON ADDAUDH, AND BY THE ADDAVF   *
000110*    VERIFICATION RUN, WHICH RECOMPUTES EVERY LINK - ONE COPY   *
000120*    OF THE CODE SO THE TWO CAN NEVER DRIFT APART.  THE         *
000130*    RUN-CONTROL SEAL IS ADDHMC.                                *
000140*                                                                *
000150*    LS-SEED (18 DIGITS - THE PRIOR LINK'S HASH) FOLLOWED BY    *
000160*    THE 80 BYTES OF LS-DATA IS HASHED WITH SHA-256 BY THE ICSF *
000170*    ONE-WAY HASH SERVICE (CSNBOWH), AND THE DIGEST IS CUT TO   *
000180*    THE 18 DIGITS THE CHAIN FIELDS HOLD.  HSH-RESULT IN THE    *
000190*    ADDHSHA AREA COMES BACK "0", OR "9" WITH A ZERO HASH AND   *
000200*    THE SERVICE'S RETURN AND REASON CODES IN HSH-MESSAGE.      *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ---------------------                                      *
000240*    10/15/26  RLH  ORIGINAL PROGRAM.                           *
000250*    10/15/26  RLH  LINK HASH IS NOW SHA-256 THROUGH CSNBOWH IN *
000260*                   PLACE OF THE POLYNOMIAL FOLD, WHICH WAS     *
000270*                   LINEAR IN ITS INPUT AND SO COULD BE SOLVED  *
000280*                   FOR.  RESULT REPORTED IN ADDHSHA.  THE SEAL *
000290*                   MOVED TO ADDHMC.                            *
000300*                                                                *
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370*
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400*
000410 01  WS-OWH-PARMS.
000420     05  WS-RETURN-CODE              PIC S9(09) COMP.
000430     05  WS-REASON-CODE              PIC S9(09) COMP.
000440     05  WS-EXIT-DATA-LENGTH         PIC S9(09) COMP VALUE ZERO.
000450     05  WS-EXIT-DATA                PIC X(04) VALUE SPACES.
000460     05  WS-RULE-ARRAY-COUNT         PIC S9(09) COMP VALUE 2.
000470     05  WS-RULE-ARRAY               PIC X(16)
000480                                         VALUE "SHA-256 ONLY    ".
000490     05  WS-TEXT-LENGTH              PIC S9(09) COMP VALUE 98.
000500     05  WS-CHAIN-VECTOR-LENGTH      PIC S9(09) COMP VALUE 128.
000510     05  WS-HASH-LENGTH              PIC S9(09) COMP VALUE 32.
000520*
000530 01  WS-HASH-TEXT.
000540     05  WS-TEXT-SEED                PIC 9(18).
000550     05  WS-TEXT-DATA                PIC X(80).
000560 01  WS-CHAINING-VECTOR              PIC X(128).
000570 01  WS-DIGEST.
000580     05  WS-DIGEST-BYTE              PIC X(01) OCCURS 32 TIMES.
000590*
000600 01  WS-TRUNCATE-WORK.
000610     05  WS-BYTE-IX                  PIC 9(04) COMP.
000620     05  WS-LANE-WORK                PIC 9(10) COMP.
000630     05  WS-LANE-QUOTIENT            PIC 9(10) COMP.
000640*
000650 01  WS-BYTE-HALFWORD.
000660     05  WS-BYTE-HIGH                PIC X(01).
000670     05  WS-BYTE-LOW                 PIC X(01).
000680 01  WS-BYTE-VALUE REDEFINES WS-BYTE-HALFWORD
000690                                     PIC 9(04) COMP.
000700*
000710 01  WS-SERVICE-CODES.
000720     05  WS-RETURN-CODE-OUT          PIC 9(04).
000730     05  WS-REASON-CODE-OUT          PIC 9(05).
000740*
000750 LINKAGE SECTION.
000760*
000770 01  LS-SEED                         PIC 9(18).
000780 01  LS-DATA                         PIC X(80).
000790 01  LS-HASH.
000800     05  LS-HASH-A                   PIC 9(09).
000810     05  LS-HASH-B                   PIC 9(09).
000820     COPY ADDHSHA.
000830*
000840 PROCEDURE DIVISION USING LS-SEED LS-DATA LS-HASH
000850     HSH-SERVICE-AREA.
000860*
000870*****************************************************************
000880*    0000-MAINLINE                                              *
000890*    HASHES THE SEED AND DATA, THEN CUTS THE DIGEST DOWN TO     *
000900*    LS-HASH, OR REPORTS THE FAILURE.                           *
000910*****************************************************************
000920 0000-MAINLINE.
000930     MOVE "0" TO HSH-RESULT.
000940     MOVE SPACES TO HSH-MESSAGE.
000950     MOVE LS-SEED TO WS-TEXT-SEED.
000960     MOVE LS-DATA TO WS-TEXT-DATA.
000970     MOVE LOW-VALUES TO WS-CHAINING-VECTOR.
000980     CALL "CSNBOWH" USING WS-RETURN-CODE WS-REASON-CODE
000990         WS-EXIT-DATA-LENGTH WS-EXIT-DATA
001000         WS-RULE-ARRAY-COUNT WS-RULE-ARRAY
001010         WS-TEXT-LENGTH WS-HASH-TEXT
001020         WS-CHAIN-VECTOR-LENGTH WS-CHAINING-VECTOR
001030         WS-HASH-LENGTH WS-DIGEST.
001040     IF WS-RETURN-CODE NOT EQUAL ZERO
001050         PERFORM 8000-SERVICE-FAILED
001060             THRU 8000-SERVICE-FAILED-EXIT
001070     ELSE
001080         PERFORM 1000-TRUNCATE-DIGEST
001090             THRU 1000-TRUNCATE-DIGEST-EXIT
001100     END-IF.
001110     GOBACK.
001120*
001130*****************************************************************
001140*    1000-TRUNCATE-DIGEST                                       *
001150*    FOLDS THE FIRST EIGHT BYTES OF THE DIGEST INTO THE         *
001160*    18-DIGIT RESULT - BYTES 1-4 AND BYTES 5-8 EACH TAKEN AS AN *
001170*    UNSIGNED BINARY NUMBER AND REDUCED MODULO 10**9 TO FILL    *
001180*    ONE NINE-DIGIT HALF.  THE BYTE VALUE IS TAKEN THROUGH A    *
001190*    HALFWORD REDEFINITION, SO IT IS THE HOST CODE POINT        *
001200*    (0-255).                                                   *
001210*****************************************************************
001220 1000-TRUNCATE-DIGEST.
001230     MOVE LOW-VALUE TO WS-BYTE-HIGH.
001240     MOVE ZERO TO WS-LANE-WORK.
001250     PERFORM 1100-TAKE-BYTE
001260         THRU 1100-TAKE-BYTE-EXIT
001270         VARYING WS-BYTE-IX FROM 1 BY 1
001280         UNTIL WS-BYTE-IX GREATER THAN 4.
001290     DIVIDE WS-LANE-WORK BY 1000000000
001300         GIVING WS-LANE-QUOTIENT
001310         REMAINDER LS-HASH-A.
001320     MOVE ZERO TO WS-LANE-WORK.
001330     PERFORM 1100-TAKE-BYTE
001340         THRU 1100-TAKE-BYTE-EXIT
001350         VARYING WS-BYTE-IX FROM 5 BY 1
001360         UNTIL WS-BYTE-IX GREATER THAN 8.
001370     DIVIDE WS-LANE-WORK BY 1000000000
001380         GIVING WS-LANE-QUOTIENT
001390         REMAINDER LS-HASH-B.
001400 1000-TRUNCATE-DIGEST-EXIT.
001410     EXIT.
001420*
001430*****************************************************************
001440*    1100-TAKE-BYTE                                             *
001450*    SHIFTS ONE DIGEST BYTE INTO THE LOW END OF THE LANE.       *
001460*****************************************************************
001470 1100-TAKE-BYTE.
001480     MOVE WS-DIGEST-BYTE (WS-BYTE-IX) TO WS-BYTE-LOW.
001490     COMPUTE WS-LANE-WORK = WS-LANE-WORK * 256 + WS-BYTE-VALUE.
001500 1100-TAKE-BYTE-EXIT.
001510     EXIT.
001520*
001530*****************************************************************
001540*    8000-SERVICE-FAILED                                        *
001552*    THE SERVICE DID NOT COMPLETE.  THE RESULT IS SET TO ZERO,  *
001565*    THE AREA IS MARKED FAILED AND THE RETURN AND REASON CODES  *
001577*    ARE PASSED BACK FOR THE CALLER TO DISPLAY.                 *
001590*****************************************************************
001600 8000-SERVICE-FAILED.
001610     MOVE ZERO TO LS-HASH-A.
001620     MOVE ZERO TO LS-HASH-B.
001630     MOVE "9" TO HSH-RESULT.
001640     MOVE WS-RETURN-CODE TO WS-RETURN-CODE-OUT.
001650     MOVE WS-REASON-CODE TO WS-REASON-CODE-OUT.
001660     STRING "CSNBOWH RETURN CODE " DELIMITED BY SIZE
001670         WS-RETURN-CODE-OUT DELIMITED BY SIZE
001680         " REASON CODE " DELIMITED BY SIZE
001690         WS-REASON-CODE-OUT DELIMITED BY SIZE
001700         INTO HSH-MESSAGE.
001710 8000-SERVICE-FAILED-EXIT.
001720     EXIT.
