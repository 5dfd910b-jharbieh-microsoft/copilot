000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHMC.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    RUN-CONTROL SEAL FOR THE AUDIT CHAIN.  SHARED BY THE       *
000100*    POSTING STEP, WHICH SEALS EACH RUN'S ADDAUDH CONTROL       *
000110*    RECORD, AND BY THE ADDAVF VERIFICATION RUN, WHICH          *
000120*    RECOMPUTES EVERY SEAL.                                     *
000130*                                                                *
000140*    THE 80 BYTES OF LS-DATA ARE AUTHENTICATED WITH             *
000150*    HMAC-SHA-256 BY THE ICSF HMAC GENERATE SERVICE (CSNBHMG)   *
000160*    UNDER THE SECRET KEY WHOSE CKDS LABEL IS IN HSH-KEY-LABEL, *
000170*    AND THE MAC IS CUT TO THE 18 DIGITS OF THE SIGNATURE       *
000180*    FIELD.  THE KEY NEVER LEAVES ICSF AND THE CSFKEYS PROFILE  *
000190*    ON THE LABEL ADMITS ONLY THE PRODUCTION BATCH ID AND THE   *
000200*    AUDIT VERIFICATION ID, SO NO ONE WHO CAN UPDATE ADDAUD OR  *
000210*    ADDAUDH CAN PRODUCE A SEAL.  HSH-RESULT COMES BACK "0", OR *
000220*    "9" WITH A ZERO MAC AND THE SERVICE'S RETURN AND REASON    *
000230*    CODES IN HSH-MESSAGE.                                      *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ---------------------                                      *
000270*    10/15/26  RLH  ORIGINAL PROGRAM.                           *
000280*                                                                *
000290*****************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350*
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*
000390 01  WS-HMG-PARMS.
000400     05  WS-RETURN-CODE              PIC S9(09) COMP.
000410     05  WS-REASON-CODE              PIC S9(09) COMP.
000420     05  WS-EXIT-DATA-LENGTH         PIC S9(09) COMP VALUE ZERO.
000430     05  WS-EXIT-DATA                PIC X(04) VALUE SPACES.
000440     05  WS-RULE-ARRAY-COUNT         PIC S9(09) COMP VALUE 3.
000450     05  WS-RULE-ARRAY               PIC X(24)
000460                                 VALUE "HMAC    SHA-256 ONLY    ".
000470     05  WS-KEY-ID-LENGTH            PIC S9(09) COMP VALUE 64.
000480     05  WS-TEXT-LENGTH              PIC S9(09) COMP VALUE 80.
000490     05  WS-CHAIN-VECTOR-LENGTH      PIC S9(09) COMP VALUE 128.
000500     05  WS-MAC-LENGTH               PIC S9(09) COMP VALUE 32.
000510*
000520 01  WS-CHAINING-VECTOR              PIC X(128).
000530 01  WS-DIGEST.
000540     05  WS-DIGEST-BYTE              PIC X(01) OCCURS 32 TIMES.
000550*
000560 01  WS-TRUNCATE-WORK.
000570     05  WS-BYTE-IX                  PIC 9(04) COMP.
000580     05  WS-LANE-WORK                PIC 9(10) COMP.
000590     05  WS-LANE-QUOTIENT            PIC 9(10) COMP.
000600*
000610 01  WS-BYTE-HALFWORD.
000620     05  WS-BYTE-HIGH                PIC X(01).
000630     05  WS-BYTE-LOW                 PIC X(01).
000640 01  WS-BYTE-VALUE REDEFINES WS-BYTE-HALFWORD
000650                                     PIC 9(04) COMP.
000660*
000670 01  WS-SERVICE-CODES.
000680     05  WS-RETURN-CODE-OUT          PIC 9(04).
000690     05  WS-REASON-CODE-OUT          PIC 9(05).
000700*
000710 LINKAGE SECTION.
000720*
000730 01  LS-DATA                         PIC X(80).
000740 01  LS-MAC.
000750     05  LS-MAC-A                    PIC 9(09).
000760     05  LS-MAC-B                    PIC 9(09).
000770     COPY ADDHSHA.
000780*
000790 PROCEDURE DIVISION USING LS-DATA LS-MAC HSH-SERVICE-AREA.
000800*
000810*****************************************************************
000820*    0000-MAINLINE                                              *
000830*    COMPUTES THE MAC OF LS-DATA UNDER THE LABELLED KEY, THEN   *
000840*    CUTS IT DOWN TO LS-MAC, OR REPORTS THE FAILURE.            *
000850*****************************************************************
000860 0000-MAINLINE.
000870     MOVE "0" TO HSH-RESULT.
000880     MOVE SPACES TO HSH-MESSAGE.
000890     MOVE LOW-VALUES TO WS-CHAINING-VECTOR.
000900     CALL "CSNBHMG" USING WS-RETURN-CODE WS-REASON-CODE
000910         WS-EXIT-DATA-LENGTH WS-EXIT-DATA
000920         WS-RULE-ARRAY-COUNT WS-RULE-ARRAY
000930         WS-KEY-ID-LENGTH HSH-KEY-LABEL
000940         WS-TEXT-LENGTH LS-DATA
000950         WS-CHAIN-VECTOR-LENGTH WS-CHAINING-VECTOR
000960         WS-MAC-LENGTH WS-DIGEST.
000970     IF WS-RETURN-CODE NOT EQUAL ZERO
000980         PERFORM 8000-SERVICE-FAILED
000990             THRU 8000-SERVICE-FAILED-EXIT
001000     ELSE
001010         PERFORM 1000-TRUNCATE-DIGEST
001020             THRU 1000-TRUNCATE-DIGEST-EXIT
001030     END-IF.
001040     GOBACK.
001050*
001060*****************************************************************
001070*    1000-TRUNCATE-DIGEST                                       *
001080*    FOLDS THE FIRST EIGHT BYTES OF THE DIGEST INTO THE         *
001090*    18-DIGIT RESULT - BYTES 1-4 AND BYTES 5-8 EACH TAKEN AS AN *
001100*    UNSIGNED BINARY NUMBER AND REDUCED MODULO 10**9 TO FILL    *
001110*    ONE NINE-DIGIT HALF.  THE BYTE VALUE IS TAKEN THROUGH A    *
001120*    HALFWORD REDEFINITION, SO IT IS THE HOST CODE POINT        *
001130*    (0-255).                                                   *
001140*****************************************************************
001150 1000-TRUNCATE-DIGEST.
001160     MOVE LOW-VALUE TO WS-BYTE-HIGH.
001170     MOVE ZERO TO WS-LANE-WORK.
001180     PERFORM 1100-TAKE-BYTE
001190         THRU 1100-TAKE-BYTE-EXIT
001200         VARYING WS-BYTE-IX FROM 1 BY 1
001210         UNTIL WS-BYTE-IX GREATER THAN 4.
001220     DIVIDE WS-LANE-WORK BY 1000000000
001230         GIVING WS-LANE-QUOTIENT
001240         REMAINDER LS-MAC-A.
001250     MOVE ZERO TO WS-LANE-WORK.
001260     PERFORM 1100-TAKE-BYTE
001270         THRU 1100-TAKE-BYTE-EXIT
001280         VARYING WS-BYTE-IX FROM 5 BY 1
001290         UNTIL WS-BYTE-IX GREATER THAN 8.
001300     DIVIDE WS-LANE-WORK BY 1000000000
001310         GIVING WS-LANE-QUOTIENT
001320         REMAINDER LS-MAC-B.
001330 1000-TRUNCATE-DIGEST-EXIT.
001340     EXIT.
001350*
001360*****************************************************************
001370*    1100-TAKE-BYTE                                             *
001380*    SHIFTS ONE DIGEST BYTE INTO THE LOW END OF THE LANE.       *
001390*****************************************************************
001400 1100-TAKE-BYTE.
001410     MOVE WS-DIGEST-BYTE (WS-BYTE-IX) TO WS-BYTE-LOW.
001420     COMPUTE WS-LANE-WORK = WS-LANE-WORK * 256 + WS-BYTE-VALUE.
001430 1100-TAKE-BYTE-EXIT.
001440     EXIT.
001450*
001460*****************************************************************
001470*    8000-SERVICE-FAILED                                        *
001482*    THE SERVICE DID NOT COMPLETE.  THE RESULT IS SET TO ZERO,  *
001495*    THE AREA IS MARKED FAILED AND THE RETURN AND REASON CODES  *
001507*    ARE PASSED BACK FOR THE CALLER TO DISPLAY.                 *
001520*****************************************************************
001530 8000-SERVICE-FAILED.
001540     MOVE ZERO TO LS-MAC-A.
001550     MOVE ZERO TO LS-MAC-B.
001560     MOVE "9" TO HSH-RESULT.
001570     MOVE WS-RETURN-CODE TO WS-RETURN-CODE-OUT.
001580     MOVE WS-REASON-CODE TO WS-REASON-CODE-OUT.
001590     STRING "CSNBHMG RETURN CODE " DELIMITED BY SIZE
001600         WS-RETURN-CODE-OUT DELIMITED BY SIZE
001610         " REASON CODE " DELIMITED BY SIZE
001620         WS-REASON-CODE-OUT DELIMITED BY SIZE
001630         INTO HSH-MESSAGE.
001640 8000-SERVICE-FAILED-EXIT.
001650     EXIT.
