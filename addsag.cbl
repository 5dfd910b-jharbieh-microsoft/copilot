000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDSAG.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    SUSPENSE - AGING REPORT.  SIBLING OF ADDRAG.  READS THE    *
000100*    SUSPENSE ITEM FILE ADDSPND AND PRINTS EVERY ITEM STILL     *
000110*    OPEN ("P") WITH ITS AGE, SOURCE, BATCH, SUSPENSE AND       *
000120*    INTENDED ACCOUNTS AND THE RESULT IT POSTED FOR, SO THE     *
000130*    SUSPENSE ACCOUNTS CAN BE WORKED DOWN.  ITEMS OLDER THAN    *
000140*    THE AGING LIMIT ARE FLAGGED "**".  THE LIMIT IN DAYS       *
000150*    COMES FROM THE JCL PARM; WHEN NO PARM IS SUPPLIED THE      *
000160*    LIMIT DEFAULTS TO 30 DAYS.  THE REPORT CLOSES WITH COUNT   *
000170*    AND AMOUNT TOTALS BY AGE BAND (0-7, 8-30, 31-60 AND OVER   *
000180*    60 DAYS).                                                  *
000190*                                                                *
000200*    AGE IS COMPUTED AS A TRUE DAY COUNT VIA FUNCTION           *
000210*    INTEGER-OF-DATE, AS IN ADDRAG.                             *
000220*                                                                *
000230*    RETURN CODES:  0 - NOTHING OVER THE LIMIT.  4 - ITEMS      *
000240*    OVER THE LIMIT REPORTED.  8 - A FILE COULD NOT BE OPENED.  *
000250*                                                                *
000260*    MODIFICATION HISTORY                                       *
000270*    ---------------------                                      *
000280*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000290*                                                                *
000300*****************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ADDSPND-FILE ASSIGN TO ADDSPND
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-ADDSPND-STATUS.
000420     SELECT ADDSGRPT-FILE ASSIGN TO ADDSGRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-ADDSGRPT-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*
000490 FD  ADDSPND-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520     COPY ADDSPNR.
000530*
000540 FD  ADDSGRPT-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  ADDSGRPT-RECORD                 PIC X(132).
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610 01  WS-FILE-STATUSES.
000620     05  WS-ADDSPND-STATUS           PIC X(02).
000630         88  WS-ADDSPND-OK                VALUE "00".
000640     05  WS-ADDSGRPT-STATUS          PIC X(02).
000650         88  WS-ADDSGRPT-OK               VALUE "00".
000660*
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000690         88  WS-EOF                       VALUE "Y".
000700     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
000710         88  WS-OPEN-ERROR                VALUE "Y".
000720*
000730 01  WS-AGING-FIELDS.
000740     05  WS-AGE-LIMIT-DAYS           PIC 9(03) VALUE 30.
000750     05  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
000760     05  WS-TODAY-INTEGER            PIC S9(07) COMP VALUE ZERO.
000770     05  WS-ORIGIN-INTEGER           PIC S9(07) COMP VALUE ZERO.
000780     05  WS-ITEM-AMOUNT              PIC S9(11)V99 COMP
000790                                         VALUE ZERO.
000800     05  WS-BAND-IX                  PIC 9(04) COMP VALUE ZERO.
000810*
000820 01  WS-COUNTS.
000830     05  WS-SPN-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
000840     05  WS-OPEN-COUNT               PIC 9(06) COMP VALUE ZERO.
000850     05  WS-AGED-COUNT               PIC 9(06) COMP VALUE ZERO.
000860     05  WS-OPEN-TOTAL               PIC S9(11)V99 COMP
000870                                         VALUE ZERO.
000880*
000890 01  WS-BAND-TABLE.
000900     05  WS-BAND-ENTRY OCCURS 4 TIMES.
000910         10  WS-BAND-COUNT           PIC 9(06) COMP.
000920         10  WS-BAND-TOTAL           PIC S9(11)V99 COMP.
000930*
000940 01  WS-BAND-NAMES.
000950     05  FILLER                      PIC X(14)
000960         VALUE "0 - 7 DAYS".
000970     05  FILLER                      PIC X(14)
000980         VALUE "8 - 30 DAYS".
000990     05  FILLER                      PIC X(14)
001000         VALUE "31 - 60 DAYS".
001010     05  FILLER                      PIC X(14)
001020         VALUE "OVER 60 DAYS".
001030 01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
001040     05  WS-BAND-NAME                PIC X(14) OCCURS 4 TIMES.
001050*
001060 01  WS-RUN-DATE                     PIC 9(08).
001070*
001080 01  WS-RPT-HEADER-1.
001090     05  FILLER                      PIC X(10) VALUE SPACES.
001100     05  FILLER                      PIC X(32)
001110         VALUE "PROGRAM: ADDSAG - SUSPENSE AGING".
001120     05  FILLER                      PIC X(14) VALUE SPACES.
001130     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001140     05  H1-RUN-DATE                 PIC X(10).
001150     05  FILLER                      PIC X(55) VALUE SPACES.
001160*
001170 01  WS-RPT-HEADER-2.
001180     05  FILLER                      PIC X(10) VALUE SPACES.
001190     05  FILLER                      PIC X(17) VALUE "ORIGIN REF".
001200     05  FILLER                      PIC X(06) VALUE "SRCE".
001210     05  FILLER                      PIC X(10) VALUE "BATCH".
001220     05  FILLER                      PIC X(10) VALUE "SUSPENSE".
001230     05  FILLER                      PIC X(10) VALUE "INTENDED".
001240     05  FILLER                      PIC X(18) VALUE "RESULT".
001250     05  FILLER                      PIC X(09) VALUE "AGE DAYS".
001260     05  FILLER                      PIC X(42) VALUE SPACES.
001270*
001280 01  WS-RPT-DETAIL-LINE.
001290     05  FILLER                      PIC X(10) VALUE SPACES.
001300     05  D-ORIGIN-DATE               PIC 9(08).
001310     05  FILLER                      PIC X(01) VALUE "/".
001320     05  D-ORIGIN-SEQ                PIC 9(06).
001330     05  FILLER                      PIC X(02) VALUE SPACES.
001340     05  D-SOURCE-SYSTEM             PIC X(04).
001350     05  FILLER                      PIC X(02) VALUE SPACES.
001360     05  D-BATCH-ID                  PIC X(08).
001370     05  FILLER                      PIC X(02) VALUE SPACES.
001380     05  D-SUSPENSE-ACCOUNT          PIC 9(08).
001390     05  FILLER                      PIC X(02) VALUE SPACES.
001400     05  D-INTENDED-ACCOUNT          PIC 9(08).
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  D-RESULT                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001430     05  FILLER                      PIC X(04) VALUE SPACES.
001440     05  D-AGE-DAYS                  PIC ZZZZ9.
001450     05  FILLER                      PIC X(02) VALUE SPACES.
001460     05  D-AGED-FLAG                 PIC X(02).
001470     05  FILLER                      PIC X(36) VALUE SPACES.
001480*
001490 01  WS-RPT-BAND-LINE.
001500     05  FILLER                      PIC X(10) VALUE SPACES.
001510     05  B-BAND-NAME                 PIC X(14).
001520     05  FILLER                      PIC X(08) VALUE "ITEMS: ".
001530     05  B-BAND-COUNT                PIC ZZZ,ZZ9.
001540     05  FILLER                      PIC X(10) VALUE "   TOTAL: ".
001550     05  B-BAND-TOTAL                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER                      PIC X(65) VALUE SPACES.
001570*
001580 01  WS-RPT-SUMMARY-LINE.
001590     05  FILLER                      PIC X(10) VALUE SPACES.
001600     05  FILLER                      PIC X(21)
001610         VALUE "OPEN SUSPENSE ITEMS: ".
001620     05  S-OPEN-COUNT                PIC ZZZ,ZZ9.
001630     05  FILLER                      PIC X(10) VALUE "   TOTAL: ".
001640     05  S-OPEN-TOTAL                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER                      PIC X(14)
001660         VALUE "   OVER LIMIT:".
001670     05  S-AGED-COUNT                PIC ZZZ,ZZ9.
001680     05  FILLER                      PIC X(17)
001690         VALUE "   LIMIT (DAYS): ".
001700     05  S-AGE-LIMIT                 PIC ZZ9.
001710     05  FILLER                      PIC X(27) VALUE SPACES.
001720*
001730 LINKAGE SECTION.
001740*
001750 01  LS-PARM-INFO.
001760     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001770     05  LS-PARM-TEXT                PIC X(03).
001780*
001790 PROCEDURE DIVISION USING LS-PARM-INFO.
001800*
001810*****************************************************************
001820*    0000-MAINLINE                                              *
001830*    CONTROLS OVERALL FLOW OF THE AGING RUN.                    *
001840*****************************************************************
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE
001870         THRU 1000-INITIALIZE-EXIT.
001880     PERFORM 2000-PROCESS-SUSPENSE
001890         THRU 2000-PROCESS-SUSPENSE-EXIT
001900         UNTIL WS-EOF.
001910     PERFORM 9000-TERMINATE
001920         THRU 9000-TERMINATE-EXIT.
001930     STOP RUN.
001940*
001950*****************************************************************
001960*    1000-INITIALIZE                                            *
001970*    PICKS UP THE AGING LIMIT FROM THE PARM, OPENS FILES,       *
001980*    PRINTS THE REPORT HEADER AND PRIMES THE READ LOOP.         *
001990*****************************************************************
002000 1000-INITIALIZE.
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002020     COMPUTE WS-TODAY-INTEGER =
002030         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
002040     INITIALIZE WS-BAND-TABLE.
002050     IF LS-PARM-LENGTH GREATER THAN ZERO
002060             AND LS-PARM-LENGTH NOT GREATER THAN 3
002070             AND LS-PARM-TEXT (1:LS-PARM-LENGTH) NUMERIC
002080         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH)
002090             TO WS-AGE-LIMIT-DAYS
002100     END-IF.
002110     OPEN INPUT ADDSPND-FILE.
002120     IF NOT WS-ADDSPND-OK
002130         DISPLAY "ADDSAG: UNABLE TO OPEN ADDSPND"
002140         DISPLAY "FILE STATUS IS " WS-ADDSPND-STATUS
002150         MOVE "Y" TO WS-EOF-SWITCH
002160         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002170     END-IF.
002180     OPEN OUTPUT ADDSGRPT-FILE.
002190     IF NOT WS-ADDSGRPT-OK
002200         DISPLAY "ADDSAG: UNABLE TO OPEN ADDSGRPT"
002210         DISPLAY "FILE STATUS IS " WS-ADDSGRPT-STATUS
002220         MOVE "Y" TO WS-EOF-SWITCH
002230         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002240     END-IF.
002250     IF WS-OPEN-ERROR
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
002290         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
002300         WS-RUN-DATE(1:4) DELIMITED BY SIZE
002310         INTO H1-RUN-DATE.
002320     WRITE ADDSGRPT-RECORD FROM WS-RPT-HEADER-1
002330         AFTER ADVANCING PAGE.
002340     WRITE ADDSGRPT-RECORD FROM WS-RPT-HEADER-2
002350         AFTER ADVANCING 2 LINES.
002360     PERFORM 2100-READ-SUSPENSE
002370         THRU 2100-READ-SUSPENSE-EXIT.
002380 1000-INITIALIZE-EXIT.
002390     EXIT.
002400*
002410*****************************************************************
002420*    2000-PROCESS-SUSPENSE                                      *
002430*    AGES ONE OPEN SUSPENSE ITEM, PRINTS IT, ROLLS IT INTO ITS  *
002440*    AGE BAND AND READS THE NEXT ONE.  CLEARED ITEMS ARE        *
002450*    COUNTED BUT NOT PRINTED.                                   *
002460*****************************************************************
002470 2000-PROCESS-SUSPENSE.
002480     ADD 1 TO WS-SPN-READ-COUNT.
002490     IF NOT SPN-PENDING
002500             OR SPN-ORIGIN-DATE NOT NUMERIC
002510         GO TO 2000-PROCESS-SUSPENSE-NEXT
002520     END-IF.
002530     COMPUTE WS-ORIGIN-INTEGER =
002540         FUNCTION INTEGER-OF-DATE (SPN-ORIGIN-DATE).
002550     COMPUTE WS-AGE-DAYS =
002560         WS-TODAY-INTEGER - WS-ORIGIN-INTEGER.
002570     IF SPN-OP-CODE EQUAL "S"
002580         COMPUTE WS-ITEM-AMOUNT = SPN-NUM1 - SPN-NUM2
002590     ELSE
002600         COMPUTE WS-ITEM-AMOUNT = SPN-NUM1 + SPN-NUM2
002610     END-IF.
002620     IF WS-AGE-DAYS GREATER THAN 60
002630         MOVE 4 TO WS-BAND-IX
002640     ELSE
002650         IF WS-AGE-DAYS GREATER THAN 30
002660             MOVE 3 TO WS-BAND-IX
002670         ELSE
002680             IF WS-AGE-DAYS GREATER THAN 7
002690                 MOVE 2 TO WS-BAND-IX
002700             ELSE
002710                 MOVE 1 TO WS-BAND-IX
002720             END-IF
002730         END-IF
002740     END-IF.
002750     ADD 1 TO WS-BAND-COUNT (WS-BAND-IX).
002760     ADD WS-ITEM-AMOUNT TO WS-BAND-TOTAL (WS-BAND-IX).
002770     ADD 1 TO WS-OPEN-COUNT.
002780     ADD WS-ITEM-AMOUNT TO WS-OPEN-TOTAL.
002790     PERFORM 2200-WRITE-ITEM-LINE
002800         THRU 2200-WRITE-ITEM-LINE-EXIT.
002810 2000-PROCESS-SUSPENSE-NEXT.
002820     PERFORM 2100-READ-SUSPENSE
002830         THRU 2100-READ-SUSPENSE-EXIT.
002840 2000-PROCESS-SUSPENSE-EXIT.
002850     EXIT.
002860*
002870*****************************************************************
002880*    2100-READ-SUSPENSE                                         *
002890*    READS THE NEXT SUSPENSE ITEM RECORD, SETS EOF SWITCH.      *
002900*****************************************************************
002910 2100-READ-SUSPENSE.
002920     READ ADDSPND-FILE
002930         AT END
002940             MOVE "Y" TO WS-EOF-SWITCH
002950     END-READ.
002960 2100-READ-SUSPENSE-EXIT.
002970     EXIT.
002980*
002990*****************************************************************
003000*    2200-WRITE-ITEM-LINE                                       *
003010*    PRINTS ONE OPEN SUSPENSE ITEM, FLAGGED WHEN IT IS OVER     *
003020*    THE AGING LIMIT.                                           *
003030*****************************************************************
003040 2200-WRITE-ITEM-LINE.
003050     MOVE SPN-ORIGIN-DATE TO D-ORIGIN-DATE.
003060     MOVE SPN-ORIGIN-SEQ TO D-ORIGIN-SEQ.
003070     MOVE SPN-SOURCE-SYSTEM TO D-SOURCE-SYSTEM.
003080     MOVE SPN-BATCH-ID TO D-BATCH-ID.
003090     MOVE SPN-SUSPENSE-ACCOUNT TO D-SUSPENSE-ACCOUNT.
003100     MOVE SPN-INTENDED-ACCOUNT TO D-INTENDED-ACCOUNT.
003110     MOVE WS-ITEM-AMOUNT TO D-RESULT.
003120     MOVE WS-AGE-DAYS TO D-AGE-DAYS.
003130     IF WS-AGE-DAYS GREATER THAN WS-AGE-LIMIT-DAYS
003140         MOVE "**" TO D-AGED-FLAG
003150         ADD 1 TO WS-AGED-COUNT
003160     ELSE
003170         MOVE SPACES TO D-AGED-FLAG
003180     END-IF.
003190     WRITE ADDSGRPT-RECORD FROM WS-RPT-DETAIL-LINE
003200         AFTER ADVANCING 1 LINE.
003210 2200-WRITE-ITEM-LINE-EXIT.
003220     EXIT.
003230*
003240*****************************************************************
003250*    8000-WRITE-BAND-LINE                                       *
003260*    PRINTS THE COUNT AND AMOUNT TOTAL OF ONE AGE BAND.         *
003270*****************************************************************
003280 8000-WRITE-BAND-LINE.
003290     MOVE WS-BAND-NAME (WS-BAND-IX) TO B-BAND-NAME.
003300     MOVE WS-BAND-COUNT (WS-BAND-IX) TO B-BAND-COUNT.
003310     MOVE WS-BAND-TOTAL (WS-BAND-IX) TO B-BAND-TOTAL.
003320     IF WS-BAND-IX EQUAL 1
003330         WRITE ADDSGRPT-RECORD FROM WS-RPT-BAND-LINE
003340             AFTER ADVANCING 2 LINES
003350     ELSE
003360         WRITE ADDSGRPT-RECORD FROM WS-RPT-BAND-LINE
003370             AFTER ADVANCING 1 LINE
003380     END-IF.
003390 8000-WRITE-BAND-LINE-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430*    9000-TERMINATE                                             *
003440*    PRINTS THE AGE BAND TOTALS AND SUMMARY LINE, CLOSES FILES  *
003450*    AND SETS THE STEP RETURN CODE.                             *
003460*****************************************************************
003470 9000-TERMINATE.
003480     IF NOT WS-OPEN-ERROR
003490         PERFORM 8000-WRITE-BAND-LINE
003500             THRU 8000-WRITE-BAND-LINE-EXIT
003510             VARYING WS-BAND-IX FROM 1 BY 1
003520             UNTIL WS-BAND-IX GREATER THAN 4
003530         MOVE WS-OPEN-COUNT TO S-OPEN-COUNT
003540         MOVE WS-OPEN-TOTAL TO S-OPEN-TOTAL
003550         MOVE WS-AGED-COUNT TO S-AGED-COUNT
003560         MOVE WS-AGE-LIMIT-DAYS TO S-AGE-LIMIT
003570         WRITE ADDSGRPT-RECORD FROM WS-RPT-SUMMARY-LINE
003580             AFTER ADVANCING 2 LINES
003590     END-IF.
003600     DISPLAY "ADDSAG: SUSPENSE ITEMS READ " WS-SPN-READ-COUNT.
003610     DISPLAY "ADDSAG: OPEN ITEMS          " WS-OPEN-COUNT.
003620     DISPLAY "ADDSAG: OVER LIMIT          " WS-AGED-COUNT.
003630     CLOSE ADDSPND-FILE.
003640     CLOSE ADDSGRPT-FILE.
003650     IF WS-OPEN-ERROR
003660         MOVE 8 TO RETURN-CODE
003670     ELSE
003680         IF WS-AGED-COUNT GREATER THAN ZERO
003690             MOVE 4 TO RETURN-CODE
003700         ELSE
003710             MOVE ZERO TO RETURN-CODE
003720         END-IF
003730     END-IF.
003740 9000-TERMINATE-EXIT.
003750     EXIT.
