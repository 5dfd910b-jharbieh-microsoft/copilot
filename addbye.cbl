000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDBYE.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    YEAR-END ROLLOVER OF THE ADDBALM ACCOUNT BALANCE MASTER.   *
000100*    RUN STANDALONE (ADDYEND) AFTER THE LAST POSTING RUN OF     *
000110*    THE FISCAL YEAR HAS BEEN APPLIED AND BEFORE THE FIRST      *
000120*    RUN OF THE NEW YEAR - ADDBAL REFUSES A NEW-YEAR RUN UNTIL  *
000130*    THIS HAS BEEN DONE.  FOR EVERY ACCOUNT STILL IN THE YEAR   *
000140*    BEING CLOSED IT MOVES THE YEAR-TO-DATE DEBITS AND CREDITS  *
000150*    AND THE CLOSING BALANCE TO THE PRIOR-YEAR BUCKET, CLEARS   *
000160*    YEAR-TO-DATE AND OPENS THE NEXT YEAR.  THE CLOSING         *
000170*    BALANCE ITSELF CARRIES FORWARD UNCHANGED.  THE CONTROL     *
000180*    RECORD IS OPENED ON THE NEW YEAR LAST, ONCE EVERY ACCOUNT  *
000190*    HAS ROLLED.                                                *
000200*                                                                *
000210*    THE PARM IS THE FISCAL YEAR BEING CLOSED (YYYY) AND MUST   *
000220*    BE THE YEAR OPEN ON THE CONTROL RECORD.  AN ACCOUNT        *
000230*    ALREADY IN THE NEXT YEAR WAS ROLLED BY AN EARLIER ATTEMPT  *
000240*    THAT DID NOT FINISH AND IS LEFT ALONE, SO THE STEP CAN     *
000250*    SIMPLY BE RESUBMITTED.  A ROLLOVER ALREADY COMPLETE ENDS   *
000260*    RC 4 WITH NOTHING TOUCHED.                                 *
000270*                                                                *
000280*    RETURN CODES:  0 - YEAR ROLLED.  4 - THE YEAR WAS ALREADY  *
000290*    ROLLED.  8 - A FILE COULD NOT BE OPENED, THE MASTER        *
000300*    COULD NOT BE UPDATED OR AN ACCOUNT WAS FOUND IN AN         *
000310*    EARLIER YEAR.  16 - THE PARM FAILED ITS EDIT OR IS NOT     *
000320*    THE OPEN FISCAL YEAR.                                      *
000330*                                                                *
000340*    MODIFICATION HISTORY                                       *
000350*    ---------------------                                      *
000360*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000370*                                                                *
000380*****************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440*
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ADDBALM-FILE ASSIGN TO ADDBALM
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BAL-ACCOUNT-NO
000510         FILE STATUS IS WS-ADDBALM-STATUS.
000520     SELECT ADDYERPT-FILE ASSIGN TO ADDYERPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-ADDYERPT-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590 FD  ADDBALM-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY ADDBALR.
000620*
000630 FD  ADDYERPT-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  ADDYERPT-RECORD                 PIC X(132).
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700 01  WS-FILE-STATUSES.
000710     05  WS-ADDBALM-STATUS           PIC X(02).
000720         88  WS-ADDBALM-OK                VALUE "00".
000730         88  WS-ADDBALM-NOT-FOUND         VALUE "23".
000740     05  WS-ADDYERPT-STATUS          PIC X(02).
000750         88  WS-ADDYERPT-OK               VALUE "00".
000760*
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000790         88  WS-EOF                       VALUE "Y".
000800     05  WS-ERROR-SWITCH             PIC X(01) VALUE "N".
000810         88  WS-ERROR-RAISED              VALUE "Y".
000820     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
000830         88  WS-RUN-REFUSED               VALUE "Y".
000840     05  WS-ROLLED-SWITCH            PIC X(01) VALUE "N".
000850         88  WS-ALREADY-ROLLED            VALUE "Y".
000860     05  WS-BALM-OPEN-SWITCH         PIC X(01) VALUE "N".
000870         88  WS-BALM-OPEN                 VALUE "Y".
000880     05  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
000890         88  WS-RPT-OPEN                  VALUE "Y".
000900*
000910 01  WS-CLOSE-YEAR                   PIC 9(04) VALUE ZERO.
000920 01  WS-NEW-YEAR                     PIC 9(04) VALUE ZERO.
000930 01  WS-RUN-DATE                     PIC 9(08).
000940*
000950 01  WS-COUNTS.
000960     05  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
000970     05  WS-ROLLED-COUNT             PIC 9(06) COMP VALUE ZERO.
000980     05  WS-SKIPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
000990     05  WS-EARLIER-COUNT            PIC 9(06) COMP VALUE ZERO.
001000     05  WS-TOT-YTD-DEBITS           PIC S9(13)V99 COMP
001010                                         VALUE ZERO.
001020     05  WS-TOT-YTD-CREDITS          PIC S9(13)V99 COMP
001030                                         VALUE ZERO.
001040     05  WS-TOT-CLOSING              PIC S9(13)V99 COMP
001050                                         VALUE ZERO.
001060*
001070 01  WS-REPORT-CONTROLS.
001080     05  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001090     05  WS-LINE-COUNT               PIC 9(02) COMP VALUE 99.
001100     05  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
001110*
001120 01  WS-RPT-HEADER-1.
001130     05  FILLER                      PIC X(10) VALUE SPACES.
001140     05  FILLER                      PIC X(34)
001150         VALUE "ADDBYE - YEAR-END BALANCE ROLLOVER".
001160     05  FILLER                      PIC X(22)
001170         VALUE "  FISCAL YEAR CLOSED: ".
001180     05  H1-CLOSE-YEAR               PIC 9(04).
001190     05  FILLER                      PIC X(04) VALUE SPACES.
001200     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001210     05  H1-RUN-DATE                 PIC X(10).
001220     05  FILLER                      PIC X(06) VALUE SPACES.
001230     05  FILLER                      PIC X(06) VALUE "PAGE: ".
001240     05  H1-PAGE-NO                  PIC ZZZ9.
001250     05  FILLER                      PIC X(21) VALUE SPACES.
001260*
001270 01  WS-RPT-COLUMN-HEADER.
001280     05  FILLER                      PIC X(12) VALUE "  ACCOUNT".
001290     05  FILLER                      PIC X(20)
001300         VALUE "  YEAR DEBITS".
001310     05  FILLER                      PIC X(20)
001320         VALUE "  YEAR CREDITS".
001330     05  FILLER                      PIC X(20)
001340         VALUE "  CLOSING BALANCE".
001350     05  FILLER                      PIC X(60) VALUE SPACES.
001360*
001370 01  WS-RPT-DETAIL-LINE.
001380     05  FILLER                      PIC X(02) VALUE SPACES.
001390     05  Y-ACCOUNT-NO                PIC 9(08).
001400     05  FILLER                      PIC X(02) VALUE SPACES.
001410     05  Y-YTD-DEBITS                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001420     05  FILLER                      PIC X(02) VALUE SPACES.
001430     05  Y-YTD-CREDITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001440     05  FILLER                      PIC X(01) VALUE SPACES.
001450     05  Y-CLOSING                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001460     05  FILLER                      PIC X(02) VALUE SPACES.
001470     05  Y-NOTE                      PIC X(30).
001480     05  FILLER                      PIC X(30) VALUE SPACES.
001490*
001500 01  WS-RPT-COUNT-LINE.
001510     05  FILLER                      PIC X(10) VALUE SPACES.
001520     05  C-LABEL                     PIC X(30).
001530     05  C-COUNT                     PIC ZZZ,ZZ9.
001540     05  FILLER                      PIC X(85) VALUE SPACES.
001550*
001560 01  WS-RPT-AMOUNT-LINE.
001570     05  FILLER                      PIC X(10) VALUE SPACES.
001580     05  A-LABEL                     PIC X(30).
001590     05  A-AMOUNT                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001600     05  FILLER                      PIC X(71) VALUE SPACES.
001610*
001620 LINKAGE SECTION.
001630*
001640 01  LS-PARM-INFO.
001650     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001660     05  LS-PARM-TEXT                PIC X(04).
001670*
001680 PROCEDURE DIVISION USING LS-PARM-INFO.
001690*
001700*****************************************************************
001710*    0000-MAINLINE                                              *
001720*    CONTROLS OVERALL FLOW OF THE YEAR-END ROLLOVER.            *
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-INITIALIZE-EXIT.
001770     PERFORM 2000-ROLL-ACCOUNT
001780         THRU 2000-ROLL-ACCOUNT-EXIT
001790         UNTIL WS-EOF.
001800     PERFORM 9000-TERMINATE
001810         THRU 9000-TERMINATE-EXIT.
001820     STOP RUN.
001830*
001840*****************************************************************
001850*    1000-INITIALIZE                                            *
001860*    EDITS THE PARM, OPENS THE MASTER AND REPORT, PROVES THE    *
001870*    YEAR AGAINST THE CONTROL RECORD AND POSITIONS ON THE       *
001880*    FIRST ACCOUNT.  ANY REASON NOT TO ROLL ENDS THE STEP       *
001890*    HERE WITH NOTHING TOUCHED.                                 *
001900*****************************************************************
001910 1000-INITIALIZE.
001920     MOVE "Y" TO WS-EOF-SWITCH.
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001940     IF LS-PARM-LENGTH NOT EQUAL 4
001950             OR LS-PARM-TEXT NOT NUMERIC
001960         DISPLAY "ADDBYE: PARM MUST BE THE FISCAL YEAR BEING "
001970             "CLOSED (YYYY)"
001980         MOVE "Y" TO WS-REFUSED-SWITCH
001990         GO TO 1000-INITIALIZE-EXIT
002000     END-IF.
002010     MOVE LS-PARM-TEXT TO WS-CLOSE-YEAR.
002020     COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1.
002030     OPEN I-O ADDBALM-FILE.
002040     IF NOT WS-ADDBALM-OK
002050         DISPLAY "ADDBYE: UNABLE TO OPEN ADDBALM"
002060         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002070         MOVE "Y" TO WS-ERROR-SWITCH
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002100     MOVE "Y" TO WS-BALM-OPEN-SWITCH.
002110     MOVE ZERO TO BAL-ACCOUNT-NO.
002120     READ ADDBALM-FILE
002130         INVALID KEY
002140             CONTINUE
002150     END-READ.
002160     IF NOT WS-ADDBALM-OK
002170         DISPLAY "ADDBYE: CONTROL RECORD UNAVAILABLE"
002180         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002190         MOVE "Y" TO WS-ERROR-SWITCH
002200         GO TO 1000-INITIALIZE-EXIT
002210     END-IF.
002220     IF BAL-CTL-OPEN-YEAR EQUAL WS-NEW-YEAR
002230         DISPLAY "ADDBYE: FISCAL YEAR " WS-CLOSE-YEAR
002240             " WAS ALREADY ROLLED ON " BAL-CTL-ROLLED-DATE
002250         MOVE "Y" TO WS-ROLLED-SWITCH
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     IF BAL-CTL-OPEN-YEAR NOT EQUAL WS-CLOSE-YEAR
002290         DISPLAY "ADDBYE: FISCAL YEAR " WS-CLOSE-YEAR
002300             " IS NOT OPEN - THE OPEN YEAR IS "
002310             BAL-CTL-OPEN-YEAR
002320         MOVE "Y" TO WS-REFUSED-SWITCH
002330         GO TO 1000-INITIALIZE-EXIT
002340     END-IF.
002350     OPEN OUTPUT ADDYERPT-FILE.
002360     IF NOT WS-ADDYERPT-OK
002370         DISPLAY "ADDBYE: UNABLE TO OPEN ADDYERPT"
002380         DISPLAY "FILE STATUS IS " WS-ADDYERPT-STATUS
002390         MOVE "Y" TO WS-ERROR-SWITCH
002400         GO TO 1000-INITIALIZE-EXIT
002410     END-IF.
002420     MOVE "Y" TO WS-RPT-OPEN-SWITCH.
002430     MOVE WS-CLOSE-YEAR TO H1-CLOSE-YEAR.
002440     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
002450         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
002460         WS-RUN-DATE(1:4) DELIMITED BY SIZE
002470         INTO H1-RUN-DATE.
002480     MOVE ZERO TO BAL-ACCOUNT-NO.
002490     START ADDBALM-FILE KEY IS GREATER THAN BAL-ACCOUNT-NO
002500         INVALID KEY
002510             GO TO 1000-INITIALIZE-EXIT
002520     END-START.
002530     MOVE "N" TO WS-EOF-SWITCH.
002540     PERFORM 2100-READ-ADDBALM
002550         THRU 2100-READ-ADDBALM-EXIT.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*
002590*****************************************************************
002600*    2000-ROLL-ACCOUNT                                          *
002610*    ROLLS ONE ACCOUNT STILL IN THE YEAR BEING CLOSED, PRINTS   *
002620*    ITS LINE AND READS THE NEXT ACCOUNT.  AN ACCOUNT ALREADY   *
002630*    IN THE NEW YEAR IS SKIPPED; ONE IN AN EARLIER YEAR MISSED  *
002640*    A PRIOR ROLLOVER AND IS LISTED FOR INVESTIGATION.          *
002650*****************************************************************
002660 2000-ROLL-ACCOUNT.
002670     ADD 1 TO WS-READ-COUNT.
002680     IF BAL-FISCAL-YEAR EQUAL WS-NEW-YEAR
002690         ADD 1 TO WS-SKIPPED-COUNT
002700         GO TO 2000-ROLL-ACCOUNT-NEXT
002710     END-IF.
002720     IF BAL-FISCAL-YEAR NOT EQUAL WS-CLOSE-YEAR
002730         ADD 1 TO WS-EARLIER-COUNT
002740         MOVE "*** NOT ROLLED - YEAR" TO Y-NOTE
002750         MOVE BAL-FISCAL-YEAR TO Y-NOTE (23:4)
002760         PERFORM 2200-PRINT-ACCOUNT
002770             THRU 2200-PRINT-ACCOUNT-EXIT
002780         GO TO 2000-ROLL-ACCOUNT-NEXT
002790     END-IF.
002800     MOVE BAL-YTD-DEBITS TO BAL-PY-DEBITS.
002810     MOVE BAL-YTD-CREDITS TO BAL-PY-CREDITS.
002820     MOVE BAL-CLOSING-BALANCE TO BAL-PY-CLOSING-BALANCE.
002830     MOVE ZERO TO BAL-YTD-DEBITS.
002840     MOVE ZERO TO BAL-YTD-CREDITS.
002850     MOVE WS-NEW-YEAR TO BAL-FISCAL-YEAR.
002860     REWRITE ADDBAL-RECORD.
002870     IF NOT WS-ADDBALM-OK
002880         DISPLAY "ADDBYE: UPDATE FAILED FOR ACCOUNT "
002890             BAL-ACCOUNT-NO
002900         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002910         MOVE "Y" TO WS-ERROR-SWITCH
002920         MOVE "Y" TO WS-EOF-SWITCH
002930         GO TO 2000-ROLL-ACCOUNT-EXIT
002940     END-IF.
002950     ADD 1 TO WS-ROLLED-COUNT.
002960     ADD BAL-PY-DEBITS TO WS-TOT-YTD-DEBITS.
002970     ADD BAL-PY-CREDITS TO WS-TOT-YTD-CREDITS.
002980     ADD BAL-PY-CLOSING-BALANCE TO WS-TOT-CLOSING.
002990     MOVE SPACES TO Y-NOTE.
003000     PERFORM 2200-PRINT-ACCOUNT
003010         THRU 2200-PRINT-ACCOUNT-EXIT.
003020 2000-ROLL-ACCOUNT-NEXT.
003030     PERFORM 2100-READ-ADDBALM
003040         THRU 2100-READ-ADDBALM-EXIT.
003050 2000-ROLL-ACCOUNT-EXIT.
003060     EXIT.
003070*
003080*****************************************************************
003090*    2100-READ-ADDBALM                                          *
003100*    READS THE NEXT BALANCE MASTER RECORD, SETS EOF SWITCH.     *
003110*****************************************************************
003120 2100-READ-ADDBALM.
003130     READ ADDBALM-FILE NEXT RECORD
003140         AT END
003150             MOVE "Y" TO WS-EOF-SWITCH
003160     END-READ.
003170 2100-READ-ADDBALM-EXIT.
003180     EXIT.
003190*
003200*****************************************************************
003210*    2200-PRINT-ACCOUNT                                         *
003220*    PRINTS ONE ACCOUNT'S CLOSED-YEAR FIGURES, STARTING A NEW   *
003230*    PAGE WHEN THE CURRENT ONE IS FULL.                         *
003240*****************************************************************
003250 2200-PRINT-ACCOUNT.
003260     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
003270         PERFORM 2300-PRINT-PAGE-HEADER
003280             THRU 2300-PRINT-PAGE-HEADER-EXIT
003290     END-IF.
003300     MOVE BAL-ACCOUNT-NO TO Y-ACCOUNT-NO.
003310     IF BAL-FISCAL-YEAR EQUAL WS-NEW-YEAR
003320         MOVE BAL-PY-DEBITS TO Y-YTD-DEBITS
003330         MOVE BAL-PY-CREDITS TO Y-YTD-CREDITS
003340     ELSE
003350         MOVE BAL-YTD-DEBITS TO Y-YTD-DEBITS
003360         MOVE BAL-YTD-CREDITS TO Y-YTD-CREDITS
003370     END-IF.
003380     MOVE BAL-CLOSING-BALANCE TO Y-CLOSING.
003390     WRITE ADDYERPT-RECORD FROM WS-RPT-DETAIL-LINE
003400         AFTER ADVANCING 1 LINE.
003410     ADD 1 TO WS-LINE-COUNT.
003420 2200-PRINT-ACCOUNT-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*    2300-PRINT-PAGE-HEADER                                     *
003470*    STARTS A NEW REPORT PAGE WITH THE TITLE AND COLUMN         *
003480*    TITLES.                                                    *
003490*****************************************************************
003500 2300-PRINT-PAGE-HEADER.
003510     ADD 1 TO WS-PAGE-COUNT.
003520     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
003530     WRITE ADDYERPT-RECORD FROM WS-RPT-HEADER-1
003540         AFTER ADVANCING PAGE.
003550     WRITE ADDYERPT-RECORD FROM WS-RPT-COLUMN-HEADER
003560         AFTER ADVANCING 2 LINES.
003570     MOVE ZERO TO WS-LINE-COUNT.
003580 2300-PRINT-PAGE-HEADER-EXIT.
003590     EXIT.
003600*
003610*****************************************************************
003620*    8000-PRINT-TOTALS                                          *
003630*    PRINTS THE ROLLOVER COUNTS AND THE CLOSED YEAR'S TOTALS.   *
003640*****************************************************************
003650 8000-PRINT-TOTALS.
003660     IF WS-PAGE-COUNT EQUAL ZERO
003670         PERFORM 2300-PRINT-PAGE-HEADER
003680             THRU 2300-PRINT-PAGE-HEADER-EXIT
003690     END-IF.
003700     MOVE "ACCOUNTS ROLLED" TO C-LABEL.
003710     MOVE WS-ROLLED-COUNT TO C-COUNT.
003720     WRITE ADDYERPT-RECORD FROM WS-RPT-COUNT-LINE
003730         AFTER ADVANCING 3 LINES.
003740     MOVE "ROLLED BY AN EARLIER ATTEMPT" TO C-LABEL.
003750     MOVE WS-SKIPPED-COUNT TO C-COUNT.
003760     WRITE ADDYERPT-RECORD FROM WS-RPT-COUNT-LINE
003770         AFTER ADVANCING 1 LINE.
003780     MOVE "NOT ROLLED - EARLIER YEAR" TO C-LABEL.
003790     MOVE WS-EARLIER-COUNT TO C-COUNT.
003800     WRITE ADDYERPT-RECORD FROM WS-RPT-COUNT-LINE
003810         AFTER ADVANCING 1 LINE.
003820     MOVE "YEAR DEBITS CLOSED" TO A-LABEL.
003830     MOVE WS-TOT-YTD-DEBITS TO A-AMOUNT.
003840     WRITE ADDYERPT-RECORD FROM WS-RPT-AMOUNT-LINE
003850         AFTER ADVANCING 2 LINES.
003860     MOVE "YEAR CREDITS CLOSED" TO A-LABEL.
003870     MOVE WS-TOT-YTD-CREDITS TO A-AMOUNT.
003880     WRITE ADDYERPT-RECORD FROM WS-RPT-AMOUNT-LINE
003890         AFTER ADVANCING 1 LINE.
003900     MOVE "BALANCES CARRIED FORWARD" TO A-LABEL.
003910     MOVE WS-TOT-CLOSING TO A-AMOUNT.
003920     WRITE ADDYERPT-RECORD FROM WS-RPT-AMOUNT-LINE
003930         AFTER ADVANCING 1 LINE.
003940 8000-PRINT-TOTALS-EXIT.
003950     EXIT.
003960*
003970*****************************************************************
003980*    9000-TERMINATE                                             *
003990*    ONCE EVERY ACCOUNT HAS ROLLED, OPENS THE NEW YEAR ON THE   *
004000*    CONTROL RECORD.  PRINTS THE TOTALS, CLOSES FILES AND SETS  *
004010*    THE STEP RETURN CODE.                                      *
004020*****************************************************************
004030 9000-TERMINATE.
004040     IF WS-RPT-OPEN
004050             AND NOT WS-ERROR-RAISED
004060         MOVE ZERO TO BAL-ACCOUNT-NO
004070         READ ADDBALM-FILE
004080             INVALID KEY
004090                 CONTINUE
004100         END-READ
004110         IF WS-ADDBALM-OK
004120             MOVE WS-NEW-YEAR TO BAL-CTL-OPEN-YEAR
004130             MOVE WS-RUN-DATE TO BAL-CTL-ROLLED-DATE
004140             REWRITE ADDBAL-RECORD
004150         END-IF
004160         IF NOT WS-ADDBALM-OK
004170             DISPLAY "ADDBYE: CONTROL RECORD UPDATE FAILED"
004180             DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
004190             MOVE "Y" TO WS-ERROR-SWITCH
004200         ELSE
004210             DISPLAY "ADDBYE: FISCAL YEAR " WS-NEW-YEAR
004220                 " IS NOW OPEN"
004230         END-IF
004240     END-IF.
004250     IF WS-RPT-OPEN
004260         PERFORM 8000-PRINT-TOTALS
004270             THRU 8000-PRINT-TOTALS-EXIT
004280         CLOSE ADDYERPT-FILE
004290     END-IF.
004300     IF WS-BALM-OPEN
004310         CLOSE ADDBALM-FILE
004320     END-IF.
004330     DISPLAY "ADDBYE: ACCOUNTS READ       " WS-READ-COUNT.
004340     DISPLAY "ADDBYE: ACCOUNTS ROLLED     " WS-ROLLED-COUNT.
004350     DISPLAY "ADDBYE: ALREADY ROLLED      " WS-SKIPPED-COUNT.
004360     DISPLAY "ADDBYE: EARLIER YEAR        " WS-EARLIER-COUNT.
004370     IF WS-ERROR-RAISED
004380             OR WS-EARLIER-COUNT GREATER THAN ZERO
004390         MOVE 8 TO RETURN-CODE
004400     ELSE
004410         IF WS-RUN-REFUSED
004420             MOVE 16 TO RETURN-CODE
004430         ELSE
004440             IF WS-ALREADY-ROLLED
004450                 MOVE 4 TO RETURN-CODE
004460             ELSE
004470                 MOVE ZERO TO RETURN-CODE
004480             END-IF
004490         END-IF
004500     END-IF.
004510 9000-TERMINATE-EXIT.
004520     EXIT.
