000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDTBL.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    DAILY TRIAL BALANCE.  RUN IN ADDTWO AFTER THE ADDBAL       *
000100*    BALANCE MASTER UPDATE.  PRINTS ONE LINE PER ACCOUNT ON     *
000110*    THE ADDBALM ACCOUNT BALANCE MASTER - OPENING BALANCE,      *
000120*    THE DAY'S DEBITS AND CREDITS, CLOSING BALANCE AND THE      *
000130*    MONTH-TO-DATE AND YEAR-TO-DATE NET MOVEMENT - WITH         *
000140*    COLUMN TOTALS, THEN PROVES TWO LEGS:                       *
000150*                                                                *
000160*      BALANCE LEG - SUM OF OPENING + DAY DEBITS - DAY         *
000170*                    CREDITS = SUM OF CLOSING BALANCES         *
000180*      GL LEG      - NET DAY MOVEMENT ON THE MASTER = THE      *
000190*                    DAY'S SIGNED ADDGL FEED TOTAL             *
000200*                                                                *
000210*    AN ACCOUNT THAT DID NOT POST ON THE BUSINESS DATE SHOWS    *
000220*    ITS CLOSING BALANCE AS ITS OPENING, WITH NO DAY MOVEMENT   *
000230*    (AND NO MONTH-TO-DATE MOVEMENT IF IT LAST POSTED IN AN     *
000240*    EARLIER MONTH).  THE MASTER ONLY HOLDS THE LATEST DATE,    *
000250*    SO AN ACCOUNT ALREADY POSTED ON A LATER DATE THAN THE      *
000260*    ONE BEING PRINTED CANNOT BE PROVED - IT IS FLAGGED AND     *
000270*    FAILS THE RUN.                                             *
000280*                                                                *
000290*    THE PARM IS THE BUSINESS DATE (YYYYMMDD); AN EMPTY PARM    *
000300*    PRINTS THE CURRENT DATE, WHICH IS WHAT THE IN-CYCLE STEP   *
000310*    WANTS.                                                     *
000320*                                                                *
000330*    RETURN CODES:  0 - BOTH LEGS TIE.  8 - A FILE COULD NOT    *
000340*    BE OPENED OR THE PARM FAILED ITS EDIT.  16 - A LEG DOES    *
000350*    NOT TIE, OR AN ACCOUNT CARRIES A LATER POSTING DATE.       *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    ---------------------                                      *
000390*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000400*                                                                *
000410*****************************************************************
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ADDBALM-FILE ASSIGN TO ADDBALM
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS BAL-ACCOUNT-NO
000540         FILE STATUS IS WS-ADDBALM-STATUS.
000550     SELECT ADDGL-FILE ASSIGN TO ADDGL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ADDGL-STATUS.
000580     SELECT ADDTBRPT-FILE ASSIGN TO ADDTBRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-ADDTBRPT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650 FD  ADDBALM-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY ADDBALR.
000680*
000690 FD  ADDGL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ADDGLREC.
000730*
000740 FD  ADDTBRPT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  ADDTBRPT-RECORD                 PIC X(132).
000780*
000790 WORKING-STORAGE SECTION.
000800*
000810 01  WS-FILE-STATUSES.
000820     05  WS-ADDBALM-STATUS           PIC X(02).
000830         88  WS-ADDBALM-OK                VALUE "00".
000840     05  WS-ADDGL-STATUS             PIC X(02).
000850         88  WS-ADDGL-OK                  VALUE "00".
000860     05  WS-ADDTBRPT-STATUS          PIC X(02).
000870         88  WS-ADDTBRPT-OK               VALUE "00".
000880*
000890 01  WS-SWITCHES.
000900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000910         88  WS-EOF                       VALUE "Y".
000920     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
000930         88  WS-OPEN-ERROR                VALUE "Y".
000940     05  WS-OUT-OF-PROOF-SWITCH      PIC X(01) VALUE "N".
000950         88  WS-OUT-OF-PROOF              VALUE "Y".
000960*
000970 01  WS-ACCOUNT-FIGURES.
000980     05  WS-ACCT-OPENING             PIC S9(11)V99.
000990     05  WS-ACCT-DAY-DEBITS          PIC S9(11)V99.
001000     05  WS-ACCT-DAY-CREDITS         PIC S9(11)V99.
001010     05  WS-ACCT-MTD-NET             PIC S9(11)V99.
001020     05  WS-ACCT-YTD-NET             PIC S9(11)V99.
001030*
001040 01  WS-TRIAL-TOTALS.
001050     05  WS-ACCOUNT-COUNT            PIC 9(06) COMP VALUE ZERO.
001060     05  WS-MOVED-COUNT              PIC 9(06) COMP VALUE ZERO.
001070     05  WS-LATER-COUNT              PIC 9(06) COMP VALUE ZERO.
001080     05  WS-TOT-OPENING              PIC S9(13)V99 COMP
001090                                         VALUE ZERO.
001100     05  WS-TOT-DAY-DEBITS           PIC S9(13)V99 COMP
001110                                         VALUE ZERO.
001120     05  WS-TOT-DAY-CREDITS          PIC S9(13)V99 COMP
001130                                         VALUE ZERO.
001140     05  WS-TOT-CLOSING              PIC S9(13)V99 COMP
001150                                         VALUE ZERO.
001160     05  WS-TOT-MTD-NET              PIC S9(13)V99 COMP
001170                                         VALUE ZERO.
001180     05  WS-TOT-YTD-NET              PIC S9(13)V99 COMP
001190                                         VALUE ZERO.
001200     05  WS-TOT-DEBIT-BALANCES       PIC S9(13)V99 COMP
001210                                         VALUE ZERO.
001220     05  WS-TOT-CREDIT-BALANCES      PIC S9(13)V99 COMP
001230                                         VALUE ZERO.
001240     05  WS-MASTER-MOVEMENT          PIC S9(13)V99 COMP
001250                                         VALUE ZERO.
001260     05  WS-PROVED-CLOSING           PIC S9(13)V99 COMP
001270                                         VALUE ZERO.
001280     05  WS-GL-TOTAL                 PIC S9(13)V99 COMP
001290                                         VALUE ZERO.
001300*
001310 01  WS-RUN-DATE                     PIC 9(08).
001320 01  WS-TRIAL-DATE                   PIC 9(08).
001330 01  WS-OPEN-YEAR                    PIC 9(04) VALUE ZERO.
001340*
001350 01  WS-REPORT-CONTROLS.
001360     05  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001370     05  WS-LINE-COUNT               PIC 9(02) COMP VALUE 99.
001380     05  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
001390*
001400 01  WS-RPT-HEADER-1.
001410     05  FILLER                      PIC X(10) VALUE SPACES.
001420     05  FILLER                      PIC X(34)
001430         VALUE "ADDTBL - DAILY TRIAL BALANCE".
001440     05  FILLER                      PIC X(16)
001450         VALUE "BUSINESS DATE: ".
001460     05  H1-TRIAL-DATE               PIC 9(08).
001470     05  FILLER                      PIC X(06) VALUE SPACES.
001480     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001490     05  H1-RUN-DATE                 PIC X(10).
001500     05  FILLER                      PIC X(06) VALUE SPACES.
001510     05  FILLER                      PIC X(06) VALUE "PAGE: ".
001520     05  H1-PAGE-NO                  PIC ZZZ9.
001530     05  FILLER                      PIC X(21) VALUE SPACES.
001540*
001550 01  WS-RPT-HEADER-2.
001560     05  FILLER                      PIC X(10) VALUE SPACES.
001570     05  FILLER                      PIC X(13)
001580         VALUE "FISCAL YEAR: ".
001590     05  H2-OPEN-YEAR                PIC 9(04).
001600     05  FILLER                      PIC X(105) VALUE SPACES.
001610*
001620 01  WS-RPT-COLUMN-HEADER.
001630     05  FILLER                      PIC X(12) VALUE "  ACCOUNT".
001640     05  FILLER                      PIC X(20)
001650         VALUE "    OPENING BALANCE".
001660     05  FILLER                      PIC X(19)
001670         VALUE "        DAY DEBITS".
001680     05  FILLER                      PIC X(19)
001690         VALUE "       DAY CREDITS".
001700     05  FILLER                      PIC X(20)
001710         VALUE "    CLOSING BALANCE".
001720     05  FILLER                      PIC X(20)
001730         VALUE "      MONTH-TO-DATE".
001740     05  FILLER                      PIC X(22)
001750         VALUE "       YEAR-TO-DATE".
001760*
001770 01  WS-RPT-DETAIL-LINE.
001780     05  FILLER                      PIC X(02) VALUE SPACES.
001790     05  T-ACCOUNT-NO                PIC 9(08).
001800     05  FILLER                      PIC X(02) VALUE SPACES.
001810     05  T-OPENING                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER                      PIC X(01) VALUE SPACES.
001830     05  T-DAY-DEBITS                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                      PIC X(01) VALUE SPACES.
001850     05  T-DAY-CREDITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001860     05  FILLER                      PIC X(01) VALUE SPACES.
001870     05  T-CLOSING                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001880     05  FILLER                      PIC X(01) VALUE SPACES.
001890     05  T-MTD-NET                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001900     05  FILLER                      PIC X(01) VALUE SPACES.
001910     05  T-YTD-NET                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001920     05  T-FLAG                      PIC X(03) VALUE SPACES.
001930*
001940 01  WS-RPT-TOTAL-LINE.
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  FILLER                      PIC X(10) VALUE "TOTALS".
001970     05  U-OPENING                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001980     05  FILLER                      PIC X(01) VALUE SPACES.
001990     05  U-DAY-DEBITS                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002000     05  FILLER                      PIC X(01) VALUE SPACES.
002010     05  U-DAY-CREDITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002020     05  FILLER                      PIC X(01) VALUE SPACES.
002030     05  U-CLOSING                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002040     05  FILLER                      PIC X(01) VALUE SPACES.
002050     05  U-MTD-NET                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002060     05  FILLER                      PIC X(01) VALUE SPACES.
002070     05  U-YTD-NET                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002080     05  FILLER                      PIC X(03) VALUE SPACES.
002090*
002100 01  WS-RPT-COUNT-LINE.
002110     05  FILLER                      PIC X(10) VALUE SPACES.
002120     05  C-LABEL                     PIC X(30).
002130     05  C-COUNT                     PIC ZZZ,ZZ9.
002140     05  FILLER                      PIC X(85) VALUE SPACES.
002150*
002160 01  WS-RPT-AMOUNT-LINE.
002170     05  FILLER                      PIC X(10) VALUE SPACES.
002180     05  A-LABEL                     PIC X(30).
002190     05  A-AMOUNT                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002200     05  FILLER                      PIC X(71) VALUE SPACES.
002210*
002220 01  WS-RPT-LEG-LINE.
002230     05  FILLER                      PIC X(10) VALUE SPACES.
002240     05  L-LABEL                     PIC X(30).
002250     05  L-STATUS                    PIC X(05).
002260     05  FILLER                      PIC X(87) VALUE SPACES.
002270*
002280 LINKAGE SECTION.
002290*
002300 01  LS-PARM-INFO.
002310     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002320     05  LS-PARM-TEXT                PIC X(08).
002330*
002340 PROCEDURE DIVISION USING LS-PARM-INFO.
002350*
002360*****************************************************************
002370*    0000-MAINLINE                                              *
002380*    CONTROLS OVERALL FLOW OF THE TRIAL BALANCE RUN - THE       *
002390*    ACCOUNT LISTING, THE GL FEED TOTAL, THEN THE PROOF.        *
002400*****************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-INITIALIZE-EXIT.
002440     IF NOT WS-OPEN-ERROR
002450         PERFORM 2000-LIST-BALANCES
002460             THRU 2000-LIST-BALANCES-EXIT
002470         PERFORM 3000-TOTAL-GL-FEED
002480             THRU 3000-TOTAL-GL-FEED-EXIT
002490         PERFORM 8000-PRINT-PROOF
002500             THRU 8000-PRINT-PROOF-EXIT
002510     END-IF.
002520     PERFORM 9000-TERMINATE
002530         THRU 9000-TERMINATE-EXIT.
002540     STOP RUN.
002550*
002560*****************************************************************
002570*    1000-INITIALIZE                                            *
002580*    ESTABLISHES THE BUSINESS DATE BEING PRINTED, OPENS FILES   *
002590*    AND PICKS UP THE OPEN FISCAL YEAR FROM THE MASTER'S        *
002600*    CONTROL RECORD.                                            *
002610*****************************************************************
002620 1000-INITIALIZE.
002630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002640     MOVE WS-RUN-DATE TO WS-TRIAL-DATE.
002650     IF LS-PARM-LENGTH EQUAL 8
002660             AND LS-PARM-TEXT NUMERIC
002670         MOVE LS-PARM-TEXT TO WS-TRIAL-DATE
002680     ELSE
002690         IF LS-PARM-LENGTH GREATER THAN ZERO
002700             DISPLAY "ADDTBL: PARM MUST BE YYYYMMDD"
002710             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002720             GO TO 1000-INITIALIZE-EXIT
002730         END-IF
002740     END-IF.
002750     OPEN INPUT ADDBALM-FILE.
002760     IF NOT WS-ADDBALM-OK
002770         DISPLAY "ADDTBL: UNABLE TO OPEN ADDBALM"
002780         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002790         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002800     END-IF.
002810     OPEN INPUT ADDGL-FILE.
002820     IF NOT WS-ADDGL-OK
002830         DISPLAY "ADDTBL: UNABLE TO OPEN ADDGL"
002840         DISPLAY "FILE STATUS IS " WS-ADDGL-STATUS
002850         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002860     END-IF.
002870     OPEN OUTPUT ADDTBRPT-FILE.
002880     IF NOT WS-ADDTBRPT-OK
002890         DISPLAY "ADDTBL: UNABLE TO OPEN ADDTBRPT"
002900         DISPLAY "FILE STATUS IS " WS-ADDTBRPT-STATUS
002910         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002920     END-IF.
002930     IF WS-OPEN-ERROR
002940         GO TO 1000-INITIALIZE-EXIT
002950     END-IF.
002960     MOVE WS-TRIAL-DATE TO H1-TRIAL-DATE.
002970     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
002980         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
002990         WS-RUN-DATE(1:4) DELIMITED BY SIZE
003000         INTO H1-RUN-DATE.
003010 1000-INITIALIZE-EXIT.
003020     EXIT.
003030*
003040*****************************************************************
003050*    2000-LIST-BALANCES                                         *
003060*    READS THE BALANCE MASTER IN ACCOUNT SEQUENCE, PRINTING     *
003070*    ONE LINE PER ACCOUNT, THEN THE COLUMN TOTALS.  THE         *
003080*    CONTROL RECORD (ACCOUNT ZERO) COMES FIRST AND ONLY         *
003090*    SUPPLIES THE FISCAL YEAR FOR THE PAGE HEADERS.             *
003100*****************************************************************
003110 2000-LIST-BALANCES.
003120     MOVE "N" TO WS-EOF-SWITCH.
003130     PERFORM 2100-READ-ADDBALM
003140         THRU 2100-READ-ADDBALM-EXIT.
003150     IF NOT WS-EOF
003160             AND BAL-CONTROL-RECORD
003170         MOVE BAL-CTL-OPEN-YEAR TO WS-OPEN-YEAR
003180         PERFORM 2100-READ-ADDBALM
003190             THRU 2100-READ-ADDBALM-EXIT
003200     END-IF.
003210     PERFORM 2200-PRINT-ACCOUNT
003220         THRU 2200-PRINT-ACCOUNT-EXIT
003230         UNTIL WS-EOF.
003240     CLOSE ADDBALM-FILE.
003250     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
003260         PERFORM 2300-PRINT-PAGE-HEADER
003270             THRU 2300-PRINT-PAGE-HEADER-EXIT
003280     END-IF.
003290     MOVE WS-TOT-OPENING TO U-OPENING.
003300     MOVE WS-TOT-DAY-DEBITS TO U-DAY-DEBITS.
003310     MOVE WS-TOT-DAY-CREDITS TO U-DAY-CREDITS.
003320     MOVE WS-TOT-CLOSING TO U-CLOSING.
003330     MOVE WS-TOT-MTD-NET TO U-MTD-NET.
003340     MOVE WS-TOT-YTD-NET TO U-YTD-NET.
003350     WRITE ADDTBRPT-RECORD FROM WS-RPT-TOTAL-LINE
003360         AFTER ADVANCING 2 LINES.
003370 2000-LIST-BALANCES-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*    2100-READ-ADDBALM                                          *
003420*    READS THE NEXT BALANCE MASTER RECORD, SETS EOF SWITCH.     *
003430*****************************************************************
003440 2100-READ-ADDBALM.
003450     READ ADDBALM-FILE NEXT RECORD
003460         AT END
003470             MOVE "Y" TO WS-EOF-SWITCH
003480     END-READ.
003490 2100-READ-ADDBALM-EXIT.
003500     EXIT.
003510*
003520*****************************************************************
003530*    2200-PRINT-ACCOUNT                                         *
003540*    WORKS OUT ONE ACCOUNT'S FIGURES FOR THE BUSINESS DATE,     *
003550*    ROLLS THEM INTO THE COLUMN TOTALS, PRINTS ITS LINE AND     *
003560*    READS THE NEXT RECORD.                                     *
003570*****************************************************************
003580 2200-PRINT-ACCOUNT.
003590     ADD 1 TO WS-ACCOUNT-COUNT.
003600     MOVE SPACES TO T-FLAG.
003610     COMPUTE WS-ACCT-YTD-NET = BAL-YTD-DEBITS - BAL-YTD-CREDITS.
003620     IF BAL-LAST-POST-DATE EQUAL WS-TRIAL-DATE
003630         ADD 1 TO WS-MOVED-COUNT
003640         MOVE BAL-OPENING-BALANCE TO WS-ACCT-OPENING
003650         MOVE BAL-DAY-DEBITS TO WS-ACCT-DAY-DEBITS
003660         MOVE BAL-DAY-CREDITS TO WS-ACCT-DAY-CREDITS
003670     ELSE
003680         MOVE BAL-CLOSING-BALANCE TO WS-ACCT-OPENING
003690         MOVE ZERO TO WS-ACCT-DAY-DEBITS
003700         MOVE ZERO TO WS-ACCT-DAY-CREDITS
003710     END-IF.
003720     IF BAL-LAST-POST-DATE (1:6) EQUAL WS-TRIAL-DATE (1:6)
003730         COMPUTE WS-ACCT-MTD-NET =
003740             BAL-MTD-DEBITS - BAL-MTD-CREDITS
003750     ELSE
003760         MOVE ZERO TO WS-ACCT-MTD-NET
003770     END-IF.
003780     IF BAL-LAST-POST-DATE GREATER THAN WS-TRIAL-DATE
003790*        POSTED AGAIN SINCE THE DATE BEING PRINTED - THE
003800*        FIGURES ON THE MASTER BELONG TO THE LATER DATE.
003810         ADD 1 TO WS-LATER-COUNT
003820         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
003830         MOVE " *L" TO T-FLAG
003840     END-IF.
003850     ADD WS-ACCT-OPENING TO WS-TOT-OPENING.
003860     ADD WS-ACCT-DAY-DEBITS TO WS-TOT-DAY-DEBITS.
003870     ADD WS-ACCT-DAY-CREDITS TO WS-TOT-DAY-CREDITS.
003880     ADD BAL-CLOSING-BALANCE TO WS-TOT-CLOSING.
003890     ADD WS-ACCT-MTD-NET TO WS-TOT-MTD-NET.
003900     ADD WS-ACCT-YTD-NET TO WS-TOT-YTD-NET.
003910     IF BAL-CLOSING-BALANCE LESS THAN ZERO
003920         SUBTRACT BAL-CLOSING-BALANCE FROM WS-TOT-CREDIT-BALANCES
003930     ELSE
003940         ADD BAL-CLOSING-BALANCE TO WS-TOT-DEBIT-BALANCES
003950     END-IF.
003960     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES-PER-PAGE
003970         PERFORM 2300-PRINT-PAGE-HEADER
003980             THRU 2300-PRINT-PAGE-HEADER-EXIT
003990     END-IF.
004000     MOVE BAL-ACCOUNT-NO TO T-ACCOUNT-NO.
004010     MOVE WS-ACCT-OPENING TO T-OPENING.
004020     MOVE WS-ACCT-DAY-DEBITS TO T-DAY-DEBITS.
004030     MOVE WS-ACCT-DAY-CREDITS TO T-DAY-CREDITS.
004040     MOVE BAL-CLOSING-BALANCE TO T-CLOSING.
004050     MOVE WS-ACCT-MTD-NET TO T-MTD-NET.
004060     MOVE WS-ACCT-YTD-NET TO T-YTD-NET.
004070     WRITE ADDTBRPT-RECORD FROM WS-RPT-DETAIL-LINE
004080         AFTER ADVANCING 1 LINE.
004090     ADD 1 TO WS-LINE-COUNT.
004100     PERFORM 2100-READ-ADDBALM
004110         THRU 2100-READ-ADDBALM-EXIT.
004120 2200-PRINT-ACCOUNT-EXIT.
004130     EXIT.
004140*
004150*****************************************************************
004160*    2300-PRINT-PAGE-HEADER                                     *
004170*    STARTS A NEW REPORT PAGE WITH THE TITLE, FISCAL YEAR AND   *
004180*    COLUMN TITLES.                                             *
004190*****************************************************************
004200 2300-PRINT-PAGE-HEADER.
004210     ADD 1 TO WS-PAGE-COUNT.
004220     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
004230     MOVE WS-OPEN-YEAR TO H2-OPEN-YEAR.
004240     WRITE ADDTBRPT-RECORD FROM WS-RPT-HEADER-1
004250         AFTER ADVANCING PAGE.
004260     WRITE ADDTBRPT-RECORD FROM WS-RPT-HEADER-2
004270         AFTER ADVANCING 1 LINE.
004280     WRITE ADDTBRPT-RECORD FROM WS-RPT-COLUMN-HEADER
004290         AFTER ADVANCING 2 LINES.
004300     MOVE ZERO TO WS-LINE-COUNT.
004310 2300-PRINT-PAGE-HEADER-EXIT.
004320     EXIT.
004330*
004340*****************************************************************
004350*    3000-TOTAL-GL-FEED                                         *
004360*    SUMS THE BUSINESS DATE'S SIGNED ADDGL FEED.  THE SUMMARY   *
004370*    (",S") FEED NETS PER ACCOUNT, SO ITS DAY TOTAL STILL       *
004380*    EQUALS THE PER-TRANSACTION TOTAL AND THE SAME PROOF        *
004390*    HOLDS.                                                     *
004400*****************************************************************
004410 3000-TOTAL-GL-FEED.
004420     MOVE "N" TO WS-EOF-SWITCH.
004430     PERFORM 3100-READ-ADDGL
004440         THRU 3100-READ-ADDGL-EXIT.
004450     PERFORM 3200-TALLY-GL-RECORD
004460         THRU 3200-TALLY-GL-RECORD-EXIT
004470         UNTIL WS-EOF.
004480     CLOSE ADDGL-FILE.
004490 3000-TOTAL-GL-FEED-EXIT.
004500     EXIT.
004510*
004520*****************************************************************
004530*    3100-READ-ADDGL                                            *
004540*    READS THE NEXT GL INTERFACE RECORD, SETS EOF SWITCH.       *
004550*****************************************************************
004560 3100-READ-ADDGL.
004570     READ ADDGL-FILE
004580         AT END
004590             MOVE "Y" TO WS-EOF-SWITCH
004600     END-READ.
004610 3100-READ-ADDGL-EXIT.
004620     EXIT.
004630*
004640*****************************************************************
004650*    3200-TALLY-GL-RECORD                                       *
004660*    ROLLS ONE OF THE DATE'S GL RECORDS, SIGNED, INTO THE GL    *
004670*    LEG AND READS THE NEXT RECORD.                             *
004680*****************************************************************
004690 3200-TALLY-GL-RECORD.
004700     IF GL-POSTING-DATE NUMERIC
004710             AND GL-POSTING-DATE EQUAL WS-TRIAL-DATE
004720         IF GL-CREDIT
004730             SUBTRACT GL-AMOUNT FROM WS-GL-TOTAL
004740         ELSE
004750             ADD GL-AMOUNT TO WS-GL-TOTAL
004760         END-IF
004770     END-IF.
004780     PERFORM 3100-READ-ADDGL
004790         THRU 3100-READ-ADDGL-EXIT.
004800 3200-TALLY-GL-RECORD-EXIT.
004810     EXIT.
004820*
004830*****************************************************************
004840*    8000-PRINT-PROOF                                           *
004850*    PRINTS THE ACCOUNT COUNTS, THE DEBIT AND CREDIT BALANCE    *
004860*    TOTALS AND THE TWO PROOF LEGS, FLAGGING ANY LEG THAT       *
004870*    DOES NOT TIE.                                              *
004880*****************************************************************
004890 8000-PRINT-PROOF.
004900     MOVE "ACCOUNTS ON MASTER" TO C-LABEL.
004910     MOVE WS-ACCOUNT-COUNT TO C-COUNT.
004920     WRITE ADDTBRPT-RECORD FROM WS-RPT-COUNT-LINE
004930         AFTER ADVANCING 3 LINES.
004940     MOVE "  POSTED ON THE DATE" TO C-LABEL.
004950     MOVE WS-MOVED-COUNT TO C-COUNT.
004960     WRITE ADDTBRPT-RECORD FROM WS-RPT-COUNT-LINE
004970         AFTER ADVANCING 1 LINE.
004980     IF WS-LATER-COUNT GREATER THAN ZERO
004990         MOVE "  *L POSTED ON A LATER DATE" TO C-LABEL
005000         MOVE WS-LATER-COUNT TO C-COUNT
005010         WRITE ADDTBRPT-RECORD FROM WS-RPT-COUNT-LINE
005020             AFTER ADVANCING 1 LINE
005030     END-IF.
005040     MOVE "DEBIT BALANCES" TO A-LABEL.
005050     MOVE WS-TOT-DEBIT-BALANCES TO A-AMOUNT.
005060     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005070         AFTER ADVANCING 2 LINES.
005080     MOVE "CREDIT BALANCES" TO A-LABEL.
005090     MOVE WS-TOT-CREDIT-BALANCES TO A-AMOUNT.
005100     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005110         AFTER ADVANCING 1 LINE.
005120     MOVE "SUM OF OPENING BALANCES" TO A-LABEL.
005130     MOVE WS-TOT-OPENING TO A-AMOUNT.
005140     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005150         AFTER ADVANCING 2 LINES.
005160     MOVE "  PLUS DAY DEBITS" TO A-LABEL.
005170     MOVE WS-TOT-DAY-DEBITS TO A-AMOUNT.
005180     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005190         AFTER ADVANCING 1 LINE.
005200     MOVE "  LESS DAY CREDITS" TO A-LABEL.
005210     MOVE WS-TOT-DAY-CREDITS TO A-AMOUNT.
005220     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005230         AFTER ADVANCING 1 LINE.
005240     MOVE "SUM OF CLOSING BALANCES" TO A-LABEL.
005250     MOVE WS-TOT-CLOSING TO A-AMOUNT.
005260     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005270         AFTER ADVANCING 1 LINE.
005280     COMPUTE WS-PROVED-CLOSING = WS-TOT-OPENING
005290         + WS-TOT-DAY-DEBITS - WS-TOT-DAY-CREDITS.
005300     MOVE "BALANCE LEG" TO L-LABEL.
005310     IF WS-PROVED-CLOSING EQUAL WS-TOT-CLOSING
005320         MOVE "TIE" TO L-STATUS
005330     ELSE
005340         MOVE "*OUT*" TO L-STATUS
005350         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005360     END-IF.
005370     WRITE ADDTBRPT-RECORD FROM WS-RPT-LEG-LINE
005380         AFTER ADVANCING 1 LINE.
005390     COMPUTE WS-MASTER-MOVEMENT =
005400         WS-TOT-DAY-DEBITS - WS-TOT-DAY-CREDITS.
005410     MOVE "NET DAY MOVEMENT ON MASTER" TO A-LABEL.
005420     MOVE WS-MASTER-MOVEMENT TO A-AMOUNT.
005430     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005440         AFTER ADVANCING 2 LINES.
005450     MOVE "  GL FEED TOTAL" TO A-LABEL.
005460     MOVE WS-GL-TOTAL TO A-AMOUNT.
005470     WRITE ADDTBRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005480         AFTER ADVANCING 1 LINE.
005490     MOVE "GL LEG" TO L-LABEL.
005500     IF WS-MASTER-MOVEMENT EQUAL WS-GL-TOTAL
005510         MOVE "TIE" TO L-STATUS
005520     ELSE
005530         MOVE "*OUT*" TO L-STATUS
005540         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005550     END-IF.
005560     WRITE ADDTBRPT-RECORD FROM WS-RPT-LEG-LINE
005570         AFTER ADVANCING 1 LINE.
005580 8000-PRINT-PROOF-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620*    9000-TERMINATE                                             *
005630*    DISPLAYS THE TRIAL BALANCE TOTALS, CLOSES THE REPORT AND   *
005640*    SETS THE STEP RETURN CODE.                                 *
005650*****************************************************************
005660 9000-TERMINATE.
005670     DISPLAY "ADDTBL: ACCOUNTS ON MASTER  " WS-ACCOUNT-COUNT.
005680     DISPLAY "ADDTBL: POSTED ON THE DATE  " WS-MOVED-COUNT.
005690     DISPLAY "ADDTBL: CLOSING BALANCES    " WS-TOT-CLOSING.
005700     DISPLAY "ADDTBL: GL FEED TOTAL       " WS-GL-TOTAL.
005710     IF NOT WS-OPEN-ERROR
005720         CLOSE ADDTBRPT-FILE
005730     END-IF.
005740     IF WS-OPEN-ERROR
005750         MOVE 8 TO RETURN-CODE
005760     ELSE
005770         IF WS-OUT-OF-PROOF
005780             DISPLAY "ADDTBL: THE TRIAL BALANCE DOES NOT PROVE"
005790             IF WS-LATER-COUNT GREATER THAN ZERO
005800                 DISPLAY "  " WS-LATER-COUNT " ACCOUNTS ALREADY"
005810                     " CARRY A LATER POSTING DATE"
005820             END-IF
005830             MOVE 16 TO RETURN-CODE
005840         ELSE
005850             MOVE ZERO TO RETURN-CODE
005860         END-IF
005870     END-IF.
005880 9000-TERMINATE-EXIT.
005890     EXIT.
