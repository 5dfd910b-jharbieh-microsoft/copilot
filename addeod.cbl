000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDEOD.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    END-OF-DAY CLOSE.  RUN AS THE ONE STEP OF ADDEOD WHEN      *
000100*    OPERATIONS DECIDES A BUSINESS DATE WILL TAKE NO MORE       *
000110*    INTRADAY POSTING CYCLES - THE FEEDS FOR ITS LATER CYCLES   *
000120*    ARE NOT COMING, OR THE DATE MUST BE CLOSED AHEAD OF ITS    *
000130*    LAST SCHEDULED CYCLE.  A DATE'S LAST SCHEDULED CYCLE       *
000140*    CLOSES IT BY ITSELF; THIS STEP IS THE EXPLICIT CLOSE FOR   *
000150*    EVERY OTHER CASE.                                          *
000160*                                                                *
000170*    MARKS THE ADDRUN RUN CONTROL RECORD COMPLETE WITH CLOSE    *
000180*    TYPE E (CLOSED BY THE END-OF-DAY STEP), SO THE ADDCYC GATE *
000190*    REFUSES ANY FURTHER CYCLE OF THE DATE WITHOUT THE ,O       *
000200*    OVERRIDE AND ADDPRF REPORTS THE DAY'S TOTALS AS FINAL,     *
000210*    THEN RESTATES THE DAY RECORD ON ADDSTAT AS CLOSED FOR THE  *
000220*    ADDOPS SCREEN.  ONLY THE DATE ADDRUN HOLDS - THE LATEST    *
000230*    DATE POSTED - CAN BE CLOSED, AND ONLY WHEN ITS LATEST      *
000240*    CYCLE HAS POSTED.  ADDRUN IS REWRITTEN WHOLE, AS THE       *
000250*    POSTING STEP DOES.                                         *
000260*                                                                *
000270*    PARM:  YYYYMMDD - THE BUSINESS DATE TO CLOSE (EMPTY FOR    *
000280*    TODAY).                                                    *
000290*                                                                *
000300*    RETURN CODES:  0 - THE DATE IS NOW CLOSED.  4 - THE DATE   *
000310*    WAS ALREADY CLOSED AND NOTHING CHANGED, OR IT IS NOW       *
000320*    CLOSED BUT ITS ADDSTAT DAY RECORD COULD NOT BE RESTATED.   *
000330*    16 - THE DATE CANNOT BE CLOSED - A CYCLE IS IN FLIGHT,     *
000340*    ADDRUN IS ON ANOTHER DATE OR NOTHING HAS POSTED (THE       *
000350*    REASON IS ON THE LOG).                                     *
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
000500     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-ADDRUN-STATUS.
000530     SELECT ADDSTAT-FILE ASSIGN TO ADDSTAT
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS STA-KEY
000570         FILE STATUS IS WS-ADDSTAT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620 FD  ADDRUN-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY ADDRUNR.
000660*
000670 FD  ADDSTAT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY ADDSTAR.
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730 01  WS-FILE-STATUSES.
000740     05  WS-ADDRUN-STATUS            PIC X(02).
000750         88  WS-ADDRUN-OK                 VALUE "00".
000760     05  WS-ADDSTAT-STATUS           PIC X(02).
000770         88  WS-ADDSTAT-OK                VALUE "00".
000780*
000790 01  WS-SWITCHES.
000800     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
000810         88  WS-CLOSE-REFUSED             VALUE "Y".
000820     05  WS-ALREADY-CLOSED-SWITCH    PIC X(01) VALUE "N".
000830         88  WS-ALREADY-CLOSED            VALUE "Y".
000840     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
000850         88  WS-WARNING-RAISED            VALUE "Y".
000860*
000870 01  WS-CLOSE-DATE                   PIC 9(08).
000880 01  WS-RUN-TIME                     PIC 9(08).
000890 01  WS-CYCLE-IX                     PIC S9(04) COMP VALUE ZERO.
000900 01  WS-CYCLES-POSTED                PIC 9(01) VALUE ZERO.
000910 01  WS-CYCLES-SCHEDULED             PIC 9(01) VALUE 1.
000920*
000930 LINKAGE SECTION.
000940*
000950 01  LS-PARM-INFO.
000960     05  LS-PARM-LENGTH              PIC S9(04) COMP.
000970     05  LS-PARM-TEXT                PIC X(08).
000980*
000990 PROCEDURE DIVISION USING LS-PARM-INFO.
001000*
001010*****************************************************************
001020*    0000-MAINLINE                                              *
001030*    CONTROLS OVERALL FLOW OF THE CLOSE.                        *
001040*****************************************************************
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE
001070         THRU 1000-INITIALIZE-EXIT.
001080     IF NOT WS-CLOSE-REFUSED
001090         PERFORM 2000-READ-RUN-CONTROL
001100             THRU 2000-READ-RUN-CONTROL-EXIT
001110     END-IF.
001120     IF NOT WS-CLOSE-REFUSED
001130         PERFORM 3000-CHECK-DATE-STATE
001140             THRU 3000-CHECK-DATE-STATE-EXIT
001150     END-IF.
001160     IF NOT WS-CLOSE-REFUSED
001170             AND NOT WS-ALREADY-CLOSED
001180         PERFORM 4000-CLOSE-DATE
001190             THRU 4000-CLOSE-DATE-EXIT
001200     END-IF.
001210     IF NOT WS-CLOSE-REFUSED
001220             AND NOT WS-ALREADY-CLOSED
001230         PERFORM 5000-RESTATE-DAY-STATUS
001240             THRU 5000-RESTATE-DAY-STATUS-EXIT
001250     END-IF.
001260     PERFORM 9000-TERMINATE
001270         THRU 9000-TERMINATE-EXIT.
001280     STOP RUN.
001290*
001300*****************************************************************
001310*    1000-INITIALIZE                                            *
001320*    ESTABLISHES THE DATE TO CLOSE - THE PARM DATE, OR TODAY    *
001330*    WHEN NONE WAS CODED - AND THE STAMP TIME.                  *
001340*****************************************************************
001350 1000-INITIALIZE.
001360     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD.
001370     ACCEPT WS-RUN-TIME FROM TIME.
001380     IF LS-PARM-LENGTH GREATER THAN ZERO
001390         IF LS-PARM-LENGTH EQUAL 8
001400                 AND LS-PARM-TEXT NUMERIC
001410             MOVE LS-PARM-TEXT TO WS-CLOSE-DATE
001420         ELSE
001430             DISPLAY "ADDEOD: PARM MUST BE THE BUSINESS DATE AS"
001440                 " YYYYMMDD"
001450             DISPLAY "  CLOSE REFUSED - CORRECT THE PARM"
001460             MOVE "Y" TO WS-REFUSED-SWITCH
001470         END-IF
001480     END-IF.
001490 1000-INITIALIZE-EXIT.
001500     EXIT.
001510*
001520*****************************************************************
001530*    2000-READ-RUN-CONTROL                                      *
001540*    READS THE RUN CONTROL RECORD.  A MISSING OR EMPTY ADDRUN   *
001550*    MEANS NOTHING HAS EVER POSTED AND LEAVES NOTHING TO CLOSE. *
001560*****************************************************************
001570 2000-READ-RUN-CONTROL.
001580     MOVE SPACES TO ADDRUN-RECORD.
001590     MOVE ZERO TO RUN-CTL-DATE.
001600     OPEN INPUT ADDRUN-FILE.
001610     IF NOT WS-ADDRUN-OK
001620         DISPLAY "ADDEOD: UNABLE TO OPEN ADDRUN"
001630         DISPLAY "FILE STATUS IS " WS-ADDRUN-STATUS
001640         DISPLAY "  CLOSE REFUSED - NO RUN CONTROL RECORD"
001650         MOVE "Y" TO WS-REFUSED-SWITCH
001660         GO TO 2000-READ-RUN-CONTROL-EXIT
001670     END-IF.
001680     READ ADDRUN-FILE
001690         AT END
001700             MOVE ZERO TO RUN-CTL-DATE
001710     END-READ.
001720     CLOSE ADDRUN-FILE.
001730 2000-READ-RUN-CONTROL-EXIT.
001740     EXIT.
001750*
001760*****************************************************************
001770*    3000-CHECK-DATE-STATE                                      *
001780*    PROVES THE DATE CAN BE CLOSED - ADDRUN MUST HOLD IT, NO    *
001790*    CYCLE MAY BE IN FLIGHT AND ITS LATEST CYCLE MUST HAVE      *
001800*    POSTED.  A DATE ALREADY CLOSED IS REPORTED AND LEFT ALONE. *
001810*    COUNTS THE CYCLES THAT POSTED FOR THE LOG.                 *
001820*****************************************************************
001830 3000-CHECK-DATE-STATE.
001840     IF RUN-CTL-DATE NOT EQUAL WS-CLOSE-DATE
001850         DISPLAY "ADDEOD: ADDRUN HOLDS BUSINESS DATE "
001860             RUN-CTL-DATE ", NOT " WS-CLOSE-DATE
001870         DISPLAY "  CLOSE REFUSED - ONLY THE DATE LAST POSTED"
001880             " CAN BE CLOSED"
001890         MOVE "Y" TO WS-REFUSED-SWITCH
001900         GO TO 3000-CHECK-DATE-STATE-EXIT
001910     END-IF.
001920     IF RUN-CTL-CYCLES-SCHEDULED NUMERIC
001930             AND RUN-CTL-CYCLES-SCHEDULED GREATER THAN ZERO
001940         MOVE RUN-CTL-CYCLES-SCHEDULED TO WS-CYCLES-SCHEDULED
001950     END-IF.
001960     PERFORM 3100-COUNT-POSTED-CYCLE
001970         THRU 3100-COUNT-POSTED-CYCLE-EXIT
001980         VARYING WS-CYCLE-IX FROM 1 BY 1
001990         UNTIL WS-CYCLE-IX GREATER THAN 4.
002000     IF RUN-CTL-COMPLETE
002010         MOVE "Y" TO WS-ALREADY-CLOSED-SWITCH
002020         IF RUN-CTL-CLOSED-BY-EOD
002030             DISPLAY "ADDEOD: BUSINESS DATE " WS-CLOSE-DATE
002040                 " WAS ALREADY CLOSED BY THE END-OF-DAY STEP"
002050         ELSE
002060             DISPLAY "ADDEOD: BUSINESS DATE " WS-CLOSE-DATE
002070                 " WAS ALREADY CLOSED BY ITS LAST CYCLE"
002080         END-IF
002090         DISPLAY "  NOTHING CHANGED"
002100         GO TO 3000-CHECK-DATE-STATE-EXIT
002110     END-IF.
002120     IF RUN-CTL-IN-FLIGHT
002130         DISPLAY "ADDEOD: CYCLE " RUN-CTL-CYCLE-NO
002140             " OF BUSINESS DATE " WS-CLOSE-DATE " IS IN FLIGHT"
002150         DISPLAY "  CLOSE REFUSED - RESTART THE CYCLE TO"
002160             " COMPLETION FIRST"
002170         MOVE "Y" TO WS-REFUSED-SWITCH
002180         GO TO 3000-CHECK-DATE-STATE-EXIT
002190     END-IF.
002200     IF NOT RUN-CTL-CYCLE-POSTED
002210         DISPLAY "ADDEOD: NO POSTING CYCLE OF BUSINESS DATE "
002220             WS-CLOSE-DATE " HAS POSTED"
002230         DISPLAY "  CLOSE REFUSED - NOTHING TO CLOSE"
002240         MOVE "Y" TO WS-REFUSED-SWITCH
002250     END-IF.
002260 3000-CHECK-DATE-STATE-EXIT.
002270     EXIT.
002280*
002290*****************************************************************
002300*    3100-COUNT-POSTED-CYCLE                                    *
002310*    COUNTS ONE CYCLE TABLE ENTRY MARKED POSTED.                *
002320*****************************************************************
002330 3100-COUNT-POSTED-CYCLE.
002340     IF RUN-CTL-CYC-POSTED (WS-CYCLE-IX)
002350         ADD 1 TO WS-CYCLES-POSTED
002360     END-IF.
002370 3100-COUNT-POSTED-CYCLE-EXIT.
002380     EXIT.
002390*
002400*****************************************************************
002410*    4000-CLOSE-DATE                                            *
002420*    MARKS THE DATE COMPLETE, CLOSED BY THE END-OF-DAY STEP,    *
002430*    AND REWRITES THE RUN CONTROL RECORD.  THE LATEST CYCLE'S   *
002440*    JOB ID AND START TIME ARE LEFT AS THEY STAND - ADDBAL      *
002450*    STILL IDENTIFIES THAT POSTING RUN BY THEM.                 *
002460*****************************************************************
002470 4000-CLOSE-DATE.
002480     MOVE "C" TO RUN-CTL-STATUS.
002490     MOVE "E" TO RUN-CTL-CLOSE-TYPE.
002500     OPEN OUTPUT ADDRUN-FILE.
002510     IF NOT WS-ADDRUN-OK
002520         DISPLAY "ADDEOD: UNABLE TO REWRITE ADDRUN"
002530         DISPLAY "FILE STATUS IS " WS-ADDRUN-STATUS
002540         DISPLAY "  CLOSE FAILED - BUSINESS DATE " WS-CLOSE-DATE
002550             " STAYS OPEN"
002560         MOVE "Y" TO WS-REFUSED-SWITCH
002570         GO TO 4000-CLOSE-DATE-EXIT
002580     END-IF.
002590     WRITE ADDRUN-RECORD.
002600     CLOSE ADDRUN-FILE.
002610     DISPLAY "ADDEOD: BUSINESS DATE " WS-CLOSE-DATE " CLOSED - "
002620         WS-CYCLES-POSTED " OF " WS-CYCLES-SCHEDULED
002630         " SCHEDULED CYCLE(S) POSTED".
002640     IF WS-CYCLES-POSTED LESS THAN WS-CYCLES-SCHEDULED
002650         DISPLAY "  ITS REMAINING CYCLES WILL NOT RUN"
002660     END-IF.
002670 4000-CLOSE-DATE-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710*    5000-RESTATE-DAY-STATUS                                    *
002720*    RESTATES THE DAY RECORD (SEQUENCE ZERO) ON THE RUN STATUS  *
002730*    MASTER AS CLOSED.  THE CLOSE ITSELF STANDS EITHER WAY - A  *
002740*    FAILURE HERE ONLY LEAVES ADDOPS SHOWING THE DATE OPEN, AND *
002750*    IS A WARNING.                                              *
002760*****************************************************************
002770 5000-RESTATE-DAY-STATUS.
002780     OPEN I-O ADDSTAT-FILE.
002790     IF NOT WS-ADDSTAT-OK
002800         DISPLAY "ADDEOD: UNABLE TO OPEN ADDSTAT"
002810         DISPLAY "FILE STATUS IS " WS-ADDSTAT-STATUS
002820         DISPLAY "  DATE CLOSED - ADDOPS STILL SHOWS IT OPEN"
002830         MOVE "Y" TO WS-WARNING-SWITCH
002840         GO TO 5000-RESTATE-DAY-STATUS-EXIT
002850     END-IF.
002860     MOVE WS-CLOSE-DATE TO STA-RUN-DATE.
002870     MOVE "R" TO STA-REC-TYPE.
002880     MOVE ZERO TO STA-BATCH-SEQ.
002890     READ ADDSTAT-FILE
002900         INVALID KEY
002910             DISPLAY "ADDEOD: NO ADDSTAT DAY RECORD FOR "
002920                 WS-CLOSE-DATE
002930             DISPLAY "  DATE CLOSED - ADDOPS STILL SHOWS IT OPEN"
002940             MOVE "Y" TO WS-WARNING-SWITCH
002950             CLOSE ADDSTAT-FILE
002960             GO TO 5000-RESTATE-DAY-STATUS-EXIT
002970     END-READ.
002980     MOVE "CLOSD" TO STA-STATUS.
002990     MOVE WS-RUN-TIME TO STA-STAMP-TIME.
003000     REWRITE ADDSTA-RECORD.
003010     IF NOT WS-ADDSTAT-OK
003020         DISPLAY "ADDEOD: ADDSTAT DAY RECORD REWRITE FAILED"
003030         DISPLAY "FILE STATUS IS " WS-ADDSTAT-STATUS
003040         DISPLAY "  DATE CLOSED - ADDOPS STILL SHOWS IT OPEN"
003050         MOVE "Y" TO WS-WARNING-SWITCH
003060     END-IF.
003070     CLOSE ADDSTAT-FILE.
003080 5000-RESTATE-DAY-STATUS-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120*    9000-TERMINATE                                             *
003130*    SETS THE STEP RETURN CODE.                                 *
003140*****************************************************************
003150 9000-TERMINATE.
003160     IF WS-CLOSE-REFUSED
003170         MOVE 16 TO RETURN-CODE
003180     ELSE
003190         IF WS-ALREADY-CLOSED
003200                 OR WS-WARNING-RAISED
003210             MOVE 4 TO RETURN-CODE
003220         ELSE
003230             MOVE ZERO TO RETURN-CODE
003240         END-IF
003250     END-IF.
003260 9000-TERMINATE-EXIT.
003270     EXIT.
