000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDBAL.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    ACCOUNT BALANCE MASTER UPDATE.  RUN IN ADDTWO RIGHT        *
000100*    AFTER THE POSTING STEP.  APPLIES THE POSTING RUN'S         *
000110*    ACCOUNT TOTALS - THE ADDACCW WORK FILE THE POSTING STEP    *
000120*    LEAVES BEHIND, ONE RECORD PER ACCOUNT WITH ITS DEBIT AND   *
000130*    CREDIT TOTALS - TO THE ADDBALM ACCOUNT BALANCE MASTER:     *
000140*    OPENING, DAY, MONTH-TO-DATE AND YEAR-TO-DATE DEBIT AND     *
000150*    CREDIT TOTALS AND THE CLOSING BALANCE (SEE ADDBALR).       *
000160*                                                                *
000170*    ONLY A RUN THE ADDRUN RUN CONTROL RECORD SHOWS POSTED      *
000180*    (OR THE DATE COMPLETE) IS APPLIED - THE WORK FILE OF A     *
000190*    RUN THAT NEVER CONSUMED ITS INPUT IS PARTIAL, AND ITS      *
000195*    RESTART WILL REBUILD IT.  THE RUN IS IDENTIFIED BY ITS     *
000200*    RUN DATE AND START TIME, SO EACH POSTING CYCLE OF A DATE   *
000205*    IS APPLIED ONCE, ADDING TO THE DAY ALREADY THERE.          *
000210*    EACH ACCOUNT RECORD AND THE CONTROL RECORD ARE STAMPED     *
000220*    WITH THE RUN THEY LAST TOOK, SO A RERUN OF THIS STEP       *
000230*    (OR ONE THAT ABENDED PART WAY) NEVER APPLIES AN ACCOUNT    *
000240*    TWICE.                                                     *
000250*                                                                *
000260*    THE CONTROL RECORD HOLDS THE OPEN FISCAL YEAR.  A RUN      *
000270*    DATED IN ANY OTHER YEAR IS REFUSED AND NOTHING IS          *
000280*    APPLIED - RUN THE ADDYEND ROLLOVER (ADDBYE) FOR THE        *
000290*    YEAR JUST ENDED, THEN RESTART THIS STEP.  THE WORK FILE    *
000300*    SURVIVES UNTIL THE NEXT ADDTWO SUBMISSION REBUILDS IT.     *
000310*    A BRAND NEW MASTER OPENS THE YEAR OF THE FIRST RUN         *
000320*    APPLIED.                                                   *
000330*                                                                *
000340*    RETURN CODES:  0 - RUN APPLIED.  4 - THE RUN WAS ALREADY   *
000350*    APPLIED; NOTHING TO DO.  8 - A FILE COULD NOT BE OPENED    *
000360*    OR THE MASTER COULD NOT BE UPDATED.  16 - THE RUN IS NOT   *
000370*    COMPLETE, OR IS DATED OUTSIDE THE OPEN FISCAL YEAR.        *
000380*                                                                *
000390*    MODIFICATION HISTORY                                       *
000400*    ---------------------                                      *
000410*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000412*    10/15/26  RLH  INTRADAY POSTING CYCLES.  ADDRUN LAYOUT NOW  *
000414*                   FROM ADDRUNR; A CYCLE STAMPED POSTED ON A    *
000416*                   DATE STILL OPEN IS APPLIED THE SAME AS A     *
000418*                   COMPLETE DATE.                               *
000420*                                                                *
000430*****************************************************************
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-ADDRUN-STATUS.
000550     SELECT ADDACCW-FILE ASSIGN TO ADDACCW
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS ACW-ACCOUNT-NO
000590         FILE STATUS IS WS-ADDACCW-STATUS.
000600     SELECT ADDBALM-FILE ASSIGN TO ADDBALM
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS BAL-ACCOUNT-NO
000640         FILE STATUS IS WS-ADDBALM-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680*
000690 FD  ADDRUN-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000755     COPY ADDRUNR.
000800*
000810 FD  ADDACCW-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  ADDACCW-RECORD.
000840     05  ACW-ACCOUNT-NO              PIC 9(08).
000850     05  ACW-DET-COUNT               PIC 9(06).
000860     05  ACW-NET                     PIC S9(11)V99.
000870     05  ACW-DEBIT-TOTAL             PIC S9(11)V99.
000880     05  ACW-CREDIT-TOTAL            PIC S9(11)V99.
000890     05  FILLER                      PIC X(27).
000900*
000910 FD  ADDBALM-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY ADDBALR.
000940*
000950 WORKING-STORAGE SECTION.
000960*
000970 01  WS-FILE-STATUSES.
000980     05  WS-ADDRUN-STATUS            PIC X(02).
000990         88  WS-ADDRUN-OK                 VALUE "00".
001000     05  WS-ADDACCW-STATUS           PIC X(02).
001010         88  WS-ADDACCW-OK                VALUE "00".
001020     05  WS-ADDBALM-STATUS           PIC X(02).
001030         88  WS-ADDBALM-OK                VALUE "00".
001040         88  WS-ADDBALM-NOT-FOUND         VALUE "23".
001050*
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001080         88  WS-EOF                       VALUE "Y".
001090     05  WS-ERROR-SWITCH             PIC X(01) VALUE "N".
001100         88  WS-ERROR-RAISED              VALUE "Y".
001110     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
001120         88  WS-RUN-REFUSED               VALUE "Y".
001130     05  WS-APPLIED-SWITCH           PIC X(01) VALUE "N".
001140         88  WS-ALREADY-APPLIED           VALUE "Y".
001150     05  WS-ACCW-OPEN-SWITCH         PIC X(01) VALUE "N".
001160         88  WS-ACCW-OPEN                 VALUE "Y".
001170     05  WS-BALM-OPEN-SWITCH         PIC X(01) VALUE "N".
001180         88  WS-BALM-OPEN                 VALUE "Y".
001190*
001200 01  WS-RUN-IDENTIFICATION.
001210     05  WS-RUN-DATE                 PIC 9(08).
001220     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001230         10  WS-RUN-YEAR             PIC 9(04).
001240         10  WS-RUN-MONTH            PIC 9(02).
001250         10  WS-RUN-DAY              PIC 9(02).
001260     05  WS-RUN-TIME                 PIC 9(08).
001270     05  WS-JOB-ID                   PIC X(08).
001280*
001290 01  WS-COUNTS.
001300     05  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
001310     05  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE ZERO.
001320     05  WS-NEW-COUNT                PIC 9(06) COMP VALUE ZERO.
001330     05  WS-SKIPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
001340     05  WS-DEBIT-TOTAL              PIC S9(11)V99 COMP
001350                                         VALUE ZERO.
001360     05  WS-CREDIT-TOTAL             PIC S9(11)V99 COMP
001370                                         VALUE ZERO.
001380*
001390 PROCEDURE DIVISION.
001400*
001410*****************************************************************
001420*    0000-MAINLINE                                              *
001430*    CONTROLS OVERALL FLOW OF THE BALANCE UPDATE.               *
001440*****************************************************************
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE
001470         THRU 1000-INITIALIZE-EXIT.
001480     PERFORM 2000-APPLY-ACCOUNT
001490         THRU 2000-APPLY-ACCOUNT-EXIT
001500         UNTIL WS-EOF.
001510     PERFORM 9000-TERMINATE
001520         THRU 9000-TERMINATE-EXIT.
001530     STOP RUN.
001540*
001550*****************************************************************
001560*    1000-INITIALIZE                                            *
001570*    IDENTIFIES THE POSTING RUN FROM ADDRUN, OPENS THE          *
001580*    BALANCE MASTER, PROVES THE RUN AGAINST THE CONTROL         *
001590*    RECORD AND OPENS THE ACCOUNT TOTALS WORK FILE.  ANY        *
001600*    REASON NOT TO APPLY THE RUN ENDS THE STEP HERE WITH        *
001610*    NOTHING TOUCHED.                                           *
001620*****************************************************************
001630 1000-INITIALIZE.
001640     MOVE "Y" TO WS-EOF-SWITCH.
001650     OPEN INPUT ADDRUN-FILE.
001660     IF NOT WS-ADDRUN-OK
001670         DISPLAY "ADDBAL: UNABLE TO OPEN ADDRUN"
001680         DISPLAY "FILE STATUS IS " WS-ADDRUN-STATUS
001690         MOVE "Y" TO WS-ERROR-SWITCH
001700         GO TO 1000-INITIALIZE-EXIT
001710     END-IF.
001720     MOVE ZERO TO RUN-CTL-DATE.
001730     MOVE SPACE TO RUN-CTL-STATUS.
001740     READ ADDRUN-FILE
001750         AT END
001760             CONTINUE
001770     END-READ.
001780     CLOSE ADDRUN-FILE.
001790     IF NOT RUN-CTL-INPUT-CONSUMED
001800         DISPLAY "ADDBAL: POSTING RUN FOR " RUN-CTL-DATE
001810             " IS NOT POSTED ON ADDRUN"
001820         DISPLAY "  NOTHING APPLIED - THE ACCOUNT TOTALS ARE"
001830             " PARTIAL UNTIL THE RUN IS RESTARTED"
001840         MOVE "Y" TO WS-REFUSED-SWITCH
001850         GO TO 1000-INITIALIZE-EXIT
001860     END-IF.
001870     MOVE RUN-CTL-DATE TO WS-RUN-DATE.
001880     MOVE RUN-CTL-TIME TO WS-RUN-TIME.
001890     MOVE RUN-CTL-JOB-ID TO WS-JOB-ID.
001900     OPEN I-O ADDBALM-FILE.
001910     IF WS-ADDBALM-STATUS EQUAL "35"
001920*        FIRST EVER RUN - BUILD THE EMPTY MASTER, THEN REOPEN
001930*        I-O SO THE CONTROL RECORD CAN BE WRITTEN.
001940         OPEN OUTPUT ADDBALM-FILE
001950         CLOSE ADDBALM-FILE
001960         OPEN I-O ADDBALM-FILE
001970     END-IF.
001980     IF NOT WS-ADDBALM-OK
001990         DISPLAY "ADDBAL: UNABLE TO OPEN ADDBALM"
002000         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002010         MOVE "Y" TO WS-ERROR-SWITCH
002020         GO TO 1000-INITIALIZE-EXIT
002030     END-IF.
002040     MOVE "Y" TO WS-BALM-OPEN-SWITCH.
002050     PERFORM 1100-CHECK-CONTROL-RECORD
002060         THRU 1100-CHECK-CONTROL-RECORD-EXIT.
002070     IF WS-RUN-REFUSED
002080             OR WS-ALREADY-APPLIED
002090             OR WS-ERROR-RAISED
002100         GO TO 1000-INITIALIZE-EXIT
002110     END-IF.
002120     OPEN INPUT ADDACCW-FILE.
002130     IF NOT WS-ADDACCW-OK
002140         DISPLAY "ADDBAL: UNABLE TO OPEN ADDACCW"
002150         DISPLAY "FILE STATUS IS " WS-ADDACCW-STATUS
002160         MOVE "Y" TO WS-ERROR-SWITCH
002170         GO TO 1000-INITIALIZE-EXIT
002180     END-IF.
002190     MOVE "Y" TO WS-ACCW-OPEN-SWITCH.
002200     MOVE "N" TO WS-EOF-SWITCH.
002210     PERFORM 2100-READ-ADDACCW
002220         THRU 2100-READ-ADDACCW-EXIT.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.
002250*
002260*****************************************************************
002270*    1100-CHECK-CONTROL-RECORD                                  *
002280*    READS THE MASTER'S CONTROL RECORD - BUILDING IT, OPEN ON   *
002290*    THE RUN'S YEAR, ON A NEW MASTER - AND PROVES THE RUN:      *
002300*    ALREADY APPLIED ENDS THE STEP RC 4; A RUN DATED OUTSIDE    *
002310*    THE OPEN FISCAL YEAR IS REFUSED.                           *
002320*****************************************************************
002330 1100-CHECK-CONTROL-RECORD.
002340     MOVE ZERO TO BAL-ACCOUNT-NO.
002350     READ ADDBALM-FILE
002360         INVALID KEY
002370             MOVE SPACES TO ADDBAL-RECORD
002380             MOVE ZERO TO BAL-ACCOUNT-NO
002390             MOVE WS-RUN-YEAR TO BAL-CTL-OPEN-YEAR
002400             MOVE ZERO TO BAL-CTL-LAST-RUN-DATE
002410             MOVE ZERO TO BAL-CTL-LAST-RUN-TIME
002420             MOVE SPACES TO BAL-CTL-LAST-JOB-ID
002430             MOVE ZERO TO BAL-CTL-ROLLED-DATE
002440             WRITE ADDBAL-RECORD
002450             DISPLAY "ADDBAL: NEW BALANCE MASTER OPENED FOR "
002460                 "FISCAL YEAR " WS-RUN-YEAR
002470     END-READ.
002480     IF NOT WS-ADDBALM-OK
002490         DISPLAY "ADDBAL: CONTROL RECORD UNAVAILABLE"
002500         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002510         MOVE "Y" TO WS-ERROR-SWITCH
002520         GO TO 1100-CHECK-CONTROL-RECORD-EXIT
002530     END-IF.
002540     IF BAL-CTL-LAST-RUN-DATE EQUAL WS-RUN-DATE
002550             AND BAL-CTL-LAST-RUN-TIME EQUAL WS-RUN-TIME
002560         DISPLAY "ADDBAL: POSTING RUN " WS-RUN-DATE " "
002570             WS-RUN-TIME " ALREADY APPLIED - NOTHING TO DO"
002580         MOVE "Y" TO WS-APPLIED-SWITCH
002590         GO TO 1100-CHECK-CONTROL-RECORD-EXIT
002600     END-IF.
002610     IF WS-RUN-YEAR NOT EQUAL BAL-CTL-OPEN-YEAR
002620         DISPLAY "ADDBAL: RUN DATE " WS-RUN-DATE
002630             " IS OUTSIDE OPEN FISCAL YEAR " BAL-CTL-OPEN-YEAR
002640         IF WS-RUN-YEAR GREATER THAN BAL-CTL-OPEN-YEAR
002650             DISPLAY "  NOTHING APPLIED - RUN ADDYEND FOR "
002660                 BAL-CTL-OPEN-YEAR ", THEN RESTART THIS STEP"
002670         ELSE
002680             DISPLAY "  NOTHING APPLIED - THAT YEAR IS CLOSED"
002690         END-IF
002700         MOVE "Y" TO WS-REFUSED-SWITCH
002710     END-IF.
002720 1100-CHECK-CONTROL-RECORD-EXIT.
002730     EXIT.
002740*
002750*****************************************************************
002760*    2000-APPLY-ACCOUNT                                         *
002770*    APPLIES ONE ACCOUNT'S RUN TOTALS TO ITS BALANCE RECORD,    *
002780*    OPENING THE RECORD ON FIRST SIGHT, AND READS THE NEXT      *
002790*    WORK RECORD.  A RECORD ALREADY STAMPED WITH THIS RUN       *
002800*    WAS APPLIED BY AN EARLIER ATTEMPT OF THIS STEP AND IS      *
002810*    SKIPPED.                                                   *
002820*****************************************************************
002830 2000-APPLY-ACCOUNT.
002840     ADD 1 TO WS-READ-COUNT.
002850     MOVE ACW-ACCOUNT-NO TO BAL-ACCOUNT-NO.
002860     READ ADDBALM-FILE
002870         INVALID KEY
002880             PERFORM 2200-OPEN-BALANCE-RECORD
002890                 THRU 2200-OPEN-BALANCE-RECORD-EXIT
002900     END-READ.
002910     IF NOT WS-ADDBALM-OK
002920             AND NOT WS-ADDBALM-NOT-FOUND
002930         DISPLAY "ADDBAL: READ FAILED FOR ACCOUNT "
002940             ACW-ACCOUNT-NO
002950         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
002960         MOVE "Y" TO WS-ERROR-SWITCH
002970         MOVE "Y" TO WS-EOF-SWITCH
002980         GO TO 2000-APPLY-ACCOUNT-EXIT
002990     END-IF.
003000     IF BAL-LAST-POST-DATE EQUAL WS-RUN-DATE
003010             AND BAL-LAST-RUN-TIME EQUAL WS-RUN-TIME
003020         ADD 1 TO WS-SKIPPED-COUNT
003030         GO TO 2000-APPLY-ACCOUNT-NEXT
003040     END-IF.
003050     PERFORM 2300-ROLL-PERIODS
003060         THRU 2300-ROLL-PERIODS-EXIT.
003070     ADD ACW-DEBIT-TOTAL TO BAL-DAY-DEBITS.
003080     ADD ACW-DEBIT-TOTAL TO BAL-MTD-DEBITS.
003090     ADD ACW-DEBIT-TOTAL TO BAL-YTD-DEBITS.
003100     ADD ACW-CREDIT-TOTAL TO BAL-DAY-CREDITS.
003110     ADD ACW-CREDIT-TOTAL TO BAL-MTD-CREDITS.
003120     ADD ACW-CREDIT-TOTAL TO BAL-YTD-CREDITS.
003130     COMPUTE BAL-CLOSING-BALANCE = BAL-CLOSING-BALANCE
003140         + ACW-DEBIT-TOTAL - ACW-CREDIT-TOTAL.
003150     MOVE WS-RUN-DATE TO BAL-LAST-POST-DATE.
003160     MOVE WS-RUN-TIME TO BAL-LAST-RUN-TIME.
003170     IF WS-ADDBALM-NOT-FOUND
003180         WRITE ADDBAL-RECORD
003190         ADD 1 TO WS-NEW-COUNT
003200     ELSE
003210         REWRITE ADDBAL-RECORD
003220     END-IF.
003230     IF NOT WS-ADDBALM-OK
003240         DISPLAY "ADDBAL: UPDATE FAILED FOR ACCOUNT "
003250             ACW-ACCOUNT-NO
003260         DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
003270         MOVE "Y" TO WS-ERROR-SWITCH
003280         MOVE "Y" TO WS-EOF-SWITCH
003290         GO TO 2000-APPLY-ACCOUNT-EXIT
003300     END-IF.
003310     ADD 1 TO WS-APPLIED-COUNT.
003320     ADD ACW-DEBIT-TOTAL TO WS-DEBIT-TOTAL.
003330     ADD ACW-CREDIT-TOTAL TO WS-CREDIT-TOTAL.
003340 2000-APPLY-ACCOUNT-NEXT.
003350     PERFORM 2100-READ-ADDACCW
003360         THRU 2100-READ-ADDACCW-EXIT.
003370 2000-APPLY-ACCOUNT-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*    2100-READ-ADDACCW                                          *
003420*    READS THE NEXT ACCOUNT TOTALS WORK RECORD, IN ACCOUNT      *
003430*    SEQUENCE, SETS EOF SWITCH.                                 *
003440*****************************************************************
003450 2100-READ-ADDACCW.
003460     READ ADDACCW-FILE NEXT RECORD
003470         AT END
003480             MOVE "Y" TO WS-EOF-SWITCH
003490     END-READ.
003500 2100-READ-ADDACCW-EXIT.
003510     EXIT.
003520*
003530*****************************************************************
003540*    2200-OPEN-BALANCE-RECORD                                   *
003550*    AN ACCOUNT POSTING FOR THE FIRST TIME - STARTS ITS         *
003560*    BALANCE RECORD AT ZERO IN THE OPEN FISCAL YEAR.  THE       *
003570*    NOT-FOUND STATUS IS LEFT SET SO THE CALLER WRITES RATHER   *
003580*    THAN REWRITES IT.                                          *
003590*****************************************************************
003600 2200-OPEN-BALANCE-RECORD.
003610     MOVE SPACES TO ADDBAL-RECORD.
003620     MOVE ACW-ACCOUNT-NO TO BAL-ACCOUNT-NO.
003630     MOVE WS-RUN-YEAR TO BAL-FISCAL-YEAR.
003640     MOVE ZERO TO BAL-LAST-POST-DATE.
003650     MOVE ZERO TO BAL-LAST-RUN-TIME.
003660     MOVE ZERO TO BAL-OPENING-BALANCE.
003670     MOVE ZERO TO BAL-CLOSING-BALANCE.
003680     MOVE ZERO TO BAL-DAY-DEBITS.
003690     MOVE ZERO TO BAL-DAY-CREDITS.
003700     MOVE ZERO TO BAL-MTD-DEBITS.
003710     MOVE ZERO TO BAL-MTD-CREDITS.
003720     MOVE ZERO TO BAL-YTD-DEBITS.
003730     MOVE ZERO TO BAL-YTD-CREDITS.
003740     MOVE ZERO TO BAL-PY-DEBITS.
003750     MOVE ZERO TO BAL-PY-CREDITS.
003760     MOVE ZERO TO BAL-PY-CLOSING-BALANCE.
003770 2200-OPEN-BALANCE-RECORD-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810*    2300-ROLL-PERIODS                                          *
003820*    THE FIRST RUN APPLIED ON A NEW BUSINESS DATE CARRIES THE   *
003830*    CLOSING BALANCE INTO THE OPENING AND CLEARS THE DAY        *
003840*    BUCKETS; THE FIRST ON A NEW MONTH ALSO CLEARS THE          *
003850*    MONTH-TO-DATE BUCKETS.  A LATER RUN ON THE SAME DATE       *
003860*    ADDS TO THE DAY ALREADY THERE.                             *
003870*****************************************************************
003880 2300-ROLL-PERIODS.
003890     IF BAL-LAST-POST-DATE EQUAL WS-RUN-DATE
003900         GO TO 2300-ROLL-PERIODS-EXIT
003910     END-IF.
003920     MOVE BAL-CLOSING-BALANCE TO BAL-OPENING-BALANCE.
003930     MOVE ZERO TO BAL-DAY-DEBITS.
003940     MOVE ZERO TO BAL-DAY-CREDITS.
003950     IF BAL-LAST-POST-DATE (1:6) NOT EQUAL WS-RUN-DATE (1:6)
003960         MOVE ZERO TO BAL-MTD-DEBITS
003970         MOVE ZERO TO BAL-MTD-CREDITS
003980     END-IF.
003990 2300-ROLL-PERIODS-EXIT.
004000     EXIT.
004010*
004020*****************************************************************
004030*    9000-TERMINATE                                             *
004040*    STAMPS THE CONTROL RECORD WITH THE RUN JUST APPLIED,       *
004050*    DISPLAYS THE UPDATE COUNTS, CLOSES FILES AND SETS THE      *
004060*    STEP RETURN CODE.                                          *
004070*****************************************************************
004080 9000-TERMINATE.
004090     IF WS-BALM-OPEN
004100             AND NOT WS-RUN-REFUSED
004110             AND NOT WS-ALREADY-APPLIED
004120             AND NOT WS-ERROR-RAISED
004130         MOVE ZERO TO BAL-ACCOUNT-NO
004140         READ ADDBALM-FILE
004150             INVALID KEY
004160                 CONTINUE
004170         END-READ
004180         IF WS-ADDBALM-OK
004190             MOVE WS-RUN-DATE TO BAL-CTL-LAST-RUN-DATE
004200             MOVE WS-RUN-TIME TO BAL-CTL-LAST-RUN-TIME
004210             MOVE WS-JOB-ID TO BAL-CTL-LAST-JOB-ID
004220             REWRITE ADDBAL-RECORD
004230         END-IF
004240         IF NOT WS-ADDBALM-OK
004250             DISPLAY "ADDBAL: CONTROL RECORD STAMP FAILED"
004260             DISPLAY "FILE STATUS IS " WS-ADDBALM-STATUS
004270             MOVE "Y" TO WS-ERROR-SWITCH
004280         END-IF
004290     END-IF.
004300     DISPLAY "ADDBAL: ACCOUNTS READ        " WS-READ-COUNT.
004310     DISPLAY "ADDBAL: ACCOUNTS APPLIED     " WS-APPLIED-COUNT.
004320     DISPLAY "ADDBAL: NEW BALANCE RECORDS  " WS-NEW-COUNT.
004330     DISPLAY "ADDBAL: ALREADY APPLIED      " WS-SKIPPED-COUNT.
004340     DISPLAY "ADDBAL: DEBITS APPLIED       " WS-DEBIT-TOTAL.
004350     DISPLAY "ADDBAL: CREDITS APPLIED      " WS-CREDIT-TOTAL.
004360     IF WS-ACCW-OPEN
004370         CLOSE ADDACCW-FILE
004380     END-IF.
004390     IF WS-BALM-OPEN
004400         CLOSE ADDBALM-FILE
004410     END-IF.
004420     IF WS-ERROR-RAISED
004430         MOVE 8 TO RETURN-CODE
004440     ELSE
004450         IF WS-RUN-REFUSED
004460             MOVE 16 TO RETURN-CODE
004470         ELSE
004480             IF WS-ALREADY-APPLIED
004490                 MOVE 4 TO RETURN-CODE
004500             ELSE
004510                 MOVE ZERO TO RETURN-CODE
004520             END-IF
004530         END-IF
004540     END-IF.
004550 9000-TERMINATE-EXIT.
004560     EXIT.
