000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDSCL.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    SUSPENSE CLEARING.  RUN AS STEP020 OF ADDSCYC, AHEAD OF    *
000100*    THE NEXT DAY'S ADDTWO.  APPLIES KEYED CLEARING CARDS       *
000110*    (ADDSCRD) TO THE SUSPENSE ITEM FILE ADDSPND.  EACH CARD    *
000120*    NAMES A PENDING SUSPENSE ITEM BY ITS ORIGIN REFERENCE      *
000130*    (THE RUN DATE AND SEQUENCE IT POSTED UNDER) AND THE        *
000140*    ACCOUNT IT BELONGS ON - BLANK TAKES THE INTENDED ACCOUNT   *
000150*    THE ITEM CARRIED, ONCE THAT ACCOUNT HAS BEEN OPENED ON     *
000160*    ADDACCT.  THE CLEARING ACCOUNT MUST BE ACTIVE ON ADDACCT.  *
000170*                                                                *
000180*    COPIES THE NEXT DAY'S RAW ADDTRAN THROUGH UNCHANGED WHILE  *
000190*    NOTING THE HIGHEST DETAIL SEQUENCE NUMBER (THE SAME WAY    *
000200*    ADDRGN DOES), THEN APPENDS ONE "SUSCLEAR" BATCH FROM THE   *
000210*    SUSP SOURCE CARRYING AN OFFSETTING PAIR OF DETAILS PER     *
000220*    CLEARED ITEM - THE ITEM'S AMOUNTS NEGATED AGAINST THE      *
000230*    SUSPENSE ACCOUNT, THEN THE ITEM'S AMOUNTS AS THEY STOOD    *
000240*    AGAINST THE CLEARING ACCOUNT - SO THE RECLASS FLOWS        *
000250*    THROUGH THE SAME EDIT, POSTING, AUDIT AND GL STREAM AS     *
000260*    EVERYTHING ELSE AND THE SUSPENSE ACCOUNT NETS BACK TO      *
000270*    ZERO.  BOTH DETAILS ARE STAMPED WITH AN ORIGIN REFERENCE   *
000280*    ("U" PLUS ORIGIN DATE AND SEQUENCE) BACK TO THE SUSPENSE   *
000290*    ITEM, AND THE ITEM IS MARKED "X" (CLEARED) ON THE NEW      *
000300*    FILE WITH THE CLEARING DATE AND ACCOUNT.  THE TRAILER      *
000310*    TOTAL IS THE SUM OF THE PAIRS' RESULTS - ZERO.             *
000320*                                                                *
000330*    CARD LAYOUT (80 BYTES):                                    *
000340*      COLS  1- 8  ORIGIN DATE (YYYYMMDD)                       *
000350*      COLS  9-14  ORIGIN SEQUENCE                              *
000360*      COLS 15-22  CLEARING ACCOUNT (8 DIGITS, OR BLANK FOR     *
000370*                  THE INTENDED ACCOUNT ON THE ITEM)            *
000372*      COL     23  ORIGIN POSTING CYCLE (1-4, OR BLANK TO       *
000375*                  MATCH THE ITEM WHATEVER CYCLE IT POSTED IN - *
000377*                  NEEDED ONLY WHEN THE DATE RAN MORE THAN ONE  *
000378*                  CYCLE AND THE SEQUENCE REPEATS)              *
000380*                                                                *
000390*    RETURN CODES:  0 - ALL CARDS APPLIED (OR NO CARDS).  4 - A *
000400*    CARD DID NOT MATCH A PENDING ITEM, FAILED ITS EDIT OR      *
000410*    NAMED AN ACCOUNT NOT ACTIVE ON ADDACCT.  8 - A FILE COULD  *
000420*    NOT BE OPENED.                                             *
000430*                                                                *
000440*    MODIFICATION HISTORY                                       *
000450*    ---------------------                                      *
000460*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000462*    10/15/26  RLH  INTRADAY POSTING CYCLES.  OPTIONAL ORIGIN    *
000464*                   CYCLE IN CARD COLUMN 23, MATCHED AGAINST     *
000466*                   SPN-CYCLE-NO (BLANK OR ZERO ON THE ITEM IS   *
000468*                   CYCLE 1).                                    *
000470*                                                                *
000480*****************************************************************
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540*
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ADDSCRD-FILE ASSIGN TO ADDSCRD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-ADDSCRD-STATUS.
000600     SELECT ADDACCT-FILE ASSIGN TO ADDACCT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS ACCT-ACCOUNT-NO
000640         FILE STATUS IS WS-ADDACCT-STATUS.
000650     SELECT ADDTRIN-FILE ASSIGN TO ADDTRIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ADDTRIN-STATUS.
000680     SELECT ADDTROUT-FILE ASSIGN TO ADDTROUT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-ADDTROUT-STATUS.
000710     SELECT ADDSPNI-FILE ASSIGN TO ADDSPNI
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ADDSPNI-STATUS.
000740     SELECT ADDSPNO-FILE ASSIGN TO ADDSPNO
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-ADDSPNO-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  ADDSCRD-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  ADDSCRD-RECORD.
000850     05  CRD-ORIGIN-DATE             PIC 9(08).
000860     05  CRD-ORIGIN-SEQ              PIC 9(06).
000870     05  CRD-ACCOUNT-NO              PIC 9(08).
000880     05  CRD-ACCOUNT-X REDEFINES CRD-ACCOUNT-NO
000890                                     PIC X(08).
000896     05  CRD-ORIGIN-CYCLE            PIC X(01).
000903     05  FILLER                      PIC X(57).
000910*
000920 FD  ADDACCT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY ADDACCT.
000950*
000960 FD  ADDTRIN-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ADDREC.
001000*
001010 FD  ADDTROUT-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  ADDTROUT-RECORD                 PIC X(80).
001050*
001060 FD  ADDSPNI-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY ADDSPNR.
001100*
001110 FD  ADDSPNO-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  ADDSPNO-RECORD                  PIC X(80).
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180 01  WS-FILE-STATUSES.
001190     05  WS-ADDSCRD-STATUS           PIC X(02).
001200         88  WS-ADDSCRD-OK                VALUE "00".
001210     05  WS-ADDACCT-STATUS           PIC X(02).
001220         88  WS-ADDACCT-OK                VALUE "00".
001230     05  WS-ADDTRIN-STATUS           PIC X(02).
001240         88  WS-ADDTRIN-OK                VALUE "00".
001250     05  WS-ADDTROUT-STATUS          PIC X(02).
001260         88  WS-ADDTROUT-OK               VALUE "00".
001270     05  WS-ADDSPNI-STATUS           PIC X(02).
001280         88  WS-ADDSPNI-OK                VALUE "00".
001290     05  WS-ADDSPNO-STATUS           PIC X(02).
001300         88  WS-ADDSPNO-OK                VALUE "00".
001310*
001320 01  WS-SWITCHES.
001330     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001340         88  WS-EOF                       VALUE "Y".
001350     05  WS-SPN-EOF-SWITCH           PIC X(01) VALUE "N".
001360         88  WS-SPN-EOF                   VALUE "Y".
001370     05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
001380         88  WS-CARD-EOF                  VALUE "Y".
001390     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
001400         88  WS-OPEN-ERROR                VALUE "Y".
001410     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
001420         88  WS-WARNING-RAISED            VALUE "Y".
001430     05  WS-HEADER-WRITTEN-SWITCH    PIC X(01) VALUE "N".
001440         88  WS-HEADER-WRITTEN            VALUE "Y".
001450     05  WS-CARD-FOUND-SWITCH        PIC X(01) VALUE "N".
001460         88  WS-CARD-FOUND                VALUE "Y".
001470     05  WS-ACCT-OK-SWITCH           PIC X(01) VALUE "N".
001480         88  WS-ACCT-OK                   VALUE "Y".
001490*
001500 01  WS-COUNTS.
001510     05  WS-HIGH-SEQ-NO              PIC 9(06) VALUE ZERO.
001520     05  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.
001530     05  WS-CARD-COUNT               PIC 9(04) COMP VALUE ZERO.
001540     05  WS-CLEARED-COUNT            PIC 9(06) COMP VALUE ZERO.
001550     05  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
001560     05  WS-SPN-IN-COUNT             PIC 9(06) COMP VALUE ZERO.
001570     05  WS-SPN-OPEN-COUNT           PIC 9(06) COMP VALUE ZERO.
001580     05  WS-BATCH-TOTAL              PIC S9(11)V99 COMP
001590                                         VALUE ZERO.
001600*
001610 01  WS-RUN-DATE                     PIC 9(08).
001620 01  WS-CLEARING-ACCOUNT             PIC 9(08) VALUE ZERO.
001625 01  WS-ITEM-CYCLE                   PIC X(01) VALUE "1".
001630*
001640 01  WS-ORIGIN-REF.
001650     05  WS-ORIGIN-REF-TYPE          PIC X(01) VALUE "U".
001660     05  WS-ORIGIN-REF-DATE          PIC 9(08).
001670     05  WS-ORIGIN-REF-SEQ           PIC 9(06).
001680*
001690 01  WS-CARD-TABLE.
001700     05  WS-CARD-MAX                 PIC 9(04) COMP VALUE 200.
001710     05  WS-CARD-IX                  PIC 9(04) COMP VALUE ZERO.
001720     05  WS-CARD-HIT-IX              PIC 9(04) COMP VALUE ZERO.
001730     05  WS-CARD-ENTRY OCCURS 200 TIMES.
001740         10  WS-CARD-ORIGIN-DATE     PIC 9(08).
001750         10  WS-CARD-ORIGIN-SEQ      PIC 9(06).
001760         10  WS-CARD-ACCOUNT-NO      PIC 9(08).
001763         10  WS-CARD-ORIGIN-CYCLE    PIC X(01).
001766             88  WS-CARD-ANY-CYCLE        VALUE SPACE.
001770         10  WS-CARD-USED-SWITCH     PIC X(01).
001780             88  WS-CARD-USED             VALUE "Y".
001790*
001800 PROCEDURE DIVISION.
001810*
001820*****************************************************************
001830*    0000-MAINLINE                                              *
001840*    CONTROLS OVERALL FLOW OF THE CLEARING RUN.                 *
001850*****************************************************************
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE
001880         THRU 1000-INITIALIZE-EXIT.
001890     PERFORM 2000-COPY-TRAN-RECORD
001900         THRU 2000-COPY-TRAN-RECORD-EXIT
001910         UNTIL WS-EOF.
001920     IF NOT WS-OPEN-ERROR
001930         PERFORM 3000-PROCESS-SUSPENSE
001940             THRU 3000-PROCESS-SUSPENSE-EXIT
001950             UNTIL WS-SPN-EOF
001960         PERFORM 3500-CLOSE-CLEARING-BATCH
001970             THRU 3500-CLOSE-CLEARING-BATCH-EXIT
001980     END-IF.
001990     PERFORM 9000-TERMINATE
002000         THRU 9000-TERMINATE-EXIT.
002010     STOP RUN.
002020*
002030*****************************************************************
002040*    1000-INITIALIZE                                            *
002050*    OPENS FILES, LOADS THE CLEARING CARD TABLE AND PRIMES      *
002060*    BOTH READ LOOPS.                                           *
002070*****************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     OPEN INPUT ADDSCRD-FILE.
002110     IF NOT WS-ADDSCRD-OK
002120         DISPLAY "ADDSCL: UNABLE TO OPEN ADDSCRD"
002130         DISPLAY "FILE STATUS IS " WS-ADDSCRD-STATUS
002140         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002150     END-IF.
002160     OPEN INPUT ADDACCT-FILE.
002170     IF NOT WS-ADDACCT-OK
002180         DISPLAY "ADDSCL: UNABLE TO OPEN ADDACCT"
002190         DISPLAY "FILE STATUS IS " WS-ADDACCT-STATUS
002200         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002210     END-IF.
002220     OPEN INPUT ADDTRIN-FILE.
002230     IF NOT WS-ADDTRIN-OK
002240         DISPLAY "ADDSCL: UNABLE TO OPEN ADDTRIN"
002250         DISPLAY "FILE STATUS IS " WS-ADDTRIN-STATUS
002260         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002270     END-IF.
002280     OPEN OUTPUT ADDTROUT-FILE.
002290     IF NOT WS-ADDTROUT-OK
002300         DISPLAY "ADDSCL: UNABLE TO OPEN ADDTROUT"
002310         DISPLAY "FILE STATUS IS " WS-ADDTROUT-STATUS
002320         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002330     END-IF.
002340     OPEN INPUT ADDSPNI-FILE.
002350     IF NOT WS-ADDSPNI-OK
002360         DISPLAY "ADDSCL: UNABLE TO OPEN ADDSPNI"
002370         DISPLAY "FILE STATUS IS " WS-ADDSPNI-STATUS
002380         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002390     END-IF.
002400     OPEN OUTPUT ADDSPNO-FILE.
002410     IF NOT WS-ADDSPNO-OK
002420         DISPLAY "ADDSCL: UNABLE TO OPEN ADDSPNO"
002430         DISPLAY "FILE STATUS IS " WS-ADDSPNO-STATUS
002440         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002450     END-IF.
002460     IF WS-OPEN-ERROR
002470         MOVE "Y" TO WS-EOF-SWITCH
002480         MOVE "Y" TO WS-SPN-EOF-SWITCH
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510     PERFORM 1100-READ-CARD
002520         THRU 1100-READ-CARD-EXIT.
002530     PERFORM 1200-STORE-CARD
002540         THRU 1200-STORE-CARD-EXIT
002550         UNTIL WS-CARD-EOF.
002560     CLOSE ADDSCRD-FILE.
002570     PERFORM 2100-READ-ADDTRIN
002580         THRU 2100-READ-ADDTRIN-EXIT.
002590     PERFORM 3100-READ-SUSPENSE
002600         THRU 3100-READ-SUSPENSE-EXIT.
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630*
002640*****************************************************************
002650*    1100-READ-CARD                                             *
002660*    READS THE NEXT CLEARING CARD, SETS EOF SWITCH.             *
002670*****************************************************************
002680 1100-READ-CARD.
002690     READ ADDSCRD-FILE
002700         AT END
002710             MOVE "Y" TO WS-CARD-EOF-SWITCH
002720     END-READ.
002730 1100-READ-CARD-EXIT.
002740     EXIT.
002750*
002760*****************************************************************
002770*    1200-STORE-CARD                                            *
002778*    EDITS ONE CLEARING CARD AND ROLLS IT INTO THE CARD TABLE,  *
002787*    THEN READS THE NEXT CARD.  A BLANK ACCOUNT IS HELD AS ZERO *
002795*    - USE THE ITEM'S INTENDED ACCOUNT.  A BLANK CYCLE MATCHES  *
002804*    THE ITEM IN ANY CYCLE.  A CARD THAT FAILS ITS EDIT IS      *
002812*    DROPPED WITH A WARNING SO ONE BAD CARD DOES NOT STOP THE   *
002821*    REST OF THE CLEARING.                                      *
002830*****************************************************************
002840 1200-STORE-CARD.
002850     IF CRD-ORIGIN-DATE NOT NUMERIC
002860             OR CRD-ORIGIN-SEQ NOT NUMERIC
002870             OR (CRD-ACCOUNT-NO NOT NUMERIC
002880                 AND CRD-ACCOUNT-X NOT EQUAL SPACES)
002882             OR (CRD-ORIGIN-CYCLE NOT EQUAL SPACE
002885                 AND (CRD-ORIGIN-CYCLE LESS THAN "1"
002887                     OR CRD-ORIGIN-CYCLE GREATER THAN "4"))
002890         DISPLAY "ADDSCL: CARD FAILED EDIT - " ADDSCRD-RECORD
002900         MOVE "Y" TO WS-WARNING-SWITCH
002910         GO TO 1200-STORE-CARD-NEXT
002920     END-IF.
002930     IF WS-CARD-COUNT NOT LESS THAN WS-CARD-MAX
002940         DISPLAY "ADDSCL: CARD TABLE FULL - CARD DROPPED"
002950         MOVE "Y" TO WS-WARNING-SWITCH
002960         GO TO 1200-STORE-CARD-NEXT
002970     END-IF.
002980     ADD 1 TO WS-CARD-COUNT.
002990     MOVE CRD-ORIGIN-DATE
003000         TO WS-CARD-ORIGIN-DATE (WS-CARD-COUNT).
003010     MOVE CRD-ORIGIN-SEQ
003020         TO WS-CARD-ORIGIN-SEQ (WS-CARD-COUNT).
003030     IF CRD-ACCOUNT-X EQUAL SPACES
003040         MOVE ZERO TO WS-CARD-ACCOUNT-NO (WS-CARD-COUNT)
003050     ELSE
003060         MOVE CRD-ACCOUNT-NO TO WS-CARD-ACCOUNT-NO (WS-CARD-COUNT)
003070     END-IF.
003073     MOVE CRD-ORIGIN-CYCLE
003076         TO WS-CARD-ORIGIN-CYCLE (WS-CARD-COUNT).
003080     MOVE "N" TO WS-CARD-USED-SWITCH (WS-CARD-COUNT).
003090 1200-STORE-CARD-NEXT.
003100     PERFORM 1100-READ-CARD
003110         THRU 1100-READ-CARD-EXIT.
003120 1200-STORE-CARD-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160*    2000-COPY-TRAN-RECORD                                      *
003170*    PASSES ONE EXISTING ADDTRAN RECORD THROUGH TO THE OUTPUT   *
003180*    FILE, NOTING THE HIGHEST DETAIL SEQUENCE NUMBER SO THE     *
003190*    CLEARING BATCH CONTINUES THE SEQUENCE, THEN READS THE      *
003200*    NEXT RECORD.                                               *
003210*****************************************************************
003220 2000-COPY-TRAN-RECORD.
003230     IF AT-DETAIL-RECORD
003240             AND AT-SEQ-NO NUMERIC
003250             AND AT-SEQ-NO GREATER THAN WS-HIGH-SEQ-NO
003260         MOVE AT-SEQ-NO TO WS-HIGH-SEQ-NO
003270     END-IF.
003280     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
003290     PERFORM 2100-READ-ADDTRIN
003300         THRU 2100-READ-ADDTRIN-EXIT.
003310 2000-COPY-TRAN-RECORD-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*    2100-READ-ADDTRIN                                          *
003360*    READS THE NEXT TRANSACTION RECORD, SETS EOF SWITCH.        *
003370*****************************************************************
003380 2100-READ-ADDTRIN.
003390     READ ADDTRIN-FILE
003400         AT END
003410             MOVE "Y" TO WS-EOF-SWITCH
003420     END-READ.
003430 2100-READ-ADDTRIN-EXIT.
003440     EXIT.
003450*
003460*****************************************************************
003470*    3000-PROCESS-SUSPENSE                                      *
003480*    CLEARS ONE PENDING SUSPENSE ITEM WHEN A CARD NAMES IT AND  *
003490*    ITS CLEARING ACCOUNT PROVES ACTIVE, PASSES THE ITEM TO     *
003500*    THE NEW FILE AND READS THE NEXT ONE.  ONE CARD CLEARS ONE  *
003510*    ITEM - A USED CARD IS NEVER MATCHED AGAIN.                 *
003520*****************************************************************
003530 3000-PROCESS-SUSPENSE.
003540     ADD 1 TO WS-SPN-IN-COUNT.
003550     IF NOT SPN-PENDING
003560         GO TO 3000-PROCESS-SUSPENSE-WRITE
003570     END-IF.
003571     IF SPN-CYCLE-NO NUMERIC
003572             AND SPN-CYCLE-NO GREATER THAN ZERO
003574         MOVE SPN-CYCLE-NO TO WS-ITEM-CYCLE
003575     ELSE
003577         MOVE "1" TO WS-ITEM-CYCLE
003578     END-IF.
003580     MOVE "N" TO WS-CARD-FOUND-SWITCH.
003590     PERFORM 3050-TEST-ONE-CARD
003600         THRU 3050-TEST-ONE-CARD-EXIT
003610         VARYING WS-CARD-IX FROM 1 BY 1
003620         UNTIL WS-CARD-IX GREATER THAN WS-CARD-COUNT
003630             OR WS-CARD-FOUND.
003640     IF NOT WS-CARD-FOUND
003650         ADD 1 TO WS-SPN-OPEN-COUNT
003660         GO TO 3000-PROCESS-SUSPENSE-WRITE
003670     END-IF.
003680     MOVE "Y" TO WS-CARD-USED-SWITCH (WS-CARD-HIT-IX).
003690     IF WS-CARD-ACCOUNT-NO (WS-CARD-HIT-IX) EQUAL ZERO
003700         MOVE SPN-INTENDED-ACCOUNT TO WS-CLEARING-ACCOUNT
003710     ELSE
003720         MOVE WS-CARD-ACCOUNT-NO (WS-CARD-HIT-IX)
003730             TO WS-CLEARING-ACCOUNT
003740     END-IF.
003750     PERFORM 3300-CHECK-ACCOUNT
003760         THRU 3300-CHECK-ACCOUNT-EXIT.
003770     IF NOT WS-ACCT-OK
003780         ADD 1 TO WS-SPN-OPEN-COUNT
003790         GO TO 3000-PROCESS-SUSPENSE-WRITE
003800     END-IF.
003810     PERFORM 3200-WRITE-CLEARING-PAIR
003820         THRU 3200-WRITE-CLEARING-PAIR-EXIT.
003830     MOVE "X" TO SPN-STATUS.
003840     MOVE WS-CLEARING-ACCOUNT TO SPN-CLEARED-ACCOUNT.
003850     MOVE WS-RUN-DATE TO SPN-CLEAR-DATE.
003860     ADD 1 TO WS-CLEARED-COUNT.
003870 3000-PROCESS-SUSPENSE-WRITE.
003880     WRITE ADDSPNO-RECORD FROM ADDSPN-RECORD.
003890     PERFORM 3100-READ-SUSPENSE
003900         THRU 3100-READ-SUSPENSE-EXIT.
003910 3000-PROCESS-SUSPENSE-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950*    3050-TEST-ONE-CARD                                         *
003957*    COMPARES ONE UNUSED CARD AGAINST THE CURRENT SUSPENSE ITEM *
003965*    - ORIGIN DATE, SEQUENCE AND, WHEN THE CARD GIVES ONE,      *
003972*    CYCLE - AND NOTES ITS SLOT ON A MATCH.                     *
003980*****************************************************************
003990 3050-TEST-ONE-CARD.
004000     IF NOT WS-CARD-USED (WS-CARD-IX)
004010             AND WS-CARD-ORIGIN-DATE (WS-CARD-IX)
004020                 EQUAL SPN-ORIGIN-DATE
004030             AND WS-CARD-ORIGIN-SEQ (WS-CARD-IX)
004040                 EQUAL SPN-ORIGIN-SEQ
004042             AND (WS-CARD-ANY-CYCLE (WS-CARD-IX)
004045                 OR WS-CARD-ORIGIN-CYCLE (WS-CARD-IX)
004047                     EQUAL WS-ITEM-CYCLE)
004050         MOVE "Y" TO WS-CARD-FOUND-SWITCH
004060         MOVE WS-CARD-IX TO WS-CARD-HIT-IX
004070     END-IF.
004080 3050-TEST-ONE-CARD-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*    3100-READ-SUSPENSE                                         *
004130*    READS THE NEXT SUSPENSE ITEM RECORD, SETS EOF SWITCH.      *
004140*****************************************************************
004150 3100-READ-SUSPENSE.
004160     READ ADDSPNI-FILE
004170         AT END
004180             MOVE "Y" TO WS-SPN-EOF-SWITCH
004190     END-READ.
004200 3100-READ-SUSPENSE-EXIT.
004210     EXIT.
004220*
004230*****************************************************************
004240*    3200-WRITE-CLEARING-PAIR                                   *
004250*    WRITES THE CLEARING BATCH HEADER AHEAD OF THE FIRST ITEM,  *
004260*    THEN THE OFFSETTING PAIR FOR THE CURRENT ITEM: THE         *
004270*    AMOUNTS NEGATED AGAINST THE SUSPENSE ACCOUNT, THEN THE     *
004280*    AMOUNTS AS POSTED AGAINST THE CLEARING ACCOUNT - SAME      *
004290*    OPERATION CODE ON BOTH, SO THE TWO RESULTS CANCEL.  BOTH   *
004300*    ARE SEQUENCED PAST THE HIGHEST SEQUENCE ON THE FILE.       *
004310*****************************************************************
004320 3200-WRITE-CLEARING-PAIR.
004330     IF NOT WS-HEADER-WRITTEN
004340         MOVE WS-HIGH-SEQ-NO TO WS-NEXT-SEQ-NO
004350         MOVE SPACES TO ADDTRAN-RECORD
004360         MOVE "B" TO AT-RECORD-TYPE
004370         MOVE "SUSCLEAR" TO AT-BATCH-ID
004380         MOVE "SUSP" TO AT-SOURCE-SYSTEM
004390         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
004400         MOVE "Y" TO WS-HEADER-WRITTEN-SWITCH
004410     END-IF.
004420     MOVE SPN-ORIGIN-DATE TO WS-ORIGIN-REF-DATE.
004430     MOVE SPN-ORIGIN-SEQ TO WS-ORIGIN-REF-SEQ.
004440     ADD 1 TO WS-NEXT-SEQ-NO.
004450     MOVE SPACES TO ADDTRAN-RECORD.
004460     MOVE "D" TO AT-RECORD-TYPE.
004470     MOVE WS-NEXT-SEQ-NO TO AT-SEQ-NO.
004480     COMPUTE AT-NUM1 = SPN-NUM1 * -1.
004490     COMPUTE AT-NUM2 = SPN-NUM2 * -1.
004500     MOVE SPN-SUSPENSE-ACCOUNT TO AT-ACCOUNT-NO.
004510     MOVE SPN-OP-CODE TO AT-OP-CODE.
004520     MOVE WS-ORIGIN-REF TO AT-ORIGIN-REF.
004530     MOVE ZERO TO AT-INTENDED-ACCOUNT.
004540     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
004550     ADD 1 TO WS-DETAIL-COUNT.
004560     PERFORM 3250-ADD-TO-TOTAL
004570         THRU 3250-ADD-TO-TOTAL-EXIT.
004580     ADD 1 TO WS-NEXT-SEQ-NO.
004590     MOVE WS-NEXT-SEQ-NO TO AT-SEQ-NO.
004600     MOVE SPN-NUM1 TO AT-NUM1.
004610     MOVE SPN-NUM2 TO AT-NUM2.
004620     MOVE WS-CLEARING-ACCOUNT TO AT-ACCOUNT-NO.
004630     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
004640     ADD 1 TO WS-DETAIL-COUNT.
004650     PERFORM 3250-ADD-TO-TOTAL
004660         THRU 3250-ADD-TO-TOTAL-EXIT.
004670     DISPLAY "ADDSCL: CLEARED " SPN-ORIGIN-DATE "/"
004680         SPN-ORIGIN-SEQ " FROM " SPN-SUSPENSE-ACCOUNT
004690         " TO " WS-CLEARING-ACCOUNT.
004700 3200-WRITE-CLEARING-PAIR-EXIT.
004710     EXIT.
004720*
004730*****************************************************************
004740*    3250-ADD-TO-TOTAL                                          *
004750*    ROLLS THE EXPECTED OPERATION RESULT OF THE DETAIL JUST     *
004760*    WRITTEN INTO THE CLEARING BATCH TOTAL.                     *
004770*****************************************************************
004780 3250-ADD-TO-TOTAL.
004790     IF AT-OP-SUBTRACT
004800         COMPUTE WS-BATCH-TOTAL = WS-BATCH-TOTAL
004810             + AT-NUM1 - AT-NUM2
004820     ELSE
004830         COMPUTE WS-BATCH-TOTAL = WS-BATCH-TOTAL
004840             + AT-NUM1 + AT-NUM2
004850     END-IF.
004860 3250-ADD-TO-TOTAL-EXIT.
004870     EXIT.
004880*
004890*****************************************************************
004900*    3300-CHECK-ACCOUNT                                         *
004910*    PROVES THE CLEARING ACCOUNT IS ON THE ACCOUNT MASTER AND   *
004920*    ACTIVE - THE EDIT WOULD ONLY REJECT THE CLEARING LEG       *
004930*    OTHERWISE, LEAVING THE REVERSAL LEG TO POST ALONE.  AN     *
004940*    ITEM CANNOT CLEAR BACK TO ITS OWN SUSPENSE ACCOUNT.  A     *
004950*    FAILED ITEM STAYS PENDING AND THE STEP ENDS RC 4.          *
004960*****************************************************************
004970 3300-CHECK-ACCOUNT.
004980     MOVE "N" TO WS-ACCT-OK-SWITCH.
004990     IF WS-CLEARING-ACCOUNT EQUAL ZERO
005000             OR WS-CLEARING-ACCOUNT EQUAL SPN-SUSPENSE-ACCOUNT
005010         DISPLAY "ADDSCL: NO USABLE CLEARING ACCOUNT FOR "
005020             SPN-ORIGIN-DATE "/" SPN-ORIGIN-SEQ
005030             " - ITEM LEFT IN SUSPENSE"
005040         MOVE "Y" TO WS-WARNING-SWITCH
005050         GO TO 3300-CHECK-ACCOUNT-EXIT
005060     END-IF.
005070     MOVE WS-CLEARING-ACCOUNT TO ACCT-ACCOUNT-NO.
005080     READ ADDACCT-FILE
005090         INVALID KEY
005100             DISPLAY "ADDSCL: ACCOUNT " WS-CLEARING-ACCOUNT
005110                 " NOT ON ADDACCT - " SPN-ORIGIN-DATE "/"
005120                 SPN-ORIGIN-SEQ " LEFT IN SUSPENSE"
005130             MOVE "Y" TO WS-WARNING-SWITCH
005140             GO TO 3300-CHECK-ACCOUNT-EXIT
005150     END-READ.
005160     IF NOT ACCT-ACTIVE
005170         DISPLAY "ADDSCL: ACCOUNT " WS-CLEARING-ACCOUNT
005180             " NOT ACTIVE - " SPN-ORIGIN-DATE "/"
005190             SPN-ORIGIN-SEQ " LEFT IN SUSPENSE"
005200         MOVE "Y" TO WS-WARNING-SWITCH
005210         GO TO 3300-CHECK-ACCOUNT-EXIT
005220     END-IF.
005230     MOVE "Y" TO WS-ACCT-OK-SWITCH.
005240 3300-CHECK-ACCOUNT-EXIT.
005250     EXIT.
005260*
005270*****************************************************************
005280*    3500-CLOSE-CLEARING-BATCH                                  *
005290*    WRITES THE CLEARING BATCH TRAILER CARRYING THE COUNT OF    *
005300*    DETAILS (TWO PER CLEARED ITEM) AND THEIR RESULT TOTAL.     *
005310*    NOTHING IS WRITTEN WHEN NO ITEMS WERE CLEARED.             *
005320*****************************************************************
005330 3500-CLOSE-CLEARING-BATCH.
005340     IF NOT WS-HEADER-WRITTEN
005350         GO TO 3500-CLOSE-CLEARING-BATCH-EXIT
005360     END-IF.
005370     MOVE SPACES TO ADDTRAN-RECORD.
005380     MOVE "T" TO AT-RECORD-TYPE.
005390     MOVE WS-DETAIL-COUNT TO AT-TRAILER-COUNT.
005400     MOVE WS-BATCH-TOTAL TO AT-TRAILER-TOTAL.
005410     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
005420 3500-CLOSE-CLEARING-BATCH-EXIT.
005430     EXIT.
005440*
005450*****************************************************************
005460*    9000-TERMINATE                                             *
005470*    REPORTS CARDS THAT NEVER MATCHED A PENDING ITEM, DISPLAYS  *
005480*    THE CLEARING COUNTS, CLOSES FILES AND SETS THE STEP        *
005490*    RETURN CODE.                                               *
005500*****************************************************************
005510 9000-TERMINATE.
005520     PERFORM 9100-CHECK-UNUSED-CARD
005530         THRU 9100-CHECK-UNUSED-CARD-EXIT
005540         VARYING WS-CARD-IX FROM 1 BY 1
005550         UNTIL WS-CARD-IX GREATER THAN WS-CARD-COUNT.
005560     DISPLAY "ADDSCL: CARDS READ         " WS-CARD-COUNT.
005570     DISPLAY "ADDSCL: ITEMS CLEARED      " WS-CLEARED-COUNT.
005580     DISPLAY "ADDSCL: DETAILS GENERATED  " WS-DETAIL-COUNT.
005590     DISPLAY "ADDSCL: SUSPENSE ITEMS IN  " WS-SPN-IN-COUNT.
005600     DISPLAY "ADDSCL: ITEMS STILL OPEN   " WS-SPN-OPEN-COUNT.
005610     CLOSE ADDACCT-FILE.
005620     CLOSE ADDTRIN-FILE.
005630     CLOSE ADDTROUT-FILE.
005640     CLOSE ADDSPNI-FILE.
005650     CLOSE ADDSPNO-FILE.
005660     IF WS-OPEN-ERROR
005670         MOVE 8 TO RETURN-CODE
005680     ELSE
005690         IF WS-WARNING-RAISED
005700             MOVE 4 TO RETURN-CODE
005710         ELSE
005720             MOVE ZERO TO RETURN-CODE
005730         END-IF
005740     END-IF.
005750 9000-TERMINATE-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*    9100-CHECK-UNUSED-CARD                                     *
005800*    FLAGS ONE CARD THAT NEVER MATCHED A PENDING ITEM.          *
005810*****************************************************************
005820 9100-CHECK-UNUSED-CARD.
005830     IF NOT WS-CARD-USED (WS-CARD-IX)
005840         DISPLAY "ADDSCL: NO PENDING ITEM FOR CARD "
005850             WS-CARD-ORIGIN-DATE (WS-CARD-IX) "/"
005860             WS-CARD-ORIGIN-SEQ (WS-CARD-IX)
005870         MOVE "Y" TO WS-WARNING-SWITCH
005880     END-IF.
005890 9100-CHECK-UNUSED-CARD-EXIT.
005900     EXIT.
