000220*    TOTALS STILL RECONCILE AFTER REJECTS ARE PULLED OUT; THE    *
000230*    INPUT TRAILER IS FIRST PROVED AGAINST WHAT WAS ACTUALLY     *
000240*    READ SO A SHORT (DROPPED-RECORD) FILE STILL FAILS HARD.     *
000241*                                                                *
000243*    SUSPENSE MODE (PARM ,S): A DETAIL WHOSE ACCOUNT IS UNKNOWN  *
000244*    OR CLOSED IS POSTED TO ITS SOURCE SYSTEM'S SUSPENSE         *
000246*    ACCOUNT (ADDSRC) INSTEAD OF BEING REJECTED, CARRYING THE    *
000247*    ACCOUNT IT WAS MEANT FOR AS THE INTENDED ACCOUNT.  THE      *
000249*    POSTING STEP LOGS IT TO ADDSPND FOR THE ADDSCYC CLEARING    *
000250*    RUN.  A SOURCE WITH NO SUSPENSE ACCOUNT, OR A SUSPENSE      *
000252*    ACCOUNT NOT ACTIVE ON ADDACCT, REJECTS AS BEFORE.           *
000253*                                                                *
000255*    AN ALLOCATION DETAIL (OPERATION "L") NAMES A RULE ON THE    *
000256*    ADDALC ALLOCATION MASTER IN PLACE OF AN ACCOUNT.  THE RULE  *
000258*    MUST BE ACTIVE, ITS PERCENTAGES MUST TOTAL 100 AND EVERY    *
000259*    TARGET ACCOUNT MUST BE ACTIVE ON ADDACCT, OR THE DETAIL     *
000261*    REJECTS (ALC).  SUSPENSE MODE NEVER APPLIES TO A RULE.      *
000262*                                                                *
000264*    PARM:  BATCHID,S,C - ANY POSITION MAY BE EMPTY, E.G.        *
000265*    PARM=',S' FOR SUSPENSE MODE WITH NO REGISTRY OVERRIDE.      *
000266*    C IS THE INTRADAY POSTING CYCLE THE EDIT RUNS FOR (1 WHEN   *
000267*    OMITTED); IT IS STAMPED ON EVERY REJECT.                    *
000268*                                                                *
000269*    RETURN CODES:  0 - CLEAN.  4 - REJECTS WRITTEN BUT UNDER    *
000270*    THE RATE THRESHOLD, OR ITEMS ROUTED TO SUSPENSE.            *
000275*    16 - REJECT RATE BREACHED, CONTROL                          *
000280*    FAILURE OR OPEN FAILURE; THE POSTING STEP MUST NOT RUN.     *
000290*                                                                *
000300*    MODIFICATION HISTORY                                       *
000860*                   (SCRN, RCYC, RJCY AND RVSL SOURCES) ARE      *
000870*                   EXEMPT - THEY CARRY THE SAME ID EVERY DAY    *
000880*                   BY DESIGN AND ARE NEVER STAMPED.             *
000881*    10/15/26  RLH  SUSPENSE MODE.  THE PARM IS NOW BATCHID,S -  *
000882*                   WITH ,S A DETAIL FAILING THE ACCOUNT EDIT    *
000883*                   POSTS TO ITS SOURCE SYSTEM'S SUSPENSE        *
000884*                   ACCOUNT FROM ADDSRC, CARRYING THE ACCOUNT    *
000885*                   IT WAS MEANT FOR IN AT-INTENDED-ACCOUNT.     *
000886*                   ITEMS ROUTED TO SUSPENSE END THE STEP RC 4.  *
000887*                   SUSP (THE SUSPENSE-CLEARING BATCH) JOINS     *
000888*                   THE EXEMPT INTERNAL SOURCES.                 *
000891*    10/15/26  RLH  RECR (THE STANDING-TRANSACTION "RECUR"       *
000894*                   BATCH) JOINS THE EXEMPT INTERNAL SOURCES.    *
000895*    10/15/26  RLH  HOLD (THE "HOLDREL" BATCH OF ITEMS           *
000896*                   RELEASED FROM THE ADDHOLD HOLD QUEUE)        *
000897*                   JOINS THE EXEMPT INTERNAL SOURCES.           *
000898*    10/15/26  RLH  OPERATION CODE "L" (ALLOCATE) IS ACCEPTED.   *
000899*                   ITS ACCOUNT FIELD IS A RULE NUMBER, PROVED   *
000901*                   AGAINST THE ADDALC ALLOCATION MASTER         *
000902*                   INSTEAD OF THE ACCOUNT TABLE - UNKNOWN OR    *
000903*                   INACTIVE RULE, PERCENTAGES NOT TOTALLING     *
000904*                   100, OR A TARGET NOT ACTIVE ON ADDACCT       *
000905*                   REJECT WITH REASON ALC.                      *
000907*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE PARM TAKES THE *
000908*                   CYCLE IN A THIRD POSITION AND EVERY REJECT   *
000910*                   CARRIES IT.  A BATCH ALREADY STAMPED ON      *
000911*                   ADDBRG BY AN EARLIER CYCLE OF TODAY NOW      *
000912*                   FAILS AS A DUPLICATE THE SAME AS ONE FROM A  *
000914*                   PRIOR DATE.                                  *
000915*    10/15/26  RLH  AN ADDALC READ THAT FAILS WITH ANY STATUS    *
000917*                   BUT NOT-FOUND IS A CONTROL FAILURE - THE     *
000919*                   STATUS IS DISPLAYED, THE DETAIL REJECTS AND  *
000921*                   THE STEP ENDS RC 16.                         *
000922*                                                                *
000924*****************************************************************
000926*
000928 ENVIRONMENT DIVISION.
000930 CONFIGURATION SECTION.
000940 SOURCE-COMPUTER. IBM-370.
000950 OBJECT-COMPUTER. IBM-370.
001130         ACCESS MODE IS SEQUENTIAL
001140         RECORD KEY IS ACCT-ACCOUNT-NO
001150         FILE STATUS IS WS-ADDACCT-STATUS.
001152     SELECT ADDSRC-FILE ASSIGN TO ADDSRC
001155         ORGANIZATION IS SEQUENTIAL
001157         FILE STATUS IS WS-ADDSRC-STATUS.
001158     SELECT ADDALC-FILE ASSIGN TO ADDALC
001160         ORGANIZATION IS INDEXED
001162         ACCESS MODE IS RANDOM
001164         RECORD KEY IS ALC-RULE-NO
001166         FILE STATUS IS WS-ADDALC-STATUS.
001168*
001170 DATA DIVISION.
001180 FILE SECTION.
001190*
001410     LABEL RECORDS ARE STANDARD.
001420     COPY ADDACCT.
001430*
001431 FD  ADDSRC-FILE
001433     RECORDING MODE IS F
001435     LABEL RECORDS ARE STANDARD.
001436     COPY ADDSRCR.
001438*
001440 FD  ADDALC-FILE
001442     LABEL RECORDS ARE STANDARD.
001444     COPY ADDALCR.
001446*
001448 WORKING-STORAGE SECTION.
001450*
001460 01  WS-FILE-STATUSES.
001470     05  WS-ADDTRIN-STATUS           PIC X(02).
001540         88  WS-ADDACCT-OK                VALUE "00".
001550     05  WS-ADDBRG-STATUS            PIC X(02).
001560         88  WS-ADDBRG-OK                 VALUE "00".
001563     05  WS-ADDSRC-STATUS            PIC X(02).
001566         88  WS-ADDSRC-OK                 VALUE "00".
001567     05  WS-ADDALC-STATUS            PIC X(02).
001568         88  WS-ADDALC-OK                 VALUE "00".
001570*
001580 01  WS-SWITCHES.
001590     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001760         88  WS-SKIPPING-BATCH            VALUE "Y".
001770     05  WS-DUP-FOUND-SWITCH         PIC X(01) VALUE "N".
001780         88  WS-DUP-BATCH                 VALUE "Y".
001781     05  WS-SRC-EOF-SWITCH           PIC X(01) VALUE "N".
001782         88  WS-SRC-EOF                   VALUE "Y".
001784     05  WS-SUSPENSE-OPTION          PIC X(01) VALUE SPACE.
001785         88  WS-SUSPENSE-MODE             VALUE "S".
001787     05  WS-SUS-FOUND-SWITCH         PIC X(01) VALUE "N".
001788         88  WS-SUS-FOUND                 VALUE "Y".
001791     05  WS-ALC-AVAIL-SWITCH         PIC X(01) VALUE "N".
001794         88  WS-ALC-AVAILABLE             VALUE "Y".
001797*
001800 01  WS-EDIT-COUNTS.
001810     05  WS-INPUT-DETAIL-COUNT       PIC 9(06) COMP VALUE ZERO.
001820     05  WS-CLEAN-COUNT              PIC 9(06) COMP VALUE ZERO.
001830     05  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
001835     05  WS-SUSPENSE-COUNT           PIC 9(06) COMP VALUE ZERO.
001840     05  WS-CLEAN-TOTAL              PIC S9(11)V99 COMP
001850                                         VALUE ZERO.
001860     05  WS-BATCH-INPUT-COUNT        PIC 9(06) COMP VALUE ZERO.
002010*
002020 01  WS-RUN-DATE                     PIC 9(08).
002030 01  WS-OVERRIDE-BATCH-ID            PIC X(08) VALUE SPACES.
002033 01  WS-CYCLE-OPTION                 PIC X(01) VALUE SPACE.
002036 01  WS-CYCLE-NO                     PIC 9(01) VALUE 1.
002040 01  WS-SOURCE-CHECK                 PIC X(04) VALUE SPACES.
002050     88  WS-SOURCE-INTERNAL               VALUE "SCRN" "RCYC"
002060                                                "RJCY" "RVSL"
002062                                                "SUSP" "RECR"
002063                                                "HOLD".
002065 01  WS-BATCH-SOURCE                 PIC X(04) VALUE SPACES.
002067 01  WS-BATCH-SUSPENSE-ACCT          PIC 9(08) VALUE ZERO.
002070*
002080 01  WS-ACCOUNT-TABLE.
002090     05  WS-ACCT-COUNT               PIC 9(04) COMP VALUE ZERO.
002200         10  WS-BRG-TABLE-ID         PIC X(08).
002210         10  WS-BRG-TABLE-SOURCE     PIC X(04).
002220         10  WS-BRG-TABLE-DATE       PIC 9(08).
002225         10  WS-BRG-TABLE-CYCLE      PIC 9(01).
002230*
002231 01  WS-SUSPENSE-TABLE.
002232     05  WS-SUS-COUNT                PIC 9(04) COMP VALUE ZERO.
002233     05  WS-SUS-MAX                  PIC 9(04) COMP VALUE 50.
002234     05  WS-SUS-IX                   PIC 9(04) COMP VALUE ZERO.
002235     05  WS-SUS-ENTRY OCCURS 50 TIMES.
002236         10  WS-SUS-SOURCE           PIC X(04).
002237         10  WS-SUS-ACCOUNT          PIC 9(08).
002238*
002239 01  WS-ALLOCATION-CHECK.
002241     05  WS-ALC-IX                   PIC 9(04) COMP VALUE ZERO.
002243     05  WS-ALC-PCT-TOTAL            PIC 9(05)V99 VALUE ZERO.
002244     05  WS-ALC-SAVE-ACCOUNT         PIC 9(08) VALUE ZERO.
002246*
002248 LINKAGE SECTION.
002250*
002260 01  LS-PARM-INFO.
002270     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002280     05  LS-PARM-TEXT                PIC X(12).
002290*
002300 PROCEDURE DIVISION USING LS-PARM-INFO.
002310*
002510 1000-INITIALIZE.
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002530     IF LS-PARM-LENGTH GREATER THAN ZERO
002540             AND LS-PARM-LENGTH NOT GREATER THAN 12
002550         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
002553             DELIMITED BY ","
002556             INTO WS-OVERRIDE-BATCH-ID WS-SUSPENSE-OPTION
002558                 WS-CYCLE-OPTION
002560         END-UNSTRING
002561     END-IF.
002562     IF WS-CYCLE-OPTION NOT EQUAL SPACE
002564         IF WS-CYCLE-OPTION NUMERIC
002565                 AND WS-CYCLE-OPTION NOT EQUAL "0"
002566             MOVE WS-CYCLE-OPTION TO WS-CYCLE-NO
002568         ELSE
002569             DISPLAY "ADDEDT: CYCLE " WS-CYCLE-OPTION
002570                 " IN THE PARM IS NOT A CYCLE NUMBER"
002572             MOVE "Y" TO WS-EOF-SWITCH
002573             MOVE "Y" TO WS-ABEND-SWITCH
002574         END-IF
002576     END-IF.
002577     IF WS-OVERRIDE-BATCH-ID NOT EQUAL SPACES
002578         DISPLAY "ADDEDT: REGISTRY OVERRIDE REQUESTED FOR"
002580             " BATCH " WS-OVERRIDE-BATCH-ID
002590     END-IF.
002592     IF WS-SUSPENSE-MODE
002594         DISPLAY "ADDEDT: SUSPENSE MODE - UNKNOWN ACCOUNTS POST"
002596             " TO THE SOURCE SUSPENSE ACCOUNT"
002598     END-IF.
002600     OPEN INPUT ADDTRIN-FILE.
002610     IF NOT WS-ADDTRIN-OK
002620         DISPLAY "ADDEDT: UNABLE TO OPEN ADDTRIN"
002820         THRU 1100-LOAD-ACCOUNT-TABLE-EXIT.
002830     PERFORM 1300-LOAD-REGISTRY
002840         THRU 1300-LOAD-REGISTRY-EXIT.
002841     IF WS-SUSPENSE-MODE
002843             AND NOT WS-ABEND-REQUESTED
002845         PERFORM 1500-LOAD-SUSPENSE-ACCOUNTS
002846             THRU 1500-LOAD-SUSPENSE-ACCOUNTS-EXIT
002848     END-IF.
002849     OPEN INPUT ADDALC-FILE.
002850     IF WS-ADDALC-OK
002852         MOVE "Y" TO WS-ALC-AVAIL-SWITCH
002853     ELSE
002854         DISPLAY "ADDEDT: NO ALLOCATION MASTER (STATUS "
002856             WS-ADDALC-STATUS ") - ALLOCATIONS WILL REJECT"
002857     END-IF.
002858     IF NOT WS-EOF
002860         PERFORM 2100-READ-ADDTRIN
002870             THRU 2100-READ-ADDTRIN-EXIT
002880     END-IF.
004220     ELSE
004230         MOVE ZERO TO WS-BRG-TABLE-DATE (WS-BRG-COUNT)
004240     END-IF.
004241     IF BRG-CYCLE-NO NUMERIC
004243         MOVE BRG-CYCLE-NO TO WS-BRG-TABLE-CYCLE (WS-BRG-COUNT)
004245     ELSE
004246         MOVE ZERO TO WS-BRG-TABLE-CYCLE (WS-BRG-COUNT)
004248     END-IF.
004250     PERFORM 1350-READ-ADDBRG
004251         THRU 1350-READ-ADDBRG-EXIT.
004252 1400-STORE-REGISTRY-EXIT.
004253     EXIT.
004254*
004255*****************************************************************
004256*    1500-LOAD-SUSPENSE-ACCOUNTS                                *
004257*    SUSPENSE MODE ONLY.  READS THE SOURCE-SYSTEM MASTER AND    *
004258*    TABLES EVERY SOURCE THAT NAMES A SUSPENSE ACCOUNT.  NO     *
004259*    MASTER MEANS NO SUSPENSE ACCOUNTS - THE RUN CARRIES ON     *
004260*    AND BAD-ACCOUNT ITEMS REJECT AS THEY ALWAYS HAVE.          *
004262*****************************************************************
004263 1500-LOAD-SUSPENSE-ACCOUNTS.
004264     OPEN INPUT ADDSRC-FILE.
004265     IF NOT WS-ADDSRC-OK
004266         DISPLAY "ADDEDT: NO SOURCE-SYSTEM MASTER (STATUS "
004267             WS-ADDSRC-STATUS ") - BAD ACCOUNTS WILL REJECT"
004268         GO TO 1500-LOAD-SUSPENSE-ACCOUNTS-EXIT
004269     END-IF.
004270     PERFORM 1550-READ-ADDSRC
004271         THRU 1550-READ-ADDSRC-EXIT.
004273     PERFORM 1600-STORE-SUSPENSE
004274         THRU 1600-STORE-SUSPENSE-EXIT
004275         UNTIL WS-SRC-EOF.
004276     CLOSE ADDSRC-FILE.
004277     DISPLAY "ADDEDT: SOURCES WITH SUSPENSE  " WS-SUS-COUNT.
004278 1500-LOAD-SUSPENSE-ACCOUNTS-EXIT.
004279     EXIT.
004280*
004281*****************************************************************
004282*    1550-READ-ADDSRC                                           *
004284*    READS THE NEXT SOURCE-SYSTEM RECORD, SETS EOF SWITCH.      *
004285*****************************************************************
004286 1550-READ-ADDSRC.
004287     READ ADDSRC-FILE
004288         AT END
004289             MOVE "Y" TO WS-SRC-EOF-SWITCH
004290     END-READ.
004291 1550-READ-ADDSRC-EXIT.
004292     EXIT.
004293*
004295*****************************************************************
004296*    1600-STORE-SUSPENSE                                        *
004297*    TABLES ONE SOURCE'S SUSPENSE ACCOUNT AND READS THE NEXT    *
004298*    RECORD.  THE SUSPENSE ACCOUNT MUST ITSELF BE ACTIVE ON     *
004299*    THE ACCOUNT MASTER - AN ITEM MUST NEVER BE PARKED ON AN    *
004300*    ACCOUNT THE POSTING STEP WOULD REFUSE - SO A SOURCE        *
004301*    NAMING A CLOSED OR UNKNOWN ONE GETS NO SUSPENSE AND IS     *
004302*    NOTED ON THE LOG.                                          *
004303*****************************************************************
004304 1600-STORE-SUSPENSE.
004305     IF SRC-SUSPENSE-ACCOUNT NOT NUMERIC
004307             OR SRC-SUSPENSE-ACCOUNT EQUAL ZERO
004308         GO TO 1600-STORE-SUSPENSE-NEXT
004309     END-IF.
004310     MOVE SRC-SUSPENSE-ACCOUNT TO AT-ACCOUNT-NO.
004311     PERFORM 2400-LOOKUP-ACCOUNT
004312         THRU 2400-LOOKUP-ACCOUNT-EXIT.
004313     IF NOT WS-ACCT-FOUND
004314         DISPLAY "ADDEDT: SUSPENSE ACCOUNT " SRC-SUSPENSE-ACCOUNT
004315             " FOR SOURCE " SRC-SOURCE-SYSTEM
004316             " NOT ACTIVE - IGNORED"
004318         GO TO 1600-STORE-SUSPENSE-NEXT
004319     END-IF.
004320     IF WS-SUS-COUNT NOT LESS THAN WS-SUS-MAX
004321         DISPLAY "ADDEDT: SOURCE MASTER EXCEEDS SUSPENSE TABLE "
004322             "LIMIT - SOURCE " SRC-SOURCE-SYSTEM " IGNORED"
004323         GO TO 1600-STORE-SUSPENSE-NEXT
004324     END-IF.
004325     ADD 1 TO WS-SUS-COUNT.
004326     MOVE SRC-SOURCE-SYSTEM TO WS-SUS-SOURCE (WS-SUS-COUNT).
004327     MOVE SRC-SUSPENSE-ACCOUNT TO WS-SUS-ACCOUNT (WS-SUS-COUNT).
004329 1600-STORE-SUSPENSE-NEXT.
004330     PERFORM 1550-READ-ADDSRC
004331         THRU 1550-READ-ADDSRC-EXIT.
004332 1600-STORE-SUSPENSE-EXIT.
004333     EXIT.
004334*
004335*****************************************************************
004336*    2000-PROCESS-RECORD                                        *
004337*    DISPATCHES A DETAIL RECORD TO THE EDITS OR A TRAILER       *
004338*    RECORD TO TRAILER VERIFICATION, THEN READS THE NEXT        *
004340*    RECORD.  ANY OTHER RECORD TYPE IS REJECTED.                *
004350*****************************************************************
004360 2000-PROCESS-RECORD.
005060     MOVE ZERO TO WS-BATCH-CLEAN-COUNT.
005070     MOVE ZERO TO WS-BATCH-CLEAN-TOTAL.
005080     MOVE "N" TO WS-AMTS-UNPROVEN-SWITCH.
005081     MOVE AT-SOURCE-SYSTEM TO WS-BATCH-SOURCE.
005082     MOVE ZERO TO WS-BATCH-SUSPENSE-ACCT.
005084     IF WS-SUSPENSE-MODE
005085         PERFORM 2080-FIND-SUSPENSE-ACCOUNT
005087             THRU 2080-FIND-SUSPENSE-ACCOUNT-EXIT
005088     END-IF.
005090     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
005100 2050-PROCESS-HEADER-EXIT.
005110     EXIT.
005360         THRU 2600-WRITE-REJECT-EXIT.
005370 2075-SKIP-DUP-RECORD-EXIT.
005380     EXIT.
005381*
005382*****************************************************************
005383*    2080-FIND-SUSPENSE-ACCOUNT                                 *
005384*    LOOKS UP THE NEW BATCH'S SOURCE SYSTEM IN THE SUSPENSE     *
005385*    TABLE.  THE BATCH'S BAD-ACCOUNT ITEMS POST TO THE ACCOUNT  *
005387*    FOUND; NONE FOUND LEAVES ZERO AND THEY REJECT.             *
005388*****************************************************************
005389 2080-FIND-SUSPENSE-ACCOUNT.
005390     MOVE "N" TO WS-SUS-FOUND-SWITCH.
005391     PERFORM 2085-MATCH-SUSPENSE
005392         THRU 2085-MATCH-SUSPENSE-EXIT
005394         VARYING WS-SUS-IX FROM 1 BY 1
005395         UNTIL WS-SUS-IX GREATER THAN WS-SUS-COUNT
005396             OR WS-SUS-FOUND.
005397 2080-FIND-SUSPENSE-ACCOUNT-EXIT.
005398     EXIT.
005400*
005401*****************************************************************
005402*    2085-MATCH-SUSPENSE                                        *
005403*    COMPARES ONE SUSPENSE TABLE ENTRY AGAINST THE BATCH        *
005404*    SOURCE.                                                    *
005405*****************************************************************
005407 2085-MATCH-SUSPENSE.
005408     IF WS-SUS-SOURCE (WS-SUS-IX) EQUAL WS-BATCH-SOURCE
005409         MOVE WS-SUS-ACCOUNT (WS-SUS-IX)
005410             TO WS-BATCH-SUSPENSE-ACCT
005411         MOVE "Y" TO WS-SUS-FOUND-SWITCH
005412     END-IF.
005414 2085-MATCH-SUSPENSE-EXIT.
005415     EXIT.
005416*
005417*****************************************************************
005418*    2090-CHECK-REGISTRY                                        *
005420*    PROVES THE HEADER'S BATCH ID AND SOURCE AGAINST THE        *
005430*    POSTED-BATCH REGISTRY.  A MATCH ON A PRIOR BUSINESS DATE,  *
005440*    OR IN AN EARLIER POSTING CYCLE OF TODAY, FAILS THE WHOLE   *
005445*    BATCH - ONCE A CYCLE POSTS, ADDTWO ROLLS ITS INPUT OFF     *
005450*    BOTH ADDTRAN AND THE ADDCSV SPREADSHEET FEED, SO AN        *
005455*    EXTERNAL BATCH THAT COMES IN AGAIN WAS SENT AGAIN.  THIS   *
005460*    CYCLE'S OWN STAMPS ARE IGNORED SO A DELIBERATE RERUN OF    *
005465*    THE CYCLE STAYS GOVERNED BY ADDRUN.  THE INTERNALLY        *
005471*    GENERATED BATCHES (SCRN, RCYC, RJCY, RVSL, SUSP, RECR AND  *
005477*    HOLD SOURCES) CARRY THE SAME ID EVERY DAY BY DESIGN AND    *
005484*    ARE EXEMPT, AS IS THE PARM BATCH ID - A BATCH LEGITIMATELY *
005492*    RE-SENT AFTER CORRECTION.                                  *
005500*****************************************************************
005510 2090-CHECK-REGISTRY.
005520     MOVE "N" TO WS-DUP-FOUND-SWITCH.
005670     IF WS-DUP-BATCH
005680         DISPLAY "ADDEDT: BATCH " AT-BATCH-ID " FROM "
005690             AT-SOURCE-SYSTEM " WAS ALREADY POSTED ON A"
005700             " PRIOR BUSINESS DATE OR CYCLE"
005710         DISPLAY "  WHOLE BATCH FAILED - RESUBMIT WITH THE"
005720             " BATCH ID IN THE PARM IF IT IS LEGITIMATE"
005730         MOVE "DUP" TO REJ-REASON-CODE
005830*
005840*****************************************************************
005850*    2095-MATCH-REGISTRY                                        *
005860*    COMPARES ONE REGISTRY ENTRY AGAINST THE HEADER.  A STAMP   *
005863*    FROM BEFORE THE REGISTRY CARRIED THE CYCLE (CYCLE ZERO)    *
005866*    COUNTS AS THIS CYCLE'S WHEN IT IS DATED TODAY.             *
005870*****************************************************************
005880 2095-MATCH-REGISTRY.
005890     IF WS-BRG-TABLE-ID (WS-BRG-IX) NOT EQUAL AT-BATCH-ID
005900             OR WS-BRG-TABLE-SOURCE (WS-BRG-IX)
005910                 NOT EQUAL AT-SOURCE-SYSTEM
005913         GO TO 2095-MATCH-REGISTRY-EXIT
005916     END-IF.
005920     IF WS-BRG-TABLE-DATE (WS-BRG-IX) NOT EQUAL WS-RUN-DATE
005940         MOVE "Y" TO WS-DUP-FOUND-SWITCH
005945         GO TO 2095-MATCH-REGISTRY-EXIT
005950     END-IF.
005951     IF WS-BRG-TABLE-CYCLE (WS-BRG-IX) NOT EQUAL ZERO
005953             AND WS-BRG-TABLE-CYCLE (WS-BRG-IX)
005955                 NOT EQUAL WS-CYCLE-NO
005956         MOVE "Y" TO WS-DUP-FOUND-SWITCH
005958     END-IF.
005960 2095-MATCH-REGISTRY-EXIT.
005970     EXIT.
005980*
006520     IF WS-RECORD-VALID
006530             AND NOT AT-OP-ADD
006540             AND NOT AT-OP-SUBTRACT
006545             AND NOT AT-OP-ALLOCATE
006550         MOVE "N" TO WS-RECORD-VALID-SWITCH
006560         MOVE "OPC" TO REJ-REASON-CODE
006570         MOVE "OPERATION CODE IS NOT A, S, L OR BLANK"
006580             TO REJ-REASON-TEXT
006590     END-IF.
006591     IF WS-RECORD-VALID
006592             AND AT-OP-ALLOCATE
006594         MOVE ZERO TO AT-INTENDED-ACCOUNT
006595         PERFORM 2460-CHECK-ALLOCATION-RULE
006597             THRU 2460-CHECK-ALLOCATION-RULE-EXIT
006598     ELSE
006600     IF WS-RECORD-VALID
006605         MOVE ZERO TO AT-INTENDED-ACCOUNT
006610         PERFORM 2400-LOOKUP-ACCOUNT
006620             THRU 2400-LOOKUP-ACCOUNT-EXIT
006621         IF NOT WS-ACCT-FOUND
006622                 AND WS-BATCH-SUSPENSE-ACCT GREATER THAN ZERO
006623                 AND AT-ACCOUNT-NO NUMERIC
006625                 AND AT-ACCOUNT-NO GREATER THAN ZERO
006626             PERFORM 2420-ROUTE-TO-SUSPENSE
006627                 THRU 2420-ROUTE-TO-SUSPENSE-EXIT
006628         END-IF
006630         IF NOT WS-ACCT-FOUND
006640             MOVE "N" TO WS-RECORD-VALID-SWITCH
006650             MOVE "ACC" TO REJ-REASON-CODE
006660             MOVE "ACCOUNT NOT ACTIVE ON ACCOUNT MASTER"
006670                 TO REJ-REASON-TEXT
006680         END-IF
006685     END-IF
006690     END-IF.
006700     IF AT-SEQ-NO NUMERIC
006710             AND AT-SEQ-NO NOT LESS THAN WS-EXPECTED-SEQ-NO
006960 2400-LOOKUP-ACCOUNT-EXIT.
006970     EXIT.
006980*
006981*****************************************************************
006982*    2420-ROUTE-TO-SUSPENSE                                     *
006983*    SUSPENSE MODE.  THE DETAIL'S ACCOUNT FAILED THE EDIT, BUT  *
006984*    ITS SOURCE HAS A SUSPENSE ACCOUNT - THE ACCOUNT IT WAS     *
006985*    MEANT FOR MOVES TO THE INTENDED ACCOUNT, THE SUSPENSE      *
006986*    ACCOUNT TAKES ITS PLACE, AND THE ITEM PASSES THE EDIT.     *
006987*    THE AMOUNTS ARE UNTOUCHED, SO THE TRAILER STILL TIES.      *
006988*****************************************************************
006989 2420-ROUTE-TO-SUSPENSE.
006990     MOVE AT-ACCOUNT-NO TO AT-INTENDED-ACCOUNT.
006991     MOVE WS-BATCH-SUSPENSE-ACCT TO AT-ACCOUNT-NO.
006992     MOVE "Y" TO WS-ACCT-FOUND-SWITCH.
006993     ADD 1 TO WS-SUSPENSE-COUNT.
006994     DISPLAY "ADDEDT: SEQ " AT-SEQ-NO " ACCOUNT "
006995         AT-INTENDED-ACCOUNT " TO SUSPENSE " AT-ACCOUNT-NO.
006996 2420-ROUTE-TO-SUSPENSE-EXIT.
006997     EXIT.
006998*
006999*****************************************************************
007000*    2450-MATCH-ACCOUNT                                         *
007010*    COMPARES ONE TABLE ENTRY AGAINST THE DETAIL ACCOUNT.       *
007020*****************************************************************
007030 2450-MATCH-ACCOUNT.
007031     IF AT-ACCOUNT-NO EQUAL WS-ACCT-TABLE-NO (WS-ACCT-IX)
007032         MOVE "Y" TO WS-ACCT-FOUND-SWITCH
007033     END-IF.
007034 2450-MATCH-ACCOUNT-EXIT.
007035     EXIT.
007036*
007037*****************************************************************
007038*    2460-CHECK-ALLOCATION-RULE                                 *
007039*    PROVES AN ALLOCATION DETAIL'S RULE AGAINST THE ADDALC      *
007040*    MASTER: IT MUST EXIST AND BE ACTIVE, NAME 1 TO 20 TARGETS  *
007041*    EACH WITH A PERCENTAGE ABOVE ZERO, TOTAL EXACTLY 100.00,   *
007042*    AND EVERY TARGET MUST BE ACTIVE ON THE ACCOUNT TABLE.  A   *
007043*    FAILURE SETS THE ALC REJECT REASON.  A READ THAT FAILS FOR *
007044*    ANY REASON BUT A MISSING RULE IS A CONTROL FAILURE AS      *
007045*    WELL.                                                      *
007046*****************************************************************
007047 2460-CHECK-ALLOCATION-RULE.
007048     MOVE "ALC" TO REJ-REASON-CODE.
007049     MOVE "N" TO WS-RECORD-VALID-SWITCH.
007050     IF NOT WS-ALC-AVAILABLE
007051             OR AT-ALLOC-RULE-NO NOT NUMERIC
007052         MOVE "ALLOCATION RULE NOT ON ALLOCATION MASTER"
007053             TO REJ-REASON-TEXT
007054         GO TO 2460-CHECK-ALLOCATION-RULE-EXIT
007055     END-IF.
007056     MOVE AT-ALLOC-RULE-NO TO ALC-RULE-NO.
007057     READ ADDALC-FILE
007058         INVALID KEY
007059             MOVE "ALLOCATION RULE NOT ON ALLOCATION MASTER"
007060                 TO REJ-REASON-TEXT
007061             GO TO 2460-CHECK-ALLOCATION-RULE-EXIT
007062     END-READ.
007063     IF NOT WS-ADDALC-OK
007064         DISPLAY "ADDEDT: ALLOCATION MASTER READ FAILED FOR RULE "
007065             AT-ALLOC-RULE-NO
007066         DISPLAY "FILE STATUS IS " WS-ADDALC-STATUS
007067         MOVE "ALLOCATION MASTER COULD NOT BE READ"
007068             TO REJ-REASON-TEXT
007069         MOVE "Y" TO WS-ABEND-SWITCH
007070         GO TO 2460-CHECK-ALLOCATION-RULE-EXIT
007071     END-IF.
007072     IF NOT ALC-ACTIVE
007073         MOVE "ALLOCATION RULE IS NOT ACTIVE"
007074             TO REJ-REASON-TEXT
007075         GO TO 2460-CHECK-ALLOCATION-RULE-EXIT
007076     END-IF.
007077     IF ALC-TARGET-COUNT NOT NUMERIC
007078         MOVE "ALLOCATION RULE HAS NO TARGETS"
007079             TO REJ-REASON-TEXT
007080         GO TO 2460-CHECK-ALLOCATION-RULE-EXIT
007082     END-IF.
007083     IF ALC-TARGET-COUNT EQUAL ZERO
007084             OR ALC-TARGET-COUNT GREATER THAN 20
007085         MOVE "ALLOCATION RULE HAS NO TARGETS"
007086             TO REJ-REASON-TEXT
007087         GO TO 2460-CHECK-ALLOCATION-RULE-EXIT
007088     END-IF.
007089     MOVE "Y" TO WS-RECORD-VALID-SWITCH.
007090     MOVE ZERO TO WS-ALC-PCT-TOTAL.
007091     PERFORM 2470-CHECK-ALLOCATION-TARGET
007092         THRU 2470-CHECK-ALLOCATION-TARGET-EXIT
007093         VARYING WS-ALC-IX FROM 1 BY 1
007095         UNTIL WS-ALC-IX GREATER THAN ALC-TARGET-COUNT
007096             OR NOT WS-RECORD-VALID.
007097     IF WS-RECORD-VALID
007098             AND WS-ALC-PCT-TOTAL NOT EQUAL 100
007099         MOVE "N" TO WS-RECORD-VALID-SWITCH
007100         MOVE "ALLOCATION PERCENTAGES DO NOT TOTAL 100"
007101             TO REJ-REASON-TEXT
007102     END-IF.
007103 2460-CHECK-ALLOCATION-RULE-EXIT.
007104     EXIT.
007105*
007106*****************************************************************
007107*    2470-CHECK-ALLOCATION-TARGET                               *
007109*    PROVES ONE TARGET OF THE RULE - A PERCENTAGE ABOVE ZERO    *
007110*    AND AN ACCOUNT ACTIVE ON THE ACCOUNT TABLE - AND ADDS ITS  *
007111*    PERCENTAGE TO THE RULE TOTAL.  THE LOOKUP WORKS ON         *
007112*    AT-ACCOUNT-NO, SO THE RULE NUMBER IS PUT BACK AFTER.       *
007113*****************************************************************
007114 2470-CHECK-ALLOCATION-TARGET.
007115     IF ALC-TARGET-PCT (WS-ALC-IX) NOT NUMERIC
007116             OR ALC-TARGET-ACCOUNT (WS-ALC-IX) NOT NUMERIC
007117         MOVE "N" TO WS-RECORD-VALID-SWITCH
007118         MOVE "ALLOCATION PERCENTAGES DO NOT TOTAL 100"
007119             TO REJ-REASON-TEXT
007120         GO TO 2470-CHECK-ALLOCATION-TARGET-EXIT
007121     END-IF.
007123     IF ALC-TARGET-PCT (WS-ALC-IX) EQUAL ZERO
007124         MOVE "N" TO WS-RECORD-VALID-SWITCH
007125         MOVE "ALLOCATION PERCENTAGES DO NOT TOTAL 100"
007126             TO REJ-REASON-TEXT
007127         GO TO 2470-CHECK-ALLOCATION-TARGET-EXIT
007128     END-IF.
007129     ADD ALC-TARGET-PCT (WS-ALC-IX) TO WS-ALC-PCT-TOTAL.
007130     MOVE AT-ACCOUNT-NO TO WS-ALC-SAVE-ACCOUNT.
007131     MOVE ALC-TARGET-ACCOUNT (WS-ALC-IX) TO AT-ACCOUNT-NO.
007132     PERFORM 2400-LOOKUP-ACCOUNT
007133         THRU 2400-LOOKUP-ACCOUNT-EXIT.
007134     MOVE WS-ALC-SAVE-ACCOUNT TO AT-ACCOUNT-NO.
007135     IF NOT WS-ACCT-FOUND
007137         MOVE "N" TO WS-RECORD-VALID-SWITCH
007138         MOVE "ALLOCATION TARGET NOT ACTIVE ON MASTER"
007139             TO REJ-REASON-TEXT
007140     END-IF.
007141 2470-CHECK-ALLOCATION-TARGET-EXIT.
007142     EXIT.
007143*
007144*****************************************************************
007145*    2500-WRITE-CLEAN                                           *
007146*    PASSES ONE FULLY EDITED DETAIL RECORD TO THE FILE THE      *
007147*    POSTING STEP READS AND ROLLS IT INTO THE REBUILT TRAILER   *
007148*    TOTALS.                                                     *
007150*****************************************************************
007160 2500-WRITE-CLEAN.
007170     ADD 1 TO WS-CLEAN-COUNT.
007410     ADD 1 TO WS-REJECT-COUNT.
007420     MOVE ADDTRAN-RECORD TO REJ-RECORD-IMAGE.
007430     MOVE WS-RUN-DATE TO REJ-RUN-DATE.
007435     MOVE WS-CYCLE-NO TO REJ-CYCLE-NO.
007440     WRITE ADDREJ-RECORD.
007450 2600-WRITE-REJECT-EXIT.
007460     EXIT.
007920     MOVE ZERO TO WS-BATCH-CLEAN-COUNT.
007930     MOVE ZERO TO WS-BATCH-CLEAN-TOTAL.
007940     MOVE "N" TO WS-AMTS-UNPROVEN-SWITCH.
007943     MOVE SPACES TO WS-BATCH-SOURCE.
007946     MOVE ZERO TO WS-BATCH-SUSPENSE-ACCT.
007950 2700-PROCESS-TRAILER-EXIT.
007960     EXIT.
007970*
008210     DISPLAY "ADDEDT: DETAILS READ     " WS-INPUT-DETAIL-COUNT.
008220     DISPLAY "ADDEDT: CLEAN RECORDS    " WS-CLEAN-COUNT.
008230     DISPLAY "ADDEDT: REJECT RECORDS   " WS-REJECT-COUNT.
008235     DISPLAY "ADDEDT: TO SUSPENSE      " WS-SUSPENSE-COUNT.
008240     DISPLAY "ADDEDT: REJECT RATE PCT  " WS-REJECT-RATE-PCT.
008250     IF WS-REJECT-RATE-PCT GREATER THAN WS-REJECT-THRESHOLD-PCT
008260         DISPLAY "ADDEDT: REJECT RATE EXCEEDS THRESHOLD OF "
008300     CLOSE ADDTRIN-FILE.
008310     CLOSE ADDTROUT-FILE.
008320     CLOSE ADDREJ-FILE.
008322     IF WS-ALC-AVAILABLE
008325         CLOSE ADDALC-FILE
008327     END-IF.
008330     IF WS-ABEND-REQUESTED
008340         MOVE 16 TO RETURN-CODE
008350     ELSE
008360         IF WS-REJECT-COUNT GREATER THAN ZERO
008365                 OR WS-SUSPENSE-COUNT GREATER THAN ZERO
008370             MOVE 4 TO RETURN-CODE
008380         ELSE
008390             MOVE ZERO TO RETURN-CODE
