000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHAPR.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    HELD ITEM REVIEW SCREEN.  A PSEUDO-CONVERSATIONAL CICS    *
000100*    TRANSACTION (ADDH) FOR SUPERVISORS - BROWSES THE ADDHOLD  *
000110*    QUEUE OF DETAILS THE ADDHLD STEP OF ADDTWO PULLED OUT OF  *
000120*    POSTING AS SUSPECTED DUPLICATES OR LARGE AMOUNTS, TEN     *
000130*    PENDING ITEMS PER PAGE, AND APPLIES THE KEYED             *
000140*    SELECTIONS: R RELEASES AN ITEM FOR THE ADDHXT BATCH       *
000150*    EXTRACT IN THE NEXT ADDTWO RUN, K KILLS IT SO IT NEVER    *
000160*    POSTS.  ENTER APPLIES SELECTIONS AND REFRESHES THE PAGE;  *
000170*    PF8 PAGES FORWARD.  THE SAME OPERATOR AUTHORITY AND DUAL  *
000180*    CONTROL AS ADDAPPR APPLY - THE SUPERVISOR MUST HOLD       *
000190*    APPROVAL AUTHORITY ON ADDOPRF, AND AN ITEM ABOVE THEIR    *
000200*    APPROVAL LIMIT TAKES A FIRST APPROVAL ONLY (FLAGGED 2 ON  *
000210*    THE BROWSE LINE) UNTIL A DIFFERENT SUPERVISOR RELEASES    *
000220*    IT.  A KILL NEEDS NO SECOND OPINION.  EVERY REFUSED       *
000230*    ATTEMPT IS WRITTEN TO THE ADDSECLG LOG.  THE PAGE-TOP     *
000240*    AND RESUME KEYS AND THE KEYS OF THE LINES ON DISPLAY      *
000250*    RIDE THE COMMAREA BETWEEN INVOCATIONS.                    *
000260*                                                                *
000270*    MODIFICATION HISTORY                                       *
000280*    ---------------------                                      *
000290*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000291*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE ADDHOLD KEY IS *
000293*                   NOW DATE, CYCLE AND SEQUENCE (15 BYTES) -    *
000295*                   THE BROWSE, PAGE AND LINE KEYS IN THE        *
000296*                   COMMAREA WIDEN TO MATCH, AND EACH ITEM LINE  *
000298*                   SHOWS THE CYCLE AFTER THE DATE.              *
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
000410 01  WS-MAPSET-NAME                  PIC X(08) VALUE "ADDHMAP".
000420 01  WS-MAP-NAME                     PIC X(08) VALUE "ADDHMP1".
000430 01  WS-TRANSID                      PIC X(04) VALUE "ADDH".
000440 01  WS-HOLD-FILE                    PIC X(08) VALUE "ADDHOLD".
000450 01  WS-PROFILE-FILE                 PIC X(08) VALUE "ADDOPRF".
000460 01  WS-SECLOG-FILE                  PIC X(08) VALUE "ADDSECLG".
000470 01  WS-PROGRAM-NAME                 PIC X(08) VALUE "ADDHAPR".
000480*
000490 01  WS-SWITCHES.
000500     05  WS-BROWSE-DONE-SWITCH       PIC X(01) VALUE "N".
000510         88  WS-BROWSE-DONE               VALUE "Y".
000520     05  WS-SKIP-FIRST-SWITCH        PIC X(01) VALUE "N".
000530         88  WS-SKIP-FIRST                VALUE "Y".
000540     05  WS-AUTHORIZED-SWITCH        PIC X(01) VALUE "N".
000550         88  WS-AUTHORIZED                VALUE "Y".
000560     05  WS-LOG-FAILED-SWITCH        PIC X(01) VALUE "N".
000570         88  WS-LOG-FAILED                VALUE "Y".
000580*
000590 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
000600 01  WS-LINE-IX                      PIC S9(04) COMP VALUE ZERO.
000610 01  WS-APPLIED-COUNT                PIC S9(04) COMP VALUE ZERO.
000620 01  WS-FIRST-COUNT                  PIC S9(04) COMP VALUE ZERO.
000630 01  WS-REFUSED-COUNT                PIC S9(04) COMP VALUE ZERO.
000640 01  WS-COUNT-EDIT                   PIC Z9.
000650*
000660 01  WS-OPERATOR-ID                  PIC X(08).
000670 01  WS-ABSTIME                      PIC S9(15) COMP-3.
000680 01  WS-EVENT-DATE                   PIC 9(08).
000690 01  WS-EVENT-TIME                   PIC X(08).
000700 01  WS-ITEM-AMOUNT                  PIC S9(08)V99.
000710 01  WS-REFUSAL-REASON               PIC X(04).
000720 01  WS-REFUSAL-TEXT                 PIC X(40).
000730 01  WS-REFUSAL-ITEM-KEY             PIC X(24).
000740 01  WS-REFUSAL-SEQ                  PIC 9(02) VALUE ZERO.
000750*
000760     COPY ADDOPRR.
000770*
000780     COPY ADDSECR.
000790*
000800     COPY ADDHLDR.
000810*
000820 01  WS-BROWSE-KEY                   PIC X(15).
000830*
000840 01  WS-DETAIL-LINE.
000850     05  WS-DL-HOLD-DATE             PIC 9(08).
000860     05  FILLER                      PIC X(01) VALUE SPACES.
000863     05  WS-DL-CYCLE-NO              PIC 9(01).
000866     05  FILLER                      PIC X(01) VALUE SPACES.
000870     05  WS-DL-SEQ-NO                PIC 9(06).
000880     05  FILLER                      PIC X(01) VALUE SPACES.
000890     05  WS-DL-BATCH-ID              PIC X(08).
000900     05  FILLER                      PIC X(01) VALUE SPACES.
000910     05  WS-DL-SOURCE-SYSTEM         PIC X(04).
000920     05  FILLER                      PIC X(01) VALUE SPACES.
000930     05  WS-DL-ACCOUNT-NO            PIC 9(08).
000940     05  FILLER                      PIC X(01) VALUE SPACES.
000950     05  WS-DL-NUM1                  PIC -Z,ZZZ,ZZ9.99.
000960     05  FILLER                      PIC X(01) VALUE SPACES.
000970     05  WS-DL-NUM2                  PIC -Z,ZZZ,ZZ9.99.
000980     05  FILLER                      PIC X(01) VALUE SPACES.
000990     05  WS-DL-OP-CODE               PIC X(01).
001000     05  FILLER                      PIC X(01) VALUE SPACES.
001010     05  WS-DL-REASON                PIC X(01).
001020     05  FILLER                      PIC X(01) VALUE SPACES.
001030     05  WS-DL-APPROVAL-FLAG         PIC X(01).
001040*
001050 01  WS-COMMAREA.
001060     05  CA-PAGE-TOP-KEY             PIC X(15).
001070     05  CA-RESUME-KEY               PIC X(15).
001080     05  CA-LINE-COUNT               PIC 9(02).
001090     05  CA-LINE-KEY OCCURS 10 TIMES
001100                                     PIC X(15).
001110*
001120     COPY ADDHMAP.
001130     COPY DFHAID.
001140*
001150 LINKAGE SECTION.
001160*
001170 01  DFHCOMMAREA                     PIC X(182).
001180*
001190 PROCEDURE DIVISION.
001200*
001210*****************************************************************
001220*    0000-MAINLINE                                              *
001230*    FIRST ENTRY SHOWS THE FIRST PAGE OF PENDING HELD ITEMS.   *
001240*    ENTER APPLIES THE KEYED SELECTIONS AND REFRESHES THE      *
001250*    PAGE; PF8 PAGES FORWARD.  AN OPERATOR WITHOUT APPROVAL    *
001260*    AUTHORITY IS SHOWN NOTHING AND THE ATTEMPT IS LOGGED.     *
001270*****************************************************************
001280 0000-MAINLINE.
001290     PERFORM 1000-CHECK-AUTHORITY
001300         THRU 1000-CHECK-AUTHORITY-EXIT.
001310     IF EIBCALEN EQUAL ZERO
001320         MOVE LOW-VALUES TO WS-COMMAREA
001330         MOVE SPACES TO ADDHMP1O
001340         MOVE LOW-VALUES TO WS-BROWSE-KEY
001350         MOVE "N" TO WS-SKIP-FIRST-SWITCH
001360         IF WS-AUTHORIZED
001370             PERFORM 2400-BROWSE-ONE-PAGE
001380                 THRU 2400-BROWSE-ONE-PAGE-EXIT
001390         ELSE
001400             MOVE "NOT AUTHORIZED FOR APPROVAL - ATTEMPT LOGGED"
001410                 TO HMSGO
001420         END-IF
001430         IF WS-LOG-FAILED
001440             MOVE "REFUSAL LOG WRITE FAILED - CALL SYSTEMS"
001450                 TO HMSGO
001460         END-IF
001470         EXEC CICS SEND MAP(WS-MAP-NAME)
001480             MAPSET(WS-MAPSET-NAME)
001490             ERASE
001500         END-EXEC
001510     ELSE
001520         MOVE DFHCOMMAREA TO WS-COMMAREA
001530         PERFORM 2000-RECEIVE-AND-PROCESS
001540             THRU 2000-RECEIVE-AND-PROCESS-EXIT
001550     END-IF.
001560     EXEC CICS RETURN
001570         TRANSID(WS-TRANSID)
001580         COMMAREA(WS-COMMAREA)
001590     END-EXEC.
001600     GOBACK.
001610*
001620*****************************************************************
001630*    1000-CHECK-AUTHORITY                                       *
001640*    READS THE SIGNED-ON OPERATOR'S PROFILE.  NO PROFILE, A    *
001650*    SUSPENDED PROFILE OR NO APPROVAL AUTHORITY REFUSES THE    *
001660*    WHOLE TRANSACTION AND LOGS THE ATTEMPT.                   *
001670*****************************************************************
001680 1000-CHECK-AUTHORITY.
001690     MOVE "N" TO WS-AUTHORIZED-SWITCH.
001700     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
001710     END-EXEC.
001720     MOVE SPACES TO WS-REFUSAL-ITEM-KEY.
001730     MOVE ZERO TO WS-ITEM-AMOUNT.
001740     EXEC CICS READ FILE(WS-PROFILE-FILE)
001750         INTO(ADDOPR-RECORD)
001760         RIDFLD(WS-OPERATOR-ID)
001770         RESP(WS-RESP)
001780     END-EXEC.
001790     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001800         MOVE "NPRF" TO WS-REFUSAL-REASON
001810         MOVE "NO OPERATOR PROFILE ON ADDOPRF"
001820             TO WS-REFUSAL-TEXT
001830         PERFORM 2600-LOG-REFUSAL
001840             THRU 2600-LOG-REFUSAL-EXIT
001850         GO TO 1000-CHECK-AUTHORITY-EXIT
001860     END-IF.
001870     IF NOT OPR-ACTIVE
001880         MOVE "SUSP" TO WS-REFUSAL-REASON
001890         MOVE "OPERATOR PROFILE IS SUSPENDED"
001900             TO WS-REFUSAL-TEXT
001910         PERFORM 2600-LOG-REFUSAL
001920             THRU 2600-LOG-REFUSAL-EXIT
001930         GO TO 1000-CHECK-AUTHORITY-EXIT
001940     END-IF.
001950     IF NOT OPR-MAY-APPROVE
001960         MOVE "NAUT" TO WS-REFUSAL-REASON
001970         MOVE "APPROVAL FUNCTION NOT GRANTED"
001980             TO WS-REFUSAL-TEXT
001990         PERFORM 2600-LOG-REFUSAL
002000             THRU 2600-LOG-REFUSAL-EXIT
002010         GO TO 1000-CHECK-AUTHORITY-EXIT
002020     END-IF.
002030     MOVE "Y" TO WS-AUTHORIZED-SWITCH.
002040 1000-CHECK-AUTHORITY-EXIT.
002050     EXIT.
002060*
002070*****************************************************************
002080*    2000-RECEIVE-AND-PROCESS                                   *
002090*    RECEIVES THE SCREEN, APPLIES ANY KEYED SELECTIONS, THEN   *
002100*    REBUILDS THE PAGE - FROM THE SAME PAGE TOP ON ENTER,      *
002110*    FROM THE RESUME KEY ON PF8.  AN UNAUTHORIZED OPERATOR     *
002120*    GETS THE REFUSAL AND AN EMPTY PAGE.                       *
002130*****************************************************************
002140 2000-RECEIVE-AND-PROCESS.
002150     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
002160         MAPSET(WS-MAPSET-NAME)
002170         RESP(WS-RESP)
002180     END-EXEC.
002190     MOVE SPACES TO HMSGO.
002200     MOVE ZERO TO WS-APPLIED-COUNT.
002210     MOVE ZERO TO WS-FIRST-COUNT.
002220     MOVE ZERO TO WS-REFUSED-COUNT.
002230     IF NOT WS-AUTHORIZED
002240         MOVE SPACES TO ADDHMP1O
002250         MOVE ZERO TO CA-LINE-COUNT
002260         MOVE "NOT AUTHORIZED FOR APPROVAL - ATTEMPT LOGGED"
002270             TO HMSGO
002280         GO TO 2000-SEND-PAGE
002290     END-IF.
002300     IF WS-RESP NOT EQUAL DFHRESP(MAPFAIL)
002310         PERFORM 2100-APPLY-ONE-SELECTION
002320             THRU 2100-APPLY-ONE-SELECTION-EXIT
002330             VARYING WS-LINE-IX FROM 1 BY 1
002340             UNTIL WS-LINE-IX GREATER THAN CA-LINE-COUNT
002350     END-IF.
002360     IF EIBAID EQUAL DFHPF8
002370         MOVE CA-RESUME-KEY TO WS-BROWSE-KEY
002380         MOVE "Y" TO WS-SKIP-FIRST-SWITCH
002390     ELSE
002400         MOVE CA-PAGE-TOP-KEY TO WS-BROWSE-KEY
002410         MOVE "N" TO WS-SKIP-FIRST-SWITCH
002420     END-IF.
002430     PERFORM 2400-BROWSE-ONE-PAGE
002440         THRU 2400-BROWSE-ONE-PAGE-EXIT.
002450     IF WS-APPLIED-COUNT GREATER THAN ZERO
002460         MOVE "SELECTIONS APPLIED" TO HMSGO
002470     END-IF.
002480     IF WS-FIRST-COUNT GREATER THAN ZERO
002490         MOVE WS-FIRST-COUNT TO WS-COUNT-EDIT
002500         MOVE SPACES TO HMSGO
002510         STRING "SELECTIONS APPLIED - " DELIMITED BY SIZE
002520             WS-COUNT-EDIT DELIMITED BY SIZE
002530             " OVER LIMIT, NOW AWAIT A SECOND APPROVER"
002540                 DELIMITED BY SIZE
002550             INTO HMSGO
002560     END-IF.
002570     IF WS-REFUSED-COUNT GREATER THAN ZERO
002580         MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
002590         MOVE SPACES TO HMSGO
002600         STRING WS-COUNT-EDIT DELIMITED BY SIZE
002610             " SELECTION(S) REFUSED - ALREADY APPROVED BY"
002620                 DELIMITED BY SIZE
002630             " YOU - LOGGED" DELIMITED BY SIZE
002640             INTO HMSGO
002650     END-IF.
002660 2000-SEND-PAGE.
002670     IF WS-LOG-FAILED
002680         MOVE "REFUSAL LOG WRITE FAILED - CALL SYSTEMS" TO HMSGO
002690     END-IF.
002700     EXEC CICS SEND MAP(WS-MAP-NAME)
002710         MAPSET(WS-MAPSET-NAME)
002720         ERASE
002730     END-EXEC.
002740 2000-RECEIVE-AND-PROCESS-EXIT.
002750     EXIT.
002760*
002770*****************************************************************
002780*    2100-APPLY-ONE-SELECTION                                   *
002790*    APPLIES ONE KEYED R OR K SELECTION - READS THE HELD ITEM  *
002800*    FOR UPDATE AND REWRITES ITS STATUS, THE DECIDING          *
002810*    SUPERVISOR AND THE DATE.  AN ITEM NO LONGER PENDING       *
002820*    (ANOTHER SUPERVISOR GOT THERE FIRST) IS LEFT ALONE.  A    *
002830*    RELEASE IS REFUSED AND LOGGED WHEN THE SUPERVISOR         *
002840*    ALREADY GAVE THE ITEM ITS FIRST APPROVAL.  AN ITEM ABOVE  *
002850*    THE SUPERVISOR'S LIMIT WITH NO FIRST APPROVAL YET ONLY    *
002860*    TAKES THE FIRST APPROVAL AND STAYS PENDING; THE NEXT,     *
002870*    DIFFERENT, SUPERVISOR RELEASES IT.  A KILL NEEDS NO       *
002880*    SECOND OPINION.  THERE IS NO OWN-ENTRY CHECK - A HELD     *
002890*    ITEM CAME IN ON A BATCH FEED, NOT FROM A SCREEN OPERATOR. *
002900*****************************************************************
002910 2100-APPLY-ONE-SELECTION.
002920     IF HSELI (WS-LINE-IX) NOT EQUAL "R"
002930             AND HSELI (WS-LINE-IX) NOT EQUAL "K"
002940         GO TO 2100-APPLY-ONE-SELECTION-EXIT
002950     END-IF.
002960     MOVE CA-LINE-KEY (WS-LINE-IX) TO WS-BROWSE-KEY.
002970     EXEC CICS READ FILE(WS-HOLD-FILE)
002980         INTO(ADDHLD-RECORD)
002990         RIDFLD(WS-BROWSE-KEY)
003000         UPDATE
003010         RESP(WS-RESP)
003020     END-EXEC.
003030     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003040         GO TO 2100-APPLY-ONE-SELECTION-EXIT
003050     END-IF.
003060     IF NOT HLD-PENDING
003070         EXEC CICS UNLOCK FILE(WS-HOLD-FILE)
003080         END-EXEC
003090         GO TO 2100-APPLY-ONE-SELECTION-EXIT
003100     END-IF.
003110     IF HSELI (WS-LINE-IX) EQUAL "K"
003120         MOVE "K" TO HLD-STATUS
003130         GO TO 2100-STAMP-DECISION
003140     END-IF.
003150     MOVE HLD-KEY TO WS-REFUSAL-ITEM-KEY.
003160     IF HLD-OP-CODE EQUAL "S"
003170         COMPUTE WS-ITEM-AMOUNT = HLD-NUM1 - HLD-NUM2
003180     ELSE
003190         COMPUTE WS-ITEM-AMOUNT = HLD-NUM1 + HLD-NUM2
003200     END-IF.
003210     IF WS-ITEM-AMOUNT LESS THAN ZERO
003220         COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
003230     END-IF.
003240     IF HLD-FIRST-APPROVER EQUAL WS-OPERATOR-ID
003250         EXEC CICS UNLOCK FILE(WS-HOLD-FILE)
003260         END-EXEC
003270         MOVE "DUAL" TO WS-REFUSAL-REASON
003280         MOVE "SECOND APPROVAL BY THE FIRST APPROVER"
003290             TO WS-REFUSAL-TEXT
003300         PERFORM 2600-LOG-REFUSAL
003310             THRU 2600-LOG-REFUSAL-EXIT
003320         ADD 1 TO WS-REFUSED-COUNT
003330         GO TO 2100-APPLY-ONE-SELECTION-EXIT
003340     END-IF.
003350     IF WS-ITEM-AMOUNT GREATER THAN OPR-APPROVAL-LIMIT
003360             AND HLD-NO-FIRST-APPROVAL
003370         MOVE WS-OPERATOR-ID TO HLD-FIRST-APPROVER
003380         EXEC CICS REWRITE FILE(WS-HOLD-FILE)
003390             FROM(ADDHLD-RECORD)
003400             RESP(WS-RESP)
003410         END-EXEC
003420         IF WS-RESP EQUAL DFHRESP(NORMAL)
003430             ADD 1 TO WS-FIRST-COUNT
003440         END-IF
003450         GO TO 2100-APPLY-ONE-SELECTION-EXIT
003460     END-IF.
003470     MOVE "R" TO HLD-STATUS.
003480 2100-STAMP-DECISION.
003490     MOVE WS-OPERATOR-ID TO HLD-APPROVER-ID.
003500     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
003510     END-EXEC.
003520     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
003530         YYYYMMDD(WS-EVENT-DATE)
003540     END-EXEC.
003550     MOVE WS-EVENT-DATE TO HLD-DECISION-DATE.
003560     EXEC CICS REWRITE FILE(WS-HOLD-FILE)
003570         FROM(ADDHLD-RECORD)
003580         RESP(WS-RESP)
003590     END-EXEC.
003600     IF WS-RESP EQUAL DFHRESP(NORMAL)
003610         ADD 1 TO WS-APPLIED-COUNT
003620     END-IF.
003630 2100-APPLY-ONE-SELECTION-EXIT.
003640     EXIT.
003650*
003660*****************************************************************
003670*    2400-BROWSE-ONE-PAGE                                       *
003680*    FILLS UP TO TEN SCREEN LINES WITH PENDING HELD ITEMS      *
003690*    STARTING AT THE BROWSE KEY AND REMEMBERS EACH LINE'S KEY  *
003700*    IN THE COMMAREA FOR THE SELECTION PASS.                   *
003710*****************************************************************
003720 2400-BROWSE-ONE-PAGE.
003730     MOVE "N" TO WS-BROWSE-DONE-SWITCH.
003740     MOVE ZERO TO WS-LINE-IX.
003750     MOVE ZERO TO CA-LINE-COUNT.
003760     PERFORM 2450-CLEAR-ONE-ROW
003770         THRU 2450-CLEAR-ONE-ROW-EXIT
003780         VARYING WS-LINE-IX FROM 1 BY 1
003790         UNTIL WS-LINE-IX GREATER THAN 10.
003800     MOVE ZERO TO WS-LINE-IX.
003810     MOVE WS-BROWSE-KEY TO CA-PAGE-TOP-KEY.
003820     EXEC CICS STARTBR FILE(WS-HOLD-FILE)
003830         RIDFLD(WS-BROWSE-KEY)
003840         GTEQ
003850         RESP(WS-RESP)
003860     END-EXEC.
003870     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003880         MOVE "NO HELD ITEMS ON FILE" TO HMSGO
003890         GO TO 2400-BROWSE-ONE-PAGE-EXIT
003900     END-IF.
003910     PERFORM 2500-READ-NEXT-PENDING
003920         THRU 2500-READ-NEXT-PENDING-EXIT
003930         UNTIL WS-BROWSE-DONE
003940             OR WS-LINE-IX NOT LESS THAN 10.
003950     EXEC CICS ENDBR FILE(WS-HOLD-FILE)
003960     END-EXEC.
003970     MOVE WS-LINE-IX TO CA-LINE-COUNT.
003980     IF WS-LINE-IX EQUAL ZERO
003990         MOVE "NO HELD ITEMS TO REVIEW" TO HMSGO
004000     END-IF.
004010 2400-BROWSE-ONE-PAGE-EXIT.
004020     EXIT.
004030*
004040*****************************************************************
004050*    2450-CLEAR-ONE-ROW                                         *
004060*    BLANKS ONE SELECTION AND DISPLAY ROW.                     *
004070*****************************************************************
004080 2450-CLEAR-ONE-ROW.
004090     MOVE SPACES TO HSELO (WS-LINE-IX).
004100     MOVE SPACES TO HLINEDO (WS-LINE-IX).
004110     MOVE LOW-VALUES TO CA-LINE-KEY (WS-LINE-IX).
004120 2450-CLEAR-ONE-ROW-EXIT.
004130     EXIT.
004140*
004150*****************************************************************
004160*    2500-READ-NEXT-PENDING                                     *
004170*    READS THE NEXT HELD ITEM, SKIPS ITEMS NO LONGER PENDING   *
004180*    AND FORMATS ONE SCREEN ROW.                               *
004190*****************************************************************
004200 2500-READ-NEXT-PENDING.
004210     EXEC CICS READNEXT FILE(WS-HOLD-FILE)
004220         INTO(ADDHLD-RECORD)
004230         RIDFLD(WS-BROWSE-KEY)
004240         RESP(WS-RESP)
004250     END-EXEC.
004260     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
004270         MOVE "Y" TO WS-BROWSE-DONE-SWITCH
004280         GO TO 2500-READ-NEXT-PENDING-EXIT
004290     END-IF.
004300     IF WS-SKIP-FIRST
004310             AND HLD-KEY EQUAL CA-RESUME-KEY
004320         MOVE "N" TO WS-SKIP-FIRST-SWITCH
004330         GO TO 2500-READ-NEXT-PENDING-EXIT
004340     END-IF.
004350     MOVE "N" TO WS-SKIP-FIRST-SWITCH.
004360     IF NOT HLD-PENDING
004370         GO TO 2500-READ-NEXT-PENDING-EXIT
004380     END-IF.
004390     ADD 1 TO WS-LINE-IX.
004400     MOVE HLD-HOLD-DATE TO WS-DL-HOLD-DATE.
004405     MOVE HLD-CYCLE-NO TO WS-DL-CYCLE-NO.
004410     MOVE HLD-SEQ-NO TO WS-DL-SEQ-NO.
004420     MOVE HLD-BATCH-ID TO WS-DL-BATCH-ID.
004430     MOVE HLD-SOURCE-SYSTEM TO WS-DL-SOURCE-SYSTEM.
004440     MOVE HLD-ACCOUNT-NO TO WS-DL-ACCOUNT-NO.
004450     MOVE HLD-NUM1 TO WS-DL-NUM1.
004460     MOVE HLD-NUM2 TO WS-DL-NUM2.
004470     MOVE HLD-OP-CODE TO WS-DL-OP-CODE.
004480     MOVE HLD-REASON TO WS-DL-REASON.
004490     IF HLD-NO-FIRST-APPROVAL
004500         MOVE SPACE TO WS-DL-APPROVAL-FLAG
004510     ELSE
004520         MOVE "2" TO WS-DL-APPROVAL-FLAG
004530     END-IF.
004540     MOVE WS-DETAIL-LINE TO HLINEDO (WS-LINE-IX).
004550     MOVE HLD-KEY TO CA-LINE-KEY (WS-LINE-IX).
004560     MOVE HLD-KEY TO CA-RESUME-KEY.
004570 2500-READ-NEXT-PENDING-EXIT.
004580     EXIT.
004590*
004600*****************************************************************
004610*    2600-LOG-REFUSAL                                           *
004620*    WRITES ONE REFUSED-ATTEMPT RECORD TO THE ADDSECLG LOG -    *
004630*    OPERATOR, DATE/TIME, TERMINAL, REASON AND THE HELD ITEM   *
004640*    WHERE THERE IS ONE.  THE CALLER HAS SET THE REASON, ITS   *
004650*    TEXT, THE ITEM KEY AND AMOUNT.  A SEQUENCE IN THE KEY     *
004660*    KEEPS SEVERAL REFUSALS IN THE SAME SECOND APART.  A LOG   *
004670*    WRITE FAILURE IS REPORTED ON THE SCREEN SO THE OPERATOR   *
004680*    CALLS SYSTEMS.                                            *
004690*****************************************************************
004700 2600-LOG-REFUSAL.
004710     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
004720     END-EXEC.
004730     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
004740         YYYYMMDD(WS-EVENT-DATE)
004750         TIME(WS-EVENT-TIME)
004760     END-EXEC.
004770*    FORMATTIME TIME RETURNS HHMMSS LEFT-JUSTIFIED IN THE
004780*    8 BYTE AREA - FORCE THE LAST TWO BYTES TO ZEROS SO THE
004790*    VSAM KEY COMPONENT BUILT FROM IT STAYS FULLY NUMERIC.
004800     MOVE "00" TO WS-EVENT-TIME (7:2).
004810     MOVE SPACES TO ADDSEC-RECORD.
004820     MOVE WS-EVENT-DATE TO SEC-EVENT-DATE.
004830     MOVE WS-EVENT-TIME TO SEC-EVENT-TIME.
004840     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
004850     MOVE WS-TRANSID TO SEC-TRANSID.
004860     MOVE WS-PROGRAM-NAME TO SEC-PROGRAM.
004870     MOVE EIBTRMID TO SEC-TERMINAL-ID.
004880     MOVE WS-REFUSAL-REASON TO SEC-REASON.
004890     MOVE WS-REFUSAL-TEXT TO SEC-REASON-TEXT.
004900     MOVE WS-REFUSAL-ITEM-KEY TO SEC-ITEM-KEY.
004910     MOVE WS-ITEM-AMOUNT TO SEC-ITEM-AMOUNT.
004920     MOVE ZERO TO WS-REFUSAL-SEQ.
004930     PERFORM 2650-WRITE-LOG-RECORD
004940         THRU 2650-WRITE-LOG-RECORD-EXIT.
004950     PERFORM 2650-WRITE-LOG-RECORD
004960         THRU 2650-WRITE-LOG-RECORD-EXIT
004970         UNTIL WS-RESP NOT EQUAL DFHRESP(DUPREC)
004980             OR WS-REFUSAL-SEQ NOT LESS THAN 99.
004990     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
005000         MOVE "Y" TO WS-LOG-FAILED-SWITCH
005010     END-IF.
005020 2600-LOG-REFUSAL-EXIT.
005030     EXIT.
005040*
005050*****************************************************************
005060*    2650-WRITE-LOG-RECORD                                      *
005070*    WRITES THE LOG RECORD UNDER THE NEXT SEQUENCE NUMBER.      *
005080*****************************************************************
005090 2650-WRITE-LOG-RECORD.
005100     ADD 1 TO WS-REFUSAL-SEQ.
005110     MOVE WS-REFUSAL-SEQ TO SEC-EVENT-SEQ.
005120     EXEC CICS WRITE FILE(WS-SECLOG-FILE)
005130         FROM(ADDSEC-RECORD)
005140         RIDFLD(SEC-KEY)
005150         RESP(WS-RESP)
005160     END-EXEC.
005170 2650-WRITE-LOG-RECORD-EXIT.
005180     EXIT.
