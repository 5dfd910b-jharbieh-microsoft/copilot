000216*                   ON THE BROWSE LINE - A RELEASER MUST SEE     *
000218*                   THAT AN "S" ITEM POSTS NUM1 - NUM2, NOT      *
000219*                   THE SUM.                                     *
000220*    10/15/26  RLH  OPERATOR AUTHORITY - THE SUPERVISOR MUST     *
000221*                   HOLD APPROVAL AUTHORITY ON THE ADDOPRF       *
000222*                   PROFILE FILE, MAY NOT RELEASE AN ITEM THEY   *
000223*                   KEYED THEMSELVES, AND AN ITEM ABOVE THEIR    *
000224*                   APPROVAL LIMIT TAKES A FIRST APPROVAL ONLY - *
000225*                   IT STAYS PENDING (FLAGGED 2 ON THE BROWSE    *
000226*                   LINE) UNTIL A DIFFERENT SUPERVISOR RELEASES  *
000227*                   IT.  EVERY REFUSED ATTEMPT IS WRITTEN TO THE *
000228*                   ADDSECLG LOG.                                *
000229*                                                                *
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000340 01  WS-MAP-NAME                     PIC X(08) VALUE "ADDAMP1".
000350 01  WS-TRANSID                      PIC X(04) VALUE "ADDA".
000360 01  WS-QUEUE-FILE                   PIC X(08) VALUE "ADDONLQ".
000362 01  WS-PROFILE-FILE                 PIC X(08) VALUE "ADDOPRF".
000365 01  WS-SECLOG-FILE                  PIC X(08) VALUE "ADDSECLG".
000367 01  WS-PROGRAM-NAME                 PIC X(08) VALUE "ADDAPPR".
000370*
000380 01  WS-SWITCHES.
000390     05  WS-BROWSE-DONE-SWITCH       PIC X(01) VALUE "N".
000400         88  WS-BROWSE-DONE               VALUE "Y".
000410     05  WS-SKIP-FIRST-SWITCH        PIC X(01) VALUE "N".
000420         88  WS-SKIP-FIRST                VALUE "Y".
000422     05  WS-AUTHORIZED-SWITCH        PIC X(01) VALUE "N".
000424         88  WS-AUTHORIZED                VALUE "Y".
000426     05  WS-LOG-FAILED-SWITCH        PIC X(01) VALUE "N".
000428         88  WS-LOG-FAILED                VALUE "Y".
000430*
000440 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
000450 01  WS-LINE-IX                      PIC S9(04) COMP VALUE ZERO.
000460 01  WS-APPLIED-COUNT                PIC S9(04) COMP VALUE ZERO.
000461 01  WS-FIRST-COUNT                  PIC S9(04) COMP VALUE ZERO.
000462 01  WS-REFUSED-COUNT                PIC S9(04) COMP VALUE ZERO.
000463 01  WS-COUNT-EDIT                   PIC Z9.
000464*
000465 01  WS-OPERATOR-ID                  PIC X(08).
000466 01  WS-ABSTIME                      PIC S9(15) COMP-3.
000467 01  WS-EVENT-DATE                   PIC 9(08).
000468 01  WS-EVENT-TIME                   PIC X(08).
000469 01  WS-ITEM-AMOUNT                  PIC S9(08)V99.
000470 01  WS-REFUSAL-REASON               PIC X(04).
000471 01  WS-REFUSAL-TEXT                 PIC X(40).
000472 01  WS-REFUSAL-ITEM-KEY             PIC X(24).
000473 01  WS-REFUSAL-SEQ                  PIC 9(02) VALUE ZERO.
000474*
000475     COPY ADDOPRR.
000476*
000477     COPY ADDSECR.
000478*
000480     COPY ADDONLR.
000490*
000500 01  WS-BROWSE-KEY                   PIC X(24).
000630     05  WS-DL-NUM2                  PIC -Z,ZZZ,ZZ9.99.
000632     05  FILLER                      PIC X(02) VALUE SPACES.
000634     05  WS-DL-OP-CODE               PIC X(01).
000636     05  FILLER                      PIC X(01) VALUE SPACES.
000638     05  WS-DL-APPROVAL-FLAG         PIC X(01).
000640*
000650 01  WS-COMMAREA.
000660     05  CA-PAGE-TOP-KEY             PIC X(24).
000820*    0000-MAINLINE                                              *
000830*    FIRST ENTRY SHOWS THE FIRST PAGE OF PENDING ITEMS.        *
000840*    ENTER APPLIES THE KEYED SELECTIONS AND REFRESHES THE      *
000850*    PAGE; PF8 PAGES FORWARD.  AN OPERATOR WITHOUT APPROVAL    *
000855*    AUTHORITY IS SHOWN NOTHING AND THE ATTEMPT IS LOGGED.     *
000860*****************************************************************
000870 0000-MAINLINE.
000873     PERFORM 1000-CHECK-AUTHORITY
000876         THRU 1000-CHECK-AUTHORITY-EXIT.
000880     IF EIBCALEN EQUAL ZERO
000890         MOVE LOW-VALUES TO WS-COMMAREA
000900         MOVE SPACES TO ADDAMP1O
000910         MOVE LOW-VALUES TO WS-BROWSE-KEY
000920         MOVE "N" TO WS-SKIP-FIRST-SWITCH
000925         IF WS-AUTHORIZED
000930             PERFORM 2400-BROWSE-ONE-PAGE
000940                 THRU 2400-BROWSE-ONE-PAGE-EXIT
000941         ELSE
000942             MOVE "NOT AUTHORIZED FOR APPROVAL - ATTEMPT LOGGED"
000943                 TO AMSGO
000944         END-IF
000945         IF WS-LOG-FAILED
000946             MOVE "REFUSAL LOG WRITE FAILED - CALL SYSTEMS"
000947                 TO AMSGO
000948         END-IF
000950         EXEC CICS SEND MAP(WS-MAP-NAME)
000960             MAPSET(WS-MAPSET-NAME)
000970             ERASE
001050         TRANSID(WS-TRANSID)
001060         COMMAREA(WS-COMMAREA)
001070     END-EXEC.
001071     GOBACK.
001072*
001073*****************************************************************
001074*    1000-CHECK-AUTHORITY                                       *
001075*    READS THE SIGNED-ON OPERATOR'S PROFILE.  NO PROFILE, A    *
001076*    SUSPENDED PROFILE OR NO APPROVAL AUTHORITY REFUSES THE    *
001077*    WHOLE TRANSACTION AND LOGS THE ATTEMPT.                   *
001078*****************************************************************
001079 1000-CHECK-AUTHORITY.
001080     MOVE "N" TO WS-AUTHORIZED-SWITCH.
001081     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
001082     END-EXEC.
001083     MOVE SPACES TO WS-REFUSAL-ITEM-KEY.
001084     MOVE ZERO TO WS-ITEM-AMOUNT.
001085     EXEC CICS READ FILE(WS-PROFILE-FILE)
001086         INTO(ADDOPR-RECORD)
001087         RIDFLD(WS-OPERATOR-ID)
001088         RESP(WS-RESP)
001089     END-EXEC.
001090     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001091         MOVE "NPRF" TO WS-REFUSAL-REASON
001092         MOVE "NO OPERATOR PROFILE ON ADDOPRF"
001093             TO WS-REFUSAL-TEXT
001094         PERFORM 2600-LOG-REFUSAL
001095             THRU 2600-LOG-REFUSAL-EXIT
001096         GO TO 1000-CHECK-AUTHORITY-EXIT
001097     END-IF.
001098     IF NOT OPR-ACTIVE
001099         MOVE "SUSP" TO WS-REFUSAL-REASON
001100         MOVE "OPERATOR PROFILE IS SUSPENDED"
001101             TO WS-REFUSAL-TEXT
001102         PERFORM 2600-LOG-REFUSAL
001103             THRU 2600-LOG-REFUSAL-EXIT
001104         GO TO 1000-CHECK-AUTHORITY-EXIT
001105     END-IF.
001106     IF NOT OPR-MAY-APPROVE
001107         MOVE "NAUT" TO WS-REFUSAL-REASON
001108         MOVE "APPROVAL FUNCTION NOT GRANTED"
001109             TO WS-REFUSAL-TEXT
001110         PERFORM 2600-LOG-REFUSAL
001111             THRU 2600-LOG-REFUSAL-EXIT
001112         GO TO 1000-CHECK-AUTHORITY-EXIT
001113     END-IF.
001114     MOVE "Y" TO WS-AUTHORIZED-SWITCH.
001115 1000-CHECK-AUTHORITY-EXIT.
001116     EXIT.
001117*
001118*****************************************************************
001119*    2000-RECEIVE-AND-PROCESS                                   *
001120*    RECEIVES THE SCREEN, APPLIES ANY KEYED SELECTIONS, THEN   *
001130*    REBUILDS THE PAGE - FROM THE SAME PAGE TOP ON ENTER,      *
001140*    FROM THE RESUME KEY ON PF8.  AN UNAUTHORIZED OPERATOR     *
001145*    GETS THE REFUSAL AND AN EMPTY PAGE.                       *
001150*****************************************************************
001160 2000-RECEIVE-AND-PROCESS.
001170     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
001200     END-EXEC.
001210     MOVE SPACES TO AMSGO.
001220     MOVE ZERO TO WS-APPLIED-COUNT.
001221     MOVE ZERO TO WS-FIRST-COUNT.
001222     MOVE ZERO TO WS-REFUSED-COUNT.
001223     IF NOT WS-AUTHORIZED
001224         MOVE SPACES TO ADDAMP1O
001225         MOVE ZERO TO CA-LINE-COUNT
001226         MOVE "NOT AUTHORIZED FOR APPROVAL - ATTEMPT LOGGED"
001227             TO AMSGO
001228         GO TO 2000-SEND-PAGE
001229     END-IF.
001230     IF WS-RESP NOT EQUAL DFHRESP(MAPFAIL)
001240         PERFORM 2100-APPLY-ONE-SELECTION
001250             THRU 2100-APPLY-ONE-SELECTION-EXIT
001370         THRU 2400-BROWSE-ONE-PAGE-EXIT.
001380     IF WS-APPLIED-COUNT GREATER THAN ZERO
001390         MOVE "SELECTIONS APPLIED" TO AMSGO
001391     END-IF.
001392     IF WS-FIRST-COUNT GREATER THAN ZERO
001393         MOVE WS-FIRST-COUNT TO WS-COUNT-EDIT
001394         MOVE SPACES TO AMSGO
001396         STRING "SELECTIONS APPLIED - " DELIMITED BY SIZE
001397             WS-COUNT-EDIT DELIMITED BY SIZE
001398             " OVER LIMIT, NOW AWAIT A SECOND APPROVER"
001399                 DELIMITED BY SIZE
001400             INTO AMSGO
001402     END-IF.
001403     IF WS-REFUSED-COUNT GREATER THAN ZERO
001404         MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
001405         MOVE SPACES TO AMSGO
001406         STRING WS-COUNT-EDIT DELIMITED BY SIZE
001408             " SELECTION(S) REFUSED - OWN ENTRY, OR ALREADY"
001409                 DELIMITED BY SIZE
001410             " APPROVED BY YOU - LOGGED" DELIMITED BY SIZE
001411             INTO AMSGO
001412     END-IF.
001414 2000-SEND-PAGE.
001415     IF WS-LOG-FAILED
001416         MOVE "REFUSAL LOG WRITE FAILED - CALL SYSTEMS" TO AMSGO
001417     END-IF.
001418     EXEC CICS SEND MAP(WS-MAP-NAME)
001420         MAPSET(WS-MAPSET-NAME)
001430         ERASE
001440     END-EXEC.
001500*    APPLIES ONE KEYED R OR J SELECTION - READS THE PENDING    *
001510*    ITEM FOR UPDATE AND REWRITES ITS STATUS.  AN ITEM NO      *
001520*    LONGER PENDING (ANOTHER SUPERVISOR GOT THERE FIRST) IS    *
001530*    LEFT ALONE.  A RELEASE IS REFUSED AND LOGGED WHEN THE     *
001531*    SUPERVISOR KEYED THE ITEM OR ALREADY GAVE IT ITS FIRST    *
001533*    APPROVAL.  AN ITEM ABOVE THE SUPERVISOR'S LIMIT WITH NO   *
001535*    FIRST APPROVAL YET ONLY TAKES THE FIRST APPROVAL AND      *
001536*    STAYS PENDING; THE NEXT, DIFFERENT, SUPERVISOR RELEASES   *
001538*    IT.  A REJECT NEEDS NO SECOND OPINION.                    *
001540*****************************************************************
001550 2100-APPLY-ONE-SELECTION.
001560     IF SELI (WS-LINE-IX) NOT EQUAL "R"
001720         END-EXEC
001730         GO TO 2100-APPLY-ONE-SELECTION-EXIT
001740     END-IF.
001750     IF SELI (WS-LINE-IX) EQUAL "J"
001751         MOVE "J" TO ONL-STATUS
001752         MOVE WS-OPERATOR-ID TO ONL-APPROVER-ID
001753         GO TO 2100-REWRITE-ITEM
001754     END-IF.
001755     MOVE ONL-KEY TO WS-REFUSAL-ITEM-KEY.
001756     IF ONL-OP-CODE EQUAL "S"
001758         COMPUTE WS-ITEM-AMOUNT = ONL-NUM1 - ONL-NUM2
001759     ELSE
001760         COMPUTE WS-ITEM-AMOUNT = ONL-NUM1 + ONL-NUM2
001761     END-IF.
001762     IF WS-ITEM-AMOUNT LESS THAN ZERO
001763         COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
001765     END-IF.
001766     IF ONL-OPERATOR-ID EQUAL WS-OPERATOR-ID
001767         EXEC CICS UNLOCK FILE(WS-QUEUE-FILE)
001768         END-EXEC
001769         MOVE "SELF" TO WS-REFUSAL-REASON
001770         MOVE "RELEASE OF OPERATOR'S OWN ENTRY"
001771             TO WS-REFUSAL-TEXT
001773         PERFORM 2600-LOG-REFUSAL
001774             THRU 2600-LOG-REFUSAL-EXIT
001775         ADD 1 TO WS-REFUSED-COUNT
001776         GO TO 2100-APPLY-ONE-SELECTION-EXIT
001777     END-IF.
001778     IF ONL-FIRST-APPROVER EQUAL WS-OPERATOR-ID
001780         EXEC CICS UNLOCK FILE(WS-QUEUE-FILE)
001781         END-EXEC
001782         MOVE "DUAL" TO WS-REFUSAL-REASON
001783         MOVE "SECOND APPROVAL BY THE FIRST APPROVER"
001784             TO WS-REFUSAL-TEXT
001785         PERFORM 2600-LOG-REFUSAL
001786             THRU 2600-LOG-REFUSAL-EXIT
001788         ADD 1 TO WS-REFUSED-COUNT
001789         GO TO 2100-APPLY-ONE-SELECTION-EXIT
001790     END-IF.
001791     IF WS-ITEM-AMOUNT GREATER THAN OPR-APPROVAL-LIMIT
001792             AND ONL-NO-FIRST-APPROVAL
001793         MOVE WS-OPERATOR-ID TO ONL-FIRST-APPROVER
001795         EXEC CICS REWRITE FILE(WS-QUEUE-FILE)
001796             FROM(ADDONL-RECORD)
001797             RESP(WS-RESP)
001798         END-EXEC
001799         IF WS-RESP EQUAL DFHRESP(NORMAL)
001800             ADD 1 TO WS-FIRST-COUNT
001801         END-IF
001803         GO TO 2100-APPLY-ONE-SELECTION-EXIT
001804     END-IF.
001805     MOVE "R" TO ONL-STATUS.
001806     MOVE WS-OPERATOR-ID TO ONL-APPROVER-ID.
001807 2100-REWRITE-ITEM.
001808     EXEC CICS REWRITE FILE(WS-QUEUE-FILE)
001810         FROM(ADDONL-RECORD)
001820         RESP(WS-RESP)
001830     END-EXEC.
002680     MOVE ONL-NUM1 TO WS-DL-NUM1.
002690     MOVE ONL-NUM2 TO WS-DL-NUM2.
002695     MOVE ONL-OP-CODE TO WS-DL-OP-CODE.
002697     IF ONL-NO-FIRST-APPROVAL
002699         MOVE SPACE TO WS-DL-APPROVAL-FLAG
002701     ELSE
002703         MOVE "2" TO WS-DL-APPROVAL-FLAG
002705     END-IF.
002707     MOVE WS-DETAIL-LINE TO LINEDO (WS-LINE-IX).
002710     MOVE ONL-KEY TO CA-LINE-KEY (WS-LINE-IX).
002720     MOVE ONL-KEY TO CA-RESUME-KEY.
002730 2500-READ-NEXT-PENDING-EXIT.
002740     EXIT.
002750*
002760*****************************************************************
002770*    2600-LOG-REFUSAL                                           *
002780*    WRITES ONE REFUSED-ATTEMPT RECORD TO THE ADDSECLG LOG -    *
002790*    OPERATOR, DATE/TIME, TERMINAL, REASON AND THE ITEM WHERE  *
002800*    THERE IS ONE.  THE CALLER HAS SET THE REASON, ITS TEXT,   *
002810*    THE ITEM KEY AND AMOUNT.  A SEQUENCE IN THE KEY KEEPS     *
002820*    SEVERAL REFUSALS IN THE SAME SECOND APART.  A LOG WRITE   *
002830*    FAILURE IS REPORTED ON THE SCREEN SO THE OPERATOR CALLS   *
002840*    SYSTEMS.                                                  *
002850*****************************************************************
002860 2600-LOG-REFUSAL.
002870     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
002880     END-EXEC.
002890     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002900         YYYYMMDD(WS-EVENT-DATE)
002910         TIME(WS-EVENT-TIME)
002920     END-EXEC.
002930*    FORMATTIME TIME RETURNS HHMMSS LEFT-JUSTIFIED IN THE
002940*    8 BYTE AREA - FORCE THE LAST TWO BYTES TO ZEROS SO THE
002950*    VSAM KEY COMPONENT BUILT FROM IT STAYS FULLY NUMERIC.
002960     MOVE "00" TO WS-EVENT-TIME (7:2).
002970     MOVE SPACES TO ADDSEC-RECORD.
002980     MOVE WS-EVENT-DATE TO SEC-EVENT-DATE.
002990     MOVE WS-EVENT-TIME TO SEC-EVENT-TIME.
003000     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
003010     MOVE WS-TRANSID TO SEC-TRANSID.
003020     MOVE WS-PROGRAM-NAME TO SEC-PROGRAM.
003030     MOVE EIBTRMID TO SEC-TERMINAL-ID.
003040     MOVE WS-REFUSAL-REASON TO SEC-REASON.
003050     MOVE WS-REFUSAL-TEXT TO SEC-REASON-TEXT.
003060     MOVE WS-REFUSAL-ITEM-KEY TO SEC-ITEM-KEY.
003070     MOVE WS-ITEM-AMOUNT TO SEC-ITEM-AMOUNT.
003080     MOVE ZERO TO WS-REFUSAL-SEQ.
003090     PERFORM 2650-WRITE-LOG-RECORD
003100         THRU 2650-WRITE-LOG-RECORD-EXIT.
003110     PERFORM 2650-WRITE-LOG-RECORD
003120         THRU 2650-WRITE-LOG-RECORD-EXIT
003130         UNTIL WS-RESP NOT EQUAL DFHRESP(DUPREC)
003140             OR WS-REFUSAL-SEQ NOT LESS THAN 99.
003150     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003160         MOVE "Y" TO WS-LOG-FAILED-SWITCH
003170     END-IF.
003180 2600-LOG-REFUSAL-EXIT.
003190     EXIT.
003200*
003210*****************************************************************
003220*    2650-WRITE-LOG-RECORD                                      *
003230*    WRITES THE LOG RECORD UNDER THE NEXT SEQUENCE NUMBER.      *
003240*****************************************************************
003250 2650-WRITE-LOG-RECORD.
003260     ADD 1 TO WS-REFUSAL-SEQ.
003270     MOVE WS-REFUSAL-SEQ TO SEC-EVENT-SEQ.
003280     EXEC CICS WRITE FILE(WS-SECLOG-FILE)
003290         FROM(ADDSEC-RECORD)
003300         RIDFLD(SEC-KEY)
003310         RESP(WS-RESP)
003320     END-EXEC.
003330 2650-WRITE-LOG-RECORD-EXIT.
003340     EXIT.
