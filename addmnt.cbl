000160*                                                                *
000170*    FUNCTION A ADDS AN ACCOUNT (KEYED NAME, STATUS ACTIVE),    *
000180*    N CHANGES AN ACCOUNT'S NAME, S FLIPS ITS STATUS BETWEEN    *
000190*    ACTIVE AND CLOSED, L SETS ITS LARGE-AMOUNT HOLD LIMIT.     *
000195*    EVERY APPLIED CHANGE WRITES ONE                            *
000200*    RECORD TO THE ADDACLG CHANGE LOG - OPERATOR, DATE/TIME,    *
000210*    FUNCTION AND THE FULL BEFORE AND AFTER IMAGES - SO AN      *
000220*    ACCOUNT THAT WENT CLOSED MID-MONTH CAN BE EXPLAINED AT     *
000250*    MODIFICATION HISTORY                                       *
000260*    ---------------------                                      *
000270*    09/01/26  RLH  ORIGINAL PROGRAM.                            *
000271*    10/15/26  RLH  OPERATOR AUTHORITY - THE OPERATOR MUST HOLD  *
000273*                   MAINTENANCE AUTHORITY ON AN ACTIVE ADDOPRF   *
000275*                   PROFILE BEFORE ANY ACCOUNT IS TOUCHED.  A    *
000276*                   REFUSED ATTEMPT IS WRITTEN TO THE ADDSECLG   *
000278*                   LOG AND NOTHING ELSE IS DONE.                *
000279*    10/15/26  RLH  FUNCTION L SETS THE ACCOUNT'S LARGE-AMOUNT   *
000281*                   LIMIT (ACCT-LARGE-AMOUNT, KEYED CENTS        *
000282*                   IMPLIED, ZERO FOR NONE) THAT THE ADDHLD      *
000284*                   STEP HOLDS DETAILS ABOVE.  AN ADDED ACCOUNT  *
000285*                   STARTS WITH NO LIMIT.  LOGGED TO ADDACLG     *
000287*                   LIKE ANY OTHER CHANGE.                       *
000288*                                                                *
000290*****************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000410 01  WS-TRANSID                      PIC X(04) VALUE "ADDM".
000420 01  WS-ACCOUNT-FILE                 PIC X(08) VALUE "ADDACCT".
000430 01  WS-CHGLOG-FILE                  PIC X(08) VALUE "ADDACLG".
000432 01  WS-PROFILE-FILE                 PIC X(08) VALUE "ADDOPRF".
000435 01  WS-SECLOG-FILE                  PIC X(08) VALUE "ADDSECLG".
000437 01  WS-PROGRAM-NAME                 PIC X(08) VALUE "ADDMNT".
000440*
000450 01  WS-SWITCHES.
000460     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000470         88  WS-INPUT-VALID               VALUE "Y".
000472     05  WS-AUTHORIZED-SWITCH        PIC X(01) VALUE "N".
000474         88  WS-AUTHORIZED                VALUE "Y".
000476     05  WS-LOG-FAILED-SWITCH        PIC X(01) VALUE "N".
000478         88  WS-LOG-FAILED                VALUE "Y".
000480*
000490 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
000500*
000520     88  WS-FUNC-ADD                      VALUE "A".
000530     88  WS-FUNC-NAME                     VALUE "N".
000540     88  WS-FUNC-STATUS                   VALUE "S".
000545     88  WS-FUNC-LIMIT                    VALUE "L".
000550*
000560 01  WS-ACCOUNT-NO                   PIC 9(08).
000563 01  WS-LIMIT-X                      PIC X(11).
000566 01  WS-LIMIT-9 REDEFINES WS-LIMIT-X PIC 9(09)V99.
000570 01  WS-OPERATOR-ID                  PIC X(08).
000580 01  WS-ABSTIME                      PIC S9(15) COMP-3.
000590 01  WS-CHANGE-DATE                  PIC 9(08).
000600 01  WS-CHANGE-TIME                  PIC X(08).
000610 01  WS-BEFORE-IMAGE                 PIC X(80).
000611 01  WS-EVENT-DATE                   PIC 9(08).
000612 01  WS-EVENT-TIME                   PIC X(08).
000613 01  WS-ITEM-AMOUNT                  PIC S9(08)V99.
000615 01  WS-REFUSAL-REASON               PIC X(04).
000616 01  WS-REFUSAL-TEXT                 PIC X(40).
000617 01  WS-REFUSAL-ITEM-KEY             PIC X(24).
000618 01  WS-REFUSAL-SEQ                  PIC 9(02) VALUE ZERO.
000620*
000630 01  WS-COMMAREA                     PIC X(01) VALUE SPACE.
000640*
000650     COPY ADDACCT.
000660*
000670     COPY ADDACLR.
000672*
000674     COPY ADDOPRR.
000676*
000678     COPY ADDSECR.
000680*
000690 COPY ADDMMAP.
000700*
000770*****************************************************************
000780*    0000-MAINLINE                                              *
000790*    SENDS THE BLANK MAP ON FIRST ENTRY, OTHERWISE VALIDATES    *
000800*    AND APPLIES THE KEYED MAINTENANCE FUNCTION.  AN OPERATOR   *
000805*    WITHOUT MAINTENANCE AUTHORITY IS REFUSED AND LOGGED.       *
000810*****************************************************************
000820 0000-MAINLINE.
000823     PERFORM 1100-CHECK-AUTHORITY
000826         THRU 1100-CHECK-AUTHORITY-EXIT.
000830     IF EIBCALEN EQUAL ZERO
000840         PERFORM 1000-SEND-INITIAL-MAP
000850             THRU 1000-SEND-INITIAL-MAP-EXIT
001010 1000-SEND-INITIAL-MAP.
001020     MOVE SPACES TO ADDMMP1O.
001030     MOVE SPACES TO MMSGO.
001032     IF NOT WS-AUTHORIZED
001034         PERFORM 2500-SET-REFUSAL-MESSAGE
001036             THRU 2500-SET-REFUSAL-MESSAGE-EXIT
001038     END-IF.
001040     EXEC CICS SEND MAP(WS-MAP-NAME)
001050         MAPSET(WS-MAPSET-NAME)
001060         ERASE
001070     END-EXEC.
001080 1000-SEND-INITIAL-MAP-EXIT.
001081     EXIT.
001082*
001083*****************************************************************
001084*    1100-CHECK-AUTHORITY                                       *
001085*    READS THE SIGNED-ON OPERATOR'S PROFILE.  NO PROFILE, A    *
001086*    SUSPENDED PROFILE OR NO MAINTENANCE AUTHORITY REFUSES     *
001087*    THE WHOLE TRANSACTION AND LOGS THE ATTEMPT.               *
001088*****************************************************************
001089 1100-CHECK-AUTHORITY.
001090     MOVE "N" TO WS-AUTHORIZED-SWITCH.
001091     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
001092     END-EXEC.
001093     MOVE SPACES TO WS-REFUSAL-ITEM-KEY.
001094     MOVE ZERO TO WS-ITEM-AMOUNT.
001095     EXEC CICS READ FILE(WS-PROFILE-FILE)
001096         INTO(ADDOPR-RECORD)
001097         RIDFLD(WS-OPERATOR-ID)
001098         RESP(WS-RESP)
001099     END-EXEC.
001100     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001101         MOVE "NPRF" TO WS-REFUSAL-REASON
001102         MOVE "NO OPERATOR PROFILE ON ADDOPRF"
001103             TO WS-REFUSAL-TEXT
001104         PERFORM 4100-LOG-REFUSAL
001105             THRU 4100-LOG-REFUSAL-EXIT
001106         GO TO 1100-CHECK-AUTHORITY-EXIT
001107     END-IF.
001108     IF NOT OPR-ACTIVE
001109         MOVE "SUSP" TO WS-REFUSAL-REASON
001110         MOVE "OPERATOR PROFILE IS SUSPENDED"
001111             TO WS-REFUSAL-TEXT
001112         PERFORM 4100-LOG-REFUSAL
001113             THRU 4100-LOG-REFUSAL-EXIT
001114         GO TO 1100-CHECK-AUTHORITY-EXIT
001115     END-IF.
001116     IF NOT OPR-MAY-MAINTAIN
001117         MOVE "NAUT" TO WS-REFUSAL-REASON
001118         MOVE "MAINTENANCE FUNCTION NOT GRANTED"
001119             TO WS-REFUSAL-TEXT
001120         PERFORM 4100-LOG-REFUSAL
001121             THRU 4100-LOG-REFUSAL-EXIT
001122         GO TO 1100-CHECK-AUTHORITY-EXIT
001123     END-IF.
001124     MOVE "Y" TO WS-AUTHORIZED-SWITCH.
001125 1100-CHECK-AUTHORITY-EXIT.
001126     EXIT.
001127*
001128*****************************************************************
001129*    2000-RECEIVE-AND-VALIDATE                                  *
001130*    RECEIVES THE KEYED SCREEN, VALIDATES THE FUNCTION AND      *
001140*    ACCOUNT NUMBER, THEN DISPATCHES TO THE ADD, NAME CHANGE    *
001150*    OR STATUS FLIP LOGIC.  AN OPERATOR WHO PRESSES ENTER       *
001160*    WITHOUT KEYING ANYTHING (MAPFAIL) IS TREATED THE SAME AS   *
001170*    BAD INPUT RATHER THAN LEFT TO ABEND.  AN UNAUTHORIZED      *
001175*    OPERATOR GETS ONLY THE REFUSAL MESSAGE.                    *
001180*****************************************************************
001190 2000-RECEIVE-AND-VALIDATE.
001200     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
001230     END-EXEC.
001240     MOVE SPACES TO MMSGO.
001250     MOVE "Y" TO WS-VALID-SWITCH.
001251     IF NOT WS-AUTHORIZED
001252         MOVE "N" TO WS-VALID-SWITCH
001254         PERFORM 2500-SET-REFUSAL-MESSAGE
001255             THRU 2500-SET-REFUSAL-MESSAGE-EXIT
001257         GO TO 2000-SEND-MAP
001258     END-IF.
001260     IF WS-RESP EQUAL DFHRESP(MAPFAIL)
001270         MOVE "N" TO WS-VALID-SWITCH
001280         MOVE "KEY A FUNCTION AND AN ACCOUNT NUMBER" TO MMSGO
001390                 THRU 3100-CHANGE-ACCOUNT-EXIT
001400         END-IF
001410     END-IF.
001415 2000-SEND-MAP.
001420     EXEC CICS SEND MAP(WS-MAP-NAME)
001430         MAPSET(WS-MAPSET-NAME)
001440         DATAONLY
001490*
001500*****************************************************************
001510*    2100-VALIDATE-INPUT                                        *
001520*    REJECTS A FUNCTION OTHER THAN A, N, S OR L, A NON-NUMERIC  *
001530*    ACCOUNT NUMBER, A BLANK NAME ON THE FUNCTIONS THAT NEED    *
001540*    ONE, AND A NON-NUMERIC LIMIT ON FUNCTION L.                *
001550*****************************************************************
001560 2100-VALIDATE-INPUT.
001570     MOVE MFUNCI TO WS-FUNCTION.
001580     IF NOT WS-FUNC-ADD
001590             AND NOT WS-FUNC-NAME
001600             AND NOT WS-FUNC-STATUS
001605             AND NOT WS-FUNC-LIMIT
001610         MOVE "N" TO WS-VALID-SWITCH
001620         MOVE "FUNCTION MUST BE A, N, S OR L" TO MMSGO
001630         GO TO 2100-VALIDATE-INPUT-EXIT
001640     END-IF.
001650     IF MACCTI NOT NUMERIC
001750         MOVE "NAME MUST BE KEYED FOR FUNCTION A OR N" TO MMSGO
001760         GO TO 2100-VALIDATE-INPUT-EXIT
001770     END-IF.
001771     IF WS-FUNC-LIMIT
001773             AND MLIMITI NOT NUMERIC
001775         MOVE "N" TO WS-VALID-SWITCH
001776         MOVE "LIMIT MUST BE NUMERIC - 11 DIGITS, CENTS IMPLIED"
001778             TO MMSGO
001780         GO TO 2100-VALIDATE-INPUT-EXIT
001781     END-IF.
001783     IF WS-FUNC-LIMIT
001785         MOVE MLIMITI TO WS-LIMIT-X
001786     END-IF.
001788     MOVE MFUNCI TO MFUNCO.
001790     MOVE MACCTI TO MACCTO.
001800 2100-VALIDATE-INPUT-EXIT.
001810     EXIT.
001811*
001812*****************************************************************
001813*    2500-SET-REFUSAL-MESSAGE                                   *
001814*    TELLS THE OPERATOR THE ATTEMPT WAS REFUSED AND LOGGED, OR  *
001815*    THAT THE LOG ITSELF COULD NOT BE WRITTEN.                  *
001817*****************************************************************
001818 2500-SET-REFUSAL-MESSAGE.
001819     MOVE "NOT AUTHORIZED FOR MAINTENANCE - ATTEMPT LOGGED"
001820         TO MMSGO.
001821     IF WS-LOG-FAILED
001822         MOVE "REFUSAL LOG WRITE FAILED - CALL SYSTEMS"
001824             TO MMSGO
001825     END-IF.
001826 2500-SET-REFUSAL-MESSAGE-EXIT.
001827     EXIT.
001828*
001830*****************************************************************
001840*    3000-ADD-ACCOUNT                                           *
001850*    WRITES A NEW ACCOUNT MASTER RECORD WITH THE KEYED NAME     *
001860*    AND STATUS ACTIVE, WITH NO LARGE-AMOUNT LIMIT.  AN         *
001870*    ACCOUNT ALREADY ON THE MASTER COMES BACK DUPREC AND        *
001875*    NOTHING IS CHANGED.                                        *
001880*****************************************************************
001890 3000-ADD-ACCOUNT.
001900     MOVE SPACES TO ADDACCT-RECORD.
001910     MOVE WS-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
001920     MOVE MNAMEI TO ACCT-ACCOUNT-NAME.
001930     MOVE "A" TO ACCT-STATUS.
001935     MOVE ZERO TO ACCT-LARGE-AMOUNT.
001940     EXEC CICS WRITE FILE(WS-ACCOUNT-FILE)
001950         FROM(ADDACCT-RECORD)
001960         RIDFLD(ACCT-ACCOUNT-NO)
002020             THRU 4000-WRITE-CHANGE-LOG-EXIT
002030         MOVE MNAMEI TO MNAMEO
002040         MOVE ACCT-STATUS TO MSTATO
002043         PERFORM 3200-SHOW-LIMIT
002046             THRU 3200-SHOW-LIMIT-EXIT
002050         MOVE "ACCOUNT ADDED - STATUS ACTIVE" TO MMSGO
002060     ELSE
002070         IF WS-RESP EQUAL DFHRESP(DUPREC)
002170*****************************************************************
002180*    3100-CHANGE-ACCOUNT                                        *
002190*    READS THE ACCOUNT FOR UPDATE, SAVES THE BEFORE IMAGE,      *
002200*    APPLIES THE NAME CHANGE, STATUS FLIP OR NEW LARGE-AMOUNT   *
002210*    LIMIT AND REWRITES THE RECORD.  AN ACCOUNT NOT ON THE      *
002215*    MASTER IS REPORTED AND                                     *
002220*    NOTHING IS CHANGED.                                        *
002230*****************************************************************
002240 3100-CHANGE-ACCOUNT.
002410     IF WS-FUNC-NAME
002420         MOVE MNAMEI TO ACCT-ACCOUNT-NAME
002430     ELSE
002432         IF WS-FUNC-LIMIT
002435             MOVE WS-LIMIT-9 TO ACCT-LARGE-AMOUNT
002437         ELSE
002440             IF ACCT-ACTIVE
002450                 MOVE "C" TO ACCT-STATUS
002460             ELSE
002470                 MOVE "A" TO ACCT-STATUS
002480             END-IF
002485         END-IF
002490     END-IF.
002500     EXEC CICS REWRITE FILE(WS-ACCOUNT-FILE)
002510         FROM(ADDACCT-RECORD)
002560             THRU 4000-WRITE-CHANGE-LOG-EXIT
002570         MOVE ACCT-ACCOUNT-NAME TO MNAMEO
002580         MOVE ACCT-STATUS TO MSTATO
002583         PERFORM 3200-SHOW-LIMIT
002586             THRU 3200-SHOW-LIMIT-EXIT
002590         IF WS-FUNC-NAME
002600             MOVE "ACCOUNT NAME CHANGED" TO MMSGO
002601         END-IF
002602         IF WS-FUNC-LIMIT
002603             IF ACCT-LARGE-AMOUNT EQUAL ZERO
002604                 MOVE "LARGE AMOUNT LIMIT REMOVED" TO MMSGO
002605             ELSE
002606                 MOVE "LARGE AMOUNT LIMIT CHANGED" TO MMSGO
002607             END-IF
002608         END-IF
002610         IF WS-FUNC-STATUS
002620             IF ACCT-ACTIVE
002630                 MOVE "ACCOUNT STATUS NOW ACTIVE" TO MMSGO
002640             ELSE
002710     END-IF.
002720 3100-CHANGE-ACCOUNT-EXIT.
002730     EXIT.
002731*
002732*****************************************************************
002733*    3200-SHOW-LIMIT                                            *
002734*    SHOWS THE ACCOUNT'S LARGE-AMOUNT LIMIT, CENTS IMPLIED.  A  *
002735*    RECORD WRITTEN BEFORE THE LIMIT EXISTED CARRIES SPACES     *
002736*    THERE AND SHOWS AS ZERO - NO LIMIT.                        *
002737*****************************************************************
002738 3200-SHOW-LIMIT.
002740     IF ACCT-LARGE-AMOUNT NUMERIC
002741         MOVE ACCT-LARGE-AMOUNT TO WS-LIMIT-9
002742     ELSE
002743         MOVE ZERO TO WS-LIMIT-9
002744     END-IF.
002745     MOVE WS-LIMIT-X TO MLIMITO.
002746 3200-SHOW-LIMIT-EXIT.
002747     EXIT.
002748*
002750*****************************************************************
002760*    4000-WRITE-CHANGE-LOG                                      *
002770*    WRITES ONE CHANGE LOG RECORD FOR AN APPLIED CHANGE -       *
003130     END-IF.
003140 4000-WRITE-CHANGE-LOG-EXIT.
003150     EXIT.
003160*
003170*****************************************************************
003180*    4100-LOG-REFUSAL                                           *
003190*    WRITES ONE REFUSED-ATTEMPT RECORD TO THE ADDSECLG LOG -    *
003200*    OPERATOR, DATE/TIME, TERMINAL, REASON AND THE ITEM WHERE  *
003210*    THERE IS ONE.  THE CALLER HAS SET THE REASON, ITS TEXT,   *
003220*    THE ITEM KEY AND AMOUNT.  A SEQUENCE IN THE KEY KEEPS     *
003230*    SEVERAL REFUSALS IN THE SAME SECOND APART.  A LOG WRITE   *
003240*    FAILURE IS REPORTED ON THE SCREEN SO THE OPERATOR CALLS   *
003250*    SYSTEMS.                                                  *
003260*****************************************************************
003270 4100-LOG-REFUSAL.
003280     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
003290     END-EXEC.
003300     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
003310         YYYYMMDD(WS-EVENT-DATE)
003320         TIME(WS-EVENT-TIME)
003330     END-EXEC.
003340*    FORMATTIME TIME RETURNS HHMMSS LEFT-JUSTIFIED IN THE
003350*    8 BYTE AREA - FORCE THE LAST TWO BYTES TO ZEROS SO THE
003360*    VSAM KEY COMPONENT BUILT FROM IT STAYS FULLY NUMERIC.
003370     MOVE "00" TO WS-EVENT-TIME (7:2).
003380     MOVE SPACES TO ADDSEC-RECORD.
003390     MOVE WS-EVENT-DATE TO SEC-EVENT-DATE.
003400     MOVE WS-EVENT-TIME TO SEC-EVENT-TIME.
003410     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
003420     MOVE WS-TRANSID TO SEC-TRANSID.
003430     MOVE WS-PROGRAM-NAME TO SEC-PROGRAM.
003440     MOVE EIBTRMID TO SEC-TERMINAL-ID.
003450     MOVE WS-REFUSAL-REASON TO SEC-REASON.
003460     MOVE WS-REFUSAL-TEXT TO SEC-REASON-TEXT.
003470     MOVE WS-REFUSAL-ITEM-KEY TO SEC-ITEM-KEY.
003480     MOVE WS-ITEM-AMOUNT TO SEC-ITEM-AMOUNT.
003490     MOVE ZERO TO WS-REFUSAL-SEQ.
003500     PERFORM 4150-WRITE-LOG-RECORD
003510         THRU 4150-WRITE-LOG-RECORD-EXIT.
003520     PERFORM 4150-WRITE-LOG-RECORD
003530         THRU 4150-WRITE-LOG-RECORD-EXIT
003540         UNTIL WS-RESP NOT EQUAL DFHRESP(DUPREC)
003550             OR WS-REFUSAL-SEQ NOT LESS THAN 99.
003560     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003570         MOVE "Y" TO WS-LOG-FAILED-SWITCH
003580     END-IF.
003590 4100-LOG-REFUSAL-EXIT.
003600     EXIT.
003610*
003620*****************************************************************
003630*    4150-WRITE-LOG-RECORD                                      *
003640*    WRITES THE LOG RECORD UNDER THE NEXT SEQUENCE NUMBER.      *
003650*****************************************************************
003660 4150-WRITE-LOG-RECORD.
003670     ADD 1 TO WS-REFUSAL-SEQ.
003680     MOVE WS-REFUSAL-SEQ TO SEC-EVENT-SEQ.
003690     EXEC CICS WRITE FILE(WS-SECLOG-FILE)
003700         FROM(ADDSEC-RECORD)
003710         RIDFLD(SEC-KEY)
003720         RESP(WS-RESP)
003730     END-EXEC.
003740 4150-WRITE-LOG-RECORD-EXIT.
003750     EXIT.
