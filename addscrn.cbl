000703*                   FROM NUM1 - PASSED TO THE WIDENED ADDNUM     *
000704*                   LINKAGE AND QUEUED WITH THE ENTRY SO THE     *
000705*                   EXTRACTED DETAIL POSTS THE SAME OPERATION.   *
000707*    10/15/26  RLH  OPERATOR AUTHORITY - THE OPERATOR MUST HOLD  *
000709*                   ENTRY AUTHORITY ON AN ACTIVE ADDOPRF PROFILE *
000711*                   BEFORE ANYTHING IS VALIDATED OR QUEUED.  A   *
000713*                   REFUSED ATTEMPT IS WRITTEN TO THE ADDSECLG   *
000715*                   LOG AND NOTHING ELSE IS DONE.                *
000717*                                                                *
000720*****************************************************************
000730*
000740 ENVIRONMENT DIVISION.
000830 01  WS-MAP-NAME                     PIC X(08) VALUE "ADDMAP1".
000840 01  WS-TRANSID                      PIC X(04) VALUE "ADDS".
000850 01  WS-QUEUE-FILE                   PIC X(08) VALUE "ADDONLQ".
000852 01  WS-PROFILE-FILE                 PIC X(08) VALUE "ADDOPRF".
000855 01  WS-SECLOG-FILE                  PIC X(08) VALUE "ADDSECLG".
000857 01  WS-PROGRAM-NAME                 PIC X(08) VALUE "ADDSCRN".
000860*
000870 01  WS-SWITCHES.
000880     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000890         88  WS-INPUT-VALID               VALUE "Y".
000900     05  WS-SIZE-ERROR-SWITCH        PIC X(01) VALUE "N".
000910         88  WS-SIZE-ERROR                VALUE "Y".
000912     05  WS-AUTHORIZED-SWITCH        PIC X(01) VALUE "N".
000914         88  WS-AUTHORIZED                VALUE "Y".
000916     05  WS-LOG-FAILED-SWITCH        PIC X(01) VALUE "N".
000918         88  WS-LOG-FAILED                VALUE "Y".
000920*
000930 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
000940*
001090 01  WS-ABSTIME                      PIC S9(15) COMP-3.
001100 01  WS-ENTRY-DATE                   PIC 9(08).
001110 01  WS-ENTRY-TIME                   PIC X(08).
001111 01  WS-EVENT-DATE                   PIC 9(08).
001112 01  WS-EVENT-TIME                   PIC X(08).
001113 01  WS-ITEM-AMOUNT                  PIC S9(08)V99.
001115 01  WS-REFUSAL-REASON               PIC X(04).
001116 01  WS-REFUSAL-TEXT                 PIC X(40).
001117 01  WS-REFUSAL-ITEM-KEY             PIC X(24).
001118 01  WS-REFUSAL-SEQ                  PIC 9(02) VALUE ZERO.
001120*
001130 01  WS-COMMAREA                     PIC X(01) VALUE SPACE.
001140*
001150     COPY ADDONLR.
001152*
001154     COPY ADDOPRR.
001156*
001158     COPY ADDSECR.
001160*
001170 COPY ADDMAP.
001180*
001250*****************************************************************
001260*    0000-MAINLINE                                              *
001270*    SENDS THE BLANK MAP ON FIRST ENTRY, OTHERWISE VALIDATES    *
001280*    AND PROCESSES THE KEYED NUM1/NUM2 PAIR.  AN OPERATOR       *
001285*    WITHOUT ENTRY AUTHORITY IS REFUSED AND THE ATTEMPT LOGGED. *
001290*****************************************************************
001300 0000-MAINLINE.
001303     PERFORM 1100-CHECK-AUTHORITY
001306         THRU 1100-CHECK-AUTHORITY-EXIT.
001310     IF EIBCALEN EQUAL ZERO
001320         PERFORM 1000-SEND-INITIAL-MAP
001330             THRU 1000-SEND-INITIAL-MAP-EXIT
001490 1000-SEND-INITIAL-MAP.
001500     MOVE SPACES TO ADDMAP1O.
001510     MOVE SPACES TO MSGO.
001512     IF NOT WS-AUTHORIZED
001514         PERFORM 2500-SET-REFUSAL-MESSAGE
001516             THRU 2500-SET-REFUSAL-MESSAGE-EXIT
001518     END-IF.
001520     EXEC CICS SEND MAP(WS-MAP-NAME)
001530         MAPSET(WS-MAPSET-NAME)
001540         ERASE
001550     END-EXEC.
001560 1000-SEND-INITIAL-MAP-EXIT.
001561     EXIT.
001562*
001563*****************************************************************
001564*    1100-CHECK-AUTHORITY                                       *
001565*    READS THE SIGNED-ON OPERATOR'S PROFILE.  NO PROFILE, A    *
001566*    SUSPENDED PROFILE OR NO ENTRY AUTHORITY REFUSES THE       *
001567*    WHOLE TRANSACTION AND LOGS THE ATTEMPT.                   *
001568*****************************************************************
001569 1100-CHECK-AUTHORITY.
001570     MOVE "N" TO WS-AUTHORIZED-SWITCH.
001571     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
001572     END-EXEC.
001573     MOVE SPACES TO WS-REFUSAL-ITEM-KEY.
001574     MOVE ZERO TO WS-ITEM-AMOUNT.
001575     EXEC CICS READ FILE(WS-PROFILE-FILE)
001576         INTO(ADDOPR-RECORD)
001577         RIDFLD(WS-OPERATOR-ID)
001578         RESP(WS-RESP)
001579     END-EXEC.
001580     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
001581         MOVE "NPRF" TO WS-REFUSAL-REASON
001582         MOVE "NO OPERATOR PROFILE ON ADDOPRF"
001583             TO WS-REFUSAL-TEXT
001584         PERFORM 2600-LOG-REFUSAL
001585             THRU 2600-LOG-REFUSAL-EXIT
001586         GO TO 1100-CHECK-AUTHORITY-EXIT
001587     END-IF.
001588     IF NOT OPR-ACTIVE
001589         MOVE "SUSP" TO WS-REFUSAL-REASON
001590         MOVE "OPERATOR PROFILE IS SUSPENDED"
001591             TO WS-REFUSAL-TEXT
001592         PERFORM 2600-LOG-REFUSAL
001593             THRU 2600-LOG-REFUSAL-EXIT
001594         GO TO 1100-CHECK-AUTHORITY-EXIT
001595     END-IF.
001596     IF NOT OPR-MAY-ENTER
001597         MOVE "NAUT" TO WS-REFUSAL-REASON
001598         MOVE "ENTRY FUNCTION NOT GRANTED"
001599             TO WS-REFUSAL-TEXT
001600         PERFORM 2600-LOG-REFUSAL
001601             THRU 2600-LOG-REFUSAL-EXIT
001602         GO TO 1100-CHECK-AUTHORITY-EXIT
001603     END-IF.
001604     MOVE "Y" TO WS-AUTHORIZED-SWITCH.
001605 1100-CHECK-AUTHORITY-EXIT.
001606     EXIT.
001607*
001608*****************************************************************
001609*    2000-RECEIVE-AND-VALIDATE                                  *
001610*    RECEIVES THE KEYED SCREEN, VALIDATES NUM1 AND NUM2, THEN   *
001620*    EITHER CALLS ADDNUM AND DISPLAYS RESULT OR REDISPLAYS      *
001630*    THE MAP WITH AN ERROR MESSAGE.  AN OPERATOR WHO PRESSES    *
001640*    ENTER WITHOUT KEYING EITHER FIELD (MAPFAIL) IS TREATED     *
001650*    THE SAME AS NON-NUMERIC INPUT RATHER THAN LEFT TO ABEND.   *
001655*    AN UNAUTHORIZED OPERATOR GETS ONLY THE REFUSAL MESSAGE.    *
001660*****************************************************************
001670 2000-RECEIVE-AND-VALIDATE.
001680     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
001710     END-EXEC.
001720     MOVE SPACES TO MSGO.
001730     MOVE "Y" TO WS-VALID-SWITCH.
001731     IF NOT WS-AUTHORIZED
001732         MOVE "N" TO WS-VALID-SWITCH
001734         PERFORM 2500-SET-REFUSAL-MESSAGE
001735             THRU 2500-SET-REFUSAL-MESSAGE-EXIT
001737         GO TO 2000-SEND-MAP
001738     END-IF.
001740     IF WS-RESP EQUAL DFHRESP(MAPFAIL)
001750         MOVE "N" TO WS-VALID-SWITCH
001760         MOVE "NUM1 AND NUM2 MUST BE KEYED, CENTS IMPLIED"
001910                 THRU 2300-CALL-ADDNUM-EXIT
001920         END-IF
001930     END-IF.
001935 2000-SEND-MAP.
001940     EXEC CICS SEND MAP(WS-MAP-NAME)
001950         MAPSET(WS-MAPSET-NAME)
001960         DATAONLY
003180     END-IF.
003190 2400-QUEUE-ENTRY-EXIT.
003200     EXIT.
003210*
003220*****************************************************************
003230*    2500-SET-REFUSAL-MESSAGE                                   *
003240*    TELLS THE OPERATOR THE ATTEMPT WAS REFUSED AND LOGGED, OR  *
003250*    THAT THE LOG ITSELF COULD NOT BE WRITTEN.                  *
003260*****************************************************************
003270 2500-SET-REFUSAL-MESSAGE.
003280     MOVE "NOT AUTHORIZED FOR ONLINE ENTRY - ATTEMPT LOGGED"
003290         TO MSGO.
003300     IF WS-LOG-FAILED
003310         MOVE "REFUSAL LOG WRITE FAILED - CALL SYSTEMS"
003320             TO MSGO
003330     END-IF.
003340 2500-SET-REFUSAL-MESSAGE-EXIT.
003350     EXIT.
003360*
003370*****************************************************************
003380*    2600-LOG-REFUSAL                                           *
003390*    WRITES ONE REFUSED-ATTEMPT RECORD TO THE ADDSECLG LOG -    *
003400*    OPERATOR, DATE/TIME, TERMINAL, REASON AND THE ITEM WHERE  *
003410*    THERE IS ONE.  THE CALLER HAS SET THE REASON, ITS TEXT,   *
003420*    THE ITEM KEY AND AMOUNT.  A SEQUENCE IN THE KEY KEEPS     *
003430*    SEVERAL REFUSALS IN THE SAME SECOND APART.  A LOG WRITE   *
003440*    FAILURE IS REPORTED ON THE SCREEN SO THE OPERATOR CALLS   *
003450*    SYSTEMS.                                                  *
003460*****************************************************************
003470 2600-LOG-REFUSAL.
003480     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
003490     END-EXEC.
003500     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
003510         YYYYMMDD(WS-EVENT-DATE)
003520         TIME(WS-EVENT-TIME)
003530     END-EXEC.
003540*    FORMATTIME TIME RETURNS HHMMSS LEFT-JUSTIFIED IN THE
003550*    8 BYTE AREA - FORCE THE LAST TWO BYTES TO ZEROS SO THE
003560*    VSAM KEY COMPONENT BUILT FROM IT STAYS FULLY NUMERIC.
003570     MOVE "00" TO WS-EVENT-TIME (7:2).
003580     MOVE SPACES TO ADDSEC-RECORD.
003590     MOVE WS-EVENT-DATE TO SEC-EVENT-DATE.
003600     MOVE WS-EVENT-TIME TO SEC-EVENT-TIME.
003610     MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
003620     MOVE WS-TRANSID TO SEC-TRANSID.
003630     MOVE WS-PROGRAM-NAME TO SEC-PROGRAM.
003640     MOVE EIBTRMID TO SEC-TERMINAL-ID.
003650     MOVE WS-REFUSAL-REASON TO SEC-REASON.
003660     MOVE WS-REFUSAL-TEXT TO SEC-REASON-TEXT.
003670     MOVE WS-REFUSAL-ITEM-KEY TO SEC-ITEM-KEY.
003680     MOVE WS-ITEM-AMOUNT TO SEC-ITEM-AMOUNT.
003690     MOVE ZERO TO WS-REFUSAL-SEQ.
003700     PERFORM 2650-WRITE-LOG-RECORD
003710         THRU 2650-WRITE-LOG-RECORD-EXIT.
003720     PERFORM 2650-WRITE-LOG-RECORD
003730         THRU 2650-WRITE-LOG-RECORD-EXIT
003740         UNTIL WS-RESP NOT EQUAL DFHRESP(DUPREC)
003750             OR WS-REFUSAL-SEQ NOT LESS THAN 99.
003760     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003770         MOVE "Y" TO WS-LOG-FAILED-SWITCH
003780     END-IF.
003790 2600-LOG-REFUSAL-EXIT.
003800     EXIT.
003810*
003820*****************************************************************
003830*    2650-WRITE-LOG-RECORD                                      *
003840*    WRITES THE LOG RECORD UNDER THE NEXT SEQUENCE NUMBER.      *
003850*****************************************************************
003860 2650-WRITE-LOG-RECORD.
003870     ADD 1 TO WS-REFUSAL-SEQ.
003880     MOVE WS-REFUSAL-SEQ TO SEC-EVENT-SEQ.
003890     EXEC CICS WRITE FILE(WS-SECLOG-FILE)
003900         FROM(ADDSEC-RECORD)
003910         RIDFLD(SEC-KEY)
003920         RESP(WS-RESP)
003930     END-EXEC.
003940 2650-WRITE-LOG-RECORD-EXIT.
003950     EXIT.
