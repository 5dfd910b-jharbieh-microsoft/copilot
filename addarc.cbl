000313*            BATCH A SOURCE MIGHT LEGITIMATELY RE-SEND - THE    *
000314*            ADDEDT DUPLICATE CHECK ONLY COVERS WHAT STAYS      *
000315*            LIVE                                               *
000317*      AUH - ADDAUDH AUDIT CHAIN BY AUH-RUN-DATE.  ALWAYS RUN   *
000319*            WITH THE SAME CUTOFF AS AUD SO THE TRAIL AND ITS   *
000321*            CHAIN ARCHIVE IN STEP; THE AMOUNT PROVED IS THE    *
000323*            RESULT ON EACH LINK (RUN-CONTROL RECORDS CARRY     *
000325*            NONE OF THEIR OWN)                                 *
000327*                                                                *
000330*    A RECORD WHOSE DATE CANNOT BE READ IS KEPT - NOTHING IS    *
000340*    EVER DELETED ON A GUESS.                                   *
000350*                                                                *
000414*                   SO THE REGISTRY MUST BE TRIMMABLE LIKE THE   *
000415*                   REST.  REGISTRY RECORDS CARRY NO AMOUNT -    *
000416*                   THE AMOUNT LEG OF THE PROOF IS ZERO.         *
000417*    10/15/26  RLH  ADDED THE AUH TYPE FOR THE NEW ADDAUDH AUDIT *
000418*                   CHAIN, TRIMMED WITH ADDAUD.                  *
000420*                                                                *
000430*****************************************************************
000440*
001020     88  WS-TYPE-ONL                      VALUE "ONL".
001030     88  WS-TYPE-PND                      VALUE "PND".
001032     88  WS-TYPE-BRG                      VALUE "BRG".
001036     88  WS-TYPE-AUH                      VALUE "AUH".
001040*
001050 01  WS-CUTOFF-DATE                  PIC 9(08).
001060 01  WS-CUTOFF-DATE-X                PIC X(08).
001280     COPY ADDPNDR.
001282*
001284     COPY ADDBRGR.
001286*
001288     COPY ADDAUHR.
001290*
001300 LINKAGE SECTION.
001310*
001680     IF NOT WS-TYPE-AUD AND NOT WS-TYPE-EXC
001690             AND NOT WS-TYPE-GL AND NOT WS-TYPE-ONL
001700             AND NOT WS-TYPE-PND AND NOT WS-TYPE-BRG
001705             AND NOT WS-TYPE-AUH
001710         DISPLAY "ADDARC: TYPE MUST BE AUD, EXC, GL, ONL,"
001712             " PND, BRG OR AUH"
001720         MOVE "Y" TO WS-EOF-SWITCH
001730         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
001740         GO TO 1000-INITIALIZE-EXIT
002404         PERFORM 2700-JUDGE-BRG-RECORD
002406             THRU 2700-JUDGE-BRG-RECORD-EXIT
002408     END-IF.
002410     IF WS-TYPE-AUH
002412         PERFORM 2800-JUDGE-AUH-RECORD
002414             THRU 2800-JUDGE-AUH-RECORD-EXIT
002416     END-IF.
002418     ADD WS-RECORD-AMOUNT TO WS-IN-TOTAL.
002420     IF WS-ARCHIVE-THIS-ONE
002430         ADD 1 TO WS-ARCH-COUNT
002440         ADD WS-RECORD-AMOUNT TO WS-ARCH-TOTAL
003684 2700-JUDGE-BRG-RECORD-EXIT.
003685     EXIT.
003686*
003687*****************************************************************
003688*    2800-JUDGE-AUH-RECORD                                      *
003689*    AUDIT CHAIN - ARCHIVE A LINK OR RUN-CONTROL RECORD WHOSE   *
003690*    RUN DATE IS BEFORE THE CUTOFF, EXACTLY AS ITS ADDAUD       *
003691*    RECORD IS JUDGED.  THE AMOUNT PROVED IS A LINK'S RESULT.   *
003692*****************************************************************
003693 2800-JUDGE-AUH-RECORD.
003694     MOVE ADDARCIN-RECORD TO ADDAUH-RECORD.
003695     IF AUH-RUN-DATE NUMERIC
003696         IF AUH-RUN-DATE LESS THAN WS-CUTOFF-DATE
003697             MOVE "Y" TO WS-ARCHIVE-SWITCH
003698         END-IF
003699         IF AUH-CHAIN-LINK
003700                 AND AUH-RESULT NUMERIC
003701             MOVE AUH-RESULT TO WS-RECORD-AMOUNT
003702         END-IF
003703     END-IF.
003704 2800-JUDGE-AUH-RECORD-EXIT.
003705     EXIT.
003706*
003707*****************************************************************
003708*    9000-TERMINATE                                             *
003710*    PROVES THE SPLIT ON THE LOG - ARCHIVED PLUS KEPT MUST      *
003720*    EQUAL INPUT, COUNTS AND AMOUNTS BOTH - CLOSES FILES AND    *
003730*    SETS THE STEP RETURN CODE.                                 *
