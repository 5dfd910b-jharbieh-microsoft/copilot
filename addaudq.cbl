000250*                   FIELD MADE NUMERIC) SO A SHORT-KEYED         *
000260*                   ACCOUNT STILL MATCHES THE 8 DIGIT ACCOUNT    *
000270*                   NUMBERS ON THE AUDIT MASTER.                 *
000272*    10/15/26  RLH  THE AUDIT MASTER KEY NOW ENDS WITH THE       *
000275*                   ALLOCATION LEG NUMBER; BROWSE AND RESUME     *
000277*                   KEYS AND THE COMMAREA GROW 38 TO 40.         *
000280*                                                                *
000290*****************************************************************
000300*
000560     05  WS-BROWSE-RUN-DATE          PIC 9(08).
000570     05  WS-BROWSE-JOB-ID            PIC X(08).
000580     05  WS-BROWSE-SEQ-NO            PIC 9(06).
000585     05  WS-BROWSE-LEG-NO            PIC 9(02).
000590*
000600 01  WS-ACCT-FILTER-9                 PIC 9(08).
000610*
000770         10  CA-RUN-DATE             PIC 9(08).
000780         10  CA-JOB-ID               PIC X(08).
000790         10  CA-SEQ-NO               PIC 9(06).
000795         10  CA-LEG-NO               PIC 9(02).
000800     05  CA-JOB-FILTER               PIC X(08).
000810     05  CA-ACCOUNT-FILTER           PIC X(08).
000820*
000850*
000860 LINKAGE SECTION.
000870*
000880 01  DFHCOMMAREA                     PIC X(40).
000890*
000900 PROCEDURE DIVISION.
000910*
002140         MOVE CA-JOB-FILTER TO WS-BROWSE-JOB-ID
002150     END-IF.
002160     MOVE ZERO TO WS-BROWSE-SEQ-NO.
002165     MOVE ZERO TO WS-BROWSE-LEG-NO.
002170     MOVE "N" TO WS-SKIP-FIRST-SWITCH.
002180     PERFORM 2400-BROWSE-ONE-PAGE
002190         THRU 2400-BROWSE-ONE-PAGE-EXIT.
