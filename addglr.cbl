000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000088*    GL ACKNOWLEDGMENT RECONCILIATION.  MATCHES EVERY RECORD ON *
000097*    THE ADDGL INTERFACE FILE AGAINST THE ACKNOWLEDGMENT FILE   *
000106*    THE GL TEAM RETURNS EACH MORNING, ON ACCOUNT, POSTING      *
000115*    DATE, POSTING CYCLE, AMOUNT AND SIGN (A BLANK OR ZERO      *
000123*    CYCLE ON EITHER FILE IS CYCLE 1).  BOTH FILES MUST ARRIVE  *
000132*    SORTED ON THAT KEY - THE ADDGLRC JOB SORTS THEM AHEAD OF   *
000141*    THIS STEP.  A CLASSIC TWO-FILE BALANCED MATCH: EQUAL       *
000150*    KEYS PAIR OFF ONE FOR ONE, A LOW GL RECORD IS "WE SENT /  *
000160*    THEY NEVER POSTED", A LOW ACKNOWLEDGMENT IS "THEY POSTED  *
000170*    / WE NEVER SENT".  BOTH KINDS PRINT ON THE UNMATCHED      *
000180*    ITEMS REPORT AND RAISE A NON-ZERO RETURN CODE SO          *
000190*    OPERATIONS IS PAGED THE SAME MORNING.                     *
000200*                                                                *
000202*    PARM:  YYYYMMDD OR YYYYMMDD,C - THE BUSINESS DATE AND,     *
000204*    OPTIONALLY, THE ONE POSTING CYCLE TO RECONCILE (EMPTY FOR  *
000206*    EVERY CYCLE OF THE DATE).                                  *
000208*                                                                *
000210*    RETURN CODES:  0 - EVERYTHING MATCHED.  4 - OPEN          *
000220*    UNMATCHED ITEMS ON THE REPORT.  8 - A FILE COULD NOT BE   *
000230*    OPENED.                                                    *
000350*                   THE PARM DATE ARE COUNTED AND SKIPPED ON     *
000360*                   BOTH FILES; AN EMPTY PARM MATCHES            *
000370*                   EVERYTHING, AS BEFORE, FOR AD-HOC SWEEPS.    *
000371*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE MATCH KEY      *
000372*                   GAINS THE POSTING CYCLE AFTER THE DATE       *
000374*                   (ADDGLRC SORTS ON IT) SO A POSTING IS PAIRED *
000375*                   WITH ITS OWN CYCLE'S ACKNOWLEDGMENT; THE     *
000377*                   PARM MAY NAME ONE CYCLE; THE UNMATCHED ITEMS *
000378*                   REPORT SHOWS THE CYCLE.                      *
000380*                                                                *
000390*****************************************************************
000400*
000960         88  WS-ACK-KEPT                  VALUE "Y".
000970     05  WS-DATE-FILTER-SWITCH       PIC X(01) VALUE "N".
000980         88  WS-DATE-FILTER-ON            VALUE "Y".
000983     05  WS-CYCLE-FILTER-SWITCH      PIC X(01) VALUE "N".
000986         88  WS-CYCLE-FILTER-ON           VALUE "Y".
000990*
001000 01  WS-MATCH-KEYS.
001010     05  WS-GL-KEY.
001020         10  WS-GL-KEY-ACCOUNT       PIC 9(08).
001030         10  WS-GL-KEY-DATE          PIC 9(08).
001035         10  WS-GL-KEY-CYCLE         PIC 9(01).
001040         10  WS-GL-KEY-AMOUNT        PIC 9(08)V99.
001050         10  WS-GL-KEY-SIGN          PIC X(01).
001060     05  WS-ACK-KEY.
001070         10  WS-ACK-KEY-ACCOUNT      PIC 9(08).
001080         10  WS-ACK-KEY-DATE         PIC 9(08).
001085         10  WS-ACK-KEY-CYCLE        PIC 9(01).
001090         10  WS-ACK-KEY-AMOUNT       PIC 9(08)V99.
001100         10  WS-ACK-KEY-SIGN         PIC X(01).
001110*
001200*
001210 01  WS-RUN-DATE                     PIC 9(08).
001220 01  WS-RECON-DATE                   PIC 9(08) VALUE ZERO.
001221 01  WS-RECON-CYCLE                  PIC 9(01) VALUE ZERO.
001223 01  WS-RECORD-CYCLE                 PIC 9(01) VALUE 1.
001225 01  WS-PARM-DATE-TEXT               PIC X(08) VALUE SPACES.
001226 01  WS-PARM-DATE-LENGTH             PIC S9(04) COMP VALUE ZERO.
001228 01  WS-PARM-CYCLE                   PIC X(01) VALUE SPACES.
001230*
001240 01  WS-RPT-HEADER-1.
001250     05  FILLER                      PIC X(10) VALUE SPACES.
001370     05  FILLER                      PIC X(16) VALUE "AMOUNT".
001380     05  FILLER                      PIC X(06) VALUE "SIGN".
001390     05  FILLER                      PIC X(12) VALUE "POST DATE".
001396     05  FILLER                      PIC X(06) VALUE "CYCLE".
001403     05  FILLER                      PIC X(45) VALUE SPACES.
001410*
001420 01  WS-RPT-DETAIL-LINE.
001430     05  FILLER                      PIC X(10) VALUE SPACES.
001490     05  D-SIGN                      PIC X(01).
001500     05  FILLER                      PIC X(05) VALUE SPACES.
001510     05  D-POSTING-DATE              PIC 9(08).
001515     05  FILLER                      PIC X(04) VALUE SPACES.
001520     05  D-CYCLE-NO                  PIC 9(01).
001525     05  FILLER                      PIC X(50) VALUE SPACES.
001530*
001540 01  WS-RPT-SUMMARY-LINE.
001550     05  FILLER                      PIC X(10) VALUE SPACES.
001670*
001680 01  LS-PARM-INFO.
001690     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001700     05  LS-PARM-TEXT                PIC X(10).
001710*
001720 PROCEDURE DIVISION USING LS-PARM-INFO.
001730*
001920*****************************************************************
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001943     IF LS-PARM-LENGTH GREATER THAN ZERO
001946             AND LS-PARM-LENGTH NOT GREATER THAN 10
001950         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
001953             DELIMITED BY ","
001957             INTO WS-PARM-DATE-TEXT
001960                     COUNT IN WS-PARM-DATE-LENGTH
001964                 WS-PARM-CYCLE
001967         END-UNSTRING
001970     END-IF.
001974     IF WS-PARM-DATE-LENGTH EQUAL 8
001977             AND WS-PARM-DATE-TEXT NUMERIC
001981         MOVE WS-PARM-DATE-TEXT TO WS-RECON-DATE
001984         MOVE "Y" TO WS-DATE-FILTER-SWITCH
001988     ELSE
001991         IF LS-PARM-LENGTH GREATER THAN ZERO
001995             DISPLAY "ADDGLR: PARM MUST BE YYYYMMDD - EVERY"
001998                 " POSTING DATE WILL BE MATCHED"
002001         END-IF
002005     END-IF.
002008     IF WS-PARM-CYCLE NOT EQUAL SPACE
002012         IF WS-PARM-CYCLE NUMERIC
002015                 AND WS-PARM-CYCLE NOT EQUAL "0"
002019                 AND WS-PARM-CYCLE NOT GREATER THAN "4"
002022             MOVE WS-PARM-CYCLE TO WS-RECON-CYCLE
002025             MOVE "Y" TO WS-CYCLE-FILTER-SWITCH
002029         ELSE
002032             DISPLAY "ADDGLR: CYCLE " WS-PARM-CYCLE
002036                 " IS NOT A POSTING CYCLE 1-4 - EVERY"
002039                 " CYCLE WILL BE MATCHED"
002043         END-IF
002046     END-IF.
002050     OPEN INPUT ADDGL-FILE.
002060     IF NOT WS-ADDGL-OK
002070         DISPLAY "ADDGLR: UNABLE TO OPEN ADDGL"
002900*
002910*****************************************************************
002920*    2110-READ-GL-ONE                                           *
002927*    READS ONE GL RECORD.  A RECORD OUTSIDE THE PARM DATE OR    *
002935*    CYCLE IS COUNTED AND SKIPPED; ONE INSIDE THEM BUILDS THE   *
002942*    MATCH KEY.                                                 *
002950*****************************************************************
002960 2110-READ-GL-ONE.
002970     READ ADDGL-FILE
003000             MOVE HIGH-VALUES TO WS-GL-KEY
003010         NOT AT END
003020             ADD 1 TO WS-GL-READ-COUNT
003022             IF GL-CYCLE-NO NUMERIC
003025                     AND GL-CYCLE-NO GREATER THAN ZERO
003028                 MOVE GL-CYCLE-NO TO WS-RECORD-CYCLE
003030             ELSE
003033                 MOVE 1 TO WS-RECORD-CYCLE
003036             END-IF
003039             IF (WS-DATE-FILTER-ON
003041                     AND GL-POSTING-DATE NOT EQUAL WS-RECON-DATE)
003044                 OR (WS-CYCLE-FILTER-ON
003047                     AND WS-RECORD-CYCLE NOT EQUAL WS-RECON-CYCLE)
003050                 ADD 1 TO WS-GL-SKIPPED-COUNT
003060             ELSE
003070                 MOVE "Y" TO WS-GL-KEPT-SWITCH
003080                 MOVE GL-ACCOUNT-NO TO WS-GL-KEY-ACCOUNT
003090                 MOVE GL-POSTING-DATE TO WS-GL-KEY-DATE
003095                 MOVE WS-RECORD-CYCLE TO WS-GL-KEY-CYCLE
003100                 MOVE GL-AMOUNT TO WS-GL-KEY-AMOUNT
003110                 MOVE GL-SIGN TO WS-GL-KEY-SIGN
003120             END-IF
003300*****************************************************************
003310*    2210-READ-ACK-ONE                                          *
003320*    READS ONE ACKNOWLEDGMENT RECORD, APPLYING THE SAME PARM    *
003330*    DATE AND CYCLE FILTER AS THE GL SIDE.                      *
003340*****************************************************************
003350 2210-READ-ACK-ONE.
003360     READ ADDGLACK-FILE
003390             MOVE HIGH-VALUES TO WS-ACK-KEY
003400         NOT AT END
003410             ADD 1 TO WS-ACK-READ-COUNT
003412             IF ACK-CYCLE-NO NUMERIC
003415                     AND ACK-CYCLE-NO NOT EQUAL "0"
003418                 MOVE ACK-CYCLE-NO TO WS-RECORD-CYCLE
003420             ELSE
003423                 MOVE 1 TO WS-RECORD-CYCLE
003426             END-IF
003429             IF (WS-DATE-FILTER-ON
003431                     AND ACK-POSTING-DATE NOT EQUAL WS-RECON-DATE)
003434                 OR (WS-CYCLE-FILTER-ON
003437                     AND WS-RECORD-CYCLE NOT EQUAL WS-RECON-CYCLE)
003440                 ADD 1 TO WS-ACK-SKIPPED-COUNT
003450             ELSE
003460                 MOVE "Y" TO WS-ACK-KEPT-SWITCH
003470                 MOVE ACK-ACCOUNT-NO TO WS-ACK-KEY-ACCOUNT
003480                 MOVE ACK-POSTING-DATE TO WS-ACK-KEY-DATE
003485                 MOVE WS-RECORD-CYCLE TO WS-ACK-KEY-CYCLE
003490                 MOVE ACK-AMOUNT TO WS-ACK-KEY-AMOUNT
003500                 MOVE ACK-SIGN TO WS-ACK-KEY-SIGN
003510             END-IF
003640     MOVE GL-AMOUNT TO D-AMOUNT.
003650     MOVE GL-SIGN TO D-SIGN.
003660     MOVE GL-POSTING-DATE TO D-POSTING-DATE.
003665     MOVE WS-GL-KEY-CYCLE TO D-CYCLE-NO.
003670     WRITE ADDGLRPT-RECORD FROM WS-RPT-DETAIL-LINE
003680         AFTER ADVANCING 1 LINE.
003690 2300-REPORT-GL-OPEN-EXIT.
003800     MOVE ACK-AMOUNT TO D-AMOUNT.
003810     MOVE ACK-SIGN TO D-SIGN.
003820     MOVE ACK-POSTING-DATE TO D-POSTING-DATE.
003825     MOVE WS-ACK-KEY-CYCLE TO D-CYCLE-NO.
003830     WRITE ADDGLRPT-RECORD FROM WS-RPT-DETAIL-LINE
003840         AFTER ADVANCING 1 LINE.
003850 2400-REPORT-ACK-OPEN-EXIT.
