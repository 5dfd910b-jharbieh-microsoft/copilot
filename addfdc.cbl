000220*    AGAINST ARRIVED AND ITS CUTOFF, PLUS A LINE FOR ANY        *
000230*    HEADER CARRYING A SOURCE CODE NOT ON THE MASTER.  THE      *
000231*    INTERNALLY GENERATED SOURCES (SCRN ONLINE EXTRACT, RCYC    *
000232*    AND RJCY RECYCLES, RVSL REVERSALS, SUSP SUSPENSE           *
000234*    CLEARING, RECR STANDING ENTRIES, HOLD RELEASED HOLDS)      *
000235*    ARE NOT FEEDS ANYONE TRANSMITS - THEY NEED NO ADDSRC ROW   *
000237*    AND NEVER FAIL THE CHECK AS UNKNOWN.                       *
000238*                                                               *
000240*    ON A DATE WITH MORE THAN ONE POSTING CYCLE THE PARM NAMES  *
000241*    THE CYCLE (1 WHEN OMITTED) AND THE CHECK USES THAT CYCLE'S *
000243*    ENTRY ON ADDSRC - ITS BATCHES EXPECTED AND CUTOFF.  A      *
000245*    SOURCE WITH NO ENTRY FOR THE CYCLE EXPECTS ITS DAY FIGURES *
000246*    IN CYCLE 1 AND NOTHING IN A LATER CYCLE.                   *
000248*                                                                *
000250*    RETURN CODES:  0 - EVERY EXPECTED FEED ARRIVED AND NO      *
000260*    UNKNOWN SOURCES.  8 - A FILE COULD NOT BE OPENED.          *
000270*    16 - A FEED IS MISSING OR AN UNKNOWN SOURCE ARRIVED;       *
000333*                   UNKNOWN-SOURCE FAILURE - THE SYSTEM ITSELF   *
000334*                   INJECTS THEM, SO A DAY WITH ONLINE ENTRIES   *
000335*                   OR A RECYCLE BATCH MUST NOT STOP POSTING.    *
000337*    10/15/26  RLH  ADDSRC LAYOUT MOVED TO THE NEW ADDSRCR       *
000339*                   COPYBOOK (NOW ALSO CARRYING EACH SOURCE'S    *
000341*                   SUSPENSE ACCOUNT FOR THE EDIT).  THE SUSP    *
000343*                   SUSPENSE-CLEARING BATCH JOINS THE EXEMPT     *
000345*                   INTERNAL SOURCES.                            *
000346*    10/15/26  RLH  RECR (THE STANDING-TRANSACTION "RECUR"       *
000348*                   BATCH) JOINS THE EXEMPT INTERNAL SOURCES.    *
000350*    10/15/26  RLH  HOLD (THE "HOLDREL" BATCH OF ITEMS           *
000352*                   RELEASED FROM THE ADDHOLD HOLD QUEUE)        *
000353*                   JOINS THE EXEMPT INTERNAL SOURCES.           *
000354*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE PARM NAMES THE *
000355*                   CYCLE; EXPECTED BATCHES AND CUTOFF COME FROM *
000356*                   THE CYCLE'S ADDSRC ENTRY.  THE REPORT HEADER *
000357*                   SHOWS THE CYCLE.                             *
000358*                                                                *
000359*****************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000570 FD  ADDSRC-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY ADDSRCR.
000660*
000670 FD  ADDTRAN-FILE
000680     RECORDING MODE IS F
000970         88  WS-SRC-FOUND                 VALUE "Y".
000980*
000990 01  WS-RUN-DATE                     PIC 9(08).
000995 01  WS-CYCLE-NO                     PIC 9(01) VALUE 1.
001000*
001010 01  WS-SOURCE-TABLE.
001020     05  WS-SRC-COUNT                PIC 9(04) COMP VALUE ZERO.
001110*
001112 01  WS-SOURCE-CHECK                 PIC X(04) VALUE SPACES.
001114     88  WS-SOURCE-INTERNAL               VALUE "SCRN" "RCYC"
001116                                                "RJCY" "RVSL"
001117                                                "SUSP" "RECR"
001118                                                "HOLD".
001119*
001120 01  WS-UNKNOWN-TABLE.
001130     05  WS-UNK-COUNT                PIC 9(04) COMP VALUE ZERO.
001140     05  WS-UNK-MAX                  PIC 9(04) COMP VALUE 50.
001240     05  FILLER                      PIC X(06) VALUE SPACES.
001250     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001260     05  H1-RUN-DATE                 PIC X(10).
001262     05  FILLER                      PIC X(03) VALUE SPACES.
001265     05  FILLER                      PIC X(07) VALUE "CYCLE: ".
001267     05  H1-CYCLE-NO                 PIC 9(01).
001270     05  FILLER                      PIC X(44) VALUE SPACES.
001280*
001290 01  WS-RPT-HEADER-2.
001300     05  FILLER                      PIC X(10) VALUE SPACES.
001630     05  FILLER                      PIC X(09) VALUE "*UNKNOWN*".
001640     05  FILLER                      PIC X(58) VALUE SPACES.
001650*
001651 LINKAGE SECTION.
001652*
001654 01  LS-PARM-INFO.
001655     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001657     05  LS-PARM-TEXT                PIC X(01).
001658*
001660 PROCEDURE DIVISION USING LS-PARM-INFO.
001670*
001680*****************************************************************
001690*    0000-MAINLINE                                              *
001850*
001860*****************************************************************
001870*    1000-INITIALIZE                                            *
001880*    TAKES THE CYCLE FROM THE PARM, OPENS FILES, LOADS THE      *
001890*    SOURCE-SYSTEM MASTER TABLE FOR THE CYCLE, PRINTS THE       *
001895*    REPORT HEADER AND PRIMES THE READ LOOP.                    *
001900*****************************************************************
001910 1000-INITIALIZE.
001920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001921     IF LS-PARM-LENGTH GREATER THAN ZERO
001922         IF LS-PARM-TEXT NUMERIC
001924                 AND LS-PARM-TEXT NOT EQUAL "0"
001925                 AND LS-PARM-TEXT NOT GREATER THAN "4"
001926             MOVE LS-PARM-TEXT TO WS-CYCLE-NO
001927         ELSE
001928             DISPLAY "ADDFDC: PARM " LS-PARM-TEXT
001930                 " IS NOT A CYCLE NUMBER"
001931             MOVE "Y" TO WS-EOF-SWITCH
001932             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
001934             GO TO 1000-INITIALIZE-EXIT
001935         END-IF
001937     END-IF.
001938     OPEN INPUT ADDSRC-FILE.
001940     IF NOT WS-ADDSRC-OK
001950         DISPLAY "ADDFDC: UNABLE TO OPEN ADDSRC"
001960         DISPLAY "FILE STATUS IS " WS-ADDSRC-STATUS
002310         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
002320         WS-RUN-DATE(1:4) DELIMITED BY SIZE
002330         INTO H1-RUN-DATE.
002335     MOVE WS-CYCLE-NO TO H1-CYCLE-NO.
002340     WRITE ADDFDRPT-RECORD FROM WS-RPT-HEADER-1
002350         AFTER ADVANCING PAGE.
002360     WRITE ADDFDRPT-RECORD FROM WS-RPT-HEADER-2
002570*    ROLLS ONE SOURCE MASTER RECORD INTO THE TABLE AND READS    *
002580*    THE NEXT ONE.  A MASTER LARGER THAN THE TABLE IS A HARD    *
002590*    STOP - AN EXPECTED FEED MUST NEVER GO UNCHECKED BY         *
002600*    FALLING OFF THE END OF THE TABLE.  THE CYCLE'S OWN ENTRY,  *
002605*    WHEN FILLED IN, OVERRIDES THE DAY FIGURES.                 *
002610*****************************************************************
002620 1200-STORE-SOURCE.
002630     IF WS-SRC-COUNT NOT LESS THAN WS-SRC-MAX
002810     ELSE
002820         MOVE ZERO TO WS-SRC-CUTOFF (WS-SRC-COUNT)
002830     END-IF.
002831     IF SRC-CYC-EXPECTED (WS-CYCLE-NO) NUMERIC
002832         MOVE SRC-CYC-EXPECTED (WS-CYCLE-NO)
002834             TO WS-SRC-EXPECTED (WS-SRC-COUNT)
002835         IF SRC-CYC-CUTOFF (WS-CYCLE-NO) NUMERIC
002837             MOVE SRC-CYC-CUTOFF (WS-CYCLE-NO)
002838                 TO WS-SRC-CUTOFF (WS-SRC-COUNT)
002840         END-IF
002841     ELSE
002842         IF WS-CYCLE-NO GREATER THAN 1
002844             MOVE ZERO TO WS-SRC-EXPECTED (WS-SRC-COUNT)
002845         END-IF
002847     END-IF.
002848     MOVE SRC-DESCRIPTION TO WS-SRC-DESC (WS-SRC-COUNT).
002850     MOVE ZERO TO WS-SRC-ARRIVED (WS-SRC-COUNT).
002860     PERFORM 1100-READ-ADDSRC
002870         THRU 1100-READ-ADDSRC-EXIT.
