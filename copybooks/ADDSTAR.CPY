000090*    ADDRUN BY HAND.  KEYED BY RUN DATE, RECORD TYPE AND        *
000100*    BATCH SEQUENCE:                                            *
000110*                                                               *
000114*      "R" - SEQUENCE 0 IS THE BUSINESS DATE: OPEN/CLOSED,     *
000118*            THE LATEST CYCLE, THE CYCLES SCHEDULED AND        *
000122*            THE DAY'S TOTALS.  SEQUENCES 1-4 ARE ONE PER      *
000127*            POSTING CYCLE: IN-FLIGHT/COMPLETE, JOB ID,        *
000131*            STAMP TIME, CUTOFF, CYCLE TOTALS AND THE          *
000135*            CYCLE'S EXCEPTION COUNT                           *
000136*            (THE DAY RECORD ALSO CARRIES EVERY CYCLE'S        *
000138*            CUTOFF, SO A CYCLE NOT YET RUN CAN BE SHOWN)      *
000140*      "C" - THE LIVE CHECKPOINT POSITION: LAST SEQUENCE       *
000150*            POSTED, THE IN-FLIGHT BATCH AND ITS RUNNING       *
000160*            TOTALS                                            *
000170*      "B" - ONE PER CLOSED BATCH, IN CLOSING ORDER, WITH      *
000180*            ITS COUNTS AND OK/FAIL STATUS                     *
000185*            (SEQUENCE = CYCLE X 1000 + BATCH WITHIN CYCLE)    *
000190*                                                               *
000200*    MODIFICATION HISTORY                                       *
000210*    ---------------------                                      *
000220*    09/01/26  RLH  ORIGINAL LAYOUT.                             *
000221*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE RUN RECORD    *
000222*                   SPLITS INTO A DAY RECORD (SEQUENCE 0) AND   *
000224*                   ONE PER CYCLE; BATCH SEQUENCES RUN IN EACH  *
000225*                   CYCLE'S THOUSAND.  ADDED STA-CYCLE-NO,      *
000227*                   STA-CYCLES-SCHEDULED, STA-CUTOFF-TIME AND   *
000228*                   STA-DAY-CUTOFF.  FILLER TRIMMED TO FIT.     *
000230*                                                               *
000240******************************************************************
000250*
000360     05  STA-STATUS                  PIC X(05).
000370         88  STA-RUN-IN-FLIGHT            VALUE "INFLT".
000380         88  STA-RUN-COMPLETE             VALUE "CMPLT".
000383         88  STA-DAY-OPEN                 VALUE "OPEN ".
000386         88  STA-DAY-CLOSED               VALUE "CLOSD".
000390     05  STA-BATCH-ID                PIC X(08).
000400     05  STA-SOURCE-SYSTEM           PIC X(04).
000410     05  STA-DETAIL-COUNT            PIC 9(06).
000420     05  STA-RESULT-TOTAL            PIC S9(11)V99.
000430     05  STA-SEQ-NO                  PIC 9(06).
000440     05  STA-EXC-COUNT               PIC 9(06).
000442     05  STA-CYCLE-NO                PIC 9(01).
000445     05  STA-CYCLES-SCHEDULED        PIC 9(01).
000447     05  STA-CUTOFF-TIME             PIC 9(04).
000448     05  STA-DAY-SCHEDULE.
000449         10  STA-DAY-CUTOFF          PIC 9(04) OCCURS 4 TIMES.
000450     05  FILLER                      PIC X(01).
