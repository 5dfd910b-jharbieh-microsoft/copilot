000180*    THE CUMULATIVE FILE, ONCE, AFTER THE POSTING STEP HAS      *
000190*    RUN:                                                       *
000200*                                                                *
000210*      - THE DAILY FILE IS PRE-READ FOR THE RUN DATE AND        *
000220*        POSTING CYCLE PAIRS IT CARRIES (NORMALLY EXACTLY ONE)  *
000230*      - CUMULATIVE RECORDS OF ANY OF THOSE DATES AND CYCLES    *
000240*        ARE DROPPED - THEY ARE A SUPERSEDED EARLIER ATTEMPT    *
000250*        OF THE SAME RUN - AND THE REST ARE KEPT, INCLUDING     *
000255*        AN EARLIER CYCLE'S REJECTS OF THE SAME DATE            *
000260*      - THE DAILY RECORDS ARE APPENDED BEHIND THE KEPT ONES    *
000270*                                                                *
000280*    COUNTS ARE PROVED ON THE LOG - KEPT PLUS APPENDED MUST     *
000290*    EQUAL THE NEW FILE, AND APPENDED MUST EQUAL THE DAILY      *
000300*    FILE - BEFORE THE ADDTWO JOB SWINGS THE NEW FILE INTO      *
000310*    PLACE.  NOTHING IS EVER DROPPED UNPROVEN: A CUMULATIVE     *
000320*    RECORD WHOSE RUN DATE CANNOT BE READ IS KEPT.  A RECORD    *
000325*    CARRYING NO CYCLE NUMBER COUNTS AS CYCLE 1.                *
000330*                                                                *
000340*    RETURN CODES:  0 - MERGE COMPLETE AND PROVEN.  8 - A       *
000350*    FILE COULD NOT BE OPENED.  16 - THE PROOF FAILED; THE      *
000380*    MODIFICATION HISTORY                                       *
000390*    ---------------------                                      *
000400*    09/02/26  RLH  ORIGINAL PROGRAM.                            *
000401*    10/15/26  RLH  INTRADAY POSTING CYCLES.  A SUPERSEDED       *
000403*                   ATTEMPT IS NOW ONE OF THE SAME RUN DATE AND  *
000405*                   POSTING CYCLE, SO A LATER CYCLE NEVER DROPS  *
000406*                   AN EARLIER CYCLE'S REJECTS.  A RECORD WITH   *
000408*                   NO CYCLE COUNTS AS CYCLE 1.                  *
000410*                                                                *
000420*****************************************************************
000430*
001100     05  WS-DATE-COUNT               PIC 9(02) COMP VALUE ZERO.
001110     05  WS-DATE-MAX                 PIC 9(02) COMP VALUE 16.
001120     05  WS-DATE-IX                  PIC 9(02) COMP VALUE ZERO.
001130     05  WS-DATE-ENTRY OCCURS 16 TIMES.
001134         10  WS-DATE-ENTRY-DATE      PIC 9(08).
001138         10  WS-DATE-ENTRY-CYCLE     PIC 9(01).
001142*
001146 01  WS-REJ-CYCLE                    PIC 9(01) VALUE 1.
001150*
001160     COPY ADDREJR.
001170*
001710*
001720*****************************************************************
001730*    2000-SCAN-DAILY-DATES                                      *
001740*    PRE-READS THE DAILY REJECT FILE AND COLLECTS THE DISTINCT  *
001750*    RUN DATE AND CYCLE PAIRS IT CARRIES - NORMALLY EXACTLY     *
001760*    ONE.  CUMULATIVE RECORDS WITH THESE PAIRS ARE A SUPERSEDED *
001770*    EARLIER ATTEMPT OF THE SAME RUN AND WILL BE DROPPED.  MORE *
001780*    PAIRS THAN THE TABLE HOLDS IS A HARD STOP - A SUPERSEDED   *
001790*    ATTEMPT MUST NEVER SURVIVE BY FALLING OFF THE END OF THE   *
001800*    TABLE.                                                     *
001810*****************************************************************
001820 2000-SCAN-DAILY-DATES.
001830     MOVE "N" TO WS-EOF-SWITCH.
002060*
002070*****************************************************************
002080*    2200-COLLECT-ONE-DATE                                      *
002090*    ROLLS ONE DAILY RECORD'S RUN DATE AND CYCLE INTO THE DATE  *
002100*    TABLE AND READS THE NEXT RECORD.                           *
002110*****************************************************************
002120 2200-COLLECT-ONE-DATE.
002130     ADD 1 TO WS-DAILY-COUNT.
002260         GO TO 2200-COLLECT-ONE-DATE-EXIT
002270     END-IF.
002280     ADD 1 TO WS-DATE-COUNT.
002290     MOVE REJ-RUN-DATE TO WS-DATE-ENTRY-DATE (WS-DATE-COUNT).
002295     MOVE WS-REJ-CYCLE TO WS-DATE-ENTRY-CYCLE (WS-DATE-COUNT).
002300 2200-COLLECT-NEXT.
002310     PERFORM 2100-READ-ADDREJDY
002320         THRU 2100-READ-ADDREJDY-EXIT.
002360*****************************************************************
002370*    2300-MATCH-DATE-TABLE                                      *
002380*    SEARCHES THE DATE TABLE FOR THE CURRENT RECORD'S RUN       *
002390*    DATE AND CYCLE (NO CYCLE NUMBER MEANS CYCLE 1).            *
002400*****************************************************************
002410 2300-MATCH-DATE-TABLE.
002420     MOVE "N" TO WS-DATE-FOUND-SWITCH.
002421     IF REJ-CYCLE-NO NUMERIC
002422             AND REJ-CYCLE-NO GREATER THAN ZERO
002424         MOVE REJ-CYCLE-NO TO WS-REJ-CYCLE
002425     ELSE
002427         MOVE 1 TO WS-REJ-CYCLE
002428     END-IF.
002430     PERFORM 2350-MATCH-ONE-DATE
002440         THRU 2350-MATCH-ONE-DATE-EXIT
002450         VARYING WS-DATE-IX FROM 1 BY 1
002510*****************************************************************
002520*    2350-MATCH-ONE-DATE                                        *
002530*    COMPARES ONE DATE TABLE ENTRY AGAINST THE CURRENT          *
002540*    RECORD'S RUN DATE AND CYCLE.                               *
002550*****************************************************************
002560 2350-MATCH-ONE-DATE.
002570     IF REJ-RUN-DATE EQUAL WS-DATE-ENTRY-DATE (WS-DATE-IX)
002573             AND WS-REJ-CYCLE EQUAL
002576                 WS-DATE-ENTRY-CYCLE (WS-DATE-IX)
002580         MOVE "Y" TO WS-DATE-FOUND-SWITCH
002590     END-IF.
002600 2350-MATCH-ONE-DATE-EXIT.
002630*****************************************************************
002640*    3000-COPY-KEPT-RECORDS                                     *
002650*    COPIES THE CUMULATIVE FILE TO THE NEW FILE, DROPPING       *
002660*    RECORDS OF ANY OF THE DAILY FILE'S RUN DATE AND CYCLE      *
002670*    PAIRS - THE SUPERSEDED EARLIER ATTEMPT.  A RECORD WHOSE    *
002680*    RUN DATE CANNOT BE READ IS KEPT.                           *
002690*****************************************************************
003000 3000-COPY-KEPT-RECORDS.
003010     IF WS-NO-OLD-FILE
003290*****************************************************************
003300*    3200-KEEP-OR-DROP                                          *
003310*    WRITES ONE CUMULATIVE RECORD TO THE NEW FILE UNLESS ITS    *
003320*    RUN DATE AND CYCLE MATCH A PAIR THE DAILY FILE CARRIES,    *
003330*    AND READS THE NEXT RECORD.                                 *
003340*****************************************************************
003350 3200-KEEP-OR-DROP.
003360     ADD 1 TO WS-OLD-COUNT.
