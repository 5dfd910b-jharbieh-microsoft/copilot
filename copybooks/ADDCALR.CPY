000010******************************************************************
000020*                                                                *
000030*    ADDCALR - PROCESSING CALENDAR RECORD (ADDCAL)              *
000040*                                                               *
000050*    ONE RECORD PER BUSINESS DAY.  A DATE NOT ON THE CALENDAR   *
000060*    IS NOT A BUSINESS DAY AND NOTHING POSTS UNDER IT.  EACH    *
000070*    DATE NAMES THE POSTING CYCLES SCHEDULED FOR IT (1-4) AND   *
000080*    EACH CYCLE'S CUTOFF TIME (HHMM) - THE CYCLE MAY NOT START  *
000090*    BEFORE ITS CUTOFF, SO FEEDS STILL ARRIVING FOR IT ARE NOT  *
000100*    LEFT BEHIND.  A BLANK OR ZERO CYCLE COUNT MEANS ONE CYCLE, *
000110*    AND A BLANK OR ZERO CUTOFF MEANS THE CYCLE HAS NONE.       *
000120*                                                               *
000130*    MODIFICATION HISTORY                                       *
000140*    ---------------------                                      *
000150*    10/15/26  RLH  FACTORED OUT OF THE PROGRAMS THAT READ      *
000160*                   ADDCAL.  ADDED THE CYCLE COUNT AND CYCLE    *
000170*                   CUTOFFS FROM THE FILLER - LRECL STAYS 80.   *
000180*                                                               *
000190******************************************************************
000200*
000210 01  ADDCAL-RECORD.
000220     05  CAL-DATE                    PIC 9(08).
000230     05  CAL-DESCRIPTION             PIC X(20).
000240     05  CAL-CYCLE-SCHEDULE.
000246         10  CAL-CYCLE-COUNT         PIC 9(01).
000253         10  CAL-CYCLE-CUTOFF        PIC 9(04) OCCURS 4 TIMES.
000260     05  FILLER                      PIC X(35).
