000010******************************************************************
000020*                                                                *
000030*    ADDSRCR - SOURCE-SYSTEM MASTER RECORD LAYOUT FOR ADDSRC    *
000040*                                                               *
000050*    ONE RECORD PER SOURCE SYSTEM THAT TRANSMITS BATCHES INTO   *
000060*    ADDTRAN - THE BATCHES EXPECTED PER BUSINESS DATE, THE      *
000070*    CUTOFF TIME AND A DESCRIPTION FOR THE MISSING-FEEDS        *
000080*    REPORT, AND THE SUSPENSE ACCOUNT THE FRONT-END EDIT        *
000090*    POSTS THE SOURCE'S UNKNOWN-ACCOUNT ITEMS TO WHEN IT RUNS   *
000100*    IN SUSPENSE MODE.  A BLANK OR ZERO SUSPENSE ACCOUNT        *
000110*    MEANS THE SOURCE HAS NONE AND ITS BAD-ACCOUNT ITEMS        *
000120*    REJECT AS BEFORE.                                          *
000121*                                                               *
000123*    ON A DATE WITH MORE THAN ONE POSTING CYCLE THE CYCLE       *
000125*    ENTRIES GIVE THE BATCHES EXPECTED AND THE CUTOFF FOR       *
000126*    EACH CYCLE.  AN ENTRY LEFT BLANK MEANS CYCLE 1 EXPECTS     *
000128*    THE DAY FIGURES ABOVE AND A LATER CYCLE EXPECTS NOTHING.   *
000130*                                                               *
000140*    MODIFICATION HISTORY                                       *
000150*    ---------------------                                      *
000160*    10/15/26  RLH  FACTORED OUT OF ADDFDC SO THE EDIT CAN      *
000170*                   READ THE SAME LAYOUT.  ADDED                *
000180*                   SRC-SUSPENSE-ACCOUNT.  FILLER TRIMMED TO    *
000190*                   FIT - LRECL STAYS 80.                       *
000192*    10/15/26  RLH  ADDED THE PER-CYCLE EXPECTATIONS            *
000195*                   (SRC-CYCLE-EXPECT) FOR INTRADAY POSTING     *
000197*                   CYCLES.  FILLER TRIMMED - LRECL STAYS 80.   *
000200*                                                               *
000210******************************************************************
000220*
000230 01  ADDSRC-RECORD.
000240     05  SRC-SOURCE-SYSTEM           PIC X(04).
000250     05  SRC-EXPECTED-BATCHES        PIC 9(03).
000260     05  SRC-CUTOFF-TIME             PIC 9(04).
000270     05  SRC-DESCRIPTION             PIC X(20).
000280     05  SRC-SUSPENSE-ACCOUNT        PIC 9(08).
000282     05  SRC-CYCLE-EXPECT            OCCURS 4 TIMES.
000285         10  SRC-CYC-EXPECTED        PIC 9(03).
000287         10  SRC-CYC-CUTOFF          PIC 9(04).
000290     05  FILLER                      PIC X(13).
