000010******************************************************************
000020*                                                                *
000030*    ADDSPNR - SUSPENSE ITEM RECORD LAYOUT FOR ADDSPND          *
000040*                                                               *
000050*    ONE RECORD PER DETAIL THE FRONT-END EDIT ROUTED TO A       *
000060*    SOURCE SYSTEM'S SUSPENSE ACCOUNT INSTEAD OF REJECTING IT   *
000070*    FOR AN UNKNOWN OR CLOSED ACCOUNT.  WRITTEN BY ADD-TWO-     *
000080*    NUMBERS AS THE ITEM POSTS TO SUSPENSE, CLEARED BY ADDSCL   *
000090*    FROM CLEARING CARDS (WHICH POSTS THE OFFSETTING PAIR OF    *
000100*    DETAILS THAT MOVES THE AMOUNT TO THE RIGHT ACCOUNT) AND    *
000110*    AGED BY ADDSAG.  THE ORIGIN DATE AND ORIGIN SEQUENCE ARE   *
000120*    THE RUN DATE AND ADDTRAN SEQUENCE THE ITEM POSTED UNDER    *
000130*    - THE SAME KEY ITS ADDAUD RECORD CARRIES - AND TOGETHER    *
000140*    ARE THE ORIGIN REFERENCE STAMPED ON THE CLEARING DETAILS.  *
000143*    SEQUENCES START AGAIN EACH POSTING CYCLE, SO THE ORIGIN    *
000146*    CYCLE IS KEPT WITH THEM.                                   *
000150*                                                               *
000160*    MODIFICATION HISTORY                                       *
000170*    ---------------------                                      *
000180*    10/15/26  RLH  ORIGINAL LAYOUT.                             *
000182*    10/15/26  RLH  ADDED SPN-CYCLE-NO - THE INTRADAY POSTING    *
000185*                   CYCLE THE ITEM POSTED IN.  FILLER TRIMMED    *
000187*                   TO FIT.                                      *
000190*                                                               *
000200******************************************************************
000210*
000220 01  ADDSPN-RECORD.
000230     05  SPN-STATUS                  PIC X(01).
000240         88  SPN-PENDING                  VALUE "P".
000250         88  SPN-CLEARED                  VALUE "X".
000260     05  SPN-ORIGIN-DATE             PIC 9(08).
000270     05  SPN-ORIGIN-SEQ              PIC 9(06).
000280     05  SPN-BATCH-ID                PIC X(08).
000290     05  SPN-SOURCE-SYSTEM           PIC X(04).
000300     05  SPN-SUSPENSE-ACCOUNT        PIC 9(08).
000310     05  SPN-INTENDED-ACCOUNT        PIC 9(08).
000320     05  SPN-NUM1                    PIC S9(07)V99.
000330     05  SPN-NUM2                    PIC S9(07)V99.
000340     05  SPN-OP-CODE                 PIC X(01).
000350     05  SPN-CLEARED-ACCOUNT         PIC 9(08).
000360     05  SPN-CLEAR-DATE              PIC 9(08).
000365     05  SPN-CYCLE-NO                PIC 9(01).
000370     05  FILLER                      PIC X(01).
