000110*    ---------------------                                      *
000120*    08/22/26  RLH  FACTORED OUT OF ADD-TWO-NUMBERS FOR THE      *
000130*                   GL ACKNOWLEDGMENT RECONCILIATION.            *
000131*    10/15/26  RLH  ADDED GL-SEQ-NO, GL-LEG-NO AND               *
000132*                   GL-ALLOC-RULE-NO SO EACH LEG OF AN           *
000134*                   ALLOCATION TIES BACK TO THE SOURCE DETAIL    *
000135*                   AND THE RULE THAT SPREAD IT.  ZERO ON        *
000137*                   SUMMARY RECORDS; LEG AND RULE ZERO ON        *
000138*                   ORDINARY POSTINGS.  FILLER TRIMMED TO FIT.   *
000140*    10/15/26  RLH  ADDED GL-CYCLE-NO - THE INTRADAY POSTING     *
000142*                   CYCLE THAT WROTE THE RECORD, SO THE GL TEAM  *
000144*                   AND ADDGLR CAN MATCH BY CYCLE.  FILLER       *
000146*                   TRIMMED TO FIT.                              *
000148*                                                               *
000150******************************************************************
000160*
000170 01  ADDGL-RECORD.
000210         88  GL-DEBIT                     VALUE "+".
000220         88  GL-CREDIT                    VALUE "-".
000230     05  GL-POSTING-DATE             PIC 9(08).
000232     05  GL-SEQ-NO                   PIC 9(06).
000235     05  GL-LEG-NO                   PIC 9(02).
000237     05  GL-ALLOC-RULE-NO            PIC 9(08).
000238     05  GL-CYCLE-NO                 PIC 9(01).
000240     05  FILLER                      PIC X(36).
