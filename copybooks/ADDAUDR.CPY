000220*                   POSTED UNDER, SO THE ADDREV REVERSAL CAN    *
000230*                   BACK OUT ONE SOURCE BATCH INSTEAD OF A      *
000240*                   WHOLE DATE.  FILLER TRIMMED TO FIT.         *
000241*    10/15/26  RLH  ADDED AUD-LEG-NO.  AN ALLOCATION DETAIL      *
000242*                   (OPERATION "L") POSTS ONE RECORD PER TARGET  *
000243*                   ACCOUNT, ALL UNDER THE SOURCE SEQUENCE       *
000245*                   NUMBER: LEG 1 UP, EACH CARRYING THE          *
000246*                   DETAIL'S NUM1 AND NUM2 AND ITS OWN SHARE AS  *
000247*                   THE RESULT.  ZERO ON EVERY OTHER POSTING.    *
000248*                   FILLER TRIMMED TO FIT.                       *
000249*    10/15/26  RLH  ADDED AUD-CYCLE-NO - THE INTRADAY POSTING    *
000251*                   CYCLE THAT POSTED THE DETAIL.  SEQUENCE      *
000253*                   NUMBERS START AGAIN EACH CYCLE, SO DATE,     *
000254*                   CYCLE AND SEQUENCE TOGETHER NAME A DETAIL.   *
000256*                   FILLER TRIMMED TO FIT.                       *
000258*                                                               *
000260******************************************************************
000270*
000280 01  ADDAUD-RECORD.
000360     05  AUD-RESULT                  PIC S9(08)V99.
000370     05  AUD-OP-CODE                 PIC X(01).
000380     05  AUD-BATCH-ID                PIC X(08).
000385     05  AUD-LEG-NO                  PIC 9(02).
000387     05  AUD-CYCLE-NO                PIC 9(01).
000390     05  FILLER                      PIC X(02).
