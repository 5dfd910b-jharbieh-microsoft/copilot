000130*    MODIFICATION HISTORY                                       *
000140*    ---------------------                                      *
000150*    09/01/26  RLH  ORIGINAL LAYOUT.                             *
000152*    10/15/26  RLH  ADDED BRG-CYCLE-NO - THE INTRADAY POSTING    *
000155*                   CYCLE THAT POSTED THE BATCH.  FILLER TRIMMED *
000157*                   TO FIT.                                      *
000160*                                                               *
000170******************************************************************
000180*
000220     05  BRG-RUN-DATE                PIC 9(08).
000230     05  BRG-JOB-ID                  PIC X(08).
000240     05  BRG-STAMP-TIME              PIC 9(08).
000245     05  BRG-CYCLE-NO                PIC 9(01).
000250     05  FILLER                      PIC X(43).
