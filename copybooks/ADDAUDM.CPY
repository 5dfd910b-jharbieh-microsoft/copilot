000136*                   TRAIL RECORD.  FILLER TRIMMED TO FIT.       *
000137*    09/01/26  RLH  ADDED AUDM-BATCH-ID, MIRRORING THE AUDIT    *
000138*                   TRAIL RECORD.  FILLER TRIMMED TO FIT.       *
000140*    10/15/26  RLH  ADDED AUDM-LEG-NO TO THE KEY, MIRRORING THE  *
000142*                   AUDIT TRAIL RECORD - THE LEGS OF ONE         *
000144*                   ALLOCATION DETAIL SHARE A SEQUENCE NUMBER.   *
000146*                   KEY GROWS 22 TO 24.  FILLER TRIMMED TO FIT.  *
000148*    10/15/26  RLH  ADDED AUDM-CYCLE-NO, MIRRORING THE AUDIT     *
000150*                   TRAIL RECORD, SO THE SCREENING STEP CAN TELL *
000152*                   AN EARLIER CYCLE'S POSTINGS FROM THE CURRENT *
000154*                   CYCLE'S.  FILLER TRIMMED TO FIT.             *
000156*                                                               *
000158******************************************************************
000160*
000170 01  ADDAUDM-RECORD.
000180     05  AUDM-KEY.
000190         10  AUDM-RUN-DATE           PIC 9(08).
000200         10  AUDM-JOB-ID             PIC X(08).
000210         10  AUDM-SEQ-NO             PIC 9(06).
000215         10  AUDM-LEG-NO             PIC 9(02).
000220     05  AUDM-RUN-TIME               PIC 9(08).
000230     05  AUDM-ACCOUNT-NO             PIC 9(08).
000240     05  AUDM-NUM1                   PIC S9(07)V99.
000260     05  AUDM-RESULT                 PIC S9(08)V99.
000265     05  AUDM-OP-CODE                PIC X(01).
000267     05  AUDM-BATCH-ID               PIC X(08).
000268     05  AUDM-CYCLE-NO               PIC 9(01).
000270     05  FILLER                      PIC X(02).
