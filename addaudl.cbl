000240*    08/22/26  RLH  ORIGINAL PROGRAM.                            *
000241*    09/01/26  RLH  CARRIES THE NEW OPERATION CODE AND BATCH    *
000242*                   ID ONTO THE KEYED MASTER.                    *
000244*    10/15/26  RLH  CARRIES THE ALLOCATION LEG NUMBER INTO THE   *
000246*                   MASTER KEY; RECORDS WRITTEN BEFORE IT        *
000248*                   EXISTED LOAD AS LEG ZERO.                    *
000250*    10/15/26  RLH  CARRIES THE POSTING CYCLE NUMBER ONTO THE    *
000252*                   MASTER; RECORDS WRITTEN BEFORE IT EXISTED    *
000255*                   LOAD AS CYCLE ZERO.                          *
000257*                                                                *
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
001320     MOVE AUD-RUN-DATE TO AUDM-RUN-DATE.
001330     MOVE AUD-JOB-ID TO AUDM-JOB-ID.
001340     MOVE AUD-SEQ-NO TO AUDM-SEQ-NO.
001341     IF AUD-LEG-NO NUMERIC
001343         MOVE AUD-LEG-NO TO AUDM-LEG-NO
001345     ELSE
001346         MOVE ZERO TO AUDM-LEG-NO
001348     END-IF.
001350     MOVE AUD-RUN-TIME TO AUDM-RUN-TIME.
001360     MOVE AUD-ACCOUNT-NO TO AUDM-ACCOUNT-NO.
001370     MOVE AUD-NUM1 TO AUDM-NUM1.
001390     MOVE AUD-RESULT TO AUDM-RESULT.
001395     MOVE AUD-OP-CODE TO AUDM-OP-CODE.
001397     MOVE AUD-BATCH-ID TO AUDM-BATCH-ID.
001398     IF AUD-CYCLE-NO NUMERIC
001400         MOVE AUD-CYCLE-NO TO AUDM-CYCLE-NO
001402     ELSE
001404         MOVE ZERO TO AUDM-CYCLE-NO
001406     END-IF.
001408     WRITE ADDAUDM-RECORD
001410         INVALID KEY
001420             PERFORM 2200-HANDLE-WRITE-ERROR
001430                 THRU 2200-HANDLE-WRITE-ERROR-EXIT
