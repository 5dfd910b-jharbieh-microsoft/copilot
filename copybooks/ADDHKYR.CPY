000010******************************************************************
000020*                                                                *
000030*    ADDHKYR - AUDIT CHAIN SIGNING KEY RECORD (ADDHKEY)         *
000040*                                                               *
000048*    ONE RECORD, 80 BYTES, RECFM=FB.  THE ICSF KEY LABEL OF THE *
000056*    HMAC SECRET KEY THAT SEALS EVERY ADDAUDH RUN-CONTROL       *
000064*    RECORD.  THE KEY ITSELF IS HELD IN THE CKDS AND NEVER      *
000072*    LEAVES ICSF; THE CSFKEYS PROFILE ON THE LABEL ADMITS ONLY  *
000080*    THE PRODUCTION BATCH ID AND THE AUDIT VERIFICATION ID AND  *
000089*    NO ONE WHO CAN UPDATE ADDAUD.  SECURITY ADMINISTRATION     *
000097*    GENERATES THE KEY AND SETS THE LABEL.  A CHANGED KEY MAKES *
000105*    EVERY EARLIER SEAL FAIL VERIFICATION, SO IT IS ONLY EVER   *
000113*    CHANGED TOGETHER WITH A SIGNED-OFF ARCHIVE OF THE TRAIL IT *
000121*    SEALED.                                                    *
000130*                                                               *
000140*    MODIFICATION HISTORY                                       *
000150*    ---------------------                                      *
000160*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000163*    10/15/26  RLH  THE RECORD NOW CARRIES THE ICSF LABEL OF    *
000166*                   THE HMAC KEY IN PLACE OF A NUMERIC KEY.     *
000170*                                                               *
000180******************************************************************
000190*
000200 01  ADDHKEY-RECORD.
000210     05  HKY-KEY-LABEL               PIC X(64).
000220     05  FILLER                      PIC X(16).
