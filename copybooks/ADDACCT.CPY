000100*    MODIFICATION HISTORY                                       *
000110*    ---------------------                                      *
000120*    08/22/26  RLH  ORIGINAL LAYOUT.                             *
000122*    10/15/26  RLH  ADDED ACCT-LARGE-AMOUNT - THE PER-ACCOUNT    *
000124*                   LARGE-AMOUNT THRESHOLD.  A DETAIL WHOSE      *
000126*                   EXPECTED RESULT IS ABOVE IT (EITHER SIGN)    *
000128*                   IS HELD BY ADDHLD FOR SUPERVISOR REVIEW.     *
000129*                   ZERO (OR SPACES) MEANS NO THRESHOLD.  SET    *
000130*                   ON ADDMNT WITH FUNCTION L.                   *
000135*                                                               *
000140******************************************************************
000150*
000160 01  ADDACCT-RECORD.
000190     05  ACCT-STATUS                 PIC X(01).
000200         88  ACCT-ACTIVE                  VALUE "A".
000210         88  ACCT-CLOSED                  VALUE "C".
000215     05  ACCT-LARGE-AMOUNT           PIC 9(09)V99.
000220     05  FILLER                      PIC X(30).
