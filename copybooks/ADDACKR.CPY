000070*    THE SAME SHAPE AS THE ADDGL INTERFACE RECORD SO THE        *
000080*    ADDGLR RECONCILIATION CAN MATCH THE TWO FILES ON           *
000090*    ACCOUNT, AMOUNT, SIGN AND POSTING DATE.                    *
000092*    THE GL SIDE ECHOES THE POSTING CYCLE IN THE SAME           *
000095*    POSITION ADDGL CARRIES IT (44), SO THE MATCH CAN BE        *
000097*    MADE BY CYCLE AS WELL.                                     *
000100*                                                               *
000110*    MODIFICATION HISTORY                                       *
000120*    ---------------------                                      *
000130*    08/22/26  RLH  ORIGINAL LAYOUT.                             *
000132*    10/15/26  RLH  ADDED ACK-CYCLE-NO FROM THE FILLER.  A      *
000135*                   BLANK OR ZERO CYCLE FROM AN OLDER GL        *
000137*                   EXTRACT MATCHES CYCLE 1.                    *
000140*                                                               *
000150******************************************************************
000160*
000190     05  ACK-AMOUNT                  PIC 9(08)V99.
000200     05  ACK-SIGN                    PIC X(01).
000210     05  ACK-POSTING-DATE            PIC 9(08).
000213     05  FILLER                      PIC X(16).
000216     05  ACK-CYCLE-NO                PIC X(01).
000220     05  FILLER                      PIC X(36).
