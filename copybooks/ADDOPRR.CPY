000010******************************************************************
000020*                                                                *
000030*    ADDOPRR - OPERATOR AUTHORITY PROFILE RECORD (VSAM KSDS     *
000040*              ADDOPRF)                                         *
000050*                                                               *
000060*    ONE RECORD PER CICS USER ID ALLOWED TO USE THE ADD-TWO-    *
000070*    NUMBERS ONLINE TRANSACTIONS, KEYED BY THE USER ID.  SAYS   *
000080*    WHICH FUNCTIONS THE OPERATOR MAY USE - ONLINE ENTRY        *
000090*    (ADDSCRN), APPROVAL OF QUEUED ENTRIES (ADDAPPR, ADDA) AND  *
000100*    ACCOUNT MASTER MAINTENANCE (ADDMNT, ADDM) - AND THE        *
000110*    LARGEST ITEM THE OPERATOR MAY RELEASE ALONE.  AN ITEM      *
000120*    ABOVE THE LIMIT NEEDS A SECOND APPROVER.  AN OPERATOR      *
000130*    WITH NO PROFILE, OR WHOSE PROFILE IS SUSPENDED, MAY USE    *
000140*    NONE OF THE TRANSACTIONS.  MAINTAINED BY DATA SECURITY.    *
000150*                                                               *
000160*    MODIFICATION HISTORY                                       *
000170*    ---------------------                                      *
000180*    10/15/26  RLH  ORIGINAL LAYOUT.                             *
000190*                                                               *
000200******************************************************************
000210*
000220 01  ADDOPR-RECORD.
000230     05  OPR-OPERATOR-ID             PIC X(08).
000240     05  OPR-OPERATOR-NAME           PIC X(30).
000250     05  OPR-STATUS                  PIC X(01).
000260         88  OPR-ACTIVE                   VALUE "A".
000270         88  OPR-SUSPENDED                VALUE "S".
000280     05  OPR-FUNCTIONS.
000290         10  OPR-ENTRY-AUTH          PIC X(01).
000300             88  OPR-MAY-ENTER            VALUE "Y".
000310         10  OPR-APPROVE-AUTH        PIC X(01).
000320             88  OPR-MAY-APPROVE          VALUE "Y".
000330         10  OPR-MAINT-AUTH          PIC X(01).
000340             88  OPR-MAY-MAINTAIN         VALUE "Y".
000350     05  OPR-APPROVAL-LIMIT          PIC 9(09)V99.
000360     05  FILLER                      PIC X(27).
