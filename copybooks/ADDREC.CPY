000364*                   FROM NUM1.  THE TRAILER TOTAL IS THE SUM     *
000365*                   OF THE EXPECTED OPERATION RESULTS, AS        *
000366*                   BEFORE.                                      *
000368*    10/15/26  RLH  ADDED AT-INTENDED-ACCOUNT TO THE DETAIL      *
000369*                   RECORD - ZERO ON NORMAL WORK; WHEN THE       *
000371*                   EDIT ROUTES AN UNKNOWN-ACCOUNT ITEM TO ITS   *
000372*                   SOURCE'S SUSPENSE ACCOUNT IT CARRIES THE     *
000373*                   ACCOUNT THE ITEM WAS MEANT FOR, AND          *
000375*                   AT-ACCOUNT-NO THE SUSPENSE ACCOUNT.          *
000376*    10/15/26  RLH  OPERATION CODE "L" - ALLOCATE.  THE DETAIL   *
000378*                   NAMES AN ALLOCATION RULE ON ADDALC IN THE    *
000380*                   ACCOUNT FIELD (AT-ALLOC-RULE-NO) AND ITS     *
000381*                   RESULT, NUM1 PLUS NUM2, IS SPREAD OVER THE   *
000383*                   RULE'S TARGET ACCOUNTS BY PERCENTAGE.        *
000385*                                                                *
000386******************************************************************
000388*
000390 01  ADDTRAN-RECORD.
000400     05  AT-RECORD-TYPE              PIC X(01).
000410         88  AT-HEADER-RECORD             VALUE "B".
000460         10  AT-NUM1                 PIC S9(07)V99.
000470         10  AT-NUM2                 PIC S9(07)V99.
000480         10  AT-ACCOUNT-NO           PIC 9(08).
000483         10  AT-ALLOC-RULE-NO REDEFINES AT-ACCOUNT-NO
000486                                     PIC 9(08).
000490         10  AT-ORIGIN-REF           PIC X(15).
000495         10  AT-OP-CODE              PIC X(01).
000496             88  AT-OP-ADD                VALUE "A" SPACE.
000497             88  AT-OP-SUBTRACT           VALUE "S".
000498             88  AT-OP-ALLOCATE           VALUE "L".
000499         10  AT-INTENDED-ACCOUNT     PIC 9(08).
000500         10  FILLER                  PIC X(23).
000510     05  AT-TRAILER-DATA REDEFINES AT-DETAIL-DATA.
000520         10  AT-TRAILER-COUNT        PIC 9(06).
000530         10  AT-TRAILER-TOTAL        PIC S9(11)V99.
000560         10  AT-BATCH-ID             PIC X(08).
000570         10  AT-SOURCE-SYSTEM        PIC X(04).
000580         10  FILLER                  PIC X(67).
000590
