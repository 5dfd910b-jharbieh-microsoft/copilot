000010******************************************************************
000020*                                                                *
000030*    ADDHLDR - HELD ITEM RECORD FOR THE ADDHOLD QUEUE (VSAM)    *
000040*                                                               *
000050*    ONE RECORD PER EDITED ADDTRAN DETAIL THE ADDHLD SCREENING  *
000060*    STEP PULLED OUT OF THE DAY'S POSTING, KEYED BY THE         *
000070*    BUSINESS DATE IT WAS HELD ON, THE POSTING CYCLE AND ITS    *
000080*    DETAIL SEQUENCE NUMBER.  AN ITEM IS HELD FOR ONE OR BOTH   *
000085*    OF:                                                        *
000090*      D  DUPLICATE - ACCOUNT, NUM1, NUM2 AND OPERATION MATCH   *
000100*         AN ITEM ON THE ADDAUDM AUDIT MASTER WITHIN THE        *
000110*         SCREENING WINDOW OR AN EARLIER ITEM ON THE SAME DAY'S *
000120*         FILE (THE MATCHED ITEM'S DATE, SEQUENCE AND BATCH     *
000130*         ARE KEPT HERE).                                       *
000140*      L  LARGE AMOUNT - THE EXPECTED RESULT IS ABOVE THE       *
000150*         ACCOUNT'S ACCT-LARGE-AMOUNT THRESHOLD ON ADDACCT      *
000160*         (THE THRESHOLD IN FORCE IS KEPT HERE).                *
000170*      B  BOTH.                                                 *
000180*    A SUPERVISOR RELEASES OR KILLS EACH PENDING ITEM ON THE    *
000190*    ADDHAPR SCREEN (DUAL CONTROL ABOVE THE APPROVER'S LIMIT,   *
000200*    AS ON ADDAPPR).  THE ADDHXT STEP OF THE NEXT ADDTWO RUN    *
000210*    EXTRACTS RELEASED ITEMS INTO A "HOLDREL" BATCH AND MARKS   *
000220*    THEM EXTRACTED WITH THE DATE AND CYCLE IT DID SO.          *
000230*                                                               *
000240*    MODIFICATION HISTORY                                       *
000250*    ---------------------                                      *
000260*    10/15/26  RLH  ORIGINAL LAYOUT.                             *
000261*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE KEY GAINS      *
000262*                   HLD-CYCLE-NO (SEQUENCE NUMBERS START AGAIN   *
000264*                   EACH CYCLE) AND HLD-EXTRACT-CYCLE RECORDS    *
000265*                   THE CYCLE THAT EXTRACTED A RELEASED ITEM.    *
000267*                   FILLER TRIMMED - THE KSDS IS REDEFINED WITH  *
000268*                   KEYS(15 0).                                  *
000270*                                                               *
000280******************************************************************
000290*
000300 01  ADDHLD-RECORD.
000310     05  HLD-KEY.
000320         10  HLD-HOLD-DATE           PIC 9(08).
000325         10  HLD-CYCLE-NO            PIC 9(01).
000330         10  HLD-SEQ-NO              PIC 9(06).
000340     05  HLD-STATUS                  PIC X(01).
000350         88  HLD-PENDING                  VALUE "P".
000360         88  HLD-RELEASED                 VALUE "R".
000370         88  HLD-KILLED                   VALUE "K".
000380         88  HLD-EXTRACTED                VALUE "X".
000390     05  HLD-REASON                  PIC X(01).
000400         88  HLD-DUPLICATE                VALUE "D" "B".
000410         88  HLD-LARGE-AMOUNT             VALUE "L" "B".
000420     05  HLD-BATCH-ID                PIC X(08).
000430     05  HLD-SOURCE-SYSTEM           PIC X(04).
000440     05  HLD-ACCOUNT-NO              PIC 9(08).
000450     05  HLD-NUM1                    PIC S9(07)V99.
000460     05  HLD-NUM2                    PIC S9(07)V99.
000470     05  HLD-OP-CODE                 PIC X(01).
000480     05  HLD-ORIGIN-REF              PIC X(15).
000490     05  HLD-INTENDED-ACCOUNT        PIC 9(08).
000500     05  HLD-MATCH-DATE              PIC 9(08).
000510     05  HLD-MATCH-SEQ-NO            PIC 9(06).
000520     05  HLD-MATCH-BATCH-ID          PIC X(08).
000530     05  HLD-THRESHOLD               PIC 9(09)V99.
000540     05  HLD-FIRST-APPROVER          PIC X(08).
000550         88  HLD-NO-FIRST-APPROVAL        VALUE SPACES.
000560     05  HLD-APPROVER-ID             PIC X(08).
000570     05  HLD-DECISION-DATE           PIC 9(08).
000580     05  HLD-EXTRACT-DATE            PIC 9(08).
000585     05  HLD-EXTRACT-CYCLE           PIC 9(01).
000590     05  FILLER                      PIC X(05).
