000010******************************************************************
000020*                                                                *
000030*    ADDRETR - POSTING RESULTS RETURN FILE LAYOUT (ADDRETF)     *
000040*                                                               *
000050*    ONE RETURN FILE PER SOURCE SYSTEM PER BUSINESS DATE,       *
000060*    WRITTEN BY ADDRET AT THE END OF THE ADDTWO CYCLE AND       *
000070*    TRANSMITTED BACK TO THE SENDING DEPARTMENT, WHICH LOADS    *
000080*    IT TO LEARN WHAT BECAME OF EVERY BATCH AND EVERY DETAIL    *
000090*    IT SENT.  FIXED LENGTH 150 BYTES, RECFM=FB.  ALL NUMERIC   *
000100*    FIELDS ARE UNSIGNED OR SIGNED ZONED DECIMAL (SIGN IN THE   *
000110*    LAST DIGIT), WITH IMPLIED DECIMAL POINTS AS PICTURED.      *
000120*    EVERY RECORD STARTS WITH THE SAME 21 BYTES - TYPE (1),     *
000130*    SOURCE SYSTEM (2-5), BUSINESS DATE (6-13) AND BATCH ID     *
000140*    (14-21, SPACES ON H AND Z).  BYTES 22-150 ARE LAID OUT     *
000150*    BY RECORD TYPE AS THE REDEFINES BELOW SHOW.                *
000160*                                                               *
000170*    THE FILE IS ALWAYS WRITTEN, EVEN FOR A DAY THE SOURCE      *
000180*    SENT NOTHING, AND ALWAYS IN THIS ORDER:                    *
000190*                                                               *
000200*      H  ONE FILE HEADER                                       *
000210*      B  ONE BATCH HEADER PER BATCH RECEIVED, CARRYING THE     *
000220*         BATCH OUTCOME:                                        *
000230*           P  POSTED - CLOSED CLEAN AGAINST ITS TRAILER        *
000240*           F  FAILED RECONCILIATION - THE BATCH REACHED        *
000250*              POSTING BUT DID NOT AGREE WITH ITS TRAILER       *
000260*              (ITS POSTED DETAILS STAND AND ARE SHOWN P)       *
000270*           D  REJECTED BY THE ADDBRG POSTED-BATCH REGISTRY     *
000280*              - THE BATCH ID WAS ALREADY POSTED ON AN          *
000290*              EARLIER BUSINESS DATE; NOTHING POSTED            *
000300*           H  BATCH HEADER REJECTED BY THE EDIT                *
000310*           N  NOT POSTED - THE DAY STOPPED BEFORE POSTING      *
000320*              (SEE THE DETAIL OUTCOMES)                        *
000330*      D  ONE DETAIL PER DETAIL RECEIVED IN THE BATCH, AS       *
000340*         RECEIVED (A REJECTED DETAIL MAY CARRY THE NON-        *
000350*         NUMERIC DATA IT WAS REJECTED FOR), WITH ITS OUTCOME:  *
000360*           P  POSTED - RESULT AND ACCOUNT POSTED FROM ADDAUD   *
000370*              (A DIFFERENT POSTED ACCOUNT MEANS THE ITEM       *
000380*              WENT TO THE SOURCE'S SUSPENSE ACCOUNT; AN        *
000383*              ALLOCATION RETURNS ITS RULE NUMBER AND THE       *
000386*              SUM OF ITS LEGS)                                 *
000390*           R  REJECTED - ADDREJ REASON CODE AND TEXT           *
000400*           E  SIZE-ERRORED - TRUE TOTAL AND REASON FROM        *
000410*              ADDEXC; RECYCLED THROUGH ADDXCYC                 *
000411*           H  HELD - PULLED OUT OF POSTING BY THE ADDHLD       *
000413*              SCREENING STEP AS A SUSPECTED DUPLICATE OR A     *
000415*              LARGE AMOUNT (REASON CODE HLD) AND AWAITING A    *
000416*              SUPERVISOR; A RELEASED ITEM POSTS IN A LATER     *
000418*              RUN UNDER SOURCE HOLD                            *
000420*           N  NOT POSTED                                       *
000430*      T  ONE BATCH TRAILER CLOSING EACH BATCH, WITH THE        *
000440*         OUTCOME COUNTS AND THE POSTED RESULT TOTAL            *
000445*         (HELD DETAILS ARE COUNTED ON THEIR OWN)               *
000450*      Z  ONE FILE TRAILER - BATCHES, DETAILS AND RECORDS       *
000460*         (H AND Z INCLUDED) ON THE FILE                        *
000470*                                                               *
000480*    MODIFICATION HISTORY                                       *
000490*    ---------------------                                      *
000500*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000502*    10/15/26  RLH  LAYOUT VERSION 02 - DETAIL OUTCOME H (HELD) *
000505*                   AND RET-T-HELD-COUNT ON THE BATCH TRAILER,  *
000507*                   TAKEN FROM THE TRAILER FILLER.              *
000508*    10/15/26  RLH  ALLOCATION DETAILS DOCUMENTED (NO LAYOUT    *
000509*                   CHANGE).                                    *
000510*    10/15/26  RLH  LAYOUT VERSION 03 - RET-H-CYCLE-NO ON THE   *
000512*                   FILE HEADER, TAKEN FROM THE HEADER FILLER.  *
000514*                   ON A DATE WITH MORE THAN ONE POSTING CYCLE  *
000516*                   EACH CYCLE RETURNS ITS OWN FILE.            *
000518*                                                               *
000520******************************************************************
000530*
000540 01  ADDRET-RECORD.
000550     05  RET-RECORD-TYPE             PIC X(01).
000560         88  RET-FILE-HEADER              VALUE "H".
000570         88  RET-BATCH-HEADER             VALUE "B".
000580         88  RET-DETAIL                   VALUE "D".
000590         88  RET-BATCH-TRAILER            VALUE "T".
000600         88  RET-FILE-TRAILER             VALUE "Z".
000610     05  RET-SOURCE-SYSTEM           PIC X(04).
000620     05  RET-BUSINESS-DATE           PIC 9(08).
000630     05  RET-BATCH-ID                PIC X(08).
000640     05  RET-BODY                    PIC X(129).
000650     05  RET-FILE-HEADER-DATA REDEFINES RET-BODY.
000660         10  RET-H-CREATE-DATE       PIC 9(08).
000670         10  RET-H-CREATE-TIME       PIC 9(08).
000680         10  RET-H-LAYOUT-VERSION    PIC X(02).
000685         10  RET-H-CYCLE-NO          PIC 9(01).
000690         10  FILLER                  PIC X(110).
000700     05  RET-BATCH-DATA REDEFINES RET-BODY.
000710         10  RET-B-STATUS            PIC X(01).
000720             88  RET-B-POSTED             VALUE "P".
000730             88  RET-B-FAILED-RECON       VALUE "F".
000740             88  RET-B-REGISTRY-REJECT    VALUE "D".
000750             88  RET-B-HEADER-REJECT      VALUE "H".
000760             88  RET-B-NOT-POSTED         VALUE "N".
000770         10  RET-B-STATUS-TEXT       PIC X(40).
000780         10  FILLER                  PIC X(88).
000790     05  RET-DETAIL-DATA REDEFINES RET-BODY.
000800         10  RET-D-RECEIVED.
000810             15  RET-D-SEQ-NO        PIC 9(06).
000820             15  RET-D-NUM1          PIC S9(07)V99.
000830             15  RET-D-NUM2          PIC S9(07)V99.
000840             15  RET-D-ACCOUNT-NO    PIC 9(08).
000850             15  RET-D-ORIGIN-REF    PIC X(15).
000860             15  RET-D-OP-CODE       PIC X(01).
000870         10  RET-D-OUTCOME           PIC X(01).
000880             88  RET-D-POSTED             VALUE "P".
000890             88  RET-D-REJECTED           VALUE "R".
000900             88  RET-D-SIZE-ERRORED       VALUE "E".
000905             88  RET-D-HELD               VALUE "H".
000910             88  RET-D-NOT-POSTED         VALUE "N".
000920         10  RET-D-POSTED-ACCOUNT    PIC 9(08).
000930         10  RET-D-RESULT            PIC S9(08)V99.
000940         10  RET-D-REASON-CODE       PIC X(03).
000950         10  RET-D-REASON-TEXT       PIC X(40).
000960         10  FILLER                  PIC X(19).
000970     05  RET-BATCH-TRAILER-DATA REDEFINES RET-BODY.
000980         10  RET-T-STATUS            PIC X(01).
000990         10  RET-T-DETAIL-COUNT      PIC 9(06).
001000         10  RET-T-POSTED-COUNT      PIC 9(06).
001010         10  RET-T-REJECTED-COUNT    PIC 9(06).
001020         10  RET-T-EXCEPTED-COUNT    PIC 9(06).
001030         10  RET-T-NOT-POSTED-COUNT  PIC 9(06).
001040         10  RET-T-POSTED-TOTAL      PIC S9(11)V99.
001045         10  RET-T-HELD-COUNT        PIC 9(06).
001050         10  FILLER                  PIC X(79).
001060     05  RET-FILE-TRAILER-DATA REDEFINES RET-BODY.
001070         10  RET-Z-BATCH-COUNT       PIC 9(06).
001080         10  RET-Z-DETAIL-COUNT      PIC 9(06).
001090         10  RET-Z-RECORD-COUNT      PIC 9(08).
001100         10  FILLER                  PIC X(109).
