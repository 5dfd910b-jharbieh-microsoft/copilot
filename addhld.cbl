000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHLD.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    DUPLICATE-ITEM AND LARGE-AMOUNT HOLD SCREENING.  RUN AS    *
000100*    STEP009 OF ADDTWO, BETWEEN THE FRONT-END EDIT (ADDEDT)     *
000110*    AND THE POSTING STEP.  COPIES THE EDITED ADDTRAN THROUGH   *
000120*    TO THE SCREENED FILE THE POSTING STEP READS, PULLING OUT   *
000130*    ANY DETAIL THAT:                                           *
000140*      - MATCHES ANOTHER ITEM ON ACCOUNT, NUM1, NUM2 AND        *
000150*        OPERATION (BLANK OPERATION COUNTS AS "A") - EITHER AN  *
000160*        ITEM ON THE ADDAUDM AUDIT MASTER POSTED WITHIN THE     *
000170*        SCREENING WINDOW (THE PARM NUMBER OF CALENDAR DAYS     *
000180*        BEFORE TODAY), OR AN EARLIER ITEM ON TODAY'S FILE; OR  *
000190*      - HAS AN EXPECTED RESULT (EITHER SIGN) ABOVE THE         *
000200*        ACCT-LARGE-AMOUNT THRESHOLD ON ITS ACCOUNT'S ADDACCT   *
000210*        RECORD (ZERO MEANS NO THRESHOLD).                      *
000220*    EACH PULLED DETAIL IS WRITTEN PENDING TO THE ADDHOLD       *
000230*    QUEUE FOR A SUPERVISOR TO RELEASE OR KILL ON ADDHAPR, AND  *
000240*    LISTED ON THE ADDHLRPT REVIEW REPORT.  EVERY BATCH         *
000250*    TRAILER IS REDUCED BY THE COUNT AND EXPECTED RESULT OF     *
000260*    THE ITEMS HELD OUT OF ITS BATCH, SO THE BATCH STILL        *
000270*    RECONCILES IN THE POSTING STEP.                            *
000280*                                                                *
000290*    THE SYSTEM'S OWN BATCHES ARE SCREENED LESS: HOLD (ITEMS    *
000300*    ALREADY RELEASED FROM THIS QUEUE) IS NEVER HELD AGAIN;     *
000310*    RECR, RVSL, SUSP, RCYC AND RJCY REPEAT OR OFFSET EARLIER   *
000320*    ITEMS BY DESIGN AND SKIP THE DUPLICATE CHECK; RVSL AND     *
000330*    SUSP ALSO SKIP THE LARGE-AMOUNT CHECK.  EVERY ITEM, HELD   *
000340*    OR NOT, IS STILL NOTED FOR THE SAME-DAY DUPLICATE CHECK.   *
000350*                                                                *
000356*    THE AUDIT MASTER WINDOW AND TODAY'S ITEMS ARE HELD ON THE  *
000362*    ADDDUPW KEYED WORK FILE, DEFINED FRESH BY THE IDCAMS STEP  *
000368*    AHEAD OF THIS ONE.  AUDIT MASTER ITEMS DATED TODAY ARE     *
000374*    LEFT OUT, SO A SAME-DAY RERUN DOES NOT HOLD THE DAY'S OWN  *
000380*    POSTINGS - EXCEPT, IN A LATER INTRADAY POSTING CYCLE,      *
000386*    THOSE AN EARLIER CYCLE OF TODAY POSTED, WHICH ARE SCREENED *
000392*    LIKE ANY OTHER DAY'S.  AN ITEM ALREADY ON ADDHOLD FROM AN  *
000398*    EARLIER RUN OF THE SAME DATE AND CYCLE IS PULLED AGAIN BUT *
000404*    NOT RE-QUEUED.                                             *
000411*                                                                *
000412*    AN ALLOCATION DETAIL (OPERATION L) NAMES AN ADDALC RULE,   *
000414*    NOT AN ACCOUNT, SO IT SKIPS THE LARGE-AMOUNT CHECK.  ITS   *
000415*    POSTED LEGS ON THE AUDIT MASTER CARRY THE TARGET ACCOUNTS  *
000417*    AND ARE LEFT OUT OF THE WINDOW; ALLOCATIONS ARE STILL      *
000418*    CHECKED AGAINST EACH OTHER ON TODAY'S FILE.                *
000420*                                                                *
000426*    PARM:  NNN,C - SCREENING WINDOW IN CALENDAR DAYS (0-999)   *
000432*    AND THE POSTING CYCLE (1-4).  NO DAY COUNT OR A            *
000438*    NON-NUMERIC ONE USES 5 DAYS; NO CYCLE MEANS CYCLE 1.  A    *
000444*    CYCLE THAT IS NOT A DIGIT 1-4 IS REFUSED (RC 8).           *
000450*                                                                *
000460*    RETURN CODES:  0 - SCREENING COMPLETE, NOTHING HELD.       *
000470*    4 - ONE OR MORE ITEMS HELD (POSTING STILL RUNS).  8 - A    *
000480*    FILE COULD NOT BE OPENED OR A QUEUE/WORK FILE WRITE        *
000490*    FAILED - POSTING MUST NOT RUN.                             *
000500*                                                                *
000510*    MODIFICATION HISTORY                                       *
000520*    ---------------------                                      *
000530*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000532*    10/15/26  RLH  ALLOCATION DETAILS SKIP THE LARGE-AMOUNT     *
000534*                   CHECK; ALLOCATION LEGS ON THE AUDIT MASTER   *
000536*                   ARE LEFT OUT OF THE WINDOW.  START KEY NOW   *
000538*                   INCLUDES THE LEG NUMBER.                     *
000539*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE PARM TAKES THE *
000541*                   CYCLE AFTER THE DAY COUNT.  HELD ITEMS ARE   *
000543*                   KEYED BY DATE, CYCLE AND SEQUENCE, AND A     *
000544*                   LATER CYCLE SCREENS AGAINST WHAT TODAY'S     *
000546*                   EARLIER CYCLES POSTED.                       *
000548*                                                                *
000550*****************************************************************
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610*
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ADDTRIN-FILE ASSIGN TO ADDTRIN
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ADDTRIN-STATUS.
000670     SELECT ADDTROUT-FILE ASSIGN TO ADDTROUT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ADDTROUT-STATUS.
000700     SELECT ADDACCT-FILE ASSIGN TO ADDACCT
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS ACCT-ACCOUNT-NO
000740         FILE STATUS IS WS-ADDACCT-STATUS.
000750     SELECT ADDAUDM-FILE ASSIGN TO ADDAUDM
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS AUDM-KEY
000790         FILE STATUS IS WS-ADDAUDM-STATUS.
000800     SELECT ADDDUPW-FILE ASSIGN TO ADDDUPW
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS DUPW-KEY
000840         FILE STATUS IS WS-ADDDUPW-STATUS.
000850     SELECT ADDHOLD-FILE ASSIGN TO ADDHOLD
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS HLD-KEY
000890         FILE STATUS IS WS-ADDHOLD-STATUS.
000900     SELECT ADDHLRPT-FILE ASSIGN TO ADDHLRPT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-ADDHLRPT-STATUS.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960*
000970 FD  ADDTRIN-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY ADDREC.
001010*
001020 FD  ADDTROUT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  ADDTROUT-RECORD                 PIC X(80).
001060*
001070 FD  ADDACCT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY ADDACCT.
001100*
001110 FD  ADDAUDM-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY ADDAUDM.
001140*
001150 FD  ADDDUPW-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  ADDDUPW-RECORD.
001180     05  DUPW-KEY.
001190         10  DUPW-ACCOUNT-NO         PIC 9(08).
001200         10  DUPW-NUM1               PIC S9(07)V99.
001210         10  DUPW-NUM2               PIC S9(07)V99.
001220         10  DUPW-OP-CODE            PIC X(01).
001230     05  DUPW-ITEM-DATE              PIC 9(08).
001240     05  DUPW-SEQ-NO                 PIC 9(06).
001250     05  DUPW-BATCH-ID               PIC X(08).
001260     05  FILLER                      PIC X(31).
001270*
001280 FD  ADDHOLD-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY ADDHLDR.
001310*
001320 FD  ADDHLRPT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  ADDHLRPT-RECORD                 PIC X(132).
001360*
001370 WORKING-STORAGE SECTION.
001380*
001390 01  WS-FILE-STATUSES.
001400     05  WS-ADDTRIN-STATUS           PIC X(02).
001410         88  WS-ADDTRIN-OK                VALUE "00".
001420     05  WS-ADDTROUT-STATUS          PIC X(02).
001430         88  WS-ADDTROUT-OK               VALUE "00".
001440     05  WS-ADDACCT-STATUS           PIC X(02).
001450         88  WS-ADDACCT-OK                VALUE "00".
001460     05  WS-ADDAUDM-STATUS           PIC X(02).
001470         88  WS-ADDAUDM-OK                VALUE "00".
001480     05  WS-ADDDUPW-STATUS           PIC X(02).
001490         88  WS-ADDDUPW-OK                VALUE "00".
001500         88  WS-ADDDUPW-DUPLICATE         VALUE "22".
001510     05  WS-ADDHOLD-STATUS           PIC X(02).
001520         88  WS-ADDHOLD-OK                VALUE "00".
001530         88  WS-ADDHOLD-DUPLICATE         VALUE "22".
001540     05  WS-ADDHLRPT-STATUS          PIC X(02).
001550         88  WS-ADDHLRPT-OK               VALUE "00".
001560*
001570 01  WS-SWITCHES.
001580     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001590         88  WS-EOF                       VALUE "Y".
001600     05  WS-AUDM-EOF-SWITCH          PIC X(01) VALUE "N".
001610         88  WS-AUDM-EOF                  VALUE "Y".
001620     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
001630         88  WS-OPEN-ERROR                VALUE "Y".
001640     05  WS-NO-AUDIT-MASTER-SWITCH   PIC X(01) VALUE "N".
001650         88  WS-NO-AUDIT-MASTER           VALUE "Y".
001660     05  WS-DUP-FOUND-SWITCH         PIC X(01) VALUE "N".
001670         88  WS-DUP-FOUND                 VALUE "Y".
001680     05  WS-LARGE-FOUND-SWITCH       PIC X(01) VALUE "N".
001690         88  WS-LARGE-FOUND               VALUE "Y".
001700     05  WS-ALREADY-HELD-SWITCH      PIC X(01) VALUE "N".
001710         88  WS-ALREADY-HELD              VALUE "Y".
001720*
001730 01  WS-COUNTS.
001740     05  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
001750     05  WS-PASS-COUNT               PIC 9(06) COMP VALUE ZERO.
001760     05  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
001770     05  WS-HELD-DUP-COUNT           PIC 9(06) COMP VALUE ZERO.
001780     05  WS-HELD-LARGE-COUNT         PIC 9(06) COMP VALUE ZERO.
001790     05  WS-ALREADY-HELD-COUNT       PIC 9(06) COMP VALUE ZERO.
001800     05  WS-AUDM-LOADED-COUNT        PIC 9(06) COMP VALUE ZERO.
001810     05  WS-BATCH-HELD-COUNT         PIC 9(06) COMP VALUE ZERO.
001820     05  WS-HELD-TOTAL               PIC S9(11)V99 COMP
001830                                         VALUE ZERO.
001840     05  WS-BATCH-HELD-TOTAL         PIC S9(11)V99 COMP
001850                                         VALUE ZERO.
001860*
001870 01  WS-PARM-DAYS                    PIC 9(03) VALUE 5.
001872 01  WS-PARM-DAYS-TEXT               PIC X(03) VALUE SPACES.
001874 01  WS-PARM-DAYS-LENGTH             PIC S9(04) COMP VALUE ZERO.
001876 01  WS-CYCLE-OPTION                 PIC X(01) VALUE SPACES.
001878 01  WS-CYCLE-NO                     PIC 9(01) VALUE 1.
001880 01  WS-RUN-DATE                     PIC 9(08).
001890 01  WS-CUTOFF-DATE                  PIC 9(08).
001900 01  WS-ITEM-RESULT                  PIC S9(08)V99.
001910 01  WS-ITEM-ABS                     PIC S9(08)V99.
001920 01  WS-HOLD-REASON                  PIC X(01).
001930*
001940 01  WS-BATCH-ID                     PIC X(08) VALUE "(NONE)".
001950 01  WS-BATCH-SOURCE                 PIC X(04) VALUE SPACES.
001960     88  WS-SOURCE-NO-DUP-CHECK           VALUE "HOLD" "RECR"
001970                                                "RVSL" "SUSP"
001980                                                "RCYC" "RJCY".
001990     88  WS-SOURCE-NO-LARGE-CHECK         VALUE "HOLD" "RVSL"
002000                                                "SUSP".
002010*
002020 01  WS-DUP-KEY.
002030     05  WS-DUP-ACCOUNT-NO           PIC 9(08).
002040     05  WS-DUP-NUM1                 PIC S9(07)V99.
002050     05  WS-DUP-NUM2                 PIC S9(07)V99.
002060     05  WS-DUP-OP-CODE              PIC X(01).
002070*
002080 01  WS-MATCH-INFO.
002090     05  WS-MATCH-DATE               PIC 9(08) VALUE ZERO.
002100     05  WS-MATCH-SEQ-NO             PIC 9(06) VALUE ZERO.
002110     05  WS-MATCH-BATCH-ID           PIC X(08) VALUE SPACES.
002120 01  WS-THRESHOLD                    PIC 9(09)V99 VALUE ZERO.
002130*
002140 01  WS-RPT-HEADER-1.
002150     05  FILLER                      PIC X(10) VALUE SPACES.
002160     05  FILLER                      PIC X(40)
002170         VALUE "PROGRAM: ADDHLD - HOLD QUEUE SCREENING".
002180     05  FILLER                      PIC X(06) VALUE SPACES.
002190     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002200     05  H1-RUN-DATE                 PIC X(10).
002202     05  FILLER                      PIC X(03) VALUE SPACES.
002205     05  FILLER                      PIC X(07) VALUE "CYCLE: ".
002207     05  H1-CYCLE-NO                 PIC 9(01).
002210     05  FILLER                      PIC X(44) VALUE SPACES.
002220*
002230 01  WS-RPT-HEADER-2.
002240     05  FILLER                      PIC X(10) VALUE SPACES.
002250     05  FILLER                      PIC X(27)
002260         VALUE "DUPLICATE WINDOW: ADDAUDM ".
002270     05  FILLER                      PIC X(14)
002280         VALUE "ITEMS DATED ".
002290     05  H2-CUTOFF-DATE              PIC X(10).
002300     05  FILLER                      PIC X(20)
002310         VALUE " TO YESTERDAY (DAYS ".
002320     05  H2-DAYS                     PIC ZZ9.
002330     05  FILLER                      PIC X(38)
002340         VALUE ") PLUS TODAY'S EARLIER CYCLES AND FILE".
002350     05  FILLER                      PIC X(10) VALUE SPACES.
002360*
002370 01  WS-RPT-COLUMN-HEADER.
002380     05  FILLER                      PIC X(05) VALUE SPACES.
002390     05  FILLER                      PIC X(10) VALUE "BATCH".
002400     05  FILLER                      PIC X(06) VALUE "SRC".
002410     05  FILLER                      PIC X(08) VALUE "SEQ".
002420     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
002430     05  FILLER                      PIC X(03) VALUE "OP".
002440     05  FILLER                      PIC X(15) VALUE "NUM1".
002450     05  FILLER                      PIC X(15) VALUE "NUM2".
002460     05  FILLER                      PIC X(04) VALUE "RSN".
002470     05  FILLER                      PIC X(26)
002480         VALUE "MATCHED DATE/SEQ/BATCH".
002490     05  FILLER                      PIC X(18) VALUE "THRESHOLD".
002500     05  FILLER                      PIC X(12) VALUE "NOTE".
002510*
002520 01  WS-RPT-DETAIL.
002530     05  FILLER                      PIC X(05) VALUE SPACES.
002540     05  D-BATCH-ID                  PIC X(08).
002550     05  FILLER                      PIC X(02) VALUE SPACES.
002560     05  D-SOURCE                    PIC X(04).
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  D-SEQ-NO                    PIC 9(06).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  D-ACCOUNT-NO                PIC 9(08).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  D-OP-CODE                   PIC X(01).
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  D-NUM1                      PIC -Z,ZZZ,ZZ9.99.
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  D-NUM2                      PIC -Z,ZZZ,ZZ9.99.
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  D-REASON                    PIC X(01).
002690     05  FILLER                      PIC X(03) VALUE SPACES.
002700     05  D-MATCH-DATE                PIC X(08).
002710     05  FILLER                      PIC X(01) VALUE SPACES.
002720     05  D-MATCH-SEQ                 PIC X(06).
002730     05  FILLER                      PIC X(01) VALUE SPACES.
002740     05  D-MATCH-BATCH               PIC X(08).
002750     05  FILLER                      PIC X(02) VALUE SPACES.
002760     05  D-THRESHOLD                 PIC Z,ZZZ,ZZZ,ZZ9.99
002770                                         BLANK WHEN ZERO.
002780     05  FILLER                      PIC X(02) VALUE SPACES.
002790     05  D-NOTE                      PIC X(12).
002800*
002810 01  WS-RPT-BATCH-LINE.
002820     05  FILLER                      PIC X(05) VALUE SPACES.
002830     05  FILLER                      PIC X(06) VALUE "BATCH ".
002840     05  B-BATCH-ID                  PIC X(08).
002850     05  FILLER                      PIC X(19)
002860         VALUE " TRAILER REDUCED BY".
002870     05  B-HELD-COUNT                PIC ZZZ,ZZ9.
002880     05  FILLER                      PIC X(09) VALUE " ITEM(S) ".
002890     05  B-HELD-TOTAL                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002900     05  FILLER                      PIC X(09) VALUE " - NOW: ".
002910     05  B-NEW-COUNT                 PIC ZZZ,ZZ9.
002920     05  FILLER                      PIC X(01) VALUE SPACES.
002930     05  B-NEW-TOTAL                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002940     05  FILLER                      PIC X(25) VALUE SPACES.
002950*
002960 01  WS-RPT-SUMMARY-LINE.
002970     05  FILLER                      PIC X(10) VALUE SPACES.
002980     05  S-LABEL                     PIC X(30).
002990     05  S-COUNT                     PIC ZZZ,ZZ9.
003000     05  FILLER                      PIC X(03) VALUE SPACES.
003010     05  S-AMOUNT                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99
003020                                         BLANK WHEN ZERO.
003030     05  FILLER                      PIC X(64) VALUE SPACES.
003040*
003050 LINKAGE SECTION.
003060*
003070 01  LS-PARM-INFO.
003080     05  LS-PARM-LENGTH              PIC S9(04) COMP.
003090     05  LS-PARM-TEXT                PIC X(10).
003100*
003110 PROCEDURE DIVISION USING LS-PARM-INFO.
003120*
003130*****************************************************************
003140*    0000-MAINLINE                                              *
003150*    CONTROLS OVERALL FLOW OF THE SCREENING RUN.                *
003160*****************************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE
003190         THRU 1000-INITIALIZE-EXIT.
003200     PERFORM 2000-PROCESS-RECORD
003210         THRU 2000-PROCESS-RECORD-EXIT
003220         UNTIL WS-EOF.
003230     PERFORM 9000-TERMINATE
003240         THRU 9000-TERMINATE-EXIT.
003250     STOP RUN.
003260*
003270*****************************************************************
003280*    1000-INITIALIZE                                            *
003290*    TAKES THE WINDOW AND CYCLE FROM THE PARM, OPENS FILES,     *
003300*    LOADS THE AUDIT MASTER WINDOW ONTO THE WORK FILE, PRINTS   *
003310*    THE REPORT HEADERS AND PRIMES THE READ LOOP.               *
003320*****************************************************************
003330 1000-INITIALIZE.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     IF LS-PARM-LENGTH GREATER THAN ZERO
003360             AND LS-PARM-LENGTH NOT GREATER THAN 5
003362         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
003365             DELIMITED BY ","
003368             INTO WS-PARM-DAYS-TEXT
003370                 COUNT IN WS-PARM-DAYS-LENGTH
003373                 WS-CYCLE-OPTION
003376         END-UNSTRING
003379     END-IF.
003381     IF WS-PARM-DAYS-LENGTH GREATER THAN ZERO
003384         IF WS-PARM-DAYS-TEXT (1:WS-PARM-DAYS-LENGTH) NUMERIC
003387             MOVE WS-PARM-DAYS-TEXT (1:WS-PARM-DAYS-LENGTH)
003390                 TO WS-PARM-DAYS
003400         ELSE
003410             DISPLAY "ADDHLD: PARM " LS-PARM-TEXT
003420                 " IS NOT A DAY COUNT - 5 DAYS USED"
003430         END-IF
003440     END-IF.
003441     IF WS-CYCLE-OPTION EQUAL SPACE
003442         MOVE "1" TO WS-CYCLE-OPTION
003444     END-IF.
003445     IF WS-CYCLE-OPTION NOT NUMERIC
003446             OR WS-CYCLE-OPTION EQUAL "0"
003448             OR WS-CYCLE-OPTION GREATER THAN "4"
003449         DISPLAY "ADDHLD: CYCLE " WS-CYCLE-OPTION
003450             " IS NOT A POSTING CYCLE 1-4 - RUN REFUSED"
003452         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003453         MOVE "Y" TO WS-EOF-SWITCH
003454         GO TO 1000-INITIALIZE-EXIT
003456     END-IF.
003457     MOVE WS-CYCLE-OPTION TO WS-CYCLE-NO.
003458     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
003460         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003470             - WS-PARM-DAYS).
003480     OPEN INPUT ADDTRIN-FILE.
003490     IF NOT WS-ADDTRIN-OK
003500         DISPLAY "ADDHLD: UNABLE TO OPEN ADDTRIN"
003510         DISPLAY "FILE STATUS IS " WS-ADDTRIN-STATUS
003520         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003530     END-IF.
003540     OPEN OUTPUT ADDTROUT-FILE.
003550     IF NOT WS-ADDTROUT-OK
003560         DISPLAY "ADDHLD: UNABLE TO OPEN ADDTROUT"
003570         DISPLAY "FILE STATUS IS " WS-ADDTROUT-STATUS
003580         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003590     END-IF.
003600     OPEN INPUT ADDACCT-FILE.
003610     IF NOT WS-ADDACCT-OK
003620         DISPLAY "ADDHLD: UNABLE TO OPEN ADDACCT"
003630         DISPLAY "FILE STATUS IS " WS-ADDACCT-STATUS
003640         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003650     END-IF.
003660     OPEN OUTPUT ADDHLRPT-FILE.
003670     IF NOT WS-ADDHLRPT-OK
003680         DISPLAY "ADDHLD: UNABLE TO OPEN ADDHLRPT"
003690         DISPLAY "FILE STATUS IS " WS-ADDHLRPT-STATUS
003700         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003710     END-IF.
003720     OPEN INPUT ADDAUDM-FILE.
003730     IF WS-ADDAUDM-STATUS EQUAL "35"
003740*        NO AUDIT MASTER YET - NOTHING HAS EVER POSTED.  ONLY
003750*        TODAY'S FILE IS SCREENED FOR DUPLICATES.
003760         MOVE "Y" TO WS-NO-AUDIT-MASTER-SWITCH
003770         MOVE "Y" TO WS-AUDM-EOF-SWITCH
003780     ELSE
003790         IF NOT WS-ADDAUDM-OK
003800             DISPLAY "ADDHLD: UNABLE TO OPEN ADDAUDM"
003810             DISPLAY "FILE STATUS IS " WS-ADDAUDM-STATUS
003820             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003830         END-IF
003840     END-IF.
003850     OPEN I-O ADDDUPW-FILE.
003860     IF WS-ADDDUPW-STATUS EQUAL "35"
003870*        BUILD THE EMPTY WORK FILE, THEN REOPEN I-O SO THE
003880*        SCREENING KEYS CAN BE WRITTEN AND READ BACK.
003890         OPEN OUTPUT ADDDUPW-FILE
003900         CLOSE ADDDUPW-FILE
003910         OPEN I-O ADDDUPW-FILE
003920     END-IF.
003930     IF NOT WS-ADDDUPW-OK
003940         DISPLAY "ADDHLD: UNABLE TO OPEN ADDDUPW"
003950         DISPLAY "FILE STATUS IS " WS-ADDDUPW-STATUS
003960         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003970     END-IF.
003980     OPEN I-O ADDHOLD-FILE.
003990     IF WS-ADDHOLD-STATUS EQUAL "35"
004000*        NO HOLD QUEUE YET - BUILD THE EMPTY QUEUE, THEN
004010*        REOPEN I-O SO HELD ITEMS CAN BE ADDED.
004020         OPEN OUTPUT ADDHOLD-FILE
004030         CLOSE ADDHOLD-FILE
004040         OPEN I-O ADDHOLD-FILE
004050     END-IF.
004060     IF NOT WS-ADDHOLD-OK
004070         DISPLAY "ADDHLD: UNABLE TO OPEN ADDHOLD"
004080         DISPLAY "FILE STATUS IS " WS-ADDHOLD-STATUS
004090         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
004100     END-IF.
004110     IF WS-OPEN-ERROR
004120         MOVE "Y" TO WS-EOF-SWITCH
004130         GO TO 1000-INITIALIZE-EXIT
004140     END-IF.
004150     IF NOT WS-NO-AUDIT-MASTER
004160         PERFORM 1100-START-AUDIT-MASTER
004170             THRU 1100-START-AUDIT-MASTER-EXIT
004180         PERFORM 1200-LOAD-AUDIT-ITEM
004190             THRU 1200-LOAD-AUDIT-ITEM-EXIT
004200             UNTIL WS-AUDM-EOF
004210     END-IF.
004220     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
004230         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
004240         WS-RUN-DATE(1:4) DELIMITED BY SIZE
004250         INTO H1-RUN-DATE.
004260     STRING WS-CUTOFF-DATE(5:2) "/" DELIMITED BY SIZE
004270         WS-CUTOFF-DATE(7:2) "/" DELIMITED BY SIZE
004280         WS-CUTOFF-DATE(1:4) DELIMITED BY SIZE
004290         INTO H2-CUTOFF-DATE.
004300     MOVE WS-PARM-DAYS TO H2-DAYS.
004305     MOVE WS-CYCLE-NO TO H1-CYCLE-NO.
004310     WRITE ADDHLRPT-RECORD FROM WS-RPT-HEADER-1
004320         AFTER ADVANCING PAGE.
004330     WRITE ADDHLRPT-RECORD FROM WS-RPT-HEADER-2
004340         AFTER ADVANCING 2 LINES.
004350     WRITE ADDHLRPT-RECORD FROM WS-RPT-COLUMN-HEADER
004360         AFTER ADVANCING 2 LINES.
004370     PERFORM 2100-READ-ADDTRIN
004380         THRU 2100-READ-ADDTRIN-EXIT.
004390 1000-INITIALIZE-EXIT.
004400     EXIT.
004410*
004420*****************************************************************
004430*    1100-START-AUDIT-MASTER                                    *
004440*    POSITIONS THE AUDIT MASTER AT THE FIRST ITEM DATED ON OR   *
004450*    AFTER THE START OF THE WINDOW AND READS IT.                *
004460*****************************************************************
004470 1100-START-AUDIT-MASTER.
004480     MOVE WS-CUTOFF-DATE TO AUDM-RUN-DATE.
004490     MOVE LOW-VALUES TO AUDM-JOB-ID.
004500     MOVE ZERO TO AUDM-SEQ-NO.
004505     MOVE ZERO TO AUDM-LEG-NO.
004510     START ADDAUDM-FILE KEY IS NOT LESS THAN AUDM-KEY
004520         INVALID KEY
004530             MOVE "Y" TO WS-AUDM-EOF-SWITCH
004540     END-START.
004550     IF NOT WS-AUDM-EOF
004560         PERFORM 1150-READ-AUDIT-MASTER
004570             THRU 1150-READ-AUDIT-MASTER-EXIT
004580     END-IF.
004590 1100-START-AUDIT-MASTER-EXIT.
004600     EXIT.
004610*
004620*****************************************************************
004630*    1150-READ-AUDIT-MASTER                                     *
004640*    READS THE NEXT AUDIT MASTER ITEM.  THE WINDOW ENDS AT THE  *
004650*    FIRST ITEM DATED TODAY - IN CYCLE 1 - OR AFTER TODAY.      *
004660*****************************************************************
004670 1150-READ-AUDIT-MASTER.
004680     READ ADDAUDM-FILE NEXT RECORD
004690         AT END
004700             MOVE "Y" TO WS-AUDM-EOF-SWITCH
004710     END-READ.
004720     IF NOT WS-AUDM-EOF
004730             AND AUDM-RUN-DATE NOT LESS THAN WS-RUN-DATE
004735             AND WS-CYCLE-NO EQUAL 1
004740         MOVE "Y" TO WS-AUDM-EOF-SWITCH
004750     END-IF.
004752     IF NOT WS-AUDM-EOF
004754             AND AUDM-RUN-DATE GREATER THAN WS-RUN-DATE
004756         MOVE "Y" TO WS-AUDM-EOF-SWITCH
004758     END-IF.
004760 1150-READ-AUDIT-MASTER-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800*    1200-LOAD-AUDIT-ITEM                                       *
004810*    NOTES ONE AUDIT MASTER ITEM ON THE WORK FILE UNDER ITS     *
004820*    SCREENING KEY.  WHEN THE SAME KEY POSTED MORE THAN ONCE    *
004830*    IN THE WINDOW THE EARLIEST ITEM IS KEPT.  AN ITEM DATED    *
004835*    TODAY IS NOTED ONLY WHEN AN EARLIER CYCLE POSTED IT.       *
004840*****************************************************************
004850 1200-LOAD-AUDIT-ITEM.
004860     IF AUDM-NUM1 NOT NUMERIC
004870             OR AUDM-NUM2 NOT NUMERIC
004880             OR AUDM-ACCOUNT-NO NOT NUMERIC
004885             OR AUDM-OP-CODE EQUAL "L"
004890         GO TO 1200-LOAD-AUDIT-ITEM-NEXT
004900     END-IF.
004901     IF AUDM-RUN-DATE EQUAL WS-RUN-DATE
004902         IF AUDM-CYCLE-NO NOT NUMERIC
004903                 OR AUDM-CYCLE-NO EQUAL ZERO
004905                 OR AUDM-CYCLE-NO NOT LESS THAN WS-CYCLE-NO
004906             GO TO 1200-LOAD-AUDIT-ITEM-NEXT
004907         END-IF
004908     END-IF.
004910     MOVE AUDM-ACCOUNT-NO TO WS-DUP-ACCOUNT-NO.
004920     MOVE AUDM-NUM1 TO WS-DUP-NUM1.
004930     MOVE AUDM-NUM2 TO WS-DUP-NUM2.
004940     MOVE AUDM-OP-CODE TO WS-DUP-OP-CODE.
004950     IF WS-DUP-OP-CODE EQUAL SPACE
004960         MOVE "A" TO WS-DUP-OP-CODE
004970     END-IF.
004980     MOVE SPACES TO ADDDUPW-RECORD.
004990     MOVE WS-DUP-KEY TO DUPW-KEY.
005000     MOVE AUDM-RUN-DATE TO DUPW-ITEM-DATE.
005010     MOVE AUDM-SEQ-NO TO DUPW-SEQ-NO.
005020     MOVE AUDM-BATCH-ID TO DUPW-BATCH-ID.
005030     PERFORM 2400-WRITE-WORK-KEY
005040         THRU 2400-WRITE-WORK-KEY-EXIT.
005050     IF WS-OPEN-ERROR
005060         MOVE "Y" TO WS-AUDM-EOF-SWITCH
005070         GO TO 1200-LOAD-AUDIT-ITEM-EXIT
005080     END-IF.
005090     ADD 1 TO WS-AUDM-LOADED-COUNT.
005100 1200-LOAD-AUDIT-ITEM-NEXT.
005110     PERFORM 1150-READ-AUDIT-MASTER
005120         THRU 1150-READ-AUDIT-MASTER-EXIT.
005130 1200-LOAD-AUDIT-ITEM-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170*    2000-PROCESS-RECORD                                        *
005180*    PASSES A HEADER THROUGH AND STARTS A FRESH BATCH, SCREENS  *
005190*    A DETAIL, OR ADJUSTS AND PASSES A TRAILER, THEN READS THE  *
005200*    NEXT RECORD.                                               *
005210*****************************************************************
005220 2000-PROCESS-RECORD.
005230     IF AT-HEADER-RECORD
005240         MOVE AT-BATCH-ID TO WS-BATCH-ID
005250         MOVE AT-SOURCE-SYSTEM TO WS-BATCH-SOURCE
005260         MOVE ZERO TO WS-BATCH-HELD-COUNT
005270         MOVE ZERO TO WS-BATCH-HELD-TOTAL
005280         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
005290         GO TO 2000-PROCESS-NEXT
005300     END-IF.
005310     IF AT-DETAIL-RECORD
005320         PERFORM 2200-SCREEN-DETAIL
005330             THRU 2200-SCREEN-DETAIL-EXIT
005340         GO TO 2000-PROCESS-NEXT
005350     END-IF.
005360     IF AT-TRAILER-RECORD
005370         PERFORM 2700-ADJUST-TRAILER
005380             THRU 2700-ADJUST-TRAILER-EXIT
005390         GO TO 2000-PROCESS-NEXT
005400     END-IF.
005410     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
005420 2000-PROCESS-NEXT.
005430     PERFORM 2100-READ-ADDTRIN
005440         THRU 2100-READ-ADDTRIN-EXIT.
005450 2000-PROCESS-RECORD-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490*    2100-READ-ADDTRIN                                          *
005500*    READS THE NEXT EDITED TRANSACTION RECORD, SETS EOF.        *
005510*****************************************************************
005520 2100-READ-ADDTRIN.
005530     READ ADDTRIN-FILE
005540         AT END
005550             MOVE "Y" TO WS-EOF-SWITCH
005560     END-READ.
005570 2100-READ-ADDTRIN-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610*    2200-SCREEN-DETAIL                                         *
005620*    RUNS THE DUPLICATE AND LARGE-AMOUNT CHECKS THE BATCH'S     *
005630*    SOURCE CALLS FOR, NOTES THE ITEM FOR THE SAME-DAY CHECK,   *
005640*    THEN EITHER HOLDS THE DETAIL OR PASSES IT THROUGH.  THE    *
005650*    EDIT HAS ALREADY PROVED THE AMOUNTS NUMERIC; ANYTHING      *
005660*    ELSE IS PASSED THROUGH UNTOUCHED.                          *
005670*****************************************************************
005680 2200-SCREEN-DETAIL.
005690     ADD 1 TO WS-READ-COUNT.
005700     IF AT-NUM1 NOT NUMERIC
005710             OR AT-NUM2 NOT NUMERIC
005720             OR AT-ACCOUNT-NO NOT NUMERIC
005730         ADD 1 TO WS-PASS-COUNT
005740         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
005750         GO TO 2200-SCREEN-DETAIL-EXIT
005760     END-IF.
005770     IF AT-OP-SUBTRACT
005780         COMPUTE WS-ITEM-RESULT = AT-NUM1 - AT-NUM2
005790     ELSE
005800         COMPUTE WS-ITEM-RESULT = AT-NUM1 + AT-NUM2
005810     END-IF.
005820     MOVE "N" TO WS-DUP-FOUND-SWITCH.
005830     MOVE "N" TO WS-LARGE-FOUND-SWITCH.
005840     MOVE ZERO TO WS-MATCH-DATE.
005850     MOVE ZERO TO WS-MATCH-SEQ-NO.
005860     MOVE SPACES TO WS-MATCH-BATCH-ID.
005870     MOVE ZERO TO WS-THRESHOLD.
005880     MOVE AT-ACCOUNT-NO TO WS-DUP-ACCOUNT-NO.
005890     MOVE AT-NUM1 TO WS-DUP-NUM1.
005900     MOVE AT-NUM2 TO WS-DUP-NUM2.
005910     MOVE AT-OP-CODE TO WS-DUP-OP-CODE.
005920     IF WS-DUP-OP-CODE EQUAL SPACE
005930         MOVE "A" TO WS-DUP-OP-CODE
005940     END-IF.
005950     IF NOT WS-SOURCE-NO-DUP-CHECK
005960         PERFORM 2300-CHECK-DUPLICATE
005970             THRU 2300-CHECK-DUPLICATE-EXIT
005980     END-IF.
005990     IF NOT WS-SOURCE-NO-LARGE-CHECK
005995             AND NOT AT-OP-ALLOCATE
006000         PERFORM 2350-CHECK-LARGE-AMOUNT
006010             THRU 2350-CHECK-LARGE-AMOUNT-EXIT
006020     END-IF.
006030     MOVE SPACES TO ADDDUPW-RECORD.
006040     MOVE WS-DUP-KEY TO DUPW-KEY.
006050     MOVE WS-RUN-DATE TO DUPW-ITEM-DATE.
006060     MOVE AT-SEQ-NO TO DUPW-SEQ-NO.
006070     MOVE WS-BATCH-ID TO DUPW-BATCH-ID.
006080     PERFORM 2400-WRITE-WORK-KEY
006090         THRU 2400-WRITE-WORK-KEY-EXIT.
006100     IF WS-DUP-FOUND OR WS-LARGE-FOUND
006110         PERFORM 2600-HOLD-DETAIL
006120             THRU 2600-HOLD-DETAIL-EXIT
006130     ELSE
006140         ADD 1 TO WS-PASS-COUNT
006150         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
006160     END-IF.
006170 2200-SCREEN-DETAIL-EXIT.
006180     EXIT.
006190*
006200*****************************************************************
006210*    2300-CHECK-DUPLICATE                                       *
006220*    LOOKS THE SCREENING KEY UP ON THE WORK FILE - AN AUDIT     *
006230*    MASTER ITEM IN THE WINDOW OR AN EARLIER ITEM TODAY.        *
006240*****************************************************************
006250 2300-CHECK-DUPLICATE.
006260     MOVE WS-DUP-KEY TO DUPW-KEY.
006270     READ ADDDUPW-FILE
006280         INVALID KEY
006290             GO TO 2300-CHECK-DUPLICATE-EXIT
006300     END-READ.
006310     MOVE "Y" TO WS-DUP-FOUND-SWITCH.
006320     MOVE DUPW-ITEM-DATE TO WS-MATCH-DATE.
006330     MOVE DUPW-SEQ-NO TO WS-MATCH-SEQ-NO.
006340     MOVE DUPW-BATCH-ID TO WS-MATCH-BATCH-ID.
006350 2300-CHECK-DUPLICATE-EXIT.
006360     EXIT.
006370*
006380*****************************************************************
006390*    2350-CHECK-LARGE-AMOUNT                                    *
006400*    READS THE ACCOUNT MASTER AND COMPARES THE SIZE OF THE      *
006410*    EXPECTED RESULT WITH THE ACCOUNT'S THRESHOLD, IF IT HAS    *
006420*    ONE.                                                       *
006430*****************************************************************
006440 2350-CHECK-LARGE-AMOUNT.
006450     MOVE AT-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
006460     READ ADDACCT-FILE
006470         INVALID KEY
006480             GO TO 2350-CHECK-LARGE-AMOUNT-EXIT
006490     END-READ.
006500     IF ACCT-LARGE-AMOUNT NOT NUMERIC
006510             OR ACCT-LARGE-AMOUNT EQUAL ZERO
006520         GO TO 2350-CHECK-LARGE-AMOUNT-EXIT
006530     END-IF.
006540     IF WS-ITEM-RESULT LESS THAN ZERO
006550         COMPUTE WS-ITEM-ABS = ZERO - WS-ITEM-RESULT
006560     ELSE
006570         MOVE WS-ITEM-RESULT TO WS-ITEM-ABS
006580     END-IF.
006590     IF WS-ITEM-ABS GREATER THAN ACCT-LARGE-AMOUNT
006600         MOVE "Y" TO WS-LARGE-FOUND-SWITCH
006610         MOVE ACCT-LARGE-AMOUNT TO WS-THRESHOLD
006620     END-IF.
006630 2350-CHECK-LARGE-AMOUNT-EXIT.
006640     EXIT.
006650*
006660*****************************************************************
006670*    2400-WRITE-WORK-KEY                                        *
006680*    ADDS A SCREENING KEY TO THE WORK FILE.  A KEY ALREADY ON   *
006690*    FILE KEEPS ITS FIRST (EARLIEST) ITEM.                      *
006700*****************************************************************
006710 2400-WRITE-WORK-KEY.
006720     WRITE ADDDUPW-RECORD
006730         INVALID KEY
006740             CONTINUE
006750     END-WRITE.
006760     IF NOT WS-ADDDUPW-OK
006770             AND NOT WS-ADDDUPW-DUPLICATE
006780         DISPLAY "ADDHLD: ADDDUPW WRITE FAILED"
006790         DISPLAY "FILE STATUS IS " WS-ADDDUPW-STATUS
006800         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
006810     END-IF.
006820 2400-WRITE-WORK-KEY-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860*    2600-HOLD-DETAIL                                           *
006870*    QUEUES THE DETAIL PENDING ON ADDHOLD, COUNTS IT AGAINST    *
006880*    ITS BATCH AND LISTS IT.  AN ITEM ALREADY QUEUED BY AN      *
006890*    EARLIER RUN OF THE SAME DATE AND CYCLE IS LEFT AS IT IS ON *
006900*    THE QUEUE (IT MAY ALREADY HAVE BEEN DECIDED) BUT IS STILL  *
006910*    KEPT OUT OF POSTING.                                       *
006920*****************************************************************
006930 2600-HOLD-DETAIL.
006940     MOVE "N" TO WS-ALREADY-HELD-SWITCH.
006950     IF WS-DUP-FOUND AND WS-LARGE-FOUND
006960         MOVE "B" TO WS-HOLD-REASON
006970     ELSE
006980         IF WS-DUP-FOUND
006990             MOVE "D" TO WS-HOLD-REASON
007000         ELSE
007010             MOVE "L" TO WS-HOLD-REASON
007020         END-IF
007030     END-IF.
007040     MOVE SPACES TO ADDHLD-RECORD.
007050     MOVE WS-RUN-DATE TO HLD-HOLD-DATE.
007055     MOVE WS-CYCLE-NO TO HLD-CYCLE-NO.
007060     MOVE AT-SEQ-NO TO HLD-SEQ-NO.
007070     MOVE "P" TO HLD-STATUS.
007080     MOVE WS-HOLD-REASON TO HLD-REASON.
007090     MOVE WS-BATCH-ID TO HLD-BATCH-ID.
007100     MOVE WS-BATCH-SOURCE TO HLD-SOURCE-SYSTEM.
007110     MOVE AT-ACCOUNT-NO TO HLD-ACCOUNT-NO.
007120     MOVE AT-NUM1 TO HLD-NUM1.
007130     MOVE AT-NUM2 TO HLD-NUM2.
007140     MOVE AT-OP-CODE TO HLD-OP-CODE.
007150     MOVE AT-ORIGIN-REF TO HLD-ORIGIN-REF.
007160     MOVE AT-INTENDED-ACCOUNT TO HLD-INTENDED-ACCOUNT.
007170     IF AT-INTENDED-ACCOUNT NOT NUMERIC
007180         MOVE ZERO TO HLD-INTENDED-ACCOUNT
007190     END-IF.
007200     MOVE WS-MATCH-DATE TO HLD-MATCH-DATE.
007210     MOVE WS-MATCH-SEQ-NO TO HLD-MATCH-SEQ-NO.
007220     MOVE WS-MATCH-BATCH-ID TO HLD-MATCH-BATCH-ID.
007230     MOVE WS-THRESHOLD TO HLD-THRESHOLD.
007240     MOVE ZERO TO HLD-DECISION-DATE.
007250     MOVE ZERO TO HLD-EXTRACT-DATE.
007255     MOVE ZERO TO HLD-EXTRACT-CYCLE.
007260     WRITE ADDHLD-RECORD
007270         INVALID KEY
007280             CONTINUE
007290     END-WRITE.
007300     IF WS-ADDHOLD-DUPLICATE
007310         MOVE "Y" TO WS-ALREADY-HELD-SWITCH
007320         ADD 1 TO WS-ALREADY-HELD-COUNT
007330     ELSE
007340         IF NOT WS-ADDHOLD-OK
007350             DISPLAY "ADDHLD: ADDHOLD WRITE FAILED FOR SEQ "
007360                 AT-SEQ-NO
007370             DISPLAY "FILE STATUS IS " WS-ADDHOLD-STATUS
007380             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
007390         END-IF
007400     END-IF.
007410     ADD 1 TO WS-HELD-COUNT.
007420     ADD 1 TO WS-BATCH-HELD-COUNT.
007430     ADD WS-ITEM-RESULT TO WS-HELD-TOTAL.
007440     ADD WS-ITEM-RESULT TO WS-BATCH-HELD-TOTAL.
007450     IF WS-DUP-FOUND
007460         ADD 1 TO WS-HELD-DUP-COUNT
007470     END-IF.
007480     IF WS-LARGE-FOUND
007490         ADD 1 TO WS-HELD-LARGE-COUNT
007500     END-IF.
007510     PERFORM 2650-LIST-HELD-ITEM
007520         THRU 2650-LIST-HELD-ITEM-EXIT.
007530 2600-HOLD-DETAIL-EXIT.
007540     EXIT.
007550*
007560*****************************************************************
007570*    2650-LIST-HELD-ITEM                                        *
007580*    PRINTS ONE HELD ITEM ON THE REVIEW REPORT.                 *
007590*****************************************************************
007600 2650-LIST-HELD-ITEM.
007610     MOVE WS-BATCH-ID TO D-BATCH-ID.
007620     MOVE WS-BATCH-SOURCE TO D-SOURCE.
007630     MOVE AT-SEQ-NO TO D-SEQ-NO.
007640     MOVE AT-ACCOUNT-NO TO D-ACCOUNT-NO.
007650     MOVE AT-OP-CODE TO D-OP-CODE.
007660     MOVE AT-NUM1 TO D-NUM1.
007670     MOVE AT-NUM2 TO D-NUM2.
007680     MOVE WS-HOLD-REASON TO D-REASON.
007690     MOVE SPACES TO D-MATCH-DATE.
007700     MOVE SPACES TO D-MATCH-SEQ.
007710     MOVE SPACES TO D-MATCH-BATCH.
007720     IF WS-DUP-FOUND
007730         MOVE WS-MATCH-DATE TO D-MATCH-DATE
007740         MOVE WS-MATCH-SEQ-NO TO D-MATCH-SEQ
007750         MOVE WS-MATCH-BATCH-ID TO D-MATCH-BATCH
007760     END-IF.
007770     MOVE WS-THRESHOLD TO D-THRESHOLD.
007780     MOVE SPACES TO D-NOTE.
007790     IF WS-ALREADY-HELD
007800         MOVE "ALREADY HELD" TO D-NOTE
007810     END-IF.
007820     WRITE ADDHLRPT-RECORD FROM WS-RPT-DETAIL
007830         AFTER ADVANCING 1 LINE.
007840 2650-LIST-HELD-ITEM-EXIT.
007850     EXIT.
007860*
007870*****************************************************************
007880*    2700-ADJUST-TRAILER                                        *
007890*    TAKES THE ITEMS HELD OUT OF THE BATCH OFF ITS TRAILER      *
007900*    COUNT AND TOTAL, WRITES THE TRAILER AND RESETS THE BATCH.  *
007910*    A TRAILER THAT IS NOT NUMERIC IS PASSED AS IT STANDS FOR   *
007920*    THE POSTING STEP TO FAIL.                                  *
007930*****************************************************************
007940 2700-ADJUST-TRAILER.
007950     IF WS-BATCH-HELD-COUNT GREATER THAN ZERO
007960             AND AT-TRAILER-COUNT NUMERIC
007970             AND AT-TRAILER-TOTAL NUMERIC
007980         SUBTRACT WS-BATCH-HELD-COUNT FROM AT-TRAILER-COUNT
007990         SUBTRACT WS-BATCH-HELD-TOTAL FROM AT-TRAILER-TOTAL
008000         MOVE WS-BATCH-ID TO B-BATCH-ID
008010         MOVE WS-BATCH-HELD-COUNT TO B-HELD-COUNT
008020         MOVE WS-BATCH-HELD-TOTAL TO B-HELD-TOTAL
008030         MOVE AT-TRAILER-COUNT TO B-NEW-COUNT
008040         MOVE AT-TRAILER-TOTAL TO B-NEW-TOTAL
008050         WRITE ADDHLRPT-RECORD FROM WS-RPT-BATCH-LINE
008060             AFTER ADVANCING 1 LINE
008070     END-IF.
008080     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
008090     MOVE "(NONE)" TO WS-BATCH-ID.
008100     MOVE SPACES TO WS-BATCH-SOURCE.
008110     MOVE ZERO TO WS-BATCH-HELD-COUNT.
008120     MOVE ZERO TO WS-BATCH-HELD-TOTAL.
008130 2700-ADJUST-TRAILER-EXIT.
008140     EXIT.
008150*
008160*****************************************************************
008170*    9000-TERMINATE                                             *
008180*    PRINTS THE SUMMARY, CLOSES FILES AND SETS THE STEP         *
008190*    RETURN CODE.                                               *
008200*****************************************************************
008210 9000-TERMINATE.
008220     IF NOT WS-ADDHLRPT-OK
008230         GO TO 9000-TERMINATE-CLOSE
008240     END-IF.
008250     MOVE "AUDIT MASTER ITEMS IN WINDOW" TO S-LABEL.
008260     MOVE WS-AUDM-LOADED-COUNT TO S-COUNT.
008270     MOVE ZERO TO S-AMOUNT.
008280     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008290         AFTER ADVANCING 3 LINES.
008300     MOVE "DETAILS SCREENED" TO S-LABEL.
008310     MOVE WS-READ-COUNT TO S-COUNT.
008320     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008330         AFTER ADVANCING 1 LINE.
008340     MOVE "DETAILS PASSED TO POSTING" TO S-LABEL.
008350     MOVE WS-PASS-COUNT TO S-COUNT.
008360     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008370         AFTER ADVANCING 1 LINE.
008380     MOVE "HELD AS DUPLICATES" TO S-LABEL.
008390     MOVE WS-HELD-DUP-COUNT TO S-COUNT.
008400     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008410         AFTER ADVANCING 1 LINE.
008420     MOVE "HELD AS LARGE AMOUNTS" TO S-LABEL.
008430     MOVE WS-HELD-LARGE-COUNT TO S-COUNT.
008440     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008450         AFTER ADVANCING 1 LINE.
008460     MOVE "ITEMS HELD / EXPECTED RESULT" TO S-LABEL.
008470     MOVE WS-HELD-COUNT TO S-COUNT.
008480     MOVE WS-HELD-TOTAL TO S-AMOUNT.
008490     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008500         AFTER ADVANCING 1 LINE.
008510     MOVE "  ALREADY ON QUEUE FROM RERUN" TO S-LABEL.
008520     MOVE WS-ALREADY-HELD-COUNT TO S-COUNT.
008530     MOVE ZERO TO S-AMOUNT.
008540     WRITE ADDHLRPT-RECORD FROM WS-RPT-SUMMARY-LINE
008550         AFTER ADVANCING 1 LINE.
008560 9000-TERMINATE-CLOSE.
008570     DISPLAY "ADDHLD: DETAILS SCREENED " WS-READ-COUNT.
008580     DISPLAY "ADDHLD: DETAILS PASSED   " WS-PASS-COUNT.
008590     DISPLAY "ADDHLD: DETAILS HELD     " WS-HELD-COUNT.
008600     CLOSE ADDTRIN-FILE.
008610     CLOSE ADDTROUT-FILE.
008620     CLOSE ADDACCT-FILE.
008630     CLOSE ADDDUPW-FILE.
008640     CLOSE ADDHOLD-FILE.
008650     CLOSE ADDHLRPT-FILE.
008660     IF NOT WS-NO-AUDIT-MASTER
008670         CLOSE ADDAUDM-FILE
008680     END-IF.
008690     IF WS-OPEN-ERROR
008700         MOVE 8 TO RETURN-CODE
008710     ELSE
008720         IF WS-HELD-COUNT GREATER THAN ZERO
008730             MOVE 4 TO RETURN-CODE
008740         ELSE
008750             MOVE ZERO TO RETURN-CODE
008760         END-IF
008770     END-IF.
008780 9000-TERMINATE-EXIT.
008790     EXIT.
