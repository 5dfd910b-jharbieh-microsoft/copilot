000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDRET.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000088*    POSTING RESULTS RETURN FILE.  RUN AT THE END OF EACH       *
000096*    ADDTWO POSTING CYCLE, ONCE PER SOURCE SYSTEM, SO THE       *
000104*    DEPARTMENTS THAT SEND BATCHES LOAD WHAT BECAME OF THEIR    *
000112*    WORK INSTEAD OF PHONING EVERY MORNING TO ASK.  THE CYCLE'S *
000120*    MERGED ADDTRAN (EVERYTHING THE EDIT RECEIVED FOR THE       *
000129*    CYCLE) IS WALKED IN ORDER; EACH OF THE SOURCE'S BATCHES IS *
000137*    WRITTEN TO THE RETURN FILE WITH ITS OUTCOME AND EACH OF    *
000145*    ITS DETAILS WITH THE DETAIL'S OUTCOME - LAYOUT AND CODES   *
000153*    IN ADDRETR.  A DATE POSTED IN SEVERAL CYCLES RETURNS ONE   *
000161*    FILE PER CYCLE, THE CYCLE NAMED ON ITS HEADER.             *
000170*                                                                *
000177*    DETAIL OUTCOMES ARE FOUND BY SEQUENCE NUMBER, WHICH IS     *
000185*    UNIQUE ACROSS THE CYCLE'S FILE, ON THE CYCLE'S ADDAUD      *
000192*    (POSTED) AND ADDEXC (SIZE-ERRORED) RECORDS - BOTH WRITTEN  *
000200*    IN SEQUENCE ORDER, SO EACH IS READ ONCE ALONGSIDE ADDTRAN  *
000207*    - AND ON THE DAILY REJECT FILE, WHICH THE EDIT WRITES IN   *
000215*    ADDTRAN ORDER WITH THE FULL IMAGE OF THE REFUSED RECORD,   *
000222*    SO A REJECT IS MATCHED ON ITS IMAGE (A DETAIL REJECTED FOR *
000230*    A BAD SEQUENCE NUMBER STILL FINDS ITS REASON).  A DETAIL   *
000237*    THAT NEITHER POSTED NOR REJECTED IS LOOKED UP ON THE       *
000245*    ADDHOLD QUEUE BY BUSINESS DATE, CYCLE AND SEQUENCE NUMBER  *
000252*    - FOUND THERE, THE ADDHLD SCREENING STEP HELD IT.          *
000260*                                                                *
000270*    BATCH OUTCOMES COME FROM THE EDIT (A HEADER REJECTED,      *
000280*    OR THE WHOLE BATCH FAILED AS A DUPLICATE AGAINST ADDBRG),  *
000290*    THE CLOSED-BATCH RECORDS ON THE ADDSTAT RUN STATUS MASTER  *
000300*    (OK OR FAILED RECONCILIATION) AND, FOR A BATCH A RESTART   *
000310*    SHOWS ONLY AS CLOSED BY THE PRIOR ATTEMPT, THE DAY'S       *
000320*    ADDBRG STAMP - ONLY A CLEAN CLOSE IS STAMPED.  A BATCH     *
000330*    THAT NEVER REACHED POSTING IS RETURNED NOT POSTED.         *
000340*                                                                *
000348*    PARM:  SRCE, SRCE,YYYYMMDD OR SRCE,YYYYMMDD,C - THE SOURCE *
000356*    SYSTEM TO RETURN, OPTIONALLY THE BUSINESS DATE WHEN THE    *
000364*    STEP RUNS PAST MIDNIGHT (EMPTY FOR THE CURRENT DATE) AND   *
000372*    THE POSTING CYCLE (DEFAULT 1), E.G. APAY,,2.               *
000380*                                                                *
000390*    RETURN CODES:  0 - EVERY BATCH FOR THE SOURCE POSTED       *
000400*    CLEAN.  4 - A BATCH FOR THE SOURCE DID NOT POST CLEAN, OR  *
000410*    A STATUS TABLE FILLED (SEE SYSOUT) - THE FILE IS STILL     *
000420*    COMPLETE AND IS SENT.  8 - A FILE COULD NOT BE OPENED OR   *
000430*    THE PARM FAILED ITS EDIT; NO RETURN FILE.                  *
000440*                                                                *
000450*    MODIFICATION HISTORY                                       *
000460*    ---------------------                                      *
000470*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000471*    10/15/26  RLH  HELD DETAILS - A DETAIL THE ADDHLD STEP      *
000473*                   PULLED OUT OF POSTING IS RETURNED WITH       *
000475*                   OUTCOME H AND REASON HLD, AND COUNTED ON     *
000476*                   THE BATCH TRAILER.  LAYOUT VERSION 02.  NO   *
000478*                   ADDHOLD CLUSTER YET MEANS NOTHING HELD.      *
000480*    10/15/26  RLH  ALLOCATION DETAILS - THE LEGS POSTED UNDER   *
000482*                   ONE SEQUENCE ARE SUMMED TO THE DETAIL'S      *
000483*                   RESULT; POSTED ACCOUNT IS THE RULE NUMBER.   *
000485*    10/15/26  RLH  INTRADAY POSTING CYCLES.  PARM GAINS THE     *
000486*                   CYCLE; ADDAUD, ADDEXC, ADDBRG AND ADDHOLD    *
000488*                   ARE MATCHED ON THE CYCLE AS WELL AS THE      *
000490*                   DATE, AND THE CYCLE'S CLOSED-BATCH RECORDS   *
000491*                   ARE READ FROM ITS OWN ADDSTAT SEQUENCE       *
000493*                   RANGE.  LAYOUT VERSION 03 - THE CYCLE ON THE *
000495*                   FILE HEADER.                                 *
000496*                                                                *
000498*****************************************************************
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT ADDTRAN-FILE ASSIGN TO ADDTRAN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-ADDTRAN-STATUS.
000610     SELECT ADDREJ-FILE ASSIGN TO ADDREJ
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-ADDREJ-STATUS.
000640     SELECT ADDAUD-FILE ASSIGN TO ADDAUD
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ADDAUD-STATUS.
000670     SELECT ADDEXC-FILE ASSIGN TO ADDEXC
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ADDEXC-STATUS.
000700     SELECT ADDSTAT-FILE ASSIGN TO ADDSTAT
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS STA-KEY
000740         FILE STATUS IS WS-ADDSTAT-STATUS.
000750     SELECT ADDBRG-FILE ASSIGN TO ADDBRG
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-ADDBRG-STATUS.
000771     SELECT ADDHOLD-FILE ASSIGN TO ADDHOLD
000773         ORGANIZATION IS INDEXED
000775         ACCESS MODE IS RANDOM
000776         RECORD KEY IS HLD-KEY
000778         FILE STATUS IS WS-ADDHOLD-STATUS.
000780     SELECT ADDRETF-FILE ASSIGN TO ADDRETF
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-ADDRETF-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840*
000850 FD  ADDTRAN-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY ADDREC.
000890*
000900 FD  ADDREJ-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY ADDREJR.
000940*
000950 FD  ADDAUD-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY ADDAUDR.
000990*
001000 FD  ADDEXC-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY ADDEXCR.
001040*
001050 FD  ADDSTAT-FILE
001055     LABEL RECORDS ARE STANDARD.
001060     COPY ADDSTAR.
001070*
001080 FD  ADDBRG-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY ADDBRGR.
001120*
001122 FD  ADDHOLD-FILE
001124     LABEL RECORDS ARE STANDARD.
001126     COPY ADDHLDR.
001128*
001130 FD  ADDRETF-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY ADDRETR.
001170*
001180 WORKING-STORAGE SECTION.
001190*
001200 01  WS-FILE-STATUSES.
001210     05  WS-ADDTRAN-STATUS           PIC X(02).
001220         88  WS-ADDTRAN-OK                VALUE "00".
001230     05  WS-ADDREJ-STATUS            PIC X(02).
001240         88  WS-ADDREJ-OK                 VALUE "00".
001250     05  WS-ADDAUD-STATUS            PIC X(02).
001260         88  WS-ADDAUD-OK                 VALUE "00".
001270     05  WS-ADDEXC-STATUS            PIC X(02).
001280         88  WS-ADDEXC-OK                 VALUE "00".
001290     05  WS-ADDSTAT-STATUS           PIC X(02).
001300         88  WS-ADDSTAT-OK                VALUE "00".
001310         88  WS-ADDSTAT-MISSING           VALUE "35".
001320     05  WS-ADDBRG-STATUS            PIC X(02).
001330         88  WS-ADDBRG-OK                 VALUE "00".
001332     05  WS-ADDHOLD-STATUS           PIC X(02).
001335         88  WS-ADDHOLD-OK                VALUE "00".
001337         88  WS-ADDHOLD-MISSING           VALUE "35".
001340     05  WS-ADDRETF-STATUS           PIC X(02).
001350         88  WS-ADDRETF-OK                VALUE "00".
001360*
001370 01  WS-SWITCHES.
001380     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001390         88  WS-EOF                       VALUE "Y".
001400     05  WS-REJ-EOF-SWITCH           PIC X(01) VALUE "N".
001410         88  WS-REJ-EOF                   VALUE "Y".
001420     05  WS-AUD-EOF-SWITCH           PIC X(01) VALUE "N".
001430         88  WS-AUD-EOF                   VALUE "Y".
001440     05  WS-EXC-EOF-SWITCH           PIC X(01) VALUE "N".
001450         88  WS-EXC-EOF                   VALUE "Y".
001460     05  WS-STA-EOF-SWITCH           PIC X(01) VALUE "N".
001470         88  WS-STA-EOF                   VALUE "Y".
001480     05  WS-BRG-EOF-SWITCH           PIC X(01) VALUE "N".
001490         88  WS-BRG-EOF                   VALUE "Y".
001500     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
001510         88  WS-OPEN-ERROR                VALUE "Y".
001520     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
001530         88  WS-WARNING                   VALUE "Y".
001540     05  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE "N".
001550         88  WS-BATCH-OPEN                VALUE "Y".
001560     05  WS-REJ-MATCH-SWITCH         PIC X(01) VALUE "N".
001570         88  WS-REJ-MATCHED               VALUE "Y".
001580     05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001590         88  WS-FOUND                     VALUE "Y".
001593     05  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE "N".
001596         88  WS-HOLD-OPEN                 VALUE "Y".
001600*
001610 01  WS-COUNTERS.
001620     05  WS-BATCH-COUNT              PIC 9(06) COMP VALUE ZERO.
001630     05  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
001640     05  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
001650     05  WS-NOT-CLEAN-COUNT          PIC 9(06) COMP VALUE ZERO.
001660     05  WS-STA-SEQ                  PIC 9(04) COMP VALUE ZERO.
001670*
001680 01  WS-BATCH-TOTALS.
001690     05  WS-BATCH-DETAIL-COUNT       PIC 9(06) COMP VALUE ZERO.
001700     05  WS-BATCH-POSTED-COUNT       PIC 9(06) COMP VALUE ZERO.
001710     05  WS-BATCH-REJECTED-COUNT     PIC 9(06) COMP VALUE ZERO.
001720     05  WS-BATCH-EXCEPTED-COUNT     PIC 9(06) COMP VALUE ZERO.
001730     05  WS-BATCH-NOT-POSTED-COUNT   PIC 9(06) COMP VALUE ZERO.
001735     05  WS-BATCH-HELD-COUNT         PIC 9(06) COMP VALUE ZERO.
001740     05  WS-BATCH-POSTED-TOTAL       PIC S9(11)V99 COMP
001750                                         VALUE ZERO.
001760*
001770*    THE CLOSED-BATCH RECORDS THE POSTING STEP STAMPED ON
001780*    ADDSTAT FOR THE SOURCE ON THE BUSINESS DATE.
001790*
001800 01  WS-STATUS-TABLE.
001810     05  WS-STB-COUNT                PIC 9(04) COMP VALUE ZERO.
001820     05  WS-STB-MAX                  PIC 9(04) COMP VALUE 500.
001830     05  WS-STB-IX                   PIC 9(04) COMP VALUE ZERO.
001840     05  WS-STB-ENTRY OCCURS 500 TIMES.
001850         10  WS-STB-BATCH-ID         PIC X(08).
001860         10  WS-STB-STATUS           PIC X(05).
001870*
001880*    THE SOURCE'S BATCHES STAMPED ON ADDBRG (CLOSED CLEAN)
001890*    ON THE BUSINESS DATE.
001900*
001910 01  WS-REGISTRY-TABLE.
001920     05  WS-BRT-COUNT                PIC 9(04) COMP VALUE ZERO.
001930     05  WS-BRT-MAX                  PIC 9(04) COMP VALUE 500.
001940     05  WS-BRT-IX                   PIC 9(04) COMP VALUE ZERO.
001950     05  WS-BRT-ENTRY OCCURS 500 TIMES.
001960         10  WS-BRT-BATCH-ID         PIC X(08).
001970*
001980 01  WS-RUN-DATE                     PIC 9(08).
001990 01  WS-RUN-TIME                     PIC 9(08).
002000 01  WS-BUSINESS-DATE                PIC 9(08).
002003 01  WS-CYCLE-NO                     PIC 9(01) VALUE 1.
002006 01  WS-RECORD-CYCLE                 PIC 9(01) VALUE 1.
002010 01  WS-RETURN-SOURCE                PIC X(04).
002020 01  WS-CURR-BATCH-ID                PIC X(08) VALUE SPACES.
002030 01  WS-CURR-BATCH-STATUS            PIC X(01) VALUE SPACE.
002040 01  WS-STATUS-WORK                  PIC X(05).
002050 01  WS-MATCHED-REJ-CODE             PIC X(03).
002060 01  WS-MATCHED-REJ-TEXT             PIC X(40).
002070*
002080 01  WS-PARM-WORK.
002090     05  WS-PARM-SOURCE              PIC X(04).
002110     05  WS-PARM-DATE                PIC X(08).
002112     05  WS-PARM-CYCLE               PIC X(01).
002115 01  WS-PARM-SOURCE-LENGTH           PIC S9(04) COMP VALUE ZERO.
002117 01  WS-PARM-DATE-LENGTH             PIC S9(04) COMP VALUE ZERO.
002120*
002130 LINKAGE SECTION.
002140*
002150 01  LS-PARM-INFO.
002160     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002170     05  LS-PARM-TEXT                PIC X(15).
002180*
002190 PROCEDURE DIVISION USING LS-PARM-INFO.
002200*
002210*****************************************************************
002220*    0000-MAINLINE                                              *
002230*    CONTROLS OVERALL FLOW - LOAD THE BATCH STATUS TABLES,      *
002240*    WALK THE DAY'S INPUT WRITING THE SOURCE'S RETURN RECORDS,  *
002250*    THEN CLOSE THE FILE WITH ITS TRAILER.                      *
002260*****************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-INITIALIZE-EXIT.
002300     IF NOT WS-OPEN-ERROR
002310         PERFORM 2000-PROCESS-RECORD
002320             THRU 2000-PROCESS-RECORD-EXIT
002330             UNTIL WS-EOF
002340         IF WS-BATCH-OPEN
002350             PERFORM 2500-WRITE-BATCH-TRAILER
002360                 THRU 2500-WRITE-BATCH-TRAILER-EXIT
002370         END-IF
002380     END-IF.
002390     PERFORM 9000-TERMINATE
002400         THRU 9000-TERMINATE-EXIT.
002410     STOP RUN.
002420*
002430*****************************************************************
002440*    1000-INITIALIZE                                            *
002450*    EDITS THE PARM, LOADS THE BATCH STATUS TABLES, OPENS THE   *
002460*    DAY'S FILES, PRIMES THE MATCHING READS AND WRITES THE      *
002470*    RETURN FILE HEADER.                                        *
002480*****************************************************************
002490 1000-INITIALIZE.
002500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002510     ACCEPT WS-RUN-TIME FROM TIME.
002520     PERFORM 1100-EDIT-PARM
002530         THRU 1100-EDIT-PARM-EXIT.
002540     IF WS-OPEN-ERROR
002550         GO TO 1000-INITIALIZE-EXIT
002560     END-IF.
002570     PERFORM 1200-LOAD-STATUS-TABLE
002580         THRU 1200-LOAD-STATUS-TABLE-EXIT.
002590     PERFORM 1300-LOAD-REGISTRY-TABLE
002600         THRU 1300-LOAD-REGISTRY-TABLE-EXIT.
002610     OPEN INPUT ADDTRAN-FILE.
002620     IF NOT WS-ADDTRAN-OK
002630         DISPLAY "ADDRET: UNABLE TO OPEN ADDTRAN"
002640         DISPLAY "FILE STATUS IS " WS-ADDTRAN-STATUS
002650         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002660     END-IF.
002670     OPEN INPUT ADDREJ-FILE.
002680     IF NOT WS-ADDREJ-OK
002690         DISPLAY "ADDRET: UNABLE TO OPEN ADDREJ"
002700         DISPLAY "FILE STATUS IS " WS-ADDREJ-STATUS
002710         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002720     END-IF.
002730     OPEN INPUT ADDAUD-FILE.
002740     IF NOT WS-ADDAUD-OK
002750         DISPLAY "ADDRET: UNABLE TO OPEN ADDAUD"
002760         DISPLAY "FILE STATUS IS " WS-ADDAUD-STATUS
002770         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002780     END-IF.
002790     OPEN INPUT ADDEXC-FILE.
002800     IF NOT WS-ADDEXC-OK
002810         DISPLAY "ADDRET: UNABLE TO OPEN ADDEXC"
002820         DISPLAY "FILE STATUS IS " WS-ADDEXC-STATUS
002830         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002840     END-IF.
002841     OPEN INPUT ADDHOLD-FILE.
002843     IF WS-ADDHOLD-OK
002845         MOVE "Y" TO WS-HOLD-OPEN-SWITCH
002846     ELSE
002848         IF NOT WS-ADDHOLD-MISSING
002850             DISPLAY "ADDRET: UNABLE TO OPEN ADDHOLD"
002851             DISPLAY "FILE STATUS IS " WS-ADDHOLD-STATUS
002853             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002855         END-IF
002856     END-IF.
002858     OPEN OUTPUT ADDRETF-FILE.
002860     IF NOT WS-ADDRETF-OK
002870         DISPLAY "ADDRET: UNABLE TO OPEN ADDRETF"
002880         DISPLAY "FILE STATUS IS " WS-ADDRETF-STATUS
002890         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002900     END-IF.
002910     IF WS-OPEN-ERROR
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940     PERFORM 3100-READ-ADDREJ
002950         THRU 3100-READ-ADDREJ-EXIT.
002960     PERFORM 3250-READ-ADDAUD
002970         THRU 3250-READ-ADDAUD-EXIT.
002980     PERFORM 3350-READ-ADDEXC
002990         THRU 3350-READ-ADDEXC-EXIT.
003000     MOVE SPACES TO ADDRET-RECORD.
003010     MOVE "H" TO RET-RECORD-TYPE.
003020     MOVE WS-RUN-DATE TO RET-H-CREATE-DATE.
003030     MOVE WS-RUN-TIME TO RET-H-CREATE-TIME.
003040     MOVE "03" TO RET-H-LAYOUT-VERSION.
003045     MOVE WS-CYCLE-NO TO RET-H-CYCLE-NO.
003050     PERFORM 8000-WRITE-RETURN
003060         THRU 8000-WRITE-RETURN-EXIT.
003070     PERFORM 2100-READ-ADDTRAN
003080         THRU 2100-READ-ADDTRAN-EXIT.
003090 1000-INITIALIZE-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130*    1100-EDIT-PARM                                             *
003137*    THE PARM NAMES THE SOURCE SYSTEM, OPTIONALLY FOLLOWED BY   *
003145*    A COMMA AND THE BUSINESS DATE (WHICH MAY BE EMPTY) AND A   *
003152*    COMMA AND THE POSTING CYCLE.                               *
003160*****************************************************************
003170 1100-EDIT-PARM.
003180     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003190     MOVE SPACES TO WS-PARM-WORK.
003195     IF LS-PARM-LENGTH GREATER THAN ZERO
003201             AND LS-PARM-LENGTH NOT GREATER THAN 15
003206         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
003212             DELIMITED BY ","
003218             INTO WS-PARM-SOURCE
003223                     COUNT IN WS-PARM-SOURCE-LENGTH
003229                 WS-PARM-DATE
003234                     COUNT IN WS-PARM-DATE-LENGTH
003240                 WS-PARM-CYCLE
003246         END-UNSTRING
003251     END-IF.
003257     IF WS-PARM-SOURCE-LENGTH NOT EQUAL 4
003262             OR WS-PARM-SOURCE EQUAL SPACES
003268         DISPLAY "ADDRET: PARM MUST BE SRCE OR "
003274             "SRCE,YYYYMMDD,C"
003279         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003285         GO TO 1100-EDIT-PARM-EXIT
003290     END-IF.
003296     IF WS-PARM-DATE-LENGTH GREATER THAN ZERO
003302         IF WS-PARM-DATE-LENGTH NOT EQUAL 8
003307                 OR WS-PARM-DATE NOT NUMERIC
003313             DISPLAY "ADDRET: PARM MUST BE SRCE OR "
003319                 "SRCE,YYYYMMDD,C"
003324             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003330             GO TO 1100-EDIT-PARM-EXIT
003335         END-IF
003341         MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
003347     END-IF.
003352     IF WS-PARM-CYCLE EQUAL SPACE
003358         MOVE "1" TO WS-PARM-CYCLE
003363     END-IF.
003369     IF WS-PARM-CYCLE NOT NUMERIC
003375             OR WS-PARM-CYCLE EQUAL "0"
003380             OR WS-PARM-CYCLE GREATER THAN "4"
003386         DISPLAY "ADDRET: CYCLE " WS-PARM-CYCLE
003391             " IS NOT A POSTING CYCLE 1-4"
003397         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003403         GO TO 1100-EDIT-PARM-EXIT
003408     END-IF.
003414     MOVE WS-PARM-CYCLE TO WS-CYCLE-NO.
003420     MOVE WS-PARM-SOURCE TO WS-RETURN-SOURCE.
003430     DISPLAY "ADDRET: RETURN FILE FOR SOURCE " WS-RETURN-SOURCE
003436         " BUSINESS DATE " WS-BUSINESS-DATE
003443         " CYCLE " WS-CYCLE-NO.
003450 1100-EDIT-PARM-EXIT.
003460     EXIT.
003470*
003480*****************************************************************
003490*    1200-LOAD-STATUS-TABLE                                     *
003498*    READS THE CYCLE'S CLOSED-BATCH RECORDS OFF ADDSTAT - KEYED *
003507*    BY RUN DATE, "B" AND A BATCH SEQUENCE THAT RUNS C001,      *
003515*    C002, C003 IN CLOSING ORDER FOR CYCLE C - UNTIL THE FIRST  *
003524*    MISSING SEQUENCE, AND KEEPS THE SOURCE'S BATCHES.  NO      *
003532*    MASTER, OR NO RECORDS, MEANS NOTHING REACHED POSTING IN    *
003541*    THE CYCLE.                                                 *
003550*****************************************************************
003560 1200-LOAD-STATUS-TABLE.
003570     OPEN INPUT ADDSTAT-FILE.
003580     IF WS-ADDSTAT-MISSING
003590         GO TO 1200-LOAD-STATUS-TABLE-EXIT
003600     END-IF.
003610     IF NOT WS-ADDSTAT-OK
003620         DISPLAY "ADDRET: UNABLE TO OPEN ADDSTAT"
003630         DISPLAY "FILE STATUS IS " WS-ADDSTAT-STATUS
003640         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003650         GO TO 1200-LOAD-STATUS-TABLE-EXIT
003660     END-IF.
003670     COMPUTE WS-STA-SEQ = WS-CYCLE-NO * 1000.
003680     PERFORM 1250-READ-STATUS-BATCH
003690         THRU 1250-READ-STATUS-BATCH-EXIT
003700         UNTIL WS-STA-EOF.
003710     CLOSE ADDSTAT-FILE.
003720 1200-LOAD-STATUS-TABLE-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760*    1250-READ-STATUS-BATCH                                     *
003770*    READS THE NEXT CLOSED-BATCH RECORD BY KEY AND TABLES IT    *
003780*    WHEN IT BELONGS TO THE SOURCE.                             *
003790*****************************************************************
003800 1250-READ-STATUS-BATCH.
003810     ADD 1 TO WS-STA-SEQ.
003820     MOVE WS-BUSINESS-DATE TO STA-RUN-DATE.
003830     MOVE "B" TO STA-REC-TYPE.
003840     MOVE WS-STA-SEQ TO STA-BATCH-SEQ.
003850     READ ADDSTAT-FILE
003860         INVALID KEY
003870             MOVE "Y" TO WS-STA-EOF-SWITCH
003880     END-READ.
003890     IF WS-STA-EOF
003900         GO TO 1250-READ-STATUS-BATCH-EXIT
003910     END-IF.
003920     IF NOT WS-ADDSTAT-OK
003930         DISPLAY "ADDRET: ADDSTAT READ FAILED"
003940         DISPLAY "FILE STATUS IS " WS-ADDSTAT-STATUS
003950         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003960         MOVE "Y" TO WS-STA-EOF-SWITCH
003970         GO TO 1250-READ-STATUS-BATCH-EXIT
003980     END-IF.
003990     IF STA-SOURCE-SYSTEM NOT EQUAL WS-RETURN-SOURCE
004000         GO TO 1250-READ-STATUS-BATCH-EXIT
004010     END-IF.
004020     IF WS-STB-COUNT NOT LESS THAN WS-STB-MAX
004030         DISPLAY "ADDRET: MORE THAN " WS-STB-MAX
004040             " CLOSED BATCHES FOR THE SOURCE - LATER "
004050             "BATCHES FALL BACK TO THE REGISTRY"
004060         MOVE "Y" TO WS-WARNING-SWITCH
004070         MOVE "Y" TO WS-STA-EOF-SWITCH
004080         GO TO 1250-READ-STATUS-BATCH-EXIT
004090     END-IF.
004100     ADD 1 TO WS-STB-COUNT.
004110     MOVE STA-BATCH-ID TO WS-STB-BATCH-ID (WS-STB-COUNT).
004120     MOVE STA-STATUS TO WS-STB-STATUS (WS-STB-COUNT).
004130 1250-READ-STATUS-BATCH-EXIT.
004140     EXIT.
004150*
004160*****************************************************************
004170*    1300-LOAD-REGISTRY-TABLE                                   *
004178*    TABLES THE SOURCE'S BATCHES STAMPED ON THE CUMULATIVE      *
004186*    ADDBRG REGISTRY ON THE BUSINESS DATE IN THE CYCLE (A STAMP *
004194*    WITH NO CYCLE BELONGS TO CYCLE 1).  NO REGISTRY YET MEANS  *
004202*    NOTHING HAS EVER BEEN STAMPED.                             *
004210*****************************************************************
004220 1300-LOAD-REGISTRY-TABLE.
004230     OPEN INPUT ADDBRG-FILE.
004240     IF NOT WS-ADDBRG-OK
004250         DISPLAY "ADDRET: ADDBRG NOT AVAILABLE (STATUS "
004260             WS-ADDBRG-STATUS ") - NO REGISTRY STAMPS"
004270         GO TO 1300-LOAD-REGISTRY-TABLE-EXIT
004280     END-IF.
004290     PERFORM 1350-READ-ADDBRG
004300         THRU 1350-READ-ADDBRG-EXIT.
004310     PERFORM 1400-STORE-REGISTRY
004320         THRU 1400-STORE-REGISTRY-EXIT
004330         UNTIL WS-BRG-EOF.
004340     CLOSE ADDBRG-FILE.
004350 1300-LOAD-REGISTRY-TABLE-EXIT.
004360     EXIT.
004370*
004380*****************************************************************
004390*    1350-READ-ADDBRG                                           *
004400*    READS THE NEXT REGISTRY RECORD, SETS EOF SWITCH.           *
004410*****************************************************************
004420 1350-READ-ADDBRG.
004430     READ ADDBRG-FILE
004440         AT END
004450             MOVE "Y" TO WS-BRG-EOF-SWITCH
004460     END-READ.
004470 1350-READ-ADDBRG-EXIT.
004480     EXIT.
004490*
004500*****************************************************************
004510*    1400-STORE-REGISTRY                                        *
004520*    TABLES ONE OF THE SOURCE'S STAMPS FOR THE BUSINESS DATE    *
004530*    AND CYCLE AND READS THE NEXT REGISTRY RECORD.              *
004540*****************************************************************
004550 1400-STORE-REGISTRY.
004551     IF BRG-CYCLE-NO NUMERIC
004552             AND BRG-CYCLE-NO GREATER THAN ZERO
004554         MOVE BRG-CYCLE-NO TO WS-RECORD-CYCLE
004555     ELSE
004557         MOVE 1 TO WS-RECORD-CYCLE
004558     END-IF.
004560     IF BRG-SOURCE-SYSTEM EQUAL WS-RETURN-SOURCE
004570             AND BRG-RUN-DATE NUMERIC
004580             AND BRG-RUN-DATE EQUAL WS-BUSINESS-DATE
004585             AND WS-RECORD-CYCLE EQUAL WS-CYCLE-NO
004590         IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
004600             DISPLAY "ADDRET: MORE THAN " WS-BRT-MAX
004610                 " REGISTRY STAMPS FOR THE SOURCE - TABLE FULL"
004620             MOVE "Y" TO WS-WARNING-SWITCH
004630             MOVE "Y" TO WS-BRG-EOF-SWITCH
004640             GO TO 1400-STORE-REGISTRY-EXIT
004650         END-IF
004660         ADD 1 TO WS-BRT-COUNT
004670         MOVE BRG-BATCH-ID TO WS-BRT-BATCH-ID (WS-BRT-COUNT)
004680     END-IF.
004690     PERFORM 1350-READ-ADDBRG
004700         THRU 1350-READ-ADDBRG-EXIT.
004710 1400-STORE-REGISTRY-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750*    2000-PROCESS-RECORD                                        *
004760*    DISPATCHES ONE MERGED ADDTRAN RECORD BY TYPE AND READS     *
004770*    THE NEXT.  EVERY RECORD, WHATEVER ITS SOURCE, KEEPS THE    *
004780*    REJECT MATCH IN STEP; ONLY THE RETURN SOURCE'S BATCHES     *
004790*    ARE WRITTEN.                                               *
004800*****************************************************************
004810 2000-PROCESS-RECORD.
004820     IF AT-HEADER-RECORD
004830         PERFORM 2200-PROCESS-HEADER
004840             THRU 2200-PROCESS-HEADER-EXIT
004850     ELSE
004860         IF AT-DETAIL-RECORD
004870             PERFORM 2300-PROCESS-DETAIL
004880                 THRU 2300-PROCESS-DETAIL-EXIT
004890         ELSE
004900             PERFORM 3000-MATCH-REJECT
004910                 THRU 3000-MATCH-REJECT-EXIT
004920             IF AT-TRAILER-RECORD
004930                     AND WS-BATCH-OPEN
004940                 PERFORM 2500-WRITE-BATCH-TRAILER
004950                     THRU 2500-WRITE-BATCH-TRAILER-EXIT
004960             END-IF
004970         END-IF
004980     END-IF.
004990     PERFORM 2100-READ-ADDTRAN
005000         THRU 2100-READ-ADDTRAN-EXIT.
005010 2000-PROCESS-RECORD-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*    2100-READ-ADDTRAN                                          *
005060*    READS THE NEXT MERGED TRANSACTION RECORD, SETS EOF.        *
005070*****************************************************************
005080 2100-READ-ADDTRAN.
005090     READ ADDTRAN-FILE
005100         AT END
005110             MOVE "Y" TO WS-EOF-SWITCH
005120     END-READ.
005130 2100-READ-ADDTRAN-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170*    2200-PROCESS-HEADER                                        *
005180*    A NEW BATCH.  A BATCH OF THE SOURCE STILL OPEN NEVER SAW   *
005190*    ITS TRAILER AND IS CLOSED FIRST.  A BATCH OF THE RETURN    *
005200*    SOURCE IS OPENED AND ITS HEADER WRITTEN WITH THE BATCH     *
005210*    OUTCOME.                                                   *
005220*****************************************************************
005230 2200-PROCESS-HEADER.
005240     IF WS-BATCH-OPEN
005250         PERFORM 2500-WRITE-BATCH-TRAILER
005260             THRU 2500-WRITE-BATCH-TRAILER-EXIT
005270     END-IF.
005280     PERFORM 3000-MATCH-REJECT
005290         THRU 3000-MATCH-REJECT-EXIT.
005300     IF AT-SOURCE-SYSTEM NOT EQUAL WS-RETURN-SOURCE
005310         GO TO 2200-PROCESS-HEADER-EXIT
005320     END-IF.
005330     MOVE "Y" TO WS-BATCH-OPEN-SWITCH.
005340     ADD 1 TO WS-BATCH-COUNT.
005350     MOVE AT-BATCH-ID TO WS-CURR-BATCH-ID.
005360     MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
005370     MOVE ZERO TO WS-BATCH-POSTED-COUNT.
005380     MOVE ZERO TO WS-BATCH-REJECTED-COUNT.
005390     MOVE ZERO TO WS-BATCH-EXCEPTED-COUNT.
005400     MOVE ZERO TO WS-BATCH-NOT-POSTED-COUNT.
005405     MOVE ZERO TO WS-BATCH-HELD-COUNT.
005410     MOVE ZERO TO WS-BATCH-POSTED-TOTAL.
005420     MOVE SPACES TO ADDRET-RECORD.
005430     MOVE "B" TO RET-RECORD-TYPE.
005440     PERFORM 2250-SET-BATCH-STATUS
005450         THRU 2250-SET-BATCH-STATUS-EXIT.
005460     MOVE RET-B-STATUS TO WS-CURR-BATCH-STATUS.
005470     IF NOT RET-B-POSTED
005480         ADD 1 TO WS-NOT-CLEAN-COUNT
005490         DISPLAY "ADDRET: BATCH " WS-CURR-BATCH-ID " - "
005500             RET-B-STATUS-TEXT
005510     END-IF.
005520     PERFORM 8000-WRITE-RETURN
005530         THRU 8000-WRITE-RETURN-EXIT.
005540 2200-PROCESS-HEADER-EXIT.
005550     EXIT.
005560*
005570*****************************************************************
005580*    2250-SET-BATCH-STATUS                                      *
005590*    DECIDES THE BATCH OUTCOME: A HEADER THE EDIT REJECTED      *
005600*    (THE WHOLE BATCH, FOR A REGISTRY DUPLICATE); ELSE THE      *
005610*    STATUS THE POSTING STEP CLOSED IT WITH; ELSE - CLOSED BY   *
005620*    A PRIOR ATTEMPT, OR NOT FOUND - CLEAN ONLY IF STAMPED ON   *
005630*    THE REGISTRY TODAY.                                        *
005640*****************************************************************
005650 2250-SET-BATCH-STATUS.
005660     IF WS-REJ-MATCHED
005670         IF WS-MATCHED-REJ-CODE EQUAL "DUP"
005680             MOVE "D" TO RET-B-STATUS
005690             MOVE "REJECTED - BATCH ALREADY POSTED (ADDBRG)"
005700                 TO RET-B-STATUS-TEXT
005710         ELSE
005720             MOVE "H" TO RET-B-STATUS
005730             MOVE WS-MATCHED-REJ-TEXT TO RET-B-STATUS-TEXT
005740         END-IF
005750         GO TO 2250-SET-BATCH-STATUS-EXIT
005760     END-IF.
005770     MOVE SPACES TO WS-STATUS-WORK.
005780     MOVE "N" TO WS-FOUND-SWITCH.
005790     PERFORM 2260-MATCH-STATUS
005800         THRU 2260-MATCH-STATUS-EXIT
005810         VARYING WS-STB-IX FROM 1 BY 1
005820         UNTIL WS-STB-IX GREATER THAN WS-STB-COUNT
005830             OR WS-FOUND.
005840     IF WS-STATUS-WORK EQUAL "OK"
005850         MOVE "P" TO RET-B-STATUS
005860         MOVE "POSTED" TO RET-B-STATUS-TEXT
005870         GO TO 2250-SET-BATCH-STATUS-EXIT
005880     END-IF.
005890     IF WS-STATUS-WORK EQUAL "*FAIL"
005900         MOVE "F" TO RET-B-STATUS
005910         MOVE "FAILED RECONCILIATION AGAINST TRAILER"
005920             TO RET-B-STATUS-TEXT
005930         GO TO 2250-SET-BATCH-STATUS-EXIT
005940     END-IF.
005950     MOVE "N" TO WS-FOUND-SWITCH.
005960     PERFORM 2270-MATCH-REGISTRY
005970         THRU 2270-MATCH-REGISTRY-EXIT
005980         VARYING WS-BRT-IX FROM 1 BY 1
005990         UNTIL WS-BRT-IX GREATER THAN WS-BRT-COUNT
006000             OR WS-FOUND.
006010     IF WS-FOUND
006020         MOVE "P" TO RET-B-STATUS
006030         MOVE "POSTED" TO RET-B-STATUS-TEXT
006040         GO TO 2250-SET-BATCH-STATUS-EXIT
006050     END-IF.
006060     IF WS-STATUS-WORK EQUAL SPACES
006070         MOVE "N" TO RET-B-STATUS
006080         MOVE "NOT POSTED - DAY STOPPED BEFORE POSTING"
006090             TO RET-B-STATUS-TEXT
006100     ELSE
006110         MOVE "F" TO RET-B-STATUS
006120         MOVE "FAILED RECONCILIATION AGAINST TRAILER"
006130             TO RET-B-STATUS-TEXT
006140     END-IF.
006150 2250-SET-BATCH-STATUS-EXIT.
006160     EXIT.
006170*
006180*****************************************************************
006190*    2260-MATCH-STATUS                                          *
006200*    COMPARES ONE CLOSED-BATCH ENTRY AGAINST THE BATCH ID.      *
006210*****************************************************************
006220 2260-MATCH-STATUS.
006230     IF WS-STB-BATCH-ID (WS-STB-IX) EQUAL WS-CURR-BATCH-ID
006240         MOVE WS-STB-STATUS (WS-STB-IX) TO WS-STATUS-WORK
006250         MOVE "Y" TO WS-FOUND-SWITCH
006260     END-IF.
006270 2260-MATCH-STATUS-EXIT.
006280     EXIT.
006290*
006300*****************************************************************
006310*    2270-MATCH-REGISTRY                                        *
006320*    COMPARES ONE REGISTRY STAMP AGAINST THE BATCH ID.          *
006330*****************************************************************
006340 2270-MATCH-REGISTRY.
006350     IF WS-BRT-BATCH-ID (WS-BRT-IX) EQUAL WS-CURR-BATCH-ID
006360         MOVE "Y" TO WS-FOUND-SWITCH
006370     END-IF.
006380 2270-MATCH-REGISTRY-EXIT.
006390     EXIT.
006400*
006410*****************************************************************
006420*    2300-PROCESS-DETAIL                                        *
006430*    FINDS ONE DETAIL'S OUTCOME - POSTED, SIZE-ERRORED,         *
006440*    REJECTED OR HELD, IN THAT ORDER - AND WRITES IT WHEN IT    *
006445*    BELONGS TO A BATCH OF THE RETURN SOURCE.  A DETAIL THAT    *
006450*    POSTED NEVER LOOKS AT THE REJECT FILE, SO A LATER          *
006460*    DUPLICATE OF ITS SEQUENCE NUMBER STILL TAKES THE SEQ       *
006470*    REJECT.                                                    *
006480*****************************************************************
006490 2300-PROCESS-DETAIL.
006500     MOVE SPACES TO ADDRET-RECORD.
006510     MOVE "D" TO RET-RECORD-TYPE.
006520     MOVE AT-DETAIL-DATA (1:48) TO RET-D-RECEIVED.
006530     MOVE "N" TO RET-D-OUTCOME.
006540     MOVE ZERO TO RET-D-POSTED-ACCOUNT.
006550     MOVE ZERO TO RET-D-RESULT.
006560     IF AT-SEQ-NO NUMERIC
006570         PERFORM 3200-FIND-POSTED
006580             THRU 3200-FIND-POSTED-EXIT
006590         IF RET-D-NOT-POSTED
006600             PERFORM 3300-FIND-EXCEPTED
006610                 THRU 3300-FIND-EXCEPTED-EXIT
006620         END-IF
006630     END-IF.
006640     IF RET-D-NOT-POSTED
006650         PERFORM 3000-MATCH-REJECT
006660             THRU 3000-MATCH-REJECT-EXIT
006670         IF WS-REJ-MATCHED
006680             MOVE "R" TO RET-D-OUTCOME
006690             MOVE WS-MATCHED-REJ-CODE TO RET-D-REASON-CODE
006700             MOVE WS-MATCHED-REJ-TEXT TO RET-D-REASON-TEXT
006710         END-IF
006720     END-IF.
006721     IF RET-D-NOT-POSTED
006723             AND AT-SEQ-NO NUMERIC
006725         PERFORM 3400-FIND-HELD
006726             THRU 3400-FIND-HELD-EXIT
006728     END-IF.
006730     IF NOT WS-BATCH-OPEN
006740         GO TO 2300-PROCESS-DETAIL-EXIT
006750     END-IF.
006760     ADD 1 TO WS-BATCH-DETAIL-COUNT.
006770     ADD 1 TO WS-DETAIL-COUNT.
006780     IF RET-D-POSTED
006790         ADD 1 TO WS-BATCH-POSTED-COUNT
006800         ADD RET-D-RESULT TO WS-BATCH-POSTED-TOTAL
006810     END-IF.
006820     IF RET-D-REJECTED
006830         ADD 1 TO WS-BATCH-REJECTED-COUNT
006840     END-IF.
006850     IF RET-D-SIZE-ERRORED
006860         ADD 1 TO WS-BATCH-EXCEPTED-COUNT
006870     END-IF.
006880     IF RET-D-NOT-POSTED
006890         ADD 1 TO WS-BATCH-NOT-POSTED-COUNT
006900     END-IF.
006902     IF RET-D-HELD
006905         ADD 1 TO WS-BATCH-HELD-COUNT
006907     END-IF.
006910     PERFORM 8000-WRITE-RETURN
006920         THRU 8000-WRITE-RETURN-EXIT.
006930 2300-PROCESS-DETAIL-EXIT.
006940     EXIT.
006950*
006960*****************************************************************
006970*    2500-WRITE-BATCH-TRAILER                                   *
006980*    CLOSES THE SOURCE'S CURRENT BATCH WITH ITS OUTCOME         *
006990*    COUNTS AND POSTED TOTAL.                                   *
007000*****************************************************************
007010 2500-WRITE-BATCH-TRAILER.
007020     MOVE SPACES TO ADDRET-RECORD.
007030     MOVE "T" TO RET-RECORD-TYPE.
007040     MOVE WS-CURR-BATCH-STATUS TO RET-T-STATUS.
007050     MOVE WS-BATCH-DETAIL-COUNT TO RET-T-DETAIL-COUNT.
007060     MOVE WS-BATCH-POSTED-COUNT TO RET-T-POSTED-COUNT.
007070     MOVE WS-BATCH-REJECTED-COUNT TO RET-T-REJECTED-COUNT.
007080     MOVE WS-BATCH-EXCEPTED-COUNT TO RET-T-EXCEPTED-COUNT.
007090     MOVE WS-BATCH-NOT-POSTED-COUNT TO RET-T-NOT-POSTED-COUNT.
007100     MOVE WS-BATCH-POSTED-TOTAL TO RET-T-POSTED-TOTAL.
007105     MOVE WS-BATCH-HELD-COUNT TO RET-T-HELD-COUNT.
007110     PERFORM 8000-WRITE-RETURN
007120         THRU 8000-WRITE-RETURN-EXIT.
007130     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
007140     MOVE SPACES TO WS-CURR-BATCH-ID.
007150     MOVE SPACES TO WS-CURR-BATCH-STATUS.
007160 2500-WRITE-BATCH-TRAILER-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200*    3000-MATCH-REJECT                                          *
007210*    THE DAILY REJECT FILE RUNS IN ADDTRAN ORDER.  WHEN THE     *
007220*    NEXT REJECT CARRIES THE IMAGE OF THE CURRENT ADDTRAN       *
007230*    RECORD, THAT RECORD WAS REJECTED - ITS REASON IS SAVED     *
007240*    FOR THE CALLER AND THE FILE ADVANCED.                      *
007250*****************************************************************
007260 3000-MATCH-REJECT.
007270     MOVE "N" TO WS-REJ-MATCH-SWITCH.
007280     IF WS-REJ-EOF
007290         GO TO 3000-MATCH-REJECT-EXIT
007300     END-IF.
007310     IF REJ-RECORD-IMAGE NOT EQUAL ADDTRAN-RECORD
007320         GO TO 3000-MATCH-REJECT-EXIT
007330     END-IF.
007340     MOVE "Y" TO WS-REJ-MATCH-SWITCH.
007350     MOVE REJ-REASON-CODE TO WS-MATCHED-REJ-CODE.
007360     MOVE REJ-REASON-TEXT TO WS-MATCHED-REJ-TEXT.
007370     PERFORM 3100-READ-ADDREJ
007380         THRU 3100-READ-ADDREJ-EXIT.
007390 3000-MATCH-REJECT-EXIT.
007400     EXIT.
007410*
007420*****************************************************************
007430*    3100-READ-ADDREJ                                           *
007440*    READS THE NEXT DAILY REJECT RECORD, SETS EOF SWITCH.       *
007450*****************************************************************
007460 3100-READ-ADDREJ.
007470     READ ADDREJ-FILE
007480         AT END
007490             MOVE "Y" TO WS-REJ-EOF-SWITCH
007500     END-READ.
007510 3100-READ-ADDREJ-EXIT.
007520     EXIT.
007530*
007540*****************************************************************
007550*    3200-FIND-POSTED                                           *
007560*    ADVANCES THE DAY'S AUDIT TRAIL TO THE DETAIL'S SEQUENCE    *
007570*    NUMBER.  A MATCH POSTED - THE ACCOUNT AND RESULT POSTED    *
007580*    ARE RETURNED AND THE TRAIL ADVANCED PAST IT.  AN           *
007582*    ALLOCATION POSTED ONE AUDIT RECORD PER LEG UNDER THE SAME  *
007585*    SEQUENCE - THE LEGS ARE SUMMED BACK TO THE RESULT AND THE  *
007587*    POSTED ACCOUNT IS THE RULE NUMBER THE SOURCE SENT.         *
007590*****************************************************************
007600 3200-FIND-POSTED.
007610     PERFORM 3250-READ-ADDAUD
007620         THRU 3250-READ-ADDAUD-EXIT
007630         UNTIL WS-AUD-EOF
007640             OR AUD-SEQ-NO NOT LESS THAN AT-SEQ-NO.
007650     IF WS-AUD-EOF
007660             OR AUD-SEQ-NO NOT EQUAL AT-SEQ-NO
007670         GO TO 3200-FIND-POSTED-EXIT
007680     END-IF.
007690     MOVE "P" TO RET-D-OUTCOME.
007700     MOVE AUD-ACCOUNT-NO TO RET-D-POSTED-ACCOUNT.
007710     MOVE AUD-RESULT TO RET-D-RESULT.
007712     IF AUD-OP-CODE EQUAL "L"
007715         MOVE AT-ACCOUNT-NO TO RET-D-POSTED-ACCOUNT
007717     END-IF.
007720     PERFORM 3250-READ-ADDAUD
007730         THRU 3250-READ-ADDAUD-EXIT.
007732     PERFORM 3230-ADD-ALLOCATION-LEG
007734         THRU 3230-ADD-ALLOCATION-LEG-EXIT
007736         UNTIL WS-AUD-EOF
007738             OR AUD-SEQ-NO NOT EQUAL AT-SEQ-NO.
007740 3200-FIND-POSTED-EXIT.
007750     EXIT.
007760*
007761*****************************************************************
007762*    3230-ADD-ALLOCATION-LEG                                    *
007764*    ADDS ONE FURTHER LEG OF AN ALLOCATION INTO THE DETAIL'S    *
007765*    RESULT AND READS THE NEXT AUDIT RECORD.                    *
007767*****************************************************************
007768 3230-ADD-ALLOCATION-LEG.
007770     ADD AUD-RESULT TO RET-D-RESULT.
007771     PERFORM 3250-READ-ADDAUD
007772         THRU 3250-READ-ADDAUD-EXIT.
007774 3230-ADD-ALLOCATION-LEG-EXIT.
007775     EXIT.
007777*
007778*****************************************************************
007780*    3250-READ-ADDAUD                                           *
007786*    READS THE NEXT AUDIT TRAIL RECORD POSTED ON THE BUSINESS   *
007792*    DATE IN THE CYCLE, SKIPPING OTHER DATES AND CYCLES ON THE  *
007798*    CUMULATIVE FILE.  A RECORD WITH NO CYCLE BELONGS TO CYCLE  *
007804*    1.                                                         *
007810*****************************************************************
007820 3250-READ-ADDAUD.
007830     READ ADDAUD-FILE
007840         AT END
007850             MOVE "Y" TO WS-AUD-EOF-SWITCH
007860     END-READ.
007870     IF WS-AUD-EOF
007880         GO TO 3250-READ-ADDAUD-EXIT
007890     END-IF.
007891     IF AUD-CYCLE-NO NUMERIC
007892             AND AUD-CYCLE-NO GREATER THAN ZERO
007894         MOVE AUD-CYCLE-NO TO WS-RECORD-CYCLE
007895     ELSE
007897         MOVE 1 TO WS-RECORD-CYCLE
007898     END-IF.
007900     IF AUD-RUN-DATE NOT NUMERIC
007910             OR AUD-RUN-DATE NOT EQUAL WS-BUSINESS-DATE
007915             OR WS-RECORD-CYCLE NOT EQUAL WS-CYCLE-NO
007920             OR AUD-SEQ-NO NOT NUMERIC
007930         GO TO 3250-READ-ADDAUD
007940     END-IF.
007950 3250-READ-ADDAUD-EXIT.
007960     EXIT.
007970*
007980*****************************************************************
007990*    3300-FIND-EXCEPTED                                         *
008000*    ADVANCES THE DAY'S SIZE-ERROR RECORDS TO THE DETAIL'S      *
008010*    SEQUENCE NUMBER.  A MATCH OVERFLOWED - ITS TRUE TOTAL AND  *
008020*    REASON ARE RETURNED AND THE FILE ADVANCED PAST IT.         *
008030*****************************************************************
008040 3300-FIND-EXCEPTED.
008050     PERFORM 3350-READ-ADDEXC
008060         THRU 3350-READ-ADDEXC-EXIT
008070         UNTIL WS-EXC-EOF
008080             OR EXC-ORIG-SEQ-NO NOT LESS THAN AT-SEQ-NO.
008090     IF WS-EXC-EOF
008100             OR EXC-ORIG-SEQ-NO NOT EQUAL AT-SEQ-NO
008110         GO TO 3300-FIND-EXCEPTED-EXIT
008120     END-IF.
008130     MOVE "E" TO RET-D-OUTCOME.
008140     MOVE EXC-TRUE-TOTAL TO RET-D-RESULT.
008150     MOVE "EXC" TO RET-D-REASON-CODE.
008160     MOVE EXC-REASON TO RET-D-REASON-TEXT.
008170     PERFORM 3350-READ-ADDEXC
008180         THRU 3350-READ-ADDEXC-EXIT.
008190 3300-FIND-EXCEPTED-EXIT.
008200     EXIT.
008210*
008220*****************************************************************
008230*    3350-READ-ADDEXC                                           *
008237*    READS THE NEXT SIZE-ERROR RECORD WRITTEN ON THE BUSINESS   *
008245*    DATE IN THE CYCLE, SKIPPING CONTROL BREAKS AND OTHER DATES *
008252*    AND CYCLES.  A RECORD WITH NO CYCLE BELONGS TO CYCLE 1.    *
008260*****************************************************************
008270 3350-READ-ADDEXC.
008280     READ ADDEXC-FILE
008290         AT END
008300             MOVE "Y" TO WS-EXC-EOF-SWITCH
008310     END-READ.
008320     IF WS-EXC-EOF
008330         GO TO 3350-READ-ADDEXC-EXIT
008340     END-IF.
008341     IF EXC-CYCLE-NO NUMERIC
008342             AND EXC-CYCLE-NO GREATER THAN ZERO
008344         MOVE EXC-CYCLE-NO TO WS-RECORD-CYCLE
008345     ELSE
008347         MOVE 1 TO WS-RECORD-CYCLE
008348     END-IF.
008350     IF NOT EXC-SIZE-ERROR-RECORD
008360             OR EXC-RUN-DATE NOT NUMERIC
008370             OR EXC-RUN-DATE NOT EQUAL WS-BUSINESS-DATE
008375             OR WS-RECORD-CYCLE NOT EQUAL WS-CYCLE-NO
008380             OR EXC-ORIG-SEQ-NO NOT NUMERIC
008390         GO TO 3350-READ-ADDEXC
008400     END-IF.
008410 3350-READ-ADDEXC-EXIT.
008420     EXIT.
008421*
008422*****************************************************************
008423*    3400-FIND-HELD                                             *
008424*    LOOKS THE DETAIL UP ON THE ADDHOLD QUEUE BY BUSINESS DATE, *
008425*    CYCLE AND SEQUENCE NUMBER.  FOUND, THE SCREENING STEP HELD *
008426*    IT FOR SUPERVISOR REVIEW - THE REASON SAYS WHY.            *
008427*****************************************************************
008428 3400-FIND-HELD.
008429     IF NOT WS-HOLD-OPEN
008430         GO TO 3400-FIND-HELD-EXIT
008431     END-IF.
008432     MOVE WS-BUSINESS-DATE TO HLD-HOLD-DATE.
008433     MOVE WS-CYCLE-NO TO HLD-CYCLE-NO.
008434     MOVE AT-SEQ-NO TO HLD-SEQ-NO.
008435     READ ADDHOLD-FILE
008436         INVALID KEY
008437             GO TO 3400-FIND-HELD-EXIT
008438     END-READ.
008439     MOVE "H" TO RET-D-OUTCOME.
008440     MOVE "HLD" TO RET-D-REASON-CODE.
008441     IF HLD-DUPLICATE AND HLD-LARGE-AMOUNT
008442         MOVE "HELD - POSSIBLE DUPLICATE AND LARGE AMOUNT"
008443             TO RET-D-REASON-TEXT
008444         GO TO 3400-FIND-HELD-EXIT
008445     END-IF.
008447     IF HLD-DUPLICATE
008448         MOVE "HELD FOR REVIEW - POSSIBLE DUPLICATE"
008449             TO RET-D-REASON-TEXT
008450     ELSE
008451         MOVE "HELD FOR REVIEW - ABOVE LARGE AMOUNT LIMIT"
008452             TO RET-D-REASON-TEXT
008453     END-IF.
008454 3400-FIND-HELD-EXIT.
008455     EXIT.
008456*
008457*****************************************************************
008458*    8000-WRITE-RETURN                                          *
008460*    STAMPS THE COMMON FIELDS ON THE RECORD THE CALLER BUILT    *
008470*    AND WRITES IT TO THE RETURN FILE.                          *
008480*****************************************************************
008490 8000-WRITE-RETURN.
008500     MOVE WS-RETURN-SOURCE TO RET-SOURCE-SYSTEM.
008510     MOVE WS-BUSINESS-DATE TO RET-BUSINESS-DATE.
008520     MOVE WS-CURR-BATCH-ID TO RET-BATCH-ID.
008530     WRITE ADDRET-RECORD.
008540     ADD 1 TO WS-RECORD-COUNT.
008550 8000-WRITE-RETURN-EXIT.
008560     EXIT.
008570*
008580*****************************************************************
008590*    9000-TERMINATE                                             *
008600*    CLOSES THE RETURN FILE WITH ITS TRAILER, CLOSES FILES      *
008610*    AND SETS THE STEP RETURN CODE.                             *
008620*****************************************************************
008630 9000-TERMINATE.
008640     IF NOT WS-OPEN-ERROR
008650         MOVE SPACES TO ADDRET-RECORD
008660         MOVE "Z" TO RET-RECORD-TYPE
008670         MOVE WS-BATCH-COUNT TO RET-Z-BATCH-COUNT
008680         MOVE WS-DETAIL-COUNT TO RET-Z-DETAIL-COUNT
008690         COMPUTE RET-Z-RECORD-COUNT = WS-RECORD-COUNT + 1
008700         PERFORM 8000-WRITE-RETURN
008710             THRU 8000-WRITE-RETURN-EXIT
008720         CLOSE ADDTRAN-FILE
008730         CLOSE ADDREJ-FILE
008740         CLOSE ADDAUD-FILE
008750         CLOSE ADDEXC-FILE
008752         IF WS-HOLD-OPEN
008755             CLOSE ADDHOLD-FILE
008757         END-IF
008760         CLOSE ADDRETF-FILE
008770     END-IF.
008780     DISPLAY "ADDRET: BATCHES RETURNED  " WS-BATCH-COUNT.
008790     DISPLAY "ADDRET: DETAILS RETURNED  " WS-DETAIL-COUNT.
008800     DISPLAY "ADDRET: NOT POSTED CLEAN  " WS-NOT-CLEAN-COUNT.
008810     DISPLAY "ADDRET: RECORDS WRITTEN   " WS-RECORD-COUNT.
008820     IF WS-OPEN-ERROR
008830         MOVE 8 TO RETURN-CODE
008840     ELSE
008850         IF WS-WARNING
008860                 OR WS-NOT-CLEAN-COUNT GREATER THAN ZERO
008870             MOVE 4 TO RETURN-CODE
008880         ELSE
008890             MOVE ZERO TO RETURN-CODE
008900         END-IF
008910     END-IF.
008920 9000-TERMINATE-EXIT.
008930     EXIT.
