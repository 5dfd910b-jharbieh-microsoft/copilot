000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDSTG.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    STANDING TRANSACTION GENERATOR.  RUN AS STEP002A OF        *
000100*    ADDTWO, AHEAD OF THE ONLINE EXTRACT (ADDPXT).  COPIES THE  *
000110*    DAY'S RAW ADDTRAN THROUGH UNCHANGED WHILE NOTING THE       *
000120*    HIGHEST DETAIL SEQUENCE NUMBER, THEN APPENDS ONE "RECUR"   *
000130*    BATCH FROM THE RECR SOURCE - HEADER, ONE PROPERLY          *
000140*    SEQUENCED DETAIL PER STANDING-ENTRY OCCURRENCE DUE ON THE  *
000150*    BUSINESS DATE, AND A TRAILER CARRYING THE BATCH'S OWN      *
000160*    COUNT AND TOTAL - SO MONTHLY ACCRUALS, RENT AND OTHER      *
000170*    FIXED AMOUNTS NO LONGER HAVE TO BE RE-KEYED ON ADDSCRN.    *
000180*    EACH DETAIL CARRIES AN ORIGIN REFERENCE ("S" PLUS THE      *
000190*    OCCURRENCE DATE AND THE STANDING ENTRY NUMBER).            *
000200*                                                                *
000210*    THE BUSINESS DATE MUST BE ON THE PROCESSING CALENDAR       *
000220*    (ADDCAL).  AN OCCURRENCE FALLING ON A NON-BUSINESS DAY     *
000230*    ROLLS FORWARD TO THE NEXT BUSINESS DAY, SO TODAY'S RUN     *
000240*    GENERATES EVERY OCCURRENCE DATED AFTER THE PREVIOUS        *
000250*    BUSINESS DAY UP TO AND INCLUDING TODAY.  SEE ADDSTDR FOR   *
000260*    THE FREQUENCY CODES.                                       *
000270*                                                                *
000280*    EVERY ENTRY THAT GENERATES IS STAMPED ON THE ADDSTD        *
000290*    MASTER WITH ITS LATEST OCCURRENCE DATE AND THE BUSINESS    *
000300*    DATE IT WAS GENERATED ON.  AN OCCURRENCE AT OR BEFORE THE  *
000310*    STAMPED DATE IS NEVER GENERATED AGAIN ON ANY LATER         *
000320*    BUSINESS DATE.  A RERUN ON THE SAME BUSINESS DATE          *
000330*    REBUILDS THE WORK FILE FROM THE RAW ADDTRAN, SO IT         *
000340*    REGENERATES THAT DAY'S OCCURRENCES INTO THE NEW FILE -     *
000350*    EACH STILL APPEARS EXACTLY ONCE.                           *
000351*                                                                *
000352*    ON A DATE WITH MORE THAN ONE INTRADAY POSTING CYCLE THE    *
000353*    DAY'S OCCURRENCES ARE GENERATED IN CYCLE 1 ONLY.  A LATER  *
000354*    CYCLE COPIES ITS ADDTRAN THROUGH UNCHANGED, SINCE A SECOND *
000355*    GENERATION WOULD POST THE SAME OCCURRENCES TWICE.          *
000356*                                                                *
000357*    PARM:  C - THE POSTING CYCLE (1-4).  NO PARM MEANS CYCLE   *
000358*    1.  A CYCLE THAT IS NOT A DIGIT 1-4 IS REFUSED (RC 8).     *
000360*                                                                *
000370*    PRINTS THE ADDSTRPT LISTING: EVERY OCCURRENCE GENERATED,   *
000380*    THEN EVERY ACTIVE ENTRY WITH THE BUSINESS DATE IT NEXT     *
000390*    COMES DUE.                                                 *
000400*                                                                *
000410*    RETURN CODES:  0 - GENERATION COMPLETE (EVEN WHEN NOTHING  *
000420*    WAS DUE).  4 - AN ENTRY FAILED ITS EDIT AND WAS SKIPPED,   *
000430*    OR THE CALENDAR TABLE OVERFLOWED.  8 - A FILE COULD NOT    *
000440*    BE OPENED, A MASTER REWRITE FAILED, OR THE BUSINESS DATE   *
000450*    IS NOT ON ADDCAL.                                          *
000460*                                                                *
000470*    MODIFICATION HISTORY                                       *
000480*    ---------------------                                      *
000490*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000492*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE PARM TAKES THE *
000495*                   CYCLE; STANDING ENTRIES GENERATE IN CYCLE 1  *
000497*                   ONLY.  ADDCAL LAYOUT NOW FROM ADDCALR.       *
000500*                                                                *
000510*****************************************************************
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ADDTRIN-FILE ASSIGN TO ADDTRIN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ADDTRIN-STATUS.
000630     SELECT ADDTROUT-FILE ASSIGN TO ADDTROUT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-ADDTROUT-STATUS.
000660     SELECT ADDSTD-FILE ASSIGN TO ADDSTD
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS STD-ENTRY-NO
000700         FILE STATUS IS WS-ADDSTD-STATUS.
000710     SELECT ADDCAL-FILE ASSIGN TO ADDCAL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ADDCAL-STATUS.
000740     SELECT ADDSTRPT-FILE ASSIGN TO ADDSTRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-ADDSTRPT-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810 FD  ADDTRIN-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY ADDREC.
000850*
000860 FD  ADDTROUT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  ADDTROUT-RECORD                 PIC X(80).
000900*
000910 FD  ADDSTD-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY ADDSTDR.
000940*
000950 FD  ADDCAL-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000995     COPY ADDCALR.
001020*
001030 FD  ADDSTRPT-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  ADDSTRPT-RECORD                 PIC X(132).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01  WS-FILE-STATUSES.
001110     05  WS-ADDTRIN-STATUS           PIC X(02).
001120         88  WS-ADDTRIN-OK                VALUE "00".
001130     05  WS-ADDTROUT-STATUS          PIC X(02).
001140         88  WS-ADDTROUT-OK               VALUE "00".
001150     05  WS-ADDSTD-STATUS            PIC X(02).
001160         88  WS-ADDSTD-OK                 VALUE "00".
001170     05  WS-ADDCAL-STATUS            PIC X(02).
001180         88  WS-ADDCAL-OK                 VALUE "00".
001190     05  WS-ADDSTRPT-STATUS          PIC X(02).
001200         88  WS-ADDSTRPT-OK               VALUE "00".
001210*
001220 01  WS-SWITCHES.
001230     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001240         88  WS-EOF                       VALUE "Y".
001250     05  WS-STD-EOF-SWITCH           PIC X(01) VALUE "N".
001260         88  WS-STD-EOF                   VALUE "Y".
001270     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
001280         88  WS-CAL-EOF                   VALUE "Y".
001290     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
001300         88  WS-OPEN-ERROR                VALUE "Y".
001310     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
001320         88  WS-WARNING-RAISED            VALUE "Y".
001330     05  WS-NO-MASTER-SWITCH         PIC X(01) VALUE "N".
001340         88  WS-NO-MASTER                 VALUE "Y".
001350     05  WS-HEADER-WRITTEN-SWITCH    PIC X(01) VALUE "N".
001360         88  WS-HEADER-WRITTEN            VALUE "Y".
001370     05  WS-RUN-ON-CAL-SWITCH        PIC X(01) VALUE "N".
001380         88  WS-RUN-ON-CALENDAR           VALUE "Y".
001390     05  WS-RUN-MONTH-END-SWITCH     PIC X(01) VALUE "N".
001400         88  WS-RUN-IS-MONTH-END          VALUE "Y".
001410     05  WS-ENTRY-OK-SWITCH          PIC X(01) VALUE "N".
001420         88  WS-ENTRY-OK                  VALUE "Y".
001430     05  WS-ENTRY-GEN-SWITCH         PIC X(01) VALUE "N".
001440         88  WS-ENTRY-GENERATED           VALUE "Y".
001450     05  WS-DATE-MATCH-SWITCH        PIC X(01) VALUE "N".
001460         88  WS-DATE-MATCHES              VALUE "Y".
001470     05  WS-LATER-IN-MONTH-SWITCH    PIC X(01) VALUE "N".
001480         88  WS-LATER-IN-MONTH            VALUE "Y".
001490     05  WS-CAL-FULL-SWITCH          PIC X(01) VALUE "N".
001500         88  WS-CAL-FULL                  VALUE "Y".
001510*
001520 01  WS-COUNTS.
001530     05  WS-HIGH-SEQ-NO              PIC 9(06) VALUE ZERO.
001540     05  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.
001550     05  WS-STD-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
001560     05  WS-GENERATED-COUNT          PIC 9(06) COMP VALUE ZERO.
001570     05  WS-ALREADY-COUNT            PIC 9(06) COMP VALUE ZERO.
001580     05  WS-BAD-ENTRY-COUNT          PIC 9(06) COMP VALUE ZERO.
001590     05  WS-LISTED-COUNT             PIC 9(06) COMP VALUE ZERO.
001600     05  WS-GENERATED-TOTAL          PIC S9(11)V99 COMP
001610                                         VALUE ZERO.
001620*
001630 01  WS-DATE-FIELDS.
001640     05  WS-RUN-INTEGER              PIC S9(07) COMP VALUE ZERO.
001650     05  WS-WINDOW-START             PIC S9(07) COMP VALUE ZERO.
001660     05  WS-DAY-INTEGER              PIC S9(07) COMP VALUE ZERO.
001670     05  WS-SEARCH-LIMIT             PIC S9(07) COMP VALUE ZERO.
001680     05  WS-WORK-INTEGER             PIC S9(07) COMP VALUE ZERO.
001690     05  WS-WEEK-QUOTIENT            PIC S9(07) COMP VALUE ZERO.
001700     05  WS-WEEK-REMAINDER           PIC S9(07) COMP VALUE ZERO.
001710     05  WS-PREV-BUS-DATE            PIC 9(08) VALUE ZERO.
001720     05  WS-ROLL-DATE                PIC 9(08) VALUE ZERO.
001730*
001740 01  WS-RUN-DATE                     PIC 9(08).
001750 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001760     05  WS-RUN-YYYYMM               PIC 9(06).
001770     05  WS-RUN-DD                   PIC 9(02).
001773 01  WS-CYCLE-OPTION                 PIC X(01) VALUE SPACES.
001776 01  WS-CYCLE-NO                     PIC 9(01) VALUE 1.
001780*
001790 01  WS-DAY-DATE                     PIC 9(08) VALUE ZERO.
001800 01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
001810     05  WS-DAY-YYYYMM               PIC 9(06).
001820     05  WS-DAY-DD                   PIC 9(02).
001830*
001840 01  WS-AFTER-DATE                   PIC 9(08) VALUE ZERO.
001850 01  WS-AFTER-DATE-PARTS REDEFINES WS-AFTER-DATE.
001860     05  WS-AFTER-YYYYMM             PIC 9(06).
001870     05  WS-AFTER-DD                 PIC 9(02).
001880*
001890 01  WS-TEST-DATE                    PIC 9(08) VALUE ZERO.
001900 01  WS-TEST-DATE-PARTS REDEFINES WS-TEST-DATE.
001910     05  WS-TEST-YYYYMM              PIC 9(06).
001920     05  WS-TEST-DD                  PIC 9(02).
001930*
001940 01  WS-ORIGIN-REF.
001950     05  WS-ORIGIN-REF-TYPE          PIC X(01) VALUE "S".
001960     05  WS-ORIGIN-REF-DATE          PIC 9(08).
001970     05  WS-ORIGIN-REF-ENTRY         PIC 9(06).
001980*
001990 01  WS-NEXT-DUE-TEXT                PIC X(10) VALUE SPACES.
002000*
002010*    THE PROCESSING CALENDAR, HELD IN CORE SO THE NEXT-DUE
002020*    LISTING CAN ROLL ANY DATE FORWARD.  ADDCAL NEED NOT BE
002030*    IN DATE ORDER.  A DATE WITH NO LATER BUSINESS DAY IN ITS
002040*    MONTH IS FLAGGED AS ITS MONTH'S LAST BUSINESS DAY.
002050*
002060 01  WS-CAL-TABLE.
002070     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
002080     05  WS-CAL-MAX                  PIC 9(04) COMP VALUE 1500.
002090     05  WS-CAL-IX                   PIC 9(04) COMP VALUE ZERO.
002100     05  WS-CAL-IX2                  PIC 9(04) COMP VALUE ZERO.
002110     05  WS-CAL-ENTRY OCCURS 1500 TIMES.
002120         10  WS-CAL-T-DATE           PIC 9(08).
002130         10  WS-CAL-T-MONTH-END      PIC X(01).
002140             88  WS-CAL-T-IS-MONTH-END    VALUE "Y".
002150*
002160 01  WS-RPT-HEADER-1.
002170     05  FILLER                      PIC X(10) VALUE SPACES.
002180     05  FILLER                      PIC X(40)
002190         VALUE "PROGRAM: ADDSTG - STANDING TRANSACTIONS".
002200     05  FILLER                      PIC X(06) VALUE SPACES.
002210     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002220     05  H1-RUN-DATE                 PIC X(10).
002230     05  FILLER                      PIC X(55) VALUE SPACES.
002240*
002250 01  WS-RPT-SECTION-LINE.
002260     05  FILLER                      PIC X(10) VALUE SPACES.
002270     05  SEC-TITLE                   PIC X(40).
002280     05  SEC-DATE                    PIC X(10).
002290     05  FILLER                      PIC X(72) VALUE SPACES.
002300*
002310 01  WS-RPT-GEN-HEADER.
002320     05  FILLER                      PIC X(10) VALUE SPACES.
002330     05  FILLER                      PIC X(08) VALUE "ENTRY".
002340     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
002350     05  FILLER                      PIC X(04) VALUE "OP".
002360     05  FILLER                      PIC X(15) VALUE "NUM1".
002370     05  FILLER                      PIC X(16) VALUE "NUM2".
002380     05  FILLER                      PIC X(04) VALUE "FRQ".
002390     05  FILLER                      PIC X(10) VALUE "OCCURS".
002400     05  FILLER                      PIC X(08) VALUE "SEQ".
002410     05  FILLER                      PIC X(11)
002420         VALUE "DESCRIPTION".
002430     05  FILLER                      PIC X(36) VALUE SPACES.
002440*
002450 01  WS-RPT-GEN-DETAIL.
002460     05  FILLER                      PIC X(10) VALUE SPACES.
002470     05  G-ENTRY-NO                  PIC 9(06).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  G-ACCOUNT-NO                PIC 9(08).
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  G-OP-CODE                   PIC X(01).
002520     05  FILLER                      PIC X(03) VALUE SPACES.
002530     05  G-NUM1                      PIC -Z,ZZZ,ZZ9.99.
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  G-NUM2                      PIC -Z,ZZZ,ZZ9.99.
002560     05  FILLER                      PIC X(03) VALUE SPACES.
002570     05  G-FREQUENCY                 PIC X(01).
002580     05  FILLER                      PIC X(03) VALUE SPACES.
002590     05  G-OCCUR-DATE                PIC 9(08).
002600     05  FILLER                      PIC X(02) VALUE SPACES.
002610     05  G-SEQ-NO                    PIC 9(06).
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630     05  G-DESCRIPTION               PIC X(10).
002640     05  FILLER                      PIC X(37) VALUE SPACES.
002650*
002660 01  WS-RPT-GEN-SUMMARY.
002670     05  FILLER                      PIC X(10) VALUE SPACES.
002680     05  FILLER                      PIC X(25)
002690         VALUE "RECUR DETAILS GENERATED: ".
002700     05  GS-COUNT                    PIC ZZZ,ZZ9.
002710     05  FILLER                      PIC X(10) VALUE "   TOTAL: ".
002720     05  GS-TOTAL                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002730     05  FILLER                      PIC X(22)
002740         VALUE "   ALREADY GENERATED: ".
002750     05  GS-ALREADY                  PIC ZZZ,ZZ9.
002760     05  FILLER                      PIC X(33) VALUE SPACES.
002770*
002780 01  WS-RPT-DUE-HEADER.
002790     05  FILLER                      PIC X(10) VALUE SPACES.
002800     05  FILLER                      PIC X(08) VALUE "ENTRY".
002810     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
002820     05  FILLER                      PIC X(04) VALUE "FRQ".
002830     05  FILLER                      PIC X(05) VALUE "DAY".
002840     05  FILLER                      PIC X(10) VALUE "START".
002850     05  FILLER                      PIC X(10) VALUE "END".
002860     05  FILLER                      PIC X(12)
002870         VALUE "LAST OCCURS".
002880     05  FILLER                      PIC X(12) VALUE "NEXT DUE".
002890     05  FILLER                      PIC X(11)
002900         VALUE "DESCRIPTION".
002910     05  FILLER                      PIC X(40) VALUE SPACES.
002920*
002930 01  WS-RPT-DUE-DETAIL.
002940     05  FILLER                      PIC X(10) VALUE SPACES.
002950     05  N-ENTRY-NO                  PIC 9(06).
002960     05  FILLER                      PIC X(02) VALUE SPACES.
002970     05  N-ACCOUNT-NO                PIC 9(08).
002980     05  FILLER                      PIC X(02) VALUE SPACES.
002990     05  N-FREQUENCY                 PIC X(01).
003000     05  FILLER                      PIC X(03) VALUE SPACES.
003010     05  N-DAY-NO                    PIC Z9.
003020     05  FILLER                      PIC X(03) VALUE SPACES.
003030     05  N-START-DATE                PIC 9(08).
003040     05  FILLER                      PIC X(02) VALUE SPACES.
003050     05  N-END-DATE                  PIC 9(08).
003060     05  FILLER                      PIC X(02) VALUE SPACES.
003070     05  N-LAST-OCCUR-DATE           PIC 9(08).
003080     05  FILLER                      PIC X(04) VALUE SPACES.
003090     05  N-NEXT-DUE                  PIC X(10).
003100     05  FILLER                      PIC X(02) VALUE SPACES.
003110     05  N-DESCRIPTION               PIC X(10).
003120     05  FILLER                      PIC X(41) VALUE SPACES.
003130*
003140 01  WS-RPT-DUE-SUMMARY.
003150     05  FILLER                      PIC X(10) VALUE SPACES.
003160     05  FILLER                      PIC X(25)
003170         VALUE "ACTIVE ENTRIES LISTED:   ".
003180     05  DS-COUNT                    PIC ZZZ,ZZ9.
003190     05  FILLER                      PIC X(90) VALUE SPACES.
003200*
003201 LINKAGE SECTION.
003202*
003204 01  LS-PARM-INFO.
003205     05  LS-PARM-LENGTH              PIC S9(04) COMP.
003207     05  LS-PARM-TEXT                PIC X(01).
003208*
003210 PROCEDURE DIVISION USING LS-PARM-INFO.
003220*
003230*****************************************************************
003240*    0000-MAINLINE                                              *
003250*    CONTROLS OVERALL FLOW OF THE GENERATOR RUN.                *
003260*****************************************************************
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE
003290         THRU 1000-INITIALIZE-EXIT.
003300     PERFORM 2000-COPY-TRAN-RECORD
003310         THRU 2000-COPY-TRAN-RECORD-EXIT
003320         UNTIL WS-EOF.
003330     IF NOT WS-OPEN-ERROR
003340         PERFORM 3000-PROCESS-ENTRY
003350             THRU 3000-PROCESS-ENTRY-EXIT
003360             UNTIL WS-STD-EOF
003370         PERFORM 3900-CLOSE-RECUR-BATCH
003380             THRU 3900-CLOSE-RECUR-BATCH-EXIT
003390         PERFORM 5000-LIST-NEXT-DUE
003400             THRU 5000-LIST-NEXT-DUE-EXIT
003410     END-IF.
003420     PERFORM 9000-TERMINATE
003430         THRU 9000-TERMINATE-EXIT.
003440     STOP RUN.
003450*
003460*****************************************************************
003470*    1000-INITIALIZE                                            *
003478*    TAKES THE CYCLE FROM THE PARM, OPENS FILES, LOADS THE      *
003486*    CALENDAR, FIXES THE WINDOW OF OCCURRENCE DATES THAT ROLL   *
003494*    ONTO TODAY, PRINTS THE REPORT HEADER AND PRIMES BOTH READ  *
003502*    LOOPS.  A CYCLE AFTER THE FIRST READS NO STANDING ENTRIES. *
003510*****************************************************************
003520 1000-INITIALIZE.
003530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003540     COMPUTE WS-RUN-INTEGER =
003550         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003551     IF LS-PARM-LENGTH GREATER THAN ZERO
003552         MOVE LS-PARM-TEXT TO WS-CYCLE-OPTION
003553     END-IF.
003554     IF WS-CYCLE-OPTION EQUAL SPACE
003555         MOVE "1" TO WS-CYCLE-OPTION
003556     END-IF.
003557     IF WS-CYCLE-OPTION NOT NUMERIC
003558             OR WS-CYCLE-OPTION EQUAL "0"
003559             OR WS-CYCLE-OPTION GREATER THAN "4"
003560             OR LS-PARM-LENGTH GREATER THAN 1
003561         DISPLAY "ADDSTG: PARM IS NOT A POSTING CYCLE 1-4"
003562             " - RUN REFUSED"
003563         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003564         MOVE "Y" TO WS-EOF-SWITCH
003565         MOVE "Y" TO WS-STD-EOF-SWITCH
003566         GO TO 1000-INITIALIZE-EXIT
003567     END-IF.
003568     MOVE WS-CYCLE-OPTION TO WS-CYCLE-NO.
003569     OPEN INPUT ADDTRIN-FILE.
003570     IF NOT WS-ADDTRIN-OK
003580         DISPLAY "ADDSTG: UNABLE TO OPEN ADDTRIN"
003590         DISPLAY "FILE STATUS IS " WS-ADDTRIN-STATUS
003600         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003610     END-IF.
003620     OPEN OUTPUT ADDTROUT-FILE.
003630     IF NOT WS-ADDTROUT-OK
003640         DISPLAY "ADDSTG: UNABLE TO OPEN ADDTROUT"
003650         DISPLAY "FILE STATUS IS " WS-ADDTROUT-STATUS
003660         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003670     END-IF.
003680     OPEN INPUT ADDCAL-FILE.
003690     IF NOT WS-ADDCAL-OK
003700         DISPLAY "ADDSTG: UNABLE TO OPEN ADDCAL"
003710         DISPLAY "FILE STATUS IS " WS-ADDCAL-STATUS
003720         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003730     END-IF.
003740     OPEN OUTPUT ADDSTRPT-FILE.
003750     IF NOT WS-ADDSTRPT-OK
003760         DISPLAY "ADDSTG: UNABLE TO OPEN ADDSTRPT"
003770         DISPLAY "FILE STATUS IS " WS-ADDSTRPT-STATUS
003780         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003790     END-IF.
003800     OPEN I-O ADDSTD-FILE.
003810     IF WS-ADDSTD-STATUS EQUAL "35"
003820*        NO STANDING MASTER YET - NOTHING HAS EVER BEEN SET
003830*        UP.  RUN THE GENERATOR AS A STRAIGHT COPY.
003840         MOVE "Y" TO WS-NO-MASTER-SWITCH
003850         MOVE "Y" TO WS-STD-EOF-SWITCH
003860     ELSE
003870         IF NOT WS-ADDSTD-OK
003880             DISPLAY "ADDSTG: UNABLE TO OPEN ADDSTD"
003890             DISPLAY "FILE STATUS IS " WS-ADDSTD-STATUS
003900             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003910         END-IF
003920     END-IF.
003930     IF WS-OPEN-ERROR
003940         MOVE "Y" TO WS-EOF-SWITCH
003950         MOVE "Y" TO WS-STD-EOF-SWITCH
003960         GO TO 1000-INITIALIZE-EXIT
003970     END-IF.
003980     PERFORM 1100-READ-CALENDAR
003990         THRU 1100-READ-CALENDAR-EXIT.
004000     PERFORM 1200-STORE-CAL-DATE
004010         THRU 1200-STORE-CAL-DATE-EXIT
004020         UNTIL WS-CAL-EOF.
004030     CLOSE ADDCAL-FILE.
004040     PERFORM 1300-FLAG-MONTH-END
004050         THRU 1300-FLAG-MONTH-END-EXIT
004060         VARYING WS-CAL-IX FROM 1 BY 1
004070         UNTIL WS-CAL-IX GREATER THAN WS-CAL-COUNT.
004080     IF NOT WS-RUN-ON-CALENDAR
004090         DISPLAY "ADDSTG: " WS-RUN-DATE
004100             " IS NOT A BUSINESS DAY ON ADDCAL"
004110         DISPLAY "  NOTHING GENERATED - CHECK THE PROCESSING"
004120             " CALENDAR"
004130         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
004140         MOVE "Y" TO WS-STD-EOF-SWITCH
004150     END-IF.
004160     IF WS-PREV-BUS-DATE EQUAL ZERO
004170         MOVE WS-RUN-INTEGER TO WS-WINDOW-START
004180     ELSE
004190         COMPUTE WS-WINDOW-START =
004200             FUNCTION INTEGER-OF-DATE (WS-PREV-BUS-DATE) + 1
004210     END-IF.
004220     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
004230         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
004240         WS-RUN-DATE(1:4) DELIMITED BY SIZE
004250         INTO H1-RUN-DATE.
004260     WRITE ADDSTRPT-RECORD FROM WS-RPT-HEADER-1
004270         AFTER ADVANCING PAGE.
004280     MOVE "OCCURRENCES GENERATED FOR BUSINESS DATE"
004290         TO SEC-TITLE.
004300     MOVE H1-RUN-DATE TO SEC-DATE.
004310     WRITE ADDSTRPT-RECORD FROM WS-RPT-SECTION-LINE
004320         AFTER ADVANCING 2 LINES.
004330     WRITE ADDSTRPT-RECORD FROM WS-RPT-GEN-HEADER
004340         AFTER ADVANCING 2 LINES.
004350     PERFORM 2100-READ-ADDTRIN
004360         THRU 2100-READ-ADDTRIN-EXIT.
004361     IF WS-CYCLE-NO GREATER THAN 1
004363         DISPLAY "ADDSTG: POSTING CYCLE " WS-CYCLE-NO
004365             " - STANDING ENTRIES GENERATE IN CYCLE 1 ONLY"
004366         MOVE "Y" TO WS-STD-EOF-SWITCH
004368     END-IF.
004370     IF NOT WS-STD-EOF
004380         PERFORM 3100-READ-STANDING
004390             THRU 3100-READ-STANDING-EXIT
004400     END-IF.
004410 1000-INITIALIZE-EXIT.
004420     EXIT.
004430*
004440*****************************************************************
004450*    1100-READ-CALENDAR                                         *
004460*    READS THE NEXT CALENDAR RECORD, SETS EOF SWITCH.           *
004470*****************************************************************
004480 1100-READ-CALENDAR.
004490     READ ADDCAL-FILE
004500         AT END
004510             MOVE "Y" TO WS-CAL-EOF-SWITCH
004520     END-READ.
004530 1100-READ-CALENDAR-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570*    1200-STORE-CAL-DATE                                        *
004580*    TABLES ONE BUSINESS DATE, NOTES WHETHER IT IS TODAY AND    *
004590*    TRACKS THE LATEST BUSINESS DATE BEFORE TODAY, THEN READS   *
004600*    THE NEXT RECORD.                                           *
004610*****************************************************************
004620 1200-STORE-CAL-DATE.
004630     IF CAL-DATE NOT NUMERIC
004640         GO TO 1200-STORE-CAL-DATE-NEXT
004650     END-IF.
004660     IF CAL-DATE EQUAL WS-RUN-DATE
004670         MOVE "Y" TO WS-RUN-ON-CAL-SWITCH
004680     END-IF.
004690     IF CAL-DATE LESS THAN WS-RUN-DATE
004700             AND CAL-DATE GREATER THAN WS-PREV-BUS-DATE
004710         MOVE CAL-DATE TO WS-PREV-BUS-DATE
004720     END-IF.
004730     IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
004740         IF NOT WS-CAL-FULL
004750             DISPLAY "ADDSTG: ADDCAL EXCEEDS CALENDAR TABLE - "
004760                 "LATER DATES NOT LISTED AS NEXT DUE"
004770             MOVE "Y" TO WS-WARNING-SWITCH
004780             MOVE "Y" TO WS-CAL-FULL-SWITCH
004790         END-IF
004800         GO TO 1200-STORE-CAL-DATE-NEXT
004810     END-IF.
004820     ADD 1 TO WS-CAL-COUNT.
004830     MOVE CAL-DATE TO WS-CAL-T-DATE (WS-CAL-COUNT).
004840     MOVE "N" TO WS-CAL-T-MONTH-END (WS-CAL-COUNT).
004850 1200-STORE-CAL-DATE-NEXT.
004860     PERFORM 1100-READ-CALENDAR
004870         THRU 1100-READ-CALENDAR-EXIT.
004880 1200-STORE-CAL-DATE-EXIT.
004890     EXIT.
004900*
004910*****************************************************************
004920*    1300-FLAG-MONTH-END                                        *
004930*    FLAGS ONE TABLED BUSINESS DATE AS ITS MONTH'S LAST         *
004940*    BUSINESS DAY WHEN NO LATER TABLED DATE FALLS IN THE SAME   *
004950*    MONTH, AND NOTES WHETHER TODAY IS ONE.                     *
004960*****************************************************************
004970 1300-FLAG-MONTH-END.
004980     MOVE WS-CAL-T-DATE (WS-CAL-IX) TO WS-TEST-DATE.
004990     MOVE "N" TO WS-LATER-IN-MONTH-SWITCH.
005000     PERFORM 1350-TEST-LATER-DATE
005010         THRU 1350-TEST-LATER-DATE-EXIT
005020         VARYING WS-CAL-IX2 FROM 1 BY 1
005030         UNTIL WS-CAL-IX2 GREATER THAN WS-CAL-COUNT
005040             OR WS-LATER-IN-MONTH.
005050     IF NOT WS-LATER-IN-MONTH
005060         MOVE "Y" TO WS-CAL-T-MONTH-END (WS-CAL-IX)
005070         IF WS-TEST-DATE EQUAL WS-RUN-DATE
005080             MOVE "Y" TO WS-RUN-MONTH-END-SWITCH
005090         END-IF
005100     END-IF.
005110 1300-FLAG-MONTH-END-EXIT.
005120     EXIT.
005130*
005140*****************************************************************
005150*    1350-TEST-LATER-DATE                                       *
005160*    NOTES WHETHER ONE TABLED DATE FALLS LATER IN THE SAME      *
005170*    MONTH AS THE DATE BEING FLAGGED.                           *
005180*****************************************************************
005190 1350-TEST-LATER-DATE.
005200     MOVE WS-CAL-T-DATE (WS-CAL-IX2) TO WS-AFTER-DATE.
005210     IF WS-AFTER-YYYYMM EQUAL WS-TEST-YYYYMM
005220             AND WS-AFTER-DATE GREATER THAN WS-TEST-DATE
005230         MOVE "Y" TO WS-LATER-IN-MONTH-SWITCH
005240     END-IF.
005250 1350-TEST-LATER-DATE-EXIT.
005260     EXIT.
005270*
005280*****************************************************************
005290*    2000-COPY-TRAN-RECORD                                      *
005300*    PASSES ONE EXISTING ADDTRAN RECORD THROUGH TO THE OUTPUT   *
005310*    FILE, NOTING THE HIGHEST DETAIL SEQUENCE NUMBER SO THE     *
005320*    RECUR BATCH CONTINUES THE SEQUENCE, THEN READS THE NEXT    *
005330*    RECORD.                                                    *
005340*****************************************************************
005350 2000-COPY-TRAN-RECORD.
005360     IF AT-DETAIL-RECORD
005370             AND AT-SEQ-NO NUMERIC
005380             AND AT-SEQ-NO GREATER THAN WS-HIGH-SEQ-NO
005390         MOVE AT-SEQ-NO TO WS-HIGH-SEQ-NO
005400     END-IF.
005410     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
005420     PERFORM 2100-READ-ADDTRIN
005430         THRU 2100-READ-ADDTRIN-EXIT.
005440 2000-COPY-TRAN-RECORD-EXIT.
005450     EXIT.
005460*
005470*****************************************************************
005480*    2100-READ-ADDTRIN                                          *
005490*    READS THE NEXT TRANSACTION RECORD, SETS EOF SWITCH.        *
005500*****************************************************************
005510 2100-READ-ADDTRIN.
005520     READ ADDTRIN-FILE
005530         AT END
005540             MOVE "Y" TO WS-EOF-SWITCH
005550     END-READ.
005560 2100-READ-ADDTRIN-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600*    3000-PROCESS-ENTRY                                         *
005610*    GENERATES EVERY OCCURRENCE OF ONE ACTIVE STANDING ENTRY    *
005620*    THAT ROLLS ONTO TODAY, STAMPS THE ENTRY WHEN ANYTHING WAS  *
005630*    GENERATED AND READS THE NEXT ENTRY.  DAILY AND LAST-       *
005640*    BUSINESS-DAY ENTRIES OCCUR ON TODAY ITSELF; WEEKLY AND     *
005650*    MONTHLY ENTRIES ARE TESTED AGAINST EVERY CALENDAR DAY      *
005660*    SINCE THE PREVIOUS BUSINESS DAY.                           *
005670*****************************************************************
005680 3000-PROCESS-ENTRY.
005690     ADD 1 TO WS-STD-READ-COUNT.
005700     IF NOT STD-ACTIVE
005710         GO TO 3000-PROCESS-ENTRY-NEXT
005720     END-IF.
005730     PERFORM 3050-EDIT-ENTRY
005740         THRU 3050-EDIT-ENTRY-EXIT.
005750     IF NOT WS-ENTRY-OK
005760         DISPLAY "ADDSTG: STANDING ENTRY " STD-ENTRY-NO
005770             " FAILED EDIT - SKIPPED"
005780         ADD 1 TO WS-BAD-ENTRY-COUNT
005790         MOVE "Y" TO WS-WARNING-SWITCH
005800         GO TO 3000-PROCESS-ENTRY-NEXT
005810     END-IF.
005820     MOVE "N" TO WS-ENTRY-GEN-SWITCH.
005830     IF STD-DAILY
005840             OR (STD-LAST-BUSINESS-DAY AND WS-RUN-IS-MONTH-END)
005850         MOVE WS-RUN-DATE TO WS-DAY-DATE
005860         PERFORM 3200-CHECK-OCCURRENCE
005870             THRU 3200-CHECK-OCCURRENCE-EXIT
005880     END-IF.
005890     IF STD-WEEKLY OR STD-MONTHLY
005900         PERFORM 3150-TEST-WINDOW-DAY
005910             THRU 3150-TEST-WINDOW-DAY-EXIT
005920             VARYING WS-DAY-INTEGER FROM WS-WINDOW-START BY 1
005930             UNTIL WS-DAY-INTEGER GREATER THAN WS-RUN-INTEGER
005940     END-IF.
005950     IF WS-ENTRY-GENERATED
005960         MOVE WS-RUN-DATE TO STD-LAST-RUN-DATE
005970         REWRITE ADDSTD-RECORD
005980         IF NOT WS-ADDSTD-OK
005990             DISPLAY "ADDSTG: STANDING MASTER REWRITE FAILED"
006000             DISPLAY "FILE STATUS IS " WS-ADDSTD-STATUS
006010             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
006020             MOVE "Y" TO WS-STD-EOF-SWITCH
006030             GO TO 3000-PROCESS-ENTRY-EXIT
006040         END-IF
006050     END-IF.
006060 3000-PROCESS-ENTRY-NEXT.
006070     PERFORM 3100-READ-STANDING
006080         THRU 3100-READ-STANDING-EXIT.
006090 3000-PROCESS-ENTRY-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130*    3050-EDIT-ENTRY                                            *
006140*    PROVES ONE STANDING ENTRY IS USABLE - NUMERIC AMOUNTS AND  *
006150*    ACCOUNT, A KNOWN FREQUENCY AND OPERATION, A DAY NUMBER     *
006160*    IN RANGE FOR WEEKLY AND MONTHLY ENTRIES, A START DATE,     *
006170*    AND NUMERIC END AND STAMP DATES.                           *
006180*****************************************************************
006190 3050-EDIT-ENTRY.
006200     MOVE "N" TO WS-ENTRY-OK-SWITCH.
006210     IF STD-NUM1 NOT NUMERIC
006220             OR STD-NUM2 NOT NUMERIC
006230             OR STD-ACCOUNT-NO NOT NUMERIC
006240             OR STD-DAY-NO NOT NUMERIC
006250             OR STD-START-DATE NOT NUMERIC
006260             OR STD-END-DATE NOT NUMERIC
006270             OR STD-LAST-OCCUR-DATE NOT NUMERIC
006280             OR STD-LAST-RUN-DATE NOT NUMERIC
006290         GO TO 3050-EDIT-ENTRY-EXIT
006300     END-IF.
006310     IF NOT STD-FREQUENCY-VALID
006320             OR STD-START-DATE EQUAL ZERO
006330             OR STD-ACCOUNT-NO EQUAL ZERO
006340         GO TO 3050-EDIT-ENTRY-EXIT
006350     END-IF.
006360     IF STD-OP-CODE NOT EQUAL "A"
006370             AND STD-OP-CODE NOT EQUAL "S"
006380             AND STD-OP-CODE NOT EQUAL SPACE
006390         GO TO 3050-EDIT-ENTRY-EXIT
006400     END-IF.
006410     IF STD-WEEKLY
006420             AND (STD-DAY-NO LESS THAN 1
006430                 OR STD-DAY-NO GREATER THAN 7)
006440         GO TO 3050-EDIT-ENTRY-EXIT
006450     END-IF.
006460     IF STD-MONTHLY
006470             AND (STD-DAY-NO LESS THAN 1
006480                 OR STD-DAY-NO GREATER THAN 31)
006490         GO TO 3050-EDIT-ENTRY-EXIT
006500     END-IF.
006510     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
006520 3050-EDIT-ENTRY-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560*    3100-READ-STANDING                                         *
006570*    READS THE NEXT STANDING MASTER RECORD, SETS EOF SWITCH.    *
006580*****************************************************************
006590 3100-READ-STANDING.
006600     READ ADDSTD-FILE NEXT RECORD
006610         AT END
006620             MOVE "Y" TO WS-STD-EOF-SWITCH
006630     END-READ.
006640 3100-READ-STANDING-EXIT.
006650     EXIT.
006660*
006670*****************************************************************
006680*    3150-TEST-WINDOW-DAY                                       *
006690*    TESTS ONE CALENDAR DAY SINCE THE PREVIOUS BUSINESS DAY     *
006700*    AGAINST A WEEKLY OR MONTHLY ENTRY; A MATCHING DAY IS AN    *
006710*    OCCURRENCE THAT ROLLS ONTO TODAY.                          *
006720*****************************************************************
006730 3150-TEST-WINDOW-DAY.
006740     COMPUTE WS-DAY-DATE =
006750         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
006760     PERFORM 4000-MATCH-OCCURRENCE-DATE
006770         THRU 4000-MATCH-OCCURRENCE-DATE-EXIT.
006780     IF WS-DATE-MATCHES
006790         PERFORM 3200-CHECK-OCCURRENCE
006800             THRU 3200-CHECK-OCCURRENCE-EXIT
006810     END-IF.
006820 3150-TEST-WINDOW-DAY-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860*    3200-CHECK-OCCURRENCE                                      *
006870*    GENERATES THE OCCURRENCE DATED WS-DAY-DATE WHEN IT FALLS   *
006880*    INSIDE THE ENTRY'S START AND END DATES AND HAS NOT BEEN    *
006890*    GENERATED ON AN EARLIER BUSINESS DATE.  AN OCCURRENCE AT   *
006900*    OR BEFORE THE STAMPED DATE IS ONLY GENERATED AGAIN WHEN    *
006910*    THE STAMP CAME FROM TODAY'S OWN (REBUILT) RUN.             *
006920*****************************************************************
006930 3200-CHECK-OCCURRENCE.
006940     IF WS-DAY-DATE LESS THAN STD-START-DATE
006950         GO TO 3200-CHECK-OCCURRENCE-EXIT
006960     END-IF.
006970     IF STD-END-DATE GREATER THAN ZERO
006980             AND WS-DAY-DATE GREATER THAN STD-END-DATE
006990         GO TO 3200-CHECK-OCCURRENCE-EXIT
007000     END-IF.
007010     IF WS-DAY-DATE NOT GREATER THAN STD-LAST-OCCUR-DATE
007020             AND STD-LAST-RUN-DATE NOT EQUAL WS-RUN-DATE
007030         DISPLAY "ADDSTG: STANDING ENTRY " STD-ENTRY-NO
007040             " OCCURRENCE " WS-DAY-DATE " ALREADY GENERATED ON "
007050             STD-LAST-RUN-DATE
007060         ADD 1 TO WS-ALREADY-COUNT
007070         GO TO 3200-CHECK-OCCURRENCE-EXIT
007080     END-IF.
007090     PERFORM 3300-WRITE-RECUR-DETAIL
007100         THRU 3300-WRITE-RECUR-DETAIL-EXIT.
007110     IF WS-DAY-DATE GREATER THAN STD-LAST-OCCUR-DATE
007120         MOVE WS-DAY-DATE TO STD-LAST-OCCUR-DATE
007130     END-IF.
007140     MOVE "Y" TO WS-ENTRY-GEN-SWITCH.
007150 3200-CHECK-OCCURRENCE-EXIT.
007160     EXIT.
007170*
007180*****************************************************************
007190*    3300-WRITE-RECUR-DETAIL                                    *
007200*    WRITES THE RECUR BATCH HEADER AHEAD OF THE FIRST           *
007210*    OCCURRENCE, THEN ONE DETAIL FOR THE CURRENT OCCURRENCE,    *
007220*    SEQUENCED PAST THE HIGHEST SEQUENCE ALREADY ON THE FILE,   *
007230*    AND LISTS IT.                                              *
007240*****************************************************************
007250 3300-WRITE-RECUR-DETAIL.
007260     IF NOT WS-HEADER-WRITTEN
007270         MOVE WS-HIGH-SEQ-NO TO WS-NEXT-SEQ-NO
007280         MOVE SPACES TO ADDTRAN-RECORD
007290         MOVE "B" TO AT-RECORD-TYPE
007300         MOVE "RECUR" TO AT-BATCH-ID
007310         MOVE "RECR" TO AT-SOURCE-SYSTEM
007320         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
007330         MOVE "Y" TO WS-HEADER-WRITTEN-SWITCH
007340     END-IF.
007350     ADD 1 TO WS-NEXT-SEQ-NO.
007360     ADD 1 TO WS-GENERATED-COUNT.
007370     IF STD-OP-CODE EQUAL "S"
007380         COMPUTE WS-GENERATED-TOTAL = WS-GENERATED-TOTAL
007390             + STD-NUM1 - STD-NUM2
007400     ELSE
007410         COMPUTE WS-GENERATED-TOTAL = WS-GENERATED-TOTAL
007420             + STD-NUM1 + STD-NUM2
007430     END-IF.
007440     MOVE WS-DAY-DATE TO WS-ORIGIN-REF-DATE.
007450     MOVE STD-ENTRY-NO TO WS-ORIGIN-REF-ENTRY.
007460     MOVE SPACES TO ADDTRAN-RECORD.
007470     MOVE "D" TO AT-RECORD-TYPE.
007480     MOVE WS-NEXT-SEQ-NO TO AT-SEQ-NO.
007490     MOVE STD-NUM1 TO AT-NUM1.
007500     MOVE STD-NUM2 TO AT-NUM2.
007510     MOVE STD-ACCOUNT-NO TO AT-ACCOUNT-NO.
007520     MOVE STD-OP-CODE TO AT-OP-CODE.
007530     MOVE WS-ORIGIN-REF TO AT-ORIGIN-REF.
007540     MOVE ZERO TO AT-INTENDED-ACCOUNT.
007550     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
007560     MOVE STD-ENTRY-NO TO G-ENTRY-NO.
007570     MOVE STD-ACCOUNT-NO TO G-ACCOUNT-NO.
007580     MOVE STD-OP-CODE TO G-OP-CODE.
007590     MOVE STD-NUM1 TO G-NUM1.
007600     MOVE STD-NUM2 TO G-NUM2.
007610     MOVE STD-FREQUENCY TO G-FREQUENCY.
007620     MOVE WS-DAY-DATE TO G-OCCUR-DATE.
007630     MOVE WS-NEXT-SEQ-NO TO G-SEQ-NO.
007640     MOVE STD-DESCRIPTION TO G-DESCRIPTION.
007650     WRITE ADDSTRPT-RECORD FROM WS-RPT-GEN-DETAIL
007660         AFTER ADVANCING 1 LINE.
007670 3300-WRITE-RECUR-DETAIL-EXIT.
007680     EXIT.
007690*
007700*****************************************************************
007710*    3900-CLOSE-RECUR-BATCH                                     *
007720*    WRITES THE RECUR BATCH TRAILER CARRYING THE COUNT AND      *
007730*    TOTAL OF THE GENERATED DETAILS (NOTHING IS WRITTEN WHEN    *
007740*    NOTHING WAS DUE) AND PRINTS THE GENERATED SUMMARY.         *
007750*****************************************************************
007760 3900-CLOSE-RECUR-BATCH.
007770     MOVE WS-GENERATED-COUNT TO GS-COUNT.
007780     MOVE WS-GENERATED-TOTAL TO GS-TOTAL.
007790     MOVE WS-ALREADY-COUNT TO GS-ALREADY.
007800     WRITE ADDSTRPT-RECORD FROM WS-RPT-GEN-SUMMARY
007810         AFTER ADVANCING 2 LINES.
007820     IF NOT WS-HEADER-WRITTEN
007830         GO TO 3900-CLOSE-RECUR-BATCH-EXIT
007840     END-IF.
007850     MOVE SPACES TO ADDTRAN-RECORD.
007860     MOVE "T" TO AT-RECORD-TYPE.
007870     MOVE WS-GENERATED-COUNT TO AT-TRAILER-COUNT.
007880     MOVE WS-GENERATED-TOTAL TO AT-TRAILER-TOTAL.
007890     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
007900 3900-CLOSE-RECUR-BATCH-EXIT.
007910     EXIT.
007920*
007930*****************************************************************
007940*    4000-MATCH-OCCURRENCE-DATE                                 *
007950*    DECIDES WHETHER THE CALENDAR DAY IN WS-DAY-INTEGER AND     *
007960*    WS-DAY-DATE IS AN OCCURRENCE DATE OF THE CURRENT ENTRY.    *
007970*    DAILY MATCHES ANY DAY.  WEEKLY MATCHES ITS WEEKDAY - DAY   *
007980*    1 OF THE INTEGER DATE COUNT (01/01/1601) IS A MONDAY.      *
007990*    MONTHLY MATCHES ITS DAY OF THE MONTH, OR THE MONTH'S LAST  *
008000*    DAY WHEN THE MONTH IS TOO SHORT TO HAVE THAT DAY.          *
008010*****************************************************************
008020 4000-MATCH-OCCURRENCE-DATE.
008030     MOVE "N" TO WS-DATE-MATCH-SWITCH.
008040     IF STD-DAILY
008050         MOVE "Y" TO WS-DATE-MATCH-SWITCH
008060         GO TO 4000-MATCH-OCCURRENCE-DATE-EXIT
008070     END-IF.
008080     IF STD-WEEKLY
008090         COMPUTE WS-WORK-INTEGER = WS-DAY-INTEGER - 1
008100         DIVIDE WS-WORK-INTEGER BY 7
008110             GIVING WS-WEEK-QUOTIENT
008120             REMAINDER WS-WEEK-REMAINDER
008130         IF WS-WEEK-REMAINDER + 1 EQUAL STD-DAY-NO
008140             MOVE "Y" TO WS-DATE-MATCH-SWITCH
008150         END-IF
008160         GO TO 4000-MATCH-OCCURRENCE-DATE-EXIT
008170     END-IF.
008180     IF WS-DAY-DD EQUAL STD-DAY-NO
008190         MOVE "Y" TO WS-DATE-MATCH-SWITCH
008200         GO TO 4000-MATCH-OCCURRENCE-DATE-EXIT
008210     END-IF.
008220     IF WS-DAY-DD LESS THAN STD-DAY-NO
008230         COMPUTE WS-AFTER-DATE =
008240             FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER + 1)
008250         IF WS-AFTER-DD EQUAL 1
008260             MOVE "Y" TO WS-DATE-MATCH-SWITCH
008270         END-IF
008280     END-IF.
008290 4000-MATCH-OCCURRENCE-DATE-EXIT.
008300     EXIT.
008310*
008320*****************************************************************
008330*    5000-LIST-NEXT-DUE                                         *
008340*    RE-READS THE STANDING MASTER FROM THE TOP AND LISTS EVERY  *
008350*    ACTIVE ENTRY WITH THE BUSINESS DATE IT NEXT COMES DUE.     *
008360*****************************************************************
008370 5000-LIST-NEXT-DUE.
008380     MOVE "ACTIVE ENTRIES AND NEXT DUE DATE AFTER" TO SEC-TITLE.
008390     MOVE H1-RUN-DATE TO SEC-DATE.
008400     WRITE ADDSTRPT-RECORD FROM WS-RPT-SECTION-LINE
008410         AFTER ADVANCING PAGE.
008420     WRITE ADDSTRPT-RECORD FROM WS-RPT-DUE-HEADER
008430         AFTER ADVANCING 2 LINES.
008440     IF WS-OPEN-ERROR
008450         GO TO 5000-LIST-NEXT-DUE-EXIT
008460     END-IF.
008470     IF WS-NO-MASTER
008480         GO TO 5000-LIST-NEXT-DUE-SUMMARY
008490     END-IF.
008500     CLOSE ADDSTD-FILE.
008510     OPEN INPUT ADDSTD-FILE.
008520     IF NOT WS-ADDSTD-OK
008530         DISPLAY "ADDSTG: UNABLE TO REOPEN ADDSTD FOR LISTING"
008540         DISPLAY "FILE STATUS IS " WS-ADDSTD-STATUS
008550         MOVE "Y" TO WS-WARNING-SWITCH
008560         GO TO 5000-LIST-NEXT-DUE-SUMMARY
008570     END-IF.
008580     MOVE "N" TO WS-STD-EOF-SWITCH.
008590     PERFORM 3100-READ-STANDING
008600         THRU 3100-READ-STANDING-EXIT.
008610     PERFORM 5100-LIST-ONE-ENTRY
008620         THRU 5100-LIST-ONE-ENTRY-EXIT
008630         UNTIL WS-STD-EOF.
008640 5000-LIST-NEXT-DUE-SUMMARY.
008650     MOVE WS-LISTED-COUNT TO DS-COUNT.
008660     WRITE ADDSTRPT-RECORD FROM WS-RPT-DUE-SUMMARY
008670         AFTER ADVANCING 2 LINES.
008680 5000-LIST-NEXT-DUE-EXIT.
008690     EXIT.
008700*
008710*****************************************************************
008720*    5100-LIST-ONE-ENTRY                                        *
008730*    PRINTS ONE ACTIVE, USABLE ENTRY WITH ITS NEXT DUE DATE,    *
008740*    THEN READS THE NEXT ENTRY.                                 *
008750*****************************************************************
008760 5100-LIST-ONE-ENTRY.
008770     IF NOT STD-ACTIVE
008780         GO TO 5100-LIST-ONE-ENTRY-NEXT
008790     END-IF.
008800     PERFORM 3050-EDIT-ENTRY
008810         THRU 3050-EDIT-ENTRY-EXIT.
008820     IF NOT WS-ENTRY-OK
008830         GO TO 5100-LIST-ONE-ENTRY-NEXT
008840     END-IF.
008850     PERFORM 5200-FIND-NEXT-DUE
008860         THRU 5200-FIND-NEXT-DUE-EXIT.
008870     ADD 1 TO WS-LISTED-COUNT.
008880     MOVE STD-ENTRY-NO TO N-ENTRY-NO.
008890     MOVE STD-ACCOUNT-NO TO N-ACCOUNT-NO.
008900     MOVE STD-FREQUENCY TO N-FREQUENCY.
008910     MOVE STD-DAY-NO TO N-DAY-NO.
008920     MOVE STD-START-DATE TO N-START-DATE.
008930     MOVE STD-END-DATE TO N-END-DATE.
008940     MOVE STD-LAST-OCCUR-DATE TO N-LAST-OCCUR-DATE.
008950     MOVE WS-NEXT-DUE-TEXT TO N-NEXT-DUE.
008960     MOVE STD-DESCRIPTION TO N-DESCRIPTION.
008970     WRITE ADDSTRPT-RECORD FROM WS-RPT-DUE-DETAIL
008980         AFTER ADVANCING 1 LINE.
008990 5100-LIST-ONE-ENTRY-NEXT.
009000     PERFORM 3100-READ-STANDING
009010         THRU 3100-READ-STANDING-EXIT.
009020 5100-LIST-ONE-ENTRY-EXIT.
009030     EXIT.
009040*
009050*****************************************************************
009060*    5200-FIND-NEXT-DUE                                         *
009070*    WORKS OUT THE BUSINESS DATE THE CURRENT ENTRY NEXT COMES   *
009080*    DUE AFTER TODAY.  A LAST-BUSINESS-DAY ENTRY TAKES THE      *
009090*    FIRST FLAGGED MONTH-END AFTER TODAY.  ANY OTHER ENTRY      *
009100*    TAKES ITS FIRST OCCURRENCE DATE AFTER TODAY (AND NOT       *
009110*    BEFORE ITS START DATE), ROLLED FORWARD TO A BUSINESS DAY.  *
009120*    AN ENTRY PAST ITS END DATE SHOWS "ENDED"; A DATE BEYOND    *
009130*    THE LOADED CALENDAR SHOWS "NOT ON CAL".                    *
009140*****************************************************************
009150 5200-FIND-NEXT-DUE.
009160     MOVE SPACES TO WS-NEXT-DUE-TEXT.
009170     MOVE ZERO TO WS-ROLL-DATE.
009180     IF STD-LAST-BUSINESS-DAY
009190         PERFORM 5300-TEST-MONTH-END
009200             THRU 5300-TEST-MONTH-END-EXIT
009210             VARYING WS-CAL-IX FROM 1 BY 1
009220             UNTIL WS-CAL-IX GREATER THAN WS-CAL-COUNT
009230         GO TO 5200-FIND-NEXT-DUE-SHOW
009240     END-IF.
009250     COMPUTE WS-DAY-INTEGER = WS-RUN-INTEGER + 1.
009260     IF STD-START-DATE GREATER THAN WS-RUN-DATE
009270         COMPUTE WS-DAY-INTEGER =
009280             FUNCTION INTEGER-OF-DATE (STD-START-DATE)
009290     END-IF.
009300     COMPUTE WS-SEARCH-LIMIT = WS-DAY-INTEGER + 400.
009310     MOVE "N" TO WS-DATE-MATCH-SWITCH.
009320     PERFORM 5250-TEST-NEXT-DAY
009330         THRU 5250-TEST-NEXT-DAY-EXIT
009340         VARYING WS-DAY-INTEGER FROM WS-DAY-INTEGER BY 1
009350         UNTIL WS-DAY-INTEGER GREATER THAN WS-SEARCH-LIMIT
009360             OR WS-DATE-MATCHES.
009370     IF NOT WS-DATE-MATCHES
009380         MOVE "NOT FOUND" TO WS-NEXT-DUE-TEXT
009390         GO TO 5200-FIND-NEXT-DUE-EXIT
009400     END-IF.
009410     IF NOT STD-DAILY
009420             AND STD-END-DATE GREATER THAN ZERO
009430             AND WS-DAY-DATE GREATER THAN STD-END-DATE
009440         MOVE "ENDED" TO WS-NEXT-DUE-TEXT
009450         GO TO 5200-FIND-NEXT-DUE-EXIT
009460     END-IF.
009470     PERFORM 5400-ROLL-FORWARD
009480         THRU 5400-ROLL-FORWARD-EXIT
009490         VARYING WS-CAL-IX FROM 1 BY 1
009500         UNTIL WS-CAL-IX GREATER THAN WS-CAL-COUNT.
009510 5200-FIND-NEXT-DUE-SHOW.
009520     IF WS-ROLL-DATE EQUAL ZERO
009530         MOVE "NOT ON CAL" TO WS-NEXT-DUE-TEXT
009540         GO TO 5200-FIND-NEXT-DUE-EXIT
009550     END-IF.
009560     IF STD-END-DATE GREATER THAN ZERO
009570             AND (STD-DAILY OR STD-LAST-BUSINESS-DAY)
009580             AND WS-ROLL-DATE GREATER THAN STD-END-DATE
009590         MOVE "ENDED" TO WS-NEXT-DUE-TEXT
009600         GO TO 5200-FIND-NEXT-DUE-EXIT
009610     END-IF.
009620     MOVE WS-ROLL-DATE TO WS-NEXT-DUE-TEXT.
009630 5200-FIND-NEXT-DUE-EXIT.
009640     EXIT.
009650*
009660*****************************************************************
009670*    5250-TEST-NEXT-DAY                                         *
009680*    TESTS ONE CALENDAR DAY AFTER TODAY AGAINST THE CURRENT     *
009690*    ENTRY WHILE SEARCHING FOR ITS NEXT OCCURRENCE DATE.        *
009700*****************************************************************
009710 5250-TEST-NEXT-DAY.
009720     COMPUTE WS-DAY-DATE =
009730         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
009740     PERFORM 4000-MATCH-OCCURRENCE-DATE
009750         THRU 4000-MATCH-OCCURRENCE-DATE-EXIT.
009760 5250-TEST-NEXT-DAY-EXIT.
009770     EXIT.
009780*
009790*****************************************************************
009800*    5300-TEST-MONTH-END                                        *
009810*    KEEPS THE EARLIEST FLAGGED MONTH-END BUSINESS DAY AFTER    *
009820*    TODAY AND NOT BEFORE THE ENTRY'S START DATE.               *
009830*****************************************************************
009840 5300-TEST-MONTH-END.
009850     IF WS-CAL-T-IS-MONTH-END (WS-CAL-IX)
009860             AND WS-CAL-T-DATE (WS-CAL-IX)
009870                 GREATER THAN WS-RUN-DATE
009880             AND WS-CAL-T-DATE (WS-CAL-IX)
009890                 NOT LESS THAN STD-START-DATE
009900         IF WS-ROLL-DATE EQUAL ZERO
009910                 OR WS-CAL-T-DATE (WS-CAL-IX)
009920                     LESS THAN WS-ROLL-DATE
009930             MOVE WS-CAL-T-DATE (WS-CAL-IX) TO WS-ROLL-DATE
009940         END-IF
009950     END-IF.
009960 5300-TEST-MONTH-END-EXIT.
009970     EXIT.
009980*
009990*****************************************************************
010000*    5400-ROLL-FORWARD                                          *
010010*    KEEPS THE EARLIEST TABLED BUSINESS DAY ON OR AFTER THE     *
010020*    OCCURRENCE DATE IN WS-DAY-DATE.                            *
010030*****************************************************************
010040 5400-ROLL-FORWARD.
010050     IF WS-CAL-T-DATE (WS-CAL-IX) NOT LESS THAN WS-DAY-DATE
010060         IF WS-ROLL-DATE EQUAL ZERO
010070                 OR WS-CAL-T-DATE (WS-CAL-IX)
010080                     LESS THAN WS-ROLL-DATE
010090             MOVE WS-CAL-T-DATE (WS-CAL-IX) TO WS-ROLL-DATE
010100         END-IF
010110     END-IF.
010120 5400-ROLL-FORWARD-EXIT.
010130     EXIT.
010140*
010150*****************************************************************
010160*    9000-TERMINATE                                             *
010170*    DISPLAYS THE GENERATION COUNTS, CLOSES FILES AND SETS THE  *
010180*    STEP RETURN CODE.                                          *
010190*****************************************************************
010200 9000-TERMINATE.
010210     DISPLAY "ADDSTG: ENTRIES READ       " WS-STD-READ-COUNT.
010220     DISPLAY "ADDSTG: DETAILS GENERATED  " WS-GENERATED-COUNT.
010230     DISPLAY "ADDSTG: ALREADY GENERATED  " WS-ALREADY-COUNT.
010240     DISPLAY "ADDSTG: ENTRIES SKIPPED    " WS-BAD-ENTRY-COUNT.
010250     CLOSE ADDTRIN-FILE.
010260     CLOSE ADDTROUT-FILE.
010270     CLOSE ADDSTRPT-FILE.
010280     IF NOT WS-NO-MASTER
010290         CLOSE ADDSTD-FILE
010300     END-IF.
010310     IF WS-OPEN-ERROR
010320         MOVE 8 TO RETURN-CODE
010330     ELSE
010340         IF WS-WARNING-RAISED
010350             MOVE 4 TO RETURN-CODE
010360         ELSE
010370             MOVE ZERO TO RETURN-CODE
010380         END-IF
010390     END-IF.
010400 9000-TERMINATE-EXIT.
010410     EXIT.
