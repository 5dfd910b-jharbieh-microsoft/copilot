000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDAVF.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    AUDIT TRAIL INTEGRITY VERIFICATION.  AN INDEPENDENT RE-    *
000100*    WALK OF THE POSTING HISTORY AGAINST THE ADDAUDH AUDIT      *
000110*    CHAIN THE POSTING STEP WRITES ALONGSIDE ADDAUD, RUN BY     *
000120*    THE ADDAUDV JOB UNDER THE AUDIT VERIFICATION ID.  IT       *
000130*    NEVER UPDATES ANYTHING.                                    *
000140*                                                                *
000150*    TWO SEGMENTS ARE WALKED IN CHAIN ORDER - FIRST AN ARCHIVE  *
000160*    GENERATION OF THE TRAIL AND ITS CHAIN (ADDARCAU/ADDARCAH,  *
000170*    AS ADDARC WROTE THEM TO ADDARCOT; LEAVE THE DD'S OFF OR    *
000180*    DUMMY TO SKIP IT), THEN THE LIVE ADDAUD AND ADDAUDH.  THE  *
000190*    TRAIL AND ITS CHAIN ARE READ IN STEP, ONE LINK PER AUDIT   *
000200*    RECORD, AND EACH LINK IS PROVED:                           *
000210*      - ITS CHAIN NUMBER FOLLOWS THE LAST ONE (A GAP MEANS     *
000220*        LINKS - AND THEIR AUDIT RECORDS - WERE REMOVED);       *
000230*      - ITS PRIOR HASH IS THE LAST LINK'S HASH (BROKEN LINK);  *
000240*      - ITS AUDIT RECORD IS THE NEXT ONE ON THE TRAIL, AND     *
000250*        RE-HASHES TO THE LINK'S HASH - AN ALTERED RESULT IS    *
000260*        NAMED AS AN ALTERED AMOUNT, ANYTHING ELSE AS AN        *
000270*        ALTERED RECORD;                                        *
000280*      - ON THE LIVE SEGMENT, THE ADDAUDM AUDIT MASTER HOLDS    *
000290*        THE SAME RECORD UNDER ITS KEY WITH THE SAME ACCOUNT,   *
000300*        AMOUNTS, OPERATION AND BATCH.                          *
000310*    EVERY RUN-CONTROL RECORD MUST CLOSE THE LAST LINK, AGREE   *
000320*    WITH THE COUNT, FIRST LINK AND RESULT TOTAL OF THE LINKS   *
000328*    IT SEALS, AND CARRY A SIGNATURE THAT RE-COMPUTES THROUGH   *
000336*    ADDHMC WITH THE ICSF KEY NAMED ON ADDHKEY.  LINK HASHES    *
000344*    ARE RE-COMPUTED THROUGH ADDHSH.  AUDIT RECORDS LEFT OVER   *
000352*    WHEN THE CHAIN ENDS WERE ADDED OUTSIDE THE POSTING STEP.   *
000360*                                                                *
000370*    A SEGMENT THAT DOES NOT CONTINUE STRAIGHT ON FROM THE      *
000380*    PRIOR ONE (ONLY THE LIVE TRAIL SUPPLIED, OR AN OLDER       *
000390*    GENERATION) PICKS THE CHAIN UP AT ITS FIRST LINK; THE      *
000400*    SEAL COVERING THAT POINT IS SIGNATURE-CHECKED ONLY.        *
000410*    AUDIT RECORDS DATED BEFORE THE FIRST LINK EVER WRITTEN     *
000420*    PRE-DATE THE CHAIN AND ARE COUNTED, NOT PROVED.  LINKS     *
000430*    AFTER THE LAST RUN-CONTROL RECORD BELONG TO A RUN STILL    *
000440*    IN FLIGHT OR ABENDED AND ARE REPORTED AS UNSEALED.         *
000450*                                                                *
000460*    RETURN CODES:  0 - THE HISTORY PROVES.  4 - IT PROVES BUT  *
000467*    ENDS IN UNSEALED LINKS.  8 - A FILE COULD NOT BE OPENED,   *
000475*    ADDHKEY NAMES NO USABLE KEY, OR THE ICSF HASH OR MAC       *
000482*    SERVICE FAILED PART WAY.  16 - AN INTEGRITY FAILURE IS ON  *
000490*    THE REPORT - THE HISTORY HAS BEEN ALTERED; REFER IT TO     *
000500*    AUDIT BEFORE ANYTHING ELSE TOUCHES THE FILES.              *
000510*                                                                *
000520*    MODIFICATION HISTORY                                       *
000530*    ---------------------                                      *
000540*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000541*    10/15/26  RLH  SEALS ARE NOW PROVED THROUGH ADDHMC (ICSF   *
000543*                   HMAC) WITH THE KEY LABEL ON ADDHKEY AND     *
000545*                   LINKS THROUGH THE SHA-256 ADDHSH.  A        *
000546*                   CRYPTOGRAPHIC SERVICE FAILURE ENDS THE RUN  *
000548*                   WITH RETURN CODE 8.                         *
000550*                                                                *
000560*****************************************************************
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT ADDHKEY-FILE ASSIGN TO ADDHKEY
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ADDHKEY-STATUS.
000680     SELECT ADDAUD-FILE ASSIGN TO ADDAUD
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-ADDAUD-STATUS.
000710     SELECT ADDAUDH-FILE ASSIGN TO ADDAUDH
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ADDAUDH-STATUS.
000740     SELECT ADDARCAU-FILE ASSIGN TO ADDARCAU
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-ADDARCAU-STATUS.
000770     SELECT ADDARCAH-FILE ASSIGN TO ADDARCAH
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-ADDARCAH-STATUS.
000800     SELECT ADDAUDM-FILE ASSIGN TO ADDAUDM
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS AUDM-KEY
000840         FILE STATUS IS WS-ADDAUDM-STATUS.
000850     SELECT ADDAVRPT-FILE ASSIGN TO ADDAVRPT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-ADDAVRPT-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910*
000920 FD  ADDHKEY-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY ADDHKYR.
000960*
000970 FD  ADDAUD-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  ADDAUD-FILE-RECORD              PIC X(80).
001010*
001020 FD  ADDAUDH-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  ADDAUDH-FILE-RECORD             PIC X(80).
001060*
001070 FD  ADDARCAU-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  ADDARCAU-RECORD                 PIC X(80).
001110*
001120 FD  ADDARCAH-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  ADDARCAH-RECORD                 PIC X(80).
001160*
001170 FD  ADDAUDM-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY ADDAUDM.
001200*
001210 FD  ADDAVRPT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  ADDAVRPT-RECORD                 PIC X(132).
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280 01  WS-FILE-STATUSES.
001290     05  WS-ADDHKEY-STATUS           PIC X(02).
001300         88  WS-ADDHKEY-OK                VALUE "00".
001310     05  WS-ADDAUD-STATUS            PIC X(02).
001320         88  WS-ADDAUD-OK                 VALUE "00".
001330     05  WS-ADDAUDH-STATUS           PIC X(02).
001340         88  WS-ADDAUDH-OK                VALUE "00".
001350     05  WS-ADDARCAU-STATUS          PIC X(02).
001360         88  WS-ADDARCAU-OK               VALUE "00".
001370     05  WS-ADDARCAH-STATUS          PIC X(02).
001380         88  WS-ADDARCAH-OK               VALUE "00".
001390     05  WS-ADDAUDM-STATUS           PIC X(02).
001400         88  WS-ADDAUDM-OK                VALUE "00".
001410     05  WS-ADDAVRPT-STATUS          PIC X(02).
001420         88  WS-ADDAVRPT-OK               VALUE "00".
001430*
001440 01  WS-SWITCHES.
001450     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
001460         88  WS-OPEN-ERROR                VALUE "Y".
001470     05  WS-TRAIL-EOF-SWITCH         PIC X(01) VALUE "N".
001480         88  WS-TRAIL-EOF                 VALUE "Y".
001490     05  WS-CHAIN-EOF-SWITCH         PIC X(01) VALUE "N".
001500         88  WS-CHAIN-EOF                 VALUE "Y".
001510     05  WS-SEGMENT-SWITCH           PIC X(01) VALUE "L".
001520         88  WS-SEGMENT-ARCHIVE           VALUE "A".
001530         88  WS-SEGMENT-LIVE              VALUE "L".
001540     05  WS-SEGMENT-START-SWITCH     PIC X(01) VALUE "Y".
001550         88  WS-SEGMENT-START             VALUE "Y".
001560     05  WS-PAIRING-SWITCH           PIC X(01) VALUE "Y".
001570         88  WS-PAIRING-ON                VALUE "Y".
001580     05  WS-CHAIN-STARTED-SWITCH     PIC X(01) VALUE "N".
001590         88  WS-CHAIN-STARTED             VALUE "Y".
001600     05  WS-ANCHOR-SWITCH            PIC X(01) VALUE "N".
001610         88  WS-ANCHOR-HERE               VALUE "Y".
001620     05  WS-SEAL-PARTIAL-SWITCH      PIC X(01) VALUE "N".
001630         88  WS-SEAL-PARTIAL              VALUE "Y".
001633     05  WS-SERVICE-ERROR-SWITCH     PIC X(01) VALUE "N".
001636         88  WS-SERVICE-ERROR             VALUE "Y".
001640*
001650 01  WS-CHAIN-STATE.
001670     05  WS-LAST-LINK-NO             PIC 9(09) VALUE ZERO.
001680     05  WS-NEXT-LINK-NO             PIC 9(09) VALUE ZERO.
001690     05  WS-LAST-LINK-HASH           PIC 9(18) VALUE ZERO.
001700     05  WS-COMPUTED-HASH            PIC 9(18) VALUE ZERO.
001710     05  WS-STORED-SIGNATURE         PIC 9(18) VALUE ZERO.
001720     05  WS-SEAL-FIRST-NO            PIC 9(09) VALUE ZERO.
001730     05  WS-SEAL-LINK-COUNT          PIC 9(06) COMP VALUE ZERO.
001740     05  WS-SEAL-TOTAL               PIC S9(11)V99 COMP
001750                                         VALUE ZERO.
001760*
001770 01  WS-PAIR-KEYS.
001780     05  WS-TRAIL-KEY.
001790         10  WS-TRAIL-RUN-DATE       PIC X(08).
001800         10  WS-TRAIL-JOB-ID         PIC X(08).
001810         10  WS-TRAIL-SEQ-NO         PIC X(06).
001820         10  WS-TRAIL-LEG-NO         PIC X(02).
001830     05  WS-LINK-KEY.
001840         10  WS-LINK-RUN-DATE        PIC X(08).
001850         10  WS-LINK-JOB-ID          PIC X(08).
001860         10  WS-LINK-SEQ-NO          PIC X(06).
001870         10  WS-LINK-LEG-NO          PIC X(02).
001880*
001890 01  WS-COUNTS.
001900     05  WS-TRAIL-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
001910     05  WS-LINK-COUNT               PIC 9(08) COMP VALUE ZERO.
001920     05  WS-SEAL-COUNT               PIC 9(06) COMP VALUE ZERO.
001930     05  WS-MASTER-CHECK-COUNT       PIC 9(08) COMP VALUE ZERO.
001940     05  WS-PRE-CHAIN-COUNT          PIC 9(08) COMP VALUE ZERO.
001950     05  WS-UNPAIRED-COUNT           PIC 9(08) COMP VALUE ZERO.
001960     05  WS-ERROR-COUNT              PIC 9(06) COMP VALUE ZERO.
001970     05  WS-WARNING-COUNT            PIC 9(06) COMP VALUE ZERO.
001980*
001990 01  WS-RUN-DATE                     PIC 9(08).
002000*
002010 01  WS-FINDING.
002020     05  WS-FINDING-SEVERITY         PIC X(01).
002030         88  WS-FINDING-ERROR             VALUE "E".
002040         88  WS-FINDING-WARNING           VALUE "W".
002050         88  WS-FINDING-INFO              VALUE "I".
002060     05  WS-FINDING-TEXT             PIC X(36).
002070     05  WS-FINDING-AMOUNT-SWITCH    PIC X(01).
002080         88  WS-FINDING-HAS-AMOUNTS       VALUE "Y".
002090     05  WS-FINDING-AMOUNT-1         PIC S9(11)V99.
002100     05  WS-FINDING-AMOUNT-2         PIC S9(11)V99.
002110*
002120     COPY ADDAUDR.
002130*
002140     COPY ADDAUHR.
002143*
002146     COPY ADDHSHA.
002150*
002160 01  WS-RPT-HEADER-1.
002170     05  FILLER                      PIC X(10) VALUE SPACES.
002180     05  FILLER                      PIC X(40)
002190         VALUE "PROGRAM: ADDAVF - AUDIT TRAIL INTEGRITY".
002200     05  FILLER                      PIC X(06) VALUE SPACES.
002210     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002220     05  H1-RUN-DATE                 PIC X(10).
002230     05  FILLER                      PIC X(55) VALUE SPACES.
002240*
002250 01  WS-RPT-HEADER-2.
002260     05  FILLER                      PIC X(03) VALUE SPACES.
002270     05  FILLER                      PIC X(09) VALUE "SEGMENT".
002280     05  FILLER                      PIC X(11) VALUE "  CHAIN NO".
002290     05  FILLER                      PIC X(10) VALUE "RUN DATE".
002300     05  FILLER                      PIC X(10) VALUE "JOB ID".
002310     05  FILLER                      PIC X(08) VALUE "SEQ".
002320     05  FILLER                      PIC X(04) VALUE "LEG".
002330     05  FILLER                      PIC X(07) VALUE "LEVEL".
002340     05  FILLER                      PIC X(38) VALUE "FINDING".
002350     05  FILLER                      PIC X(16)
002360         VALUE "   TRAIL AMOUNT".
002370     05  FILLER                      PIC X(16)
002380         VALUE "   OTHER AMOUNT".
002390*
002400 01  WS-RPT-DETAIL-LINE.
002410     05  FILLER                      PIC X(03) VALUE SPACES.
002420     05  D-SEGMENT                   PIC X(07).
002430     05  FILLER                      PIC X(02) VALUE SPACES.
002440     05  D-CHAIN-NO                  PIC Z(08)9.
002450     05  FILLER                      PIC X(02) VALUE SPACES.
002460     05  D-RUN-DATE                  PIC X(08).
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  D-JOB-ID                    PIC X(08).
002490     05  FILLER                      PIC X(02) VALUE SPACES.
002500     05  D-SEQ-NO                    PIC X(06).
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  D-LEG-NO                    PIC X(02).
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540     05  D-LEVEL                     PIC X(05).
002550     05  FILLER                      PIC X(02) VALUE SPACES.
002560     05  D-FINDING                   PIC X(36).
002570     05  D-AMOUNT-DATA.
002580         10  FILLER                  PIC X(02).
002590         10  D-AMOUNT-1              PIC -ZZ,ZZZ,ZZ9.99.
002600         10  FILLER                  PIC X(01).
002610         10  D-AMOUNT-2              PIC -ZZ,ZZZ,ZZ9.99.
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630*
002640 01  WS-RPT-SUMMARY-LINE.
002650     05  FILLER                      PIC X(10) VALUE SPACES.
002660     05  S-LABEL                     PIC X(40).
002670     05  S-COUNT                     PIC ZZZ,ZZZ,ZZ9.
002680     05  FILLER                      PIC X(71) VALUE SPACES.
002690*
002700 PROCEDURE DIVISION.
002710*
002720*****************************************************************
002730*    0000-MAINLINE                                              *
002740*    CONTROLS OVERALL FLOW OF THE VERIFICATION - THE ARCHIVE    *
002750*    GENERATION FIRST, THEN THE LIVE TRAIL.                     *
002760*****************************************************************
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790         THRU 1000-INITIALIZE-EXIT.
002800     IF NOT WS-OPEN-ERROR
002810         PERFORM 3000-VERIFY-ARCHIVE
002820             THRU 3000-VERIFY-ARCHIVE-EXIT
002830         PERFORM 4000-VERIFY-LIVE
002840             THRU 4000-VERIFY-LIVE-EXIT
002850     END-IF.
002860     PERFORM 9000-TERMINATE
002870         THRU 9000-TERMINATE-EXIT.
002880     STOP RUN.
002890*
002900*****************************************************************
002910*    1000-INITIALIZE                                            *
002917*    LOADS THE SEALING KEY LABEL AND PROVES THE KEY USABLE WITH *
002925*    ONE TRIAL SEAL, OPENS THE LIVE FILES, THE AUDIT MASTER AND *
002932*    THE REPORT, AND PRINTS THE REPORT HEADINGS.                *
002940*****************************************************************
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002970     OPEN INPUT ADDHKEY-FILE.
002980     IF NOT WS-ADDHKEY-OK
002990         DISPLAY "ADDAVF: UNABLE TO OPEN ADDHKEY"
003000         DISPLAY "FILE STATUS IS " WS-ADDHKEY-STATUS
003010         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003020         GO TO 1000-INITIALIZE-EXIT
003030     END-IF.
003040     READ ADDHKEY-FILE
003050         AT END
003060             MOVE SPACES TO ADDHKEY-RECORD
003070     END-READ.
003080     CLOSE ADDHKEY-FILE.
003090     IF HKY-KEY-LABEL EQUAL SPACES
003100         DISPLAY "ADDAVF: ADDHKEY HOLDS NO KEY LABEL"
003110         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF.
003132     MOVE HKY-KEY-LABEL TO HSH-KEY-LABEL.
003134     CALL "ADDHMC" USING ADDHKEY-RECORD WS-COMPUTED-HASH
003136         HSH-SERVICE-AREA.
003138     IF HSH-FAILED
003140         DISPLAY "ADDAVF: UNABLE TO USE THE ADDHKEY KEY - "
003142             HSH-MESSAGE
003144         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003146         GO TO 1000-INITIALIZE-EXIT
003148     END-IF.
003150     OPEN INPUT ADDAUD-FILE.
003160     IF NOT WS-ADDAUD-OK
003170         DISPLAY "ADDAVF: UNABLE TO OPEN ADDAUD"
003180         DISPLAY "FILE STATUS IS " WS-ADDAUD-STATUS
003190         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003200     END-IF.
003210     OPEN INPUT ADDAUDH-FILE.
003220     IF NOT WS-ADDAUDH-OK
003230         DISPLAY "ADDAVF: UNABLE TO OPEN ADDAUDH"
003240         DISPLAY "FILE STATUS IS " WS-ADDAUDH-STATUS
003250         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003260     END-IF.
003270     OPEN INPUT ADDAUDM-FILE.
003280     IF NOT WS-ADDAUDM-OK
003290         DISPLAY "ADDAVF: UNABLE TO OPEN ADDAUDM"
003300         DISPLAY "FILE STATUS IS " WS-ADDAUDM-STATUS
003310         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003320     END-IF.
003330     OPEN OUTPUT ADDAVRPT-FILE.
003340     IF NOT WS-ADDAVRPT-OK
003350         DISPLAY "ADDAVF: UNABLE TO OPEN ADDAVRPT"
003360         DISPLAY "FILE STATUS IS " WS-ADDAVRPT-STATUS
003370         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003380     END-IF.
003390     IF WS-OPEN-ERROR
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
003430         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
003440         WS-RUN-DATE(1:4) DELIMITED BY SIZE
003450         INTO H1-RUN-DATE.
003460     WRITE ADDAVRPT-RECORD FROM WS-RPT-HEADER-1
003470         AFTER ADVANCING PAGE.
003480     WRITE ADDAVRPT-RECORD FROM WS-RPT-HEADER-2
003490         AFTER ADVANCING 2 LINES.
003500 1000-INITIALIZE-EXIT.
003510     EXIT.
003520*
003530*****************************************************************
003540*    2000-VERIFY-SEGMENT                                        *
003550*    WALKS ONE SEGMENT - THE TRAIL AND ITS CHAIN IN STEP.  WHEN *
003560*    THE SEGMENT HOLDS THE FIRST LINK EVER WRITTEN, THE AUDIT   *
003570*    RECORDS DATED BEFORE IT PRE-DATE THE CHAIN AND ARE         *
003580*    COUNTED PAST.  AUDIT RECORDS LEFT WHEN THE CHAIN ENDS ARE  *
003590*    REPORTED.                                                  *
003600*****************************************************************
003610 2000-VERIFY-SEGMENT.
003620     MOVE "N" TO WS-TRAIL-EOF-SWITCH.
003630     MOVE "N" TO WS-CHAIN-EOF-SWITCH.
003640     MOVE "Y" TO WS-SEGMENT-START-SWITCH.
003650     MOVE "Y" TO WS-PAIRING-SWITCH.
003660     PERFORM 2500-READ-TRAIL
003670         THRU 2500-READ-TRAIL-EXIT.
003680     PERFORM 2600-READ-CHAIN
003690         THRU 2600-READ-CHAIN-EXIT.
003700     IF NOT WS-CHAIN-EOF
003710             AND AUH-CHAIN-LINK
003720             AND AUH-CHAIN-NO EQUAL 1
003730         PERFORM 2050-SKIP-PRE-CHAIN
003740             THRU 2050-SKIP-PRE-CHAIN-EXIT
003750             UNTIL WS-TRAIL-EOF
003760                 OR AUD-RUN-DATE NOT LESS THAN AUH-RUN-DATE
003770     END-IF.
003780     PERFORM 2100-CHECK-CHAIN-RECORD
003790         THRU 2100-CHECK-CHAIN-RECORD-EXIT
003800         UNTIL WS-CHAIN-EOF.
003810     PERFORM 2800-REPORT-UNCHAINED
003820         THRU 2800-REPORT-UNCHAINED-EXIT
003830         UNTIL WS-TRAIL-EOF.
003840 2000-VERIFY-SEGMENT-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880*    2050-SKIP-PRE-CHAIN                                        *
003890*    COUNTS ONE AUDIT RECORD WRITTEN BEFORE THE CHAIN BEGAN.    *
003900*****************************************************************
003910 2050-SKIP-PRE-CHAIN.
003920     ADD 1 TO WS-PRE-CHAIN-COUNT.
003930     PERFORM 2500-READ-TRAIL
003940         THRU 2500-READ-TRAIL-EXIT.
003950 2050-SKIP-PRE-CHAIN-EXIT.
003960     EXIT.
003970*
003980*****************************************************************
003990*    2100-CHECK-CHAIN-RECORD                                    *
004000*    PROVES ONE CHAIN RECORD - A LINK OR A RUN-CONTROL SEAL -   *
004010*    AND READS THE NEXT ONE.                                    *
004020*****************************************************************
004030 2100-CHECK-CHAIN-RECORD.
004040     IF AUH-CHAIN-LINK
004050         PERFORM 2200-CHECK-LINK
004060             THRU 2200-CHECK-LINK-EXIT
004070     ELSE
004080         IF AUH-RUN-CONTROL
004090             PERFORM 2400-CHECK-RUN-CONTROL
004100                 THRU 2400-CHECK-RUN-CONTROL-EXIT
004110         ELSE
004120             MOVE "E" TO WS-FINDING-SEVERITY
004130             MOVE "UNKNOWN CHAIN RECORD TYPE" TO WS-FINDING-TEXT
004140             MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
004150             PERFORM 8100-FINDING-FROM-LINK
004160                 THRU 8100-FINDING-FROM-LINK-EXIT
004170         END-IF
004180     END-IF.
004190     PERFORM 2600-READ-CHAIN
004200         THRU 2600-READ-CHAIN-EXIT.
004210 2100-CHECK-CHAIN-RECORD-EXIT.
004220     EXIT.
004230*
004240*****************************************************************
004250*    2200-CHECK-LINK                                            *
004260*    PROVES ONE LINK'S PLACE IN THE CHAIN, THEN ITS AUDIT       *
004270*    RECORD.  THE CHAIN IS PICKED UP (ANCHORED) AT A SEGMENT'S  *
004280*    FIRST LINK WHEN IT DOES NOT FOLLOW ON FROM THE PRIOR       *
004290*    SEGMENT, AND AGAIN PAST A GAP ONCE THE GAP IS REPORTED.    *
004300*****************************************************************
004310 2200-CHECK-LINK.
004320     ADD 1 TO WS-LINK-COUNT.
004330     MOVE "N" TO WS-ANCHOR-SWITCH.
004340     IF NOT WS-CHAIN-STARTED
004350         IF AUH-CHAIN-NO NOT EQUAL 1
004360             MOVE "Y" TO WS-ANCHOR-SWITCH
004370         END-IF
004380     ELSE
004390         COMPUTE WS-NEXT-LINK-NO = WS-LAST-LINK-NO + 1
004400         IF AUH-CHAIN-NO NOT EQUAL WS-NEXT-LINK-NO
004410             MOVE "Y" TO WS-ANCHOR-SWITCH
004420             IF NOT WS-SEGMENT-START
004430                 MOVE "E" TO WS-FINDING-SEVERITY
004440                 MOVE "LINKS MISSING - CHAIN NUMBER GAP"
004450                     TO WS-FINDING-TEXT
004460                 MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
004470                 PERFORM 8100-FINDING-FROM-LINK
004480                     THRU 8100-FINDING-FROM-LINK-EXIT
004490             END-IF
004500         END-IF
004510     END-IF.
004520     IF WS-ANCHOR-HERE
004530         MOVE "Y" TO WS-SEAL-PARTIAL-SWITCH
004540         MOVE ZERO TO WS-SEAL-LINK-COUNT
004550         MOVE ZERO TO WS-SEAL-TOTAL
004560         MOVE AUH-CHAIN-NO TO WS-SEAL-FIRST-NO
004570         IF WS-SEGMENT-START
004580             MOVE "I" TO WS-FINDING-SEVERITY
004590             MOVE "CHAIN PICKED UP - PRIOR NOT WALKED"
004600                 TO WS-FINDING-TEXT
004610             MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
004620             PERFORM 8100-FINDING-FROM-LINK
004630                 THRU 8100-FINDING-FROM-LINK-EXIT
004640         END-IF
004650     ELSE
004660         IF WS-CHAIN-STARTED
004670             IF AUH-PRIOR-HASH NOT EQUAL WS-LAST-LINK-HASH
004680                 MOVE "E" TO WS-FINDING-SEVERITY
004690                 MOVE "BROKEN LINK - PRIOR HASH DIFFERS"
004700                     TO WS-FINDING-TEXT
004710                 MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
004720                 PERFORM 8100-FINDING-FROM-LINK
004730                     THRU 8100-FINDING-FROM-LINK-EXIT
004740             END-IF
004750         ELSE
004760             IF AUH-PRIOR-HASH NOT EQUAL ZERO
004770                 MOVE "E" TO WS-FINDING-SEVERITY
004780                 MOVE "FIRST LINK DOES NOT START FROM ZERO"
004790                     TO WS-FINDING-TEXT
004800                 MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
004810                 PERFORM 8100-FINDING-FROM-LINK
004820                     THRU 8100-FINDING-FROM-LINK-EXIT
004830             END-IF
004840         END-IF
004850     END-IF.
004860     MOVE "Y" TO WS-CHAIN-STARTED-SWITCH.
004870     MOVE "N" TO WS-SEGMENT-START-SWITCH.
004880     MOVE AUH-CHAIN-NO TO WS-LAST-LINK-NO.
004890     MOVE AUH-HASH TO WS-LAST-LINK-HASH.
004900     ADD 1 TO WS-SEAL-LINK-COUNT.
004910     IF WS-SEAL-LINK-COUNT EQUAL 1
004920         MOVE AUH-CHAIN-NO TO WS-SEAL-FIRST-NO
004930     END-IF.
004940     IF AUH-RESULT NUMERIC
004950         ADD AUH-RESULT TO WS-SEAL-TOTAL
004960     END-IF.
004970     IF WS-PAIRING-ON
004980         PERFORM 2300-CHECK-AUDIT-RECORD
004990             THRU 2300-CHECK-AUDIT-RECORD-EXIT
005000     END-IF.
005010 2200-CHECK-LINK-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*    2300-CHECK-AUDIT-RECORD                                    *
005060*    PAIRS THE LINK WITH THE NEXT AUDIT RECORD ON THE TRAIL.    *
005070*    A MISSING RECORD, OR ONE UNDER ANOTHER KEY, PUTS THE TWO   *
005080*    FILES OUT OF STEP - IT IS REPORTED AND PAIRING STOPS FOR   *
005090*    THE REST OF THE SEGMENT (THE CHAIN ITSELF IS STILL         *
005100*    PROVED).  A PAIRED RECORD MUST RE-HASH TO THE LINK.        *
005110*****************************************************************
005120 2300-CHECK-AUDIT-RECORD.
005130     IF WS-TRAIL-EOF
005140         MOVE "E" TO WS-FINDING-SEVERITY
005150         MOVE "AUDIT RECORD MISSING FROM THE TRAIL"
005160             TO WS-FINDING-TEXT
005170         MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
005180         PERFORM 8100-FINDING-FROM-LINK
005190             THRU 8100-FINDING-FROM-LINK-EXIT
005200         MOVE "N" TO WS-PAIRING-SWITCH
005210         GO TO 2300-CHECK-AUDIT-RECORD-EXIT
005220     END-IF.
005230     MOVE AUD-RUN-DATE TO WS-TRAIL-RUN-DATE.
005240     MOVE AUD-JOB-ID TO WS-TRAIL-JOB-ID.
005250     MOVE AUD-SEQ-NO TO WS-TRAIL-SEQ-NO.
005260     MOVE AUD-LEG-NO TO WS-TRAIL-LEG-NO.
005270     MOVE AUH-RUN-DATE TO WS-LINK-RUN-DATE.
005280     MOVE AUH-JOB-ID TO WS-LINK-JOB-ID.
005290     MOVE AUH-SEQ-NO TO WS-LINK-SEQ-NO.
005300     MOVE AUH-LEG-NO TO WS-LINK-LEG-NO.
005310     IF WS-TRAIL-KEY NOT EQUAL WS-LINK-KEY
005320         MOVE "E" TO WS-FINDING-SEVERITY
005330         MOVE "TRAIL OUT OF STEP - PAIRING STOPPED"
005340             TO WS-FINDING-TEXT
005350         MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
005360         PERFORM 8100-FINDING-FROM-LINK
005370             THRU 8100-FINDING-FROM-LINK-EXIT
005380         MOVE "E" TO WS-FINDING-SEVERITY
005390         MOVE "  TRAIL RECORD FOUND INSTEAD"
005400             TO WS-FINDING-TEXT
005410         PERFORM 8200-FINDING-FROM-TRAIL
005420             THRU 8200-FINDING-FROM-TRAIL-EXIT
005430         MOVE "N" TO WS-PAIRING-SWITCH
005440         GO TO 2300-CHECK-AUDIT-RECORD-EXIT
005450     END-IF.
005460     CALL "ADDHSH" USING AUH-PRIOR-HASH ADDAUD-RECORD
005462         WS-COMPUTED-HASH HSH-SERVICE-AREA.
005465     IF HSH-FAILED
005467         MOVE "LINK NOT PROVED - HASH SERVICE DOWN"
005470             TO WS-FINDING-TEXT
005472         PERFORM 8300-SERVICE-FAILED
005475             THRU 8300-SERVICE-FAILED-EXIT
005477     ELSE
005480     IF WS-COMPUTED-HASH NOT EQUAL AUH-HASH
005490         MOVE "E" TO WS-FINDING-SEVERITY
005500         IF AUD-RESULT NOT EQUAL AUH-RESULT
005510             MOVE "AMOUNT ALTERED ON THE AUDIT TRAIL"
005520                 TO WS-FINDING-TEXT
005530             MOVE "Y" TO WS-FINDING-AMOUNT-SWITCH
005540             MOVE AUD-RESULT TO WS-FINDING-AMOUNT-1
005550             MOVE AUH-RESULT TO WS-FINDING-AMOUNT-2
005560         ELSE
005570             MOVE "AUDIT RECORD ALTERED" TO WS-FINDING-TEXT
005580             MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
005590         END-IF
005600         PERFORM 8100-FINDING-FROM-LINK
005610             THRU 8100-FINDING-FROM-LINK-EXIT
005620     ELSE
005630         IF AUD-RESULT NOT EQUAL AUH-RESULT
005640             MOVE "E" TO WS-FINDING-SEVERITY
005650             MOVE "AMOUNT ALTERED ON THE CHAIN LINK"
005660                 TO WS-FINDING-TEXT
005670             MOVE "Y" TO WS-FINDING-AMOUNT-SWITCH
005680             MOVE AUD-RESULT TO WS-FINDING-AMOUNT-1
005690             MOVE AUH-RESULT TO WS-FINDING-AMOUNT-2
005700             PERFORM 8100-FINDING-FROM-LINK
005710                 THRU 8100-FINDING-FROM-LINK-EXIT
005720         END-IF
005725     END-IF
005730     END-IF.
005740     IF WS-SEGMENT-LIVE
005750         PERFORM 2350-CHECK-AUDIT-MASTER
005760             THRU 2350-CHECK-AUDIT-MASTER-EXIT
005770     END-IF.
005780     PERFORM 2500-READ-TRAIL
005790         THRU 2500-READ-TRAIL-EXIT.
005800 2300-CHECK-AUDIT-RECORD-EXIT.
005810     EXIT.
005820*
005830*****************************************************************
005840*    2350-CHECK-AUDIT-MASTER                                    *
005850*    THE KEYED ADDAUDM MASTER IS LOADED FROM THE LIVE TRAIL,    *
005860*    SO IT MUST HOLD THE PROVED RECORD UNDER THE SAME KEY WITH  *
005870*    THE SAME ACCOUNT, AMOUNTS, OPERATION AND BATCH.            *
005880*****************************************************************
005890 2350-CHECK-AUDIT-MASTER.
005900     ADD 1 TO WS-MASTER-CHECK-COUNT.
005910     MOVE AUD-RUN-DATE TO AUDM-RUN-DATE.
005920     MOVE AUD-JOB-ID TO AUDM-JOB-ID.
005930     MOVE AUD-SEQ-NO TO AUDM-SEQ-NO.
005940     MOVE AUD-LEG-NO TO AUDM-LEG-NO.
005950     READ ADDAUDM-FILE
005960         INVALID KEY
005970             MOVE "E" TO WS-FINDING-SEVERITY
005980             MOVE "NOT ON THE ADDAUDM AUDIT MASTER"
005990                 TO WS-FINDING-TEXT
006000             MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
006010             PERFORM 8200-FINDING-FROM-TRAIL
006020                 THRU 8200-FINDING-FROM-TRAIL-EXIT
006030             GO TO 2350-CHECK-AUDIT-MASTER-EXIT
006040     END-READ.
006050     IF AUDM-RESULT NOT EQUAL AUD-RESULT
006060         MOVE "E" TO WS-FINDING-SEVERITY
006070         MOVE "AMOUNT ALTERED ON ADDAUDM MASTER"
006080             TO WS-FINDING-TEXT
006090         MOVE "Y" TO WS-FINDING-AMOUNT-SWITCH
006100         MOVE AUD-RESULT TO WS-FINDING-AMOUNT-1
006110         MOVE AUDM-RESULT TO WS-FINDING-AMOUNT-2
006120         PERFORM 8200-FINDING-FROM-TRAIL
006130             THRU 8200-FINDING-FROM-TRAIL-EXIT
006140     ELSE
006150         IF AUDM-ACCOUNT-NO NOT EQUAL AUD-ACCOUNT-NO
006160                 OR AUDM-NUM1 NOT EQUAL AUD-NUM1
006170                 OR AUDM-NUM2 NOT EQUAL AUD-NUM2
006180                 OR AUDM-OP-CODE NOT EQUAL AUD-OP-CODE
006190                 OR AUDM-BATCH-ID NOT EQUAL AUD-BATCH-ID
006200             MOVE "E" TO WS-FINDING-SEVERITY
006210             MOVE "ADDAUDM MASTER RECORD ALTERED"
006220                 TO WS-FINDING-TEXT
006230             MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
006240             PERFORM 8200-FINDING-FROM-TRAIL
006250                 THRU 8200-FINDING-FROM-TRAIL-EXIT
006260         END-IF
006270     END-IF.
006280 2350-CHECK-AUDIT-MASTER-EXIT.
006290     EXIT.
006300*
006310*****************************************************************
006320*    2400-CHECK-RUN-CONTROL                                     *
006330*    PROVES ONE RUN-CONTROL SEAL: ITS SIGNATURE, THAT IT        *
006340*    CLOSES THE LAST LINK, AND - UNLESS THE CHAIN WAS PICKED    *
006350*    UP PART WAY THROUGH THE LINKS IT SEALS - ITS COUNT, FIRST  *
006360*    LINK AND RESULT TOTAL.  A SEAL AHEAD OF ANY LINK IN A      *
006370*    SEGMENT THAT DOES NOT START THE CHAIN CANNOT BE CHECKED.   *
006380*****************************************************************
006390 2400-CHECK-RUN-CONTROL.
006400     ADD 1 TO WS-SEAL-COUNT.
006410     IF NOT WS-CHAIN-STARTED
006420             AND AUH-CHAIN-NO NOT EQUAL ZERO
006430         MOVE "I" TO WS-FINDING-SEVERITY
006440         MOVE "RUN CONTROL AHEAD OF FIRST LINK"
006450             TO WS-FINDING-TEXT
006460         MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
006470         PERFORM 8100-FINDING-FROM-LINK
006480             THRU 8100-FINDING-FROM-LINK-EXIT
006490         GO TO 2400-CHECK-RUN-CONTROL-RESET
006500     END-IF.
006510     MOVE AUH-SIGNATURE TO WS-STORED-SIGNATURE.
006520     MOVE WS-LAST-LINK-HASH TO AUH-SIGNATURE.
006530     CALL "ADDHMC" USING ADDAUH-RECORD WS-COMPUTED-HASH
006540         HSH-SERVICE-AREA.
006550     MOVE WS-STORED-SIGNATURE TO AUH-SIGNATURE.
006551     IF HSH-FAILED
006552         MOVE "SEAL NOT PROVED - MAC SERVICE DOWN"
006554             TO WS-FINDING-TEXT
006555         PERFORM 8300-SERVICE-FAILED
006557             THRU 8300-SERVICE-FAILED-EXIT
006558     ELSE
006560     IF WS-COMPUTED-HASH NOT EQUAL WS-STORED-SIGNATURE
006570         MOVE "E" TO WS-FINDING-SEVERITY
006580         MOVE "RUN CONTROL SIGNATURE INVALID"
006590             TO WS-FINDING-TEXT
006600         MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
006610         PERFORM 8100-FINDING-FROM-LINK
006620             THRU 8100-FINDING-FROM-LINK-EXIT
006625     END-IF
006630     END-IF.
006640     IF AUH-CHAIN-NO NOT EQUAL WS-LAST-LINK-NO
006650         MOVE "E" TO WS-FINDING-SEVERITY
006660         MOVE "RUN CONTROL NOT AT THE LAST LINK"
006670             TO WS-FINDING-TEXT
006680         MOVE "N" TO WS-FINDING-AMOUNT-SWITCH
006690         PERFORM 8100-FINDING-FROM-LINK
006700             THRU 8100-FINDING-FROM-LINK-EXIT
006710     END-IF.
006720     IF WS-SEAL-PARTIAL
006730         GO TO 2400-CHECK-RUN-CONTROL-RESET
006740     END-IF.
006750     IF AUH-LINK-COUNT NOT EQUAL WS-SEAL-LINK-COUNT
006760             OR AUH-RESULT-TOTAL NOT EQUAL WS-SEAL-TOTAL
006770             OR (WS-SEAL-LINK-COUNT GREATER THAN ZERO
006776                 AND AUH-FIRST-CHAIN-NO
006783                     NOT EQUAL WS-SEAL-FIRST-NO)
006790         MOVE "E" TO WS-FINDING-SEVERITY
006800         MOVE "RUN CONTROL COUNT/TOTAL DISAGREE"
006810             TO WS-FINDING-TEXT
006820         MOVE "Y" TO WS-FINDING-AMOUNT-SWITCH
006830         MOVE WS-SEAL-TOTAL TO WS-FINDING-AMOUNT-1
006840         MOVE AUH-RESULT-TOTAL TO WS-FINDING-AMOUNT-2
006850         PERFORM 8100-FINDING-FROM-LINK
006860             THRU 8100-FINDING-FROM-LINK-EXIT
006870     END-IF.
006880 2400-CHECK-RUN-CONTROL-RESET.
006890     MOVE "N" TO WS-SEAL-PARTIAL-SWITCH.
006900     MOVE ZERO TO WS-SEAL-LINK-COUNT.
006910     MOVE ZERO TO WS-SEAL-TOTAL.
006920     MOVE ZERO TO WS-SEAL-FIRST-NO.
006930 2400-CHECK-RUN-CONTROL-EXIT.
006940     EXIT.
006950*
006960*****************************************************************
006970*    2500-READ-TRAIL                                            *
006980*    READS THE NEXT AUDIT RECORD OF THE SEGMENT BEING WALKED.   *
006990*****************************************************************
007000 2500-READ-TRAIL.
007010     IF WS-SEGMENT-ARCHIVE
007020         READ ADDARCAU-FILE INTO ADDAUD-RECORD
007030             AT END
007040                 MOVE "Y" TO WS-TRAIL-EOF-SWITCH
007050         END-READ
007060     ELSE
007070         READ ADDAUD-FILE INTO ADDAUD-RECORD
007080             AT END
007090                 MOVE "Y" TO WS-TRAIL-EOF-SWITCH
007100         END-READ
007110     END-IF.
007120     IF NOT WS-TRAIL-EOF
007130         ADD 1 TO WS-TRAIL-READ-COUNT
007140     END-IF.
007150 2500-READ-TRAIL-EXIT.
007160     EXIT.
007170*
007180*****************************************************************
007190*    2600-READ-CHAIN                                            *
007200*    READS THE NEXT CHAIN RECORD OF THE SEGMENT BEING WALKED.   *
007210*****************************************************************
007220 2600-READ-CHAIN.
007230     IF WS-SEGMENT-ARCHIVE
007240         READ ADDARCAH-FILE INTO ADDAUH-RECORD
007250             AT END
007260                 MOVE "Y" TO WS-CHAIN-EOF-SWITCH
007270         END-READ
007280     ELSE
007290         READ ADDAUDH-FILE INTO ADDAUH-RECORD
007300             AT END
007310                 MOVE "Y" TO WS-CHAIN-EOF-SWITCH
007320         END-READ
007330     END-IF.
007340 2600-READ-CHAIN-EXIT.
007350     EXIT.
007360*
007370*****************************************************************
007380*    2800-REPORT-UNCHAINED                                      *
007390*    AN AUDIT RECORD LEFT WHEN THE SEGMENT'S CHAIN HAS ENDED    *
007400*    WAS NEVER CHAINED BY THE POSTING STEP.  ONCE PAIRING HAS   *
007410*    STOPPED THE LEFTOVERS ARE ONLY COUNTED - THE OUT-OF-STEP   *
007420*    FINDING ALREADY MARKS THE SPOT.                            *
007430*****************************************************************
007440 2800-REPORT-UNCHAINED.
007450     IF WS-PAIRING-ON
007460         MOVE "E" TO WS-FINDING-SEVERITY
007470         MOVE "AUDIT RECORD NOT ON THE CHAIN" TO WS-FINDING-TEXT
007480         MOVE "Y" TO WS-FINDING-AMOUNT-SWITCH
007490         MOVE AUD-RESULT TO WS-FINDING-AMOUNT-1
007500         MOVE ZERO TO WS-FINDING-AMOUNT-2
007510         PERFORM 8200-FINDING-FROM-TRAIL
007520             THRU 8200-FINDING-FROM-TRAIL-EXIT
007530     ELSE
007540         ADD 1 TO WS-UNPAIRED-COUNT
007550     END-IF.
007560     PERFORM 2500-READ-TRAIL
007570         THRU 2500-READ-TRAIL-EXIT.
007580 2800-REPORT-UNCHAINED-EXIT.
007590     EXIT.
007600*
007610*****************************************************************
007620*    3000-VERIFY-ARCHIVE                                        *
007630*    WALKS THE ARCHIVE GENERATION WHEN ONE IS SUPPLIED.  NO     *
007640*    ADDARCAU (OR DUMMY) MEANS THE LIVE TRAIL ONLY.             *
007650*****************************************************************
007660 3000-VERIFY-ARCHIVE.
007670     OPEN INPUT ADDARCAU-FILE.
007680     IF WS-ADDARCAU-STATUS EQUAL "35"
007690         DISPLAY "ADDAVF: NO ARCHIVE GENERATION SUPPLIED"
007700         GO TO 3000-VERIFY-ARCHIVE-EXIT
007710     END-IF.
007720     IF NOT WS-ADDARCAU-OK
007730         DISPLAY "ADDAVF: UNABLE TO OPEN ADDARCAU"
007740         DISPLAY "FILE STATUS IS " WS-ADDARCAU-STATUS
007750         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
007760         GO TO 3000-VERIFY-ARCHIVE-EXIT
007770     END-IF.
007780     OPEN INPUT ADDARCAH-FILE.
007790     IF NOT WS-ADDARCAH-OK
007800         DISPLAY "ADDAVF: UNABLE TO OPEN ADDARCAH"
007810         DISPLAY "FILE STATUS IS " WS-ADDARCAH-STATUS
007820         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
007830         CLOSE ADDARCAU-FILE
007840         GO TO 3000-VERIFY-ARCHIVE-EXIT
007850     END-IF.
007860     MOVE "A" TO WS-SEGMENT-SWITCH.
007870     PERFORM 2000-VERIFY-SEGMENT
007880         THRU 2000-VERIFY-SEGMENT-EXIT.
007890     CLOSE ADDARCAU-FILE.
007900     CLOSE ADDARCAH-FILE.
007910 3000-VERIFY-ARCHIVE-EXIT.
007920     EXIT.
007930*
007940*****************************************************************
007950*    4000-VERIFY-LIVE                                           *
007960*    WALKS THE LIVE TRAIL AND CHAIN.  LINKS LEFT AFTER THE      *
007970*    LAST SEAL ARE REPORTED AS A WARNING.                       *
007980*****************************************************************
007990 4000-VERIFY-LIVE.
008000     MOVE "L" TO WS-SEGMENT-SWITCH.
008010     PERFORM 2000-VERIFY-SEGMENT
008020         THRU 2000-VERIFY-SEGMENT-EXIT.
008030     IF WS-SEAL-LINK-COUNT GREATER THAN ZERO
008040         MOVE "W" TO WS-FINDING-SEVERITY
008050         MOVE "LINKS NOT YET SEALED BY A RUN"
008060             TO WS-FINDING-TEXT
008070         MOVE "Y" TO WS-FINDING-AMOUNT-SWITCH
008080         MOVE WS-SEAL-TOTAL TO WS-FINDING-AMOUNT-1
008090         MOVE ZERO TO WS-FINDING-AMOUNT-2
008100         MOVE SPACES TO ADDAUH-RECORD
008110         MOVE WS-LAST-LINK-NO TO AUH-CHAIN-NO
008120         PERFORM 8100-FINDING-FROM-LINK
008130             THRU 8100-FINDING-FROM-LINK-EXIT
008140         DISPLAY "ADDAVF: " WS-SEAL-LINK-COUNT
008150             " LINK(S) AFTER THE LAST RUN-CONTROL RECORD"
008160     END-IF.
008170 4000-VERIFY-LIVE-EXIT.
008180     EXIT.
008190*
008200*****************************************************************
008210*    8000-WRITE-FINDING                                         *
008220*    PRINTS ONE FINDING LINE FROM THE FIELDS THE CALLER SET UP  *
008230*    AND COUNTS IT BY SEVERITY.                                 *
008240*****************************************************************
008250 8000-WRITE-FINDING.
008260     IF WS-SEGMENT-ARCHIVE
008270         MOVE "ARCHIVE" TO D-SEGMENT
008280     ELSE
008290         MOVE "LIVE" TO D-SEGMENT
008300     END-IF.
008310     IF WS-FINDING-ERROR
008320         MOVE "ERROR" TO D-LEVEL
008330         ADD 1 TO WS-ERROR-COUNT
008340     ELSE
008350         IF WS-FINDING-WARNING
008360             MOVE "WARN" TO D-LEVEL
008370             ADD 1 TO WS-WARNING-COUNT
008380         ELSE
008390             MOVE "INFO" TO D-LEVEL
008400         END-IF
008410     END-IF.
008420     MOVE WS-FINDING-TEXT TO D-FINDING.
008430     MOVE SPACES TO D-AMOUNT-DATA.
008440     IF WS-FINDING-HAS-AMOUNTS
008450         MOVE WS-FINDING-AMOUNT-1 TO D-AMOUNT-1
008460         MOVE WS-FINDING-AMOUNT-2 TO D-AMOUNT-2
008470     END-IF.
008480     WRITE ADDAVRPT-RECORD FROM WS-RPT-DETAIL-LINE
008490         AFTER ADVANCING 1 LINE.
008500 8000-WRITE-FINDING-EXIT.
008510     EXIT.
008520*
008530*****************************************************************
008540*    8100-FINDING-FROM-LINK                                     *
008550*    IDENTIFIES THE FINDING BY THE CURRENT CHAIN RECORD.        *
008560*****************************************************************
008570 8100-FINDING-FROM-LINK.
008580     MOVE AUH-CHAIN-NO TO D-CHAIN-NO.
008590     MOVE AUH-RUN-DATE TO D-RUN-DATE.
008600     MOVE AUH-JOB-ID TO D-JOB-ID.
008610     IF AUH-CHAIN-LINK
008620         MOVE AUH-SEQ-NO TO D-SEQ-NO
008630         MOVE AUH-LEG-NO TO D-LEG-NO
008640     ELSE
008650         MOVE SPACES TO D-SEQ-NO
008660         MOVE SPACES TO D-LEG-NO
008670     END-IF.
008680     PERFORM 8000-WRITE-FINDING
008690         THRU 8000-WRITE-FINDING-EXIT.
008700 8100-FINDING-FROM-LINK-EXIT.
008710     EXIT.
008720*
008730*****************************************************************
008740*    8200-FINDING-FROM-TRAIL                                    *
008750*    IDENTIFIES THE FINDING BY THE CURRENT AUDIT RECORD.        *
008760*****************************************************************
008770 8200-FINDING-FROM-TRAIL.
008780     MOVE ZERO TO D-CHAIN-NO.
008790     MOVE AUD-RUN-DATE TO D-RUN-DATE.
008800     MOVE AUD-JOB-ID TO D-JOB-ID.
008810     MOVE AUD-SEQ-NO TO D-SEQ-NO.
008820     MOVE AUD-LEG-NO TO D-LEG-NO.
008830     PERFORM 8000-WRITE-FINDING
008840         THRU 8000-WRITE-FINDING-EXIT.
008850 8200-FINDING-FROM-TRAIL-EXIT.
008860     EXIT.
008861*
008862*****************************************************************
008863*    8300-SERVICE-FAILED                                        *
008865*    THE HASH OR MAC SERVICE FAILED, SO THE LINK OR SEAL IN     *
008866*    HAND CANNOT BE PROVED EITHER WAY.  IT IS REPORTED AS A     *
008867*    WARNING WITH THE TEXT THE CALLER SET, THE SERVICE'S CODES  *
008868*    ARE DISPLAYED THE FIRST TIME, AND THE RUN ENDS WITH RETURN *
008870*    CODE 8 UNLESS AN INTEGRITY FAILURE WAS ALSO FOUND.         *
008871*****************************************************************
008872 8300-SERVICE-FAILED.
008873     IF NOT WS-SERVICE-ERROR
008875         DISPLAY "ADDAVF: CRYPTOGRAPHIC SERVICE FAILED - "
008876             HSH-MESSAGE
008877         MOVE "Y" TO WS-SERVICE-ERROR-SWITCH
008878     END-IF.
008880     MOVE "W" TO WS-FINDING-SEVERITY.
008881     MOVE "N" TO WS-FINDING-AMOUNT-SWITCH.
008882     PERFORM 8100-FINDING-FROM-LINK
008883         THRU 8100-FINDING-FROM-LINK-EXIT.
008885 8300-SERVICE-FAILED-EXIT.
008886     EXIT.
008887*
008888*****************************************************************
008890*    9000-TERMINATE                                             *
008900*    PRINTS THE COUNTS, CLOSES FILES AND SETS THE STEP RETURN   *
008910*    CODE.                                                      *
008920*****************************************************************
008930 9000-TERMINATE.
008940     IF WS-OPEN-ERROR
008950         DISPLAY "ADDAVF: VERIFICATION NOT COMPLETED"
008960         MOVE 8 TO RETURN-CODE
008970         GO TO 9000-TERMINATE-EXIT
008980     END-IF.
008990     MOVE "AUDIT RECORDS READ" TO S-LABEL.
009000     MOVE WS-TRAIL-READ-COUNT TO S-COUNT.
009010     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009020         AFTER ADVANCING 3 LINES.
009030     MOVE "  PRE-DATING THE CHAIN (NOT PROVED)" TO S-LABEL.
009040     MOVE WS-PRE-CHAIN-COUNT TO S-COUNT.
009050     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009060         AFTER ADVANCING 1 LINE.
009070     MOVE "  LEFT UNPAIRED AFTER AN OUT-OF-STEP" TO S-LABEL.
009080     MOVE WS-UNPAIRED-COUNT TO S-COUNT.
009090     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009100         AFTER ADVANCING 1 LINE.
009110     MOVE "CHAIN LINKS WALKED" TO S-LABEL.
009120     MOVE WS-LINK-COUNT TO S-COUNT.
009130     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009140         AFTER ADVANCING 1 LINE.
009150     MOVE "RUN-CONTROL SEALS WALKED" TO S-LABEL.
009160     MOVE WS-SEAL-COUNT TO S-COUNT.
009170     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009180         AFTER ADVANCING 1 LINE.
009190     MOVE "AUDIT MASTER RECORDS CHECKED" TO S-LABEL.
009200     MOVE WS-MASTER-CHECK-COUNT TO S-COUNT.
009210     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009220         AFTER ADVANCING 1 LINE.
009230     MOVE "INTEGRITY FAILURES" TO S-LABEL.
009240     MOVE WS-ERROR-COUNT TO S-COUNT.
009250     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009260         AFTER ADVANCING 1 LINE.
009270     MOVE "WARNINGS" TO S-LABEL.
009280     MOVE WS-WARNING-COUNT TO S-COUNT.
009290     WRITE ADDAVRPT-RECORD FROM WS-RPT-SUMMARY-LINE
009300         AFTER ADVANCING 1 LINE.
009310     CLOSE ADDAUD-FILE.
009320     CLOSE ADDAUDH-FILE.
009330     CLOSE ADDAUDM-FILE.
009340     CLOSE ADDAVRPT-FILE.
009350     DISPLAY "ADDAVF: LINKS WALKED       " WS-LINK-COUNT.
009360     DISPLAY "ADDAVF: INTEGRITY FAILURES " WS-ERROR-COUNT.
009370     IF WS-ERROR-COUNT GREATER THAN ZERO
009380         DISPLAY "ADDAVF: AUDIT HISTORY DOES NOT PROVE - SEE"
009390             " ADDAVRPT"
009400         MOVE 16 TO RETURN-CODE
009410     ELSE
009411     IF WS-SERVICE-ERROR
009413         DISPLAY "ADDAVF: VERIFICATION NOT COMPLETED - THE"
009415             " CRYPTOGRAPHIC SERVICE FAILED"
009416         MOVE 8 TO RETURN-CODE
009418     ELSE
009420         IF WS-WARNING-COUNT GREATER THAN ZERO
009430             MOVE 4 TO RETURN-CODE
009440         ELSE
009450             MOVE ZERO TO RETURN-CODE
009460         END-IF
009465     END-IF
009470     END-IF.
009480 9000-TERMINATE-EXIT.
009490     EXIT.
