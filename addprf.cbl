000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    DAILY END-TO-END PROOF.  RUN AS THE LAST STEP OF EACH      *
000100*    ADDTWO POSTING CYCLE, AFTER POSTING AND THE AUDIT MASTER   *
000110*    LOAD.  THE PIECES ALREADY PROVE THEMSELVES - ADDEDT PROVES *
000120*    TRAILERS ON THE WAY IN, THE POSTING STEP PROVES THEM       *
000130*    AGAIN, ADDGLR PROVES THE GL THE NEXT MORNING - BUT NOBODY  *
000140*    PROVED THE WHOLE CHAIN ON ONE SHEET.  THIS STEP READS THE  *
000150*    CYCLE'S MERGED ADDTRAN, ADDREJ, ADDEXC, ADDAUD, ADDGL AND  *
000160*    ADDHOLD AND PRINTS ONE PROOF SHEET PER POSTING CYCLE:      *
000170*                                                                *
000180*      DETAILS IN  = DETAILS POSTED + REJECTED + SIZE-ERRORED  *
000185*                    + HELD                                    *
000190*      AMOUNT IN   = AMOUNT POSTED + REJECTED + EXCEPTED       *
000195*                    + HELD                                    *
000200*      AMOUNT POSTED = THE CYCLE'S ADDGL FEED TOTAL            *
000205*                                                                *
000210*    THE CUMULATIVE FILES ARE FILTERED ON THE RECORD            *
000216*    RUN/POSTING DATE AND POSTING CYCLE (A RECORD WRITTEN       *
000221*    BEFORE CYCLES EXISTED COUNTS AS CYCLE 1); THE MERGED       *
000226*    ADDTRAN IS THE CYCLE'S INPUT ITSELF.  AMOUNTS THAT CANNOT  *
000232*    BE SUMMED (NON-NUMERIC ON A REJECTED DETAIL) ARE LEFT OUT  *
000237*    OF BOTH SIDES OF THE AMOUNT LEG, SO THE LEG STILL TIES.    *
000242*                                                                *
000248*    EACH CYCLE'S PROOF IS KEPT ON THE ADDPFH PROOF HISTORY (A  *
000253*    RERUN OF THE CYCLE REPLACES IT) AND A DAY-TOTAL SHEET      *
000258*    FOLLOWS THE CYCLE SHEET - ONE LINE PER CYCLE OF THE DATE,  *
000264*    THE DAY'S TOTALS, AND THE SAME THREE LEGS PROVED ON THOSE  *
000269*    TOTALS.  A CYCLE ADDRUN SHOWS POSTED WITH NO PROOF ON FILE *
000274*    IS FLAGGED NOT PROVED AND PUTS THE DAY OUT OF PROOF; A     *
000280*    SCHEDULED CYCLE NOT YET RUN IS LISTED AS SUCH.  THE SHEET  *
000285*    ENDS WITH THE DATE'S STATE FROM ADDRUN - UNTIL THE DATE IS *
000290*    CLOSED, LATER CYCLES MAY STILL ADD TO THE DAY'S TOTALS.    *
000296*                                                                *
000301*    THE PARM IS YYYYMMDD,C - THE BUSINESS DATE AND POSTING     *
000306*    CYCLE BEING PROVED.  AN EMPTY DATE PROVES THE CURRENT DATE *
000312*    AND AN EMPTY CYCLE MEANS CYCLE 1, SO THE IN-CYCLE STEP     *
000317*    PASSES JUST ,C.                                            *
000322*                                                                *
000328*    RETURN CODES:  0 - EVERY LEG TIES.  8 - A FILE COULD NOT   *
000333*    BE OPENED, THE PARM FAILED ITS EDIT OR THE PROOF COULD NOT *
000338*    BE RECORDED ON ADDPFH.  16 - A LEG DOES NOT TIE ON THE     *
000344*    CYCLE SHEET OR THE DAY SHEET; OPERATIONS MUST RECONCILE    *
000349*    BEFORE THE NEXT RUN.                                       *
000354*                                                                *
000360*    MODIFICATION HISTORY                                       *
000370*    ---------------------                                      *
000380*    09/01/26  RLH  ORIGINAL PROGRAM.                            *
000382*                   THE EXPECTED OPERATION RESULT PER DETAIL,    *
000383*                   MATCHING THE POSTED RESULTS ON THE OTHER     *
000384*                   SIDE OF THE LEG.                             *
000385*    10/15/26  RLH  HELD LEG - DETAILS THE ADDHLD SCREENING STEP *
000387*                   PULLED OUT OF POSTING ON THE PROOF DATE      *
000388*                   (ADDHOLD KEYED BY HOLD DATE) NOW COUNT ON    *
000390*                   THE OUT SIDE OF THE COUNT AND AMOUNT LEGS.   *
000392*                   NO ADDHOLD CLUSTER YET MEANS NOTHING HELD.   *
000393*                   A HELD ITEM RELEASED LATER COMES BACK IN ON  *
000395*                   THE RELEASE DATE'S MERGED FILE AS PART OF    *
000397*                   THE "HOLDREL" BATCH AND PROVES THERE.        *
000399*    10/15/26  RLH  ALLOCATION LEGS - ONLY THE FIRST LEG OF AN   *
000400*                   ALLOCATED DETAIL COUNTS AS A DETAIL POSTED;  *
000402*                   EVERY LEG'S SHARE IS SUMMED.                 *
000403*    10/15/26  RLH  INTRADAY POSTING CYCLES.  PARM IS NOW        *
000405*                   YYYYMMDD,C AND EVERY LEG IS FILTERED ON THE  *
000406*                   CYCLE AS WELL AS THE DATE (HELD ITEMS BY THE *
000408*                   CYCLE IN THE ADDHOLD KEY).  EACH CYCLE'S     *
000409*                   PROOF IS RECORDED ON THE NEW ADDPFH PROOF    *
000411*                   HISTORY, AND A DAY-TOTAL SHEET, WITH THE     *
000412*                   DATE'S OPEN OR CLOSED STATE FROM ADDRUN,     *
000414*                   FOLLOWS THE CYCLE SHEET.                     *
000415*                                                                *
000417*****************************************************************
000418*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000610     SELECT ADDGL-FILE ASSIGN TO ADDGL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-ADDGL-STATUS.
000631     SELECT ADDHOLD-FILE ASSIGN TO ADDHOLD
000633         ORGANIZATION IS INDEXED
000635         ACCESS MODE IS SEQUENTIAL
000636         RECORD KEY IS HLD-KEY
000638         FILE STATUS IS WS-ADDHOLD-STATUS.
000639     SELECT ADDPFH-FILE ASSIGN TO ADDPFH
000640         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS DYNAMIC
000642         RECORD KEY IS PFH-KEY
000644         FILE STATUS IS WS-ADDPFH-STATUS.
000645     SELECT ADDRUN-FILE ASSIGN TO ADDRUN
000646         ORGANIZATION IS SEQUENTIAL
000647         FILE STATUS IS WS-ADDRUN-STATUS.
000648     SELECT ADDPFRPT-FILE ASSIGN TO ADDPFRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ADDPFRPT-STATUS.
000670*
000930     LABEL RECORDS ARE STANDARD.
000940     COPY ADDGLREC.
000950*
000952 FD  ADDHOLD-FILE
000954     LABEL RECORDS ARE STANDARD.
000956     COPY ADDHLDR.
000958*
000959 FD  ADDPFH-FILE
000960     LABEL RECORDS ARE STANDARD.
000961     COPY ADDPFHR.
000962*
000963 FD  ADDRUN-FILE
000964     RECORDING MODE IS F
000965     LABEL RECORDS ARE STANDARD.
000966     COPY ADDRUNR.
000967*
000968 FD  ADDPFRPT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  ADDPFRPT-RECORD                 PIC X(132).
001110         88  WS-ADDAUD-OK                 VALUE "00".
001120     05  WS-ADDGL-STATUS             PIC X(02).
001130         88  WS-ADDGL-OK                  VALUE "00".
001132     05  WS-ADDHOLD-STATUS           PIC X(02).
001135         88  WS-ADDHOLD-OK                VALUE "00".
001137         88  WS-ADDHOLD-NOT-FOUND         VALUE "35".
001138     05  WS-ADDPFH-STATUS            PIC X(02).
001140         88  WS-ADDPFH-OK                 VALUE "00".
001141         88  WS-ADDPFH-DUPLICATE          VALUE "22".
001143         88  WS-ADDPFH-NOT-FOUND          VALUE "35".
001145     05  WS-ADDRUN-STATUS            PIC X(02).
001146         88  WS-ADDRUN-OK                 VALUE "00".
001148     05  WS-ADDPFRPT-STATUS          PIC X(02).
001150         88  WS-ADDPFRPT-OK               VALUE "00".
001160*
001170 01  WS-SWITCHES.
001210         88  WS-OPEN-ERROR                VALUE "Y".
001220     05  WS-OUT-OF-PROOF-SWITCH      PIC X(01) VALUE "N".
001230         88  WS-OUT-OF-PROOF              VALUE "Y".
001233     05  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE "N".
001236         88  WS-HOLD-OPEN                 VALUE "Y".
001238     05  WS-HISTORY-ERROR-SWITCH     PIC X(01) VALUE "N".
001240         88  WS-HISTORY-ERROR             VALUE "Y".
001243     05  WS-RUN-CONTROL-SWITCH       PIC X(01) VALUE "N".
001245         88  WS-RUN-CONTROL-READ          VALUE "Y".
001247*
001250 01  WS-PROOF-COUNTS.
001260     05  WS-IN-COUNT                 PIC 9(06) COMP VALUE ZERO.
001270     05  WS-IN-TOTAL                 PIC S9(11)V99 COMP
001350     05  WS-EXC-COUNT                PIC 9(06) COMP VALUE ZERO.
001360     05  WS-EXC-TOTAL                PIC S9(11)V99 COMP
001370                                         VALUE ZERO.
001372     05  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
001375     05  WS-HELD-TOTAL               PIC S9(11)V99 COMP
001377                                         VALUE ZERO.
001380     05  WS-GL-TOTAL                 PIC S9(11)V99 COMP
001390                                         VALUE ZERO.
001400     05  WS-OUT-COUNT                PIC 9(06) COMP VALUE ZERO.
001410     05  WS-OUT-TOTAL                PIC S9(11)V99 COMP
001420                                         VALUE ZERO.
001421*
001422 01  WS-DAY-COUNTS.
001423     05  WS-DAY-IN-COUNT             PIC 9(06) COMP VALUE ZERO.
001424     05  WS-DAY-IN-TOTAL             PIC S9(11)V99 COMP
001425                                         VALUE ZERO.
001426     05  WS-DAY-POSTED-COUNT         PIC 9(06) COMP VALUE ZERO.
001428     05  WS-DAY-POSTED-TOTAL         PIC S9(11)V99 COMP
001429                                         VALUE ZERO.
001430     05  WS-DAY-REJ-COUNT            PIC 9(06) COMP VALUE ZERO.
001431     05  WS-DAY-REJ-TOTAL            PIC S9(11)V99 COMP
001432                                         VALUE ZERO.
001433     05  WS-DAY-EXC-COUNT            PIC 9(06) COMP VALUE ZERO.
001435     05  WS-DAY-EXC-TOTAL            PIC S9(11)V99 COMP
001436                                         VALUE ZERO.
001437     05  WS-DAY-HELD-COUNT           PIC 9(06) COMP VALUE ZERO.
001438     05  WS-DAY-HELD-TOTAL           PIC S9(11)V99 COMP
001439                                         VALUE ZERO.
001440     05  WS-DAY-GL-TOTAL             PIC S9(11)V99 COMP
001441                                         VALUE ZERO.
001443     05  WS-DAY-OUT-COUNT            PIC 9(06) COMP VALUE ZERO.
001444     05  WS-DAY-OUT-TOTAL            PIC S9(11)V99 COMP
001445                                         VALUE ZERO.
001446     05  WS-DAY-CYCLES-PROVED        PIC 9(02) COMP VALUE ZERO.
001447*
001448 01  WS-RUN-DATE                     PIC 9(08).
001450 01  WS-PROOF-DATE                   PIC 9(08).
001451 01  WS-RUN-TIME                     PIC 9(08).
001452 01  WS-PROOF-CYCLE                  PIC 9(01) VALUE 1.
001453 01  WS-RECORD-CYCLE                 PIC 9(01) VALUE 1.
001454 01  WS-CYCLES-SCHEDULED             PIC 9(01) VALUE 1.
001455 01  WS-CYCLE-IX                     PIC S9(04) COMP VALUE ZERO.
001456 01  WS-PARM-DATE-TEXT               PIC X(08) VALUE SPACES.
001457 01  WS-PARM-DATE-LENGTH             PIC S9(04) COMP VALUE ZERO.
001458 01  WS-CYCLE-OPTION                 PIC X(01) VALUE SPACES.
001460*
001470 01  WS-RPT-HEADER-1.
001480     05  FILLER                      PIC X(10) VALUE SPACES.
001540     05  FILLER                      PIC X(06) VALUE SPACES.
001550     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001560     05  H1-RUN-DATE                 PIC X(10).
001564     05  FILLER                      PIC X(03) VALUE SPACES.
001568     05  FILLER                      PIC X(07) VALUE "CYCLE: ".
001572     05  H1-CYCLE-NO                 PIC 9(01).
001576     05  FILLER                      PIC X(26) VALUE SPACES.
001580*
001590 01  WS-RPT-COUNT-LINE.
001600     05  FILLER                      PIC X(10) VALUE SPACES.
001710 01  WS-RPT-LEG-LINE.
001720     05  FILLER                      PIC X(10) VALUE SPACES.
001730     05  L-LABEL                     PIC X(30).
001731     05  L-STATUS                    PIC X(05).
001732     05  FILLER                      PIC X(87) VALUE SPACES.
001733*
001734 01  WS-RPT-DAY-HEADER.
001735     05  FILLER                      PIC X(10) VALUE SPACES.
001736     05  FILLER                      PIC X(34)
001737         VALUE "ADDPRF - DAY-TOTAL PROOF".
001738     05  FILLER                      PIC X(16)
001739         VALUE "BUSINESS DATE: ".
001740     05  DH-PROOF-DATE               PIC 9(08).
001742     05  FILLER                      PIC X(06) VALUE SPACES.
001743     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001744     05  DH-RUN-DATE                 PIC X(10).
001745     05  FILLER                      PIC X(37) VALUE SPACES.
001746*
001747 01  WS-RPT-DAY-COLUMNS.
001748     05  FILLER                      PIC X(10) VALUE SPACES.
001749     05  FILLER                      PIC X(07) VALUE "CYCLE".
001750     05  FILLER                      PIC X(09) VALUE "DTLS IN".
001751     05  FILLER                      PIC X(09) VALUE " POSTED".
001753     05  FILLER                      PIC X(09) VALUE "REJECTED".
001754     05  FILLER                      PIC X(09) VALUE "SIZE-ERR".
001755     05  FILLER                      PIC X(09) VALUE "   HELD".
001756     05  FILLER                      PIC X(19)
001757         VALUE "         AMOUNT IN".
001758     05  FILLER                      PIC X(19)
001759         VALUE "     AMOUNT POSTED".
001760     05  FILLER                      PIC X(20)
001761         VALUE "     GL FEED TOTAL".
001762     05  FILLER                      PIC X(10) VALUE "PROOF".
001763     05  FILLER                      PIC X(02) VALUE SPACES.
001765*
001766 01  WS-RPT-DAY-LINE.
001767     05  FILLER                      PIC X(10) VALUE SPACES.
001768     05  DC-CYCLE-AREA.
001769         10  FILLER                  PIC X(02) VALUE SPACES.
001770         10  DC-CYCLE-NO             PIC 9(01).
001771         10  FILLER                  PIC X(02) VALUE SPACES.
001772     05  DC-TOTAL-LABEL REDEFINES DC-CYCLE-AREA
001773                                     PIC X(05).
001774     05  FILLER                      PIC X(02) VALUE SPACES.
001776     05  DC-FIGURES.
001777         10  DC-IN-COUNT             PIC ZZZ,ZZ9.
001778         10  FILLER                  PIC X(02) VALUE SPACES.
001779         10  DC-POSTED-COUNT         PIC ZZZ,ZZ9.
001780         10  FILLER                  PIC X(02) VALUE SPACES.
001781         10  DC-REJ-COUNT            PIC ZZZ,ZZ9.
001782         10  FILLER                  PIC X(02) VALUE SPACES.
001783         10  DC-EXC-COUNT            PIC ZZZ,ZZ9.
001784         10  FILLER                  PIC X(02) VALUE SPACES.
001785         10  DC-HELD-COUNT           PIC ZZZ,ZZ9.
001786         10  FILLER                  PIC X(02) VALUE SPACES.
001788         10  DC-IN-TOTAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001789         10  FILLER                  PIC X(01) VALUE SPACES.
001790         10  DC-POSTED-TOTAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001791         10  FILLER                  PIC X(01) VALUE SPACES.
001792         10  DC-GL-TOTAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001793     05  FILLER                      PIC X(02) VALUE SPACES.
001794     05  DC-STATUS                   PIC X(10).
001795     05  FILLER                      PIC X(02) VALUE SPACES.
001796*
001797 01  WS-RPT-DAY-STATE-LINE.
001799     05  FILLER                      PIC X(10) VALUE SPACES.
001800     05  FILLER                      PIC X(14)
001801         VALUE "BUSINESS DATE ".
001802     05  DS-TEXT                     PIC X(60).
001803     05  FILLER                      PIC X(48) VALUE SPACES.
001804*
001805 LINKAGE SECTION.
001806*
001807 01  LS-PARM-INFO.
001808     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001810     05  LS-PARM-TEXT                PIC X(10).
001820*
001830 PROCEDURE DIVISION USING LS-PARM-INFO.
001840*
001850*****************************************************************
001860*    0000-MAINLINE                                              *
001870*    CONTROLS OVERALL FLOW OF THE PROOF RUN - ONE COUNTING      *
001880*    PASS PER FILE, THEN THE CYCLE'S PROOF SHEET, ITS PROOF     *
001885*    HISTORY RECORD AND THE DAY-TOTAL SHEET.                    *
001890*****************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE
002010             THRU 5000-COUNT-POSTED-EXIT
002020         PERFORM 6000-TOTAL-GL-FEED
002030             THRU 6000-TOTAL-GL-FEED-EXIT
002033         PERFORM 7000-COUNT-HELD
002036             THRU 7000-COUNT-HELD-EXIT
002040         PERFORM 8000-PRINT-PROOF-SHEET
002050             THRU 8000-PRINT-PROOF-SHEET-EXIT
002052         PERFORM 8400-RECORD-PROOF-HISTORY
002054             THRU 8400-RECORD-PROOF-HISTORY-EXIT
002056         PERFORM 8500-PRINT-DAY-SHEET
002058             THRU 8500-PRINT-DAY-SHEET-EXIT
002060     END-IF.
002070     PERFORM 9000-TERMINATE
002080         THRU 9000-TERMINATE-EXIT.
002100*
002110*****************************************************************
002120*    1000-INITIALIZE                                            *
002127*    ESTABLISHES THE BUSINESS DATE AND POSTING CYCLE BEING      *
002135*    PROVED, OPENS FILES, READS THE RUN CONTROL RECORD AND      *
002142*    PRINTS THE REPORT HEADER.                                  *
002150*****************************************************************
002160 1000-INITIALIZE.
002170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002180     MOVE WS-RUN-DATE TO WS-PROOF-DATE.
002182     ACCEPT WS-RUN-TIME FROM TIME.
002185     IF LS-PARM-LENGTH GREATER THAN 10
002188         DISPLAY "ADDPRF: PARM MUST BE YYYYMMDD,C"
002191         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002194         GO TO 1000-INITIALIZE-EXIT
002197     END-IF.
002200     IF LS-PARM-LENGTH GREATER THAN ZERO
002203         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
002206             DELIMITED BY ","
002209             INTO WS-PARM-DATE-TEXT
002212                 COUNT IN WS-PARM-DATE-LENGTH
002215                 WS-CYCLE-OPTION
002218         END-UNSTRING
002221     END-IF.
002224     IF WS-PARM-DATE-LENGTH GREATER THAN ZERO
002227         IF WS-PARM-DATE-LENGTH EQUAL 8
002230                 AND WS-PARM-DATE-TEXT NUMERIC
002233             MOVE WS-PARM-DATE-TEXT TO WS-PROOF-DATE
002236         ELSE
002239             DISPLAY "ADDPRF: PARM MUST BE YYYYMMDD,C"
002242             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002245             GO TO 1000-INITIALIZE-EXIT
002248         END-IF
002251     END-IF.
002254     IF WS-CYCLE-OPTION EQUAL SPACE
002257         MOVE "1" TO WS-CYCLE-OPTION
002260     END-IF.
002263     IF WS-CYCLE-OPTION NOT NUMERIC
002266             OR WS-CYCLE-OPTION EQUAL "0"
002269             OR WS-CYCLE-OPTION GREATER THAN "4"
002272         DISPLAY "ADDPRF: CYCLE " WS-CYCLE-OPTION
002275             " IS NOT A POSTING CYCLE 1-4"
002278         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002281         GO TO 1000-INITIALIZE-EXIT
002284     END-IF.
002287     MOVE WS-CYCLE-OPTION TO WS-PROOF-CYCLE.
002290     OPEN INPUT ADDTRAN-FILE.
002300     IF NOT WS-ADDTRAN-OK
002310         DISPLAY "ADDPRF: UNABLE TO OPEN ADDTRAN"
002560         DISPLAY "FILE STATUS IS " WS-ADDGL-STATUS
002570         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002580     END-IF.
002581     OPEN INPUT ADDHOLD-FILE.
002583     IF WS-ADDHOLD-OK
002585         MOVE "Y" TO WS-HOLD-OPEN-SWITCH
002586     ELSE
002588         IF NOT WS-ADDHOLD-NOT-FOUND
002590             DISPLAY "ADDPRF: UNABLE TO OPEN ADDHOLD"
002591             DISPLAY "FILE STATUS IS " WS-ADDHOLD-STATUS
002592             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002593         END-IF
002594     END-IF.
002595     OPEN I-O ADDPFH-FILE.
002596     IF WS-ADDPFH-NOT-FOUND
002597*        NO PROOF HISTORY YET - BUILD IT EMPTY, THEN REOPEN I-O
002598*        SO THIS CYCLE'S PROOF CAN BE ADDED.
002599         OPEN OUTPUT ADDPFH-FILE
002600         CLOSE ADDPFH-FILE
002601         OPEN I-O ADDPFH-FILE
002602     END-IF.
002603     IF NOT WS-ADDPFH-OK
002604         DISPLAY "ADDPRF: UNABLE TO OPEN ADDPFH"
002605         DISPLAY "FILE STATUS IS " WS-ADDPFH-STATUS
002606         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002607     END-IF.
002608     OPEN INPUT ADDRUN-FILE.
002609     IF WS-ADDRUN-OK
002610         MOVE "Y" TO WS-RUN-CONTROL-SWITCH
002611         READ ADDRUN-FILE
002612             AT END
002613                 MOVE "N" TO WS-RUN-CONTROL-SWITCH
002614         END-READ
002615         CLOSE ADDRUN-FILE
002616     ELSE
002617         DISPLAY "ADDPRF: UNABLE TO OPEN ADDRUN"
002618         DISPLAY "FILE STATUS IS " WS-ADDRUN-STATUS
002619         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002620     END-IF.
002621     IF WS-RUN-CONTROL-READ
002622             AND RUN-CTL-CYCLES-SCHEDULED NUMERIC
002623             AND RUN-CTL-CYCLES-SCHEDULED GREATER THAN ZERO
002624         MOVE RUN-CTL-CYCLES-SCHEDULED TO WS-CYCLES-SCHEDULED
002625     END-IF.
002626     OPEN OUTPUT ADDPFRPT-FILE.
002627     IF NOT WS-ADDPFRPT-OK
002628         DISPLAY "ADDPRF: UNABLE TO OPEN ADDPFRPT"
002629         DISPLAY "FILE STATUS IS " WS-ADDPFRPT-STATUS
002630         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002640     END-IF.
002650     IF WS-OPEN-ERROR
002660         GO TO 1000-INITIALIZE-EXIT
002670     END-IF.
002680     MOVE WS-PROOF-DATE TO H1-PROOF-DATE.
002685     MOVE WS-PROOF-CYCLE TO H1-CYCLE-NO.
002690     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
002700         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
002710         WS-RUN-DATE(1:4) DELIMITED BY SIZE
002770*
002780*****************************************************************
002790*    2000-COUNT-INPUT                                           *
002800*    COUNTS THE DETAIL RECORDS ON THE CYCLE'S MERGED ADDTRAN    *
002810*    AND SUMS THEIR AMOUNTS.  AMOUNTS THAT ARE NOT NUMERIC (A   *
002820*    RECORD THE EDIT WILL HAVE REJECTED) STAY OUT OF THE AMOUNT *
002830*    LEG ON BOTH SIDES.                                         *
002840*****************************************************************
002850 2000-COUNT-INPUT.
002860     MOVE "N" TO WS-EOF-SWITCH.
003250*
003260*****************************************************************
003270*    3000-COUNT-REJECTS                                         *
003280*    COUNTS THE CYCLE'S REJECTED DETAILS FROM THE CUMULATIVE    *
003290*    ADDREJ AND SUMS WHAT CAN BE SUMMED OF THEIR AMOUNTS.       *
003300*    NON-DETAIL REJECTS (GARBAGE RECORD TYPES, BAD HEADERS) ARE *
003310*    NOT IN THE DETAILS-IN LEG AND STAY OUT HERE TOO.           *
003320*****************************************************************
003330 3000-COUNT-REJECTS.
003340     MOVE "N" TO WS-EOF-SWITCH.
003550*
003560*****************************************************************
003570*    3200-TALLY-REJECT-RECORD                                   *
003577*    ROLLS ONE OF THE CYCLE'S REJECTED DETAILS INTO THE REJECT  *
003585*    LEG AND READS THE NEXT RECORD.  A RECORD WITH NO CYCLE     *
003592*    (WRITTEN BEFORE CYCLES EXISTED) BELONGS TO CYCLE 1.        *
003600*****************************************************************
003610 3200-TALLY-REJECT-RECORD.
003611     IF REJ-CYCLE-NO NUMERIC
003612             AND REJ-CYCLE-NO GREATER THAN ZERO
003614         MOVE REJ-CYCLE-NO TO WS-RECORD-CYCLE
003615     ELSE
003617         MOVE 1 TO WS-RECORD-CYCLE
003618     END-IF.
003620     IF REJ-RUN-DATE NUMERIC
003630             AND REJ-RUN-DATE EQUAL WS-PROOF-DATE
003635             AND WS-RECORD-CYCLE EQUAL WS-PROOF-CYCLE
003640             AND REJ-IMG-DETAIL-RECORD
003650         ADD 1 TO WS-REJ-COUNT
003660         IF REJ-IMG-NUM1 NUMERIC AND REJ-IMG-NUM2 NUMERIC
003750*
003760*****************************************************************
003770*    4000-COUNT-EXCEPTIONS                                      *
003780*    COUNTS THE CYCLE'S SIZE-ERROR EXCEPTIONS FROM THE          *
003790*    CUMULATIVE ADDEXC AND SUMS THEIR TRUE TOTALS.  CONTROL     *
003800*    BREAK RECORDS ARE NOT DETAILS AND ARE NOT COUNTED.         *
003810*****************************************************************
004040*
004050*****************************************************************
004060*    4200-TALLY-EXCEPTION-RECORD                                *
004067*    ROLLS ONE OF THE CYCLE'S SIZE-ERROR RECORDS INTO THE       *
004075*    EXCEPTION LEG AND READS THE NEXT RECORD.  A RECORD WITH    *
004082*    NO CYCLE BELONGS TO CYCLE 1.                               *
004090*****************************************************************
004100 4200-TALLY-EXCEPTION-RECORD.
004101     IF EXC-CYCLE-NO NUMERIC
004102             AND EXC-CYCLE-NO GREATER THAN ZERO
004104         MOVE EXC-CYCLE-NO TO WS-RECORD-CYCLE
004105     ELSE
004107         MOVE 1 TO WS-RECORD-CYCLE
004108     END-IF.
004110     IF EXC-SIZE-ERROR-RECORD
004120             AND EXC-RUN-DATE NUMERIC
004130             AND EXC-RUN-DATE EQUAL WS-PROOF-DATE
004135             AND WS-RECORD-CYCLE EQUAL WS-PROOF-CYCLE
004140         ADD 1 TO WS-EXC-COUNT
004150         ADD EXC-TRUE-TOTAL TO WS-EXC-TOTAL
004160     END-IF.
004210*
004220*****************************************************************
004230*    5000-COUNT-POSTED                                          *
004240*    COUNTS THE CYCLE'S POSTED RECORDS FROM THE CUMULATIVE      *
004250*    ADDAUD AUDIT TRAIL AND SUMS THEIR RESULTS.                 *
004260*****************************************************************
004270 5000-COUNT-POSTED.
004490*
004500*****************************************************************
004510*    5200-TALLY-POSTED-RECORD                                   *
004515*    ROLLS ONE OF THE CYCLE'S POSTED AUDIT RECORDS INTO THE     *
004521*    POSTED LEG AND READS THE NEXT RECORD.  A RECORD WITH NO    *
004527*    CYCLE BELONGS TO CYCLE 1.  AN ALLOCATED                    *
004533*    DETAIL POSTS ONE RECORD PER TARGET - LEGS AFTER THE FIRST  *
004536*    ADD THEIR SHARE BUT ARE NOT COUNTED AGAIN AS DETAILS.      *
004540*****************************************************************
004550 5200-TALLY-POSTED-RECORD.
004551     IF AUD-CYCLE-NO NUMERIC
004552             AND AUD-CYCLE-NO GREATER THAN ZERO
004554         MOVE AUD-CYCLE-NO TO WS-RECORD-CYCLE
004555     ELSE
004557         MOVE 1 TO WS-RECORD-CYCLE
004558     END-IF.
004560     IF AUD-RUN-DATE NUMERIC
004570             AND AUD-RUN-DATE EQUAL WS-PROOF-DATE
004571             AND WS-RECORD-CYCLE EQUAL WS-PROOF-CYCLE
004573         IF AUD-LEG-NO NOT NUMERIC
004576                 OR AUD-LEG-NO NOT GREATER THAN 1
004580             ADD 1 TO WS-POSTED-COUNT
004585         END-IF
004590         ADD AUD-RESULT TO WS-POSTED-TOTAL
004600     END-IF.
004610     PERFORM 5100-READ-ADDAUD
004650*
004660*****************************************************************
004670*    6000-TOTAL-GL-FEED                                         *
004680*    SUMS THE CYCLE'S SIGNED ADDGL FEED.  THE SUMMARY (",S")    *
004690*    FEED NETS PER ACCOUNT WITHIN THE CYCLE, SO ITS TOTAL STILL *
004700*    EQUALS THE PER-TRANSACTION TOTAL AND THE SAME PROOF HOLDS. *
004710*****************************************************************
004720 6000-TOTAL-GL-FEED.
004730     MOVE "N" TO WS-EOF-SWITCH.
004940*
004950*****************************************************************
004960*    6200-TALLY-GL-RECORD                                       *
004967*    ROLLS ONE OF THE CYCLE'S GL RECORDS, SIGNED, INTO THE GL   *
004975*    LEG AND READS THE NEXT RECORD.  A RECORD WITH NO CYCLE     *
004982*    BELONGS TO CYCLE 1.                                        *
004990*****************************************************************
005000 6200-TALLY-GL-RECORD.
005001     IF GL-CYCLE-NO NUMERIC
005002             AND GL-CYCLE-NO GREATER THAN ZERO
005004         MOVE GL-CYCLE-NO TO WS-RECORD-CYCLE
005005     ELSE
005007         MOVE 1 TO WS-RECORD-CYCLE
005008     END-IF.
005010     IF GL-POSTING-DATE NUMERIC
005020             AND GL-POSTING-DATE EQUAL WS-PROOF-DATE
005025             AND WS-RECORD-CYCLE EQUAL WS-PROOF-CYCLE
005030         IF GL-CREDIT
005040             SUBTRACT GL-AMOUNT FROM WS-GL-TOTAL
005050         ELSE
005080     END-IF.
005090     PERFORM 6100-READ-ADDGL
005100         THRU 6100-READ-ADDGL-EXIT.
005101 6200-TALLY-GL-RECORD-EXIT.
005102     EXIT.
005103*
005104*****************************************************************
005105*    7000-COUNT-HELD                                            *
005106*    COUNTS THE DETAILS HELD IN THE PROOF CYCLE FROM THE KEYED  *
005107*    ADDHOLD QUEUE AND SUMS THEIR EXPECTED RESULTS - WHATEVER   *
005108*    THEIR STATUS SINCE, THEY DID NOT POST IN THAT CYCLE.  THE  *
005109*    QUEUE IS KEYED BY HOLD DATE AND CYCLE, SO THE PASS STARTS  *
005110*    AT THE PROOF DATE AND CYCLE AND STOPS AT THE FIRST ITEM OF *
005111*    ANY OTHER.                                                 *
005112*****************************************************************
005113 7000-COUNT-HELD.
005114     IF NOT WS-HOLD-OPEN
005115         GO TO 7000-COUNT-HELD-EXIT
005116     END-IF.
005117     MOVE "N" TO WS-EOF-SWITCH.
005118     MOVE WS-PROOF-DATE TO HLD-HOLD-DATE.
005119     MOVE ZERO TO HLD-SEQ-NO.
005120     MOVE WS-PROOF-CYCLE TO HLD-CYCLE-NO.
005121     START ADDHOLD-FILE KEY IS NOT LESS THAN HLD-KEY
005122         INVALID KEY
005123             MOVE "Y" TO WS-EOF-SWITCH
005124     END-START.
005125     IF NOT WS-EOF
005126         PERFORM 7100-READ-ADDHOLD
005127             THRU 7100-READ-ADDHOLD-EXIT
005128     END-IF.
005129     PERFORM 7200-TALLY-HELD-RECORD
005130         THRU 7200-TALLY-HELD-RECORD-EXIT
005131         UNTIL WS-EOF.
005132     CLOSE ADDHOLD-FILE.
005133 7000-COUNT-HELD-EXIT.
005134     EXIT.
005135*
005136*****************************************************************
005137*    7100-READ-ADDHOLD                                          *
005138*    READS THE NEXT HELD ITEM; EOF AT THE END OF THE QUEUE OR   *
005139*    AT THE FIRST ITEM HELD IN A LATER CYCLE OR ON A LATER      *
005140*    DATE.                                                      *
005141*****************************************************************
005142 7100-READ-ADDHOLD.
005143     READ ADDHOLD-FILE NEXT RECORD
005144         AT END
005145             MOVE "Y" TO WS-EOF-SWITCH
005146     END-READ.
005147     IF NOT WS-EOF
005148             AND (HLD-HOLD-DATE NOT EQUAL WS-PROOF-DATE
005149               OR HLD-CYCLE-NO NOT EQUAL WS-PROOF-CYCLE)
005150         MOVE "Y" TO WS-EOF-SWITCH
005151     END-IF.
005152 7100-READ-ADDHOLD-EXIT.
005153     EXIT.
005154*
005155*****************************************************************
005156*    7200-TALLY-HELD-RECORD                                     *
005157*    ROLLS ONE OF THE CYCLE'S HELD ITEMS INTO THE HELD LEG AND  *
005158*    READS THE NEXT ONE.                                        *
005159*****************************************************************
005160 7200-TALLY-HELD-RECORD.
005161     ADD 1 TO WS-HELD-COUNT.
005162     IF HLD-OP-CODE EQUAL "S"
005163         COMPUTE WS-HELD-TOTAL = WS-HELD-TOTAL
005164             + HLD-NUM1 - HLD-NUM2
005165     ELSE
005167         COMPUTE WS-HELD-TOTAL = WS-HELD-TOTAL
005168             + HLD-NUM1 + HLD-NUM2
005169     END-IF.
005170     PERFORM 7100-READ-ADDHOLD
005171         THRU 7100-READ-ADDHOLD-EXIT.
005172 7200-TALLY-HELD-RECORD-EXIT.
005173     EXIT.
005174*
005175*****************************************************************
005176*    8000-PRINT-PROOF-SHEET                                     *
005177*    PRINTS THE THREE PROOF LEGS AND FLAGS ANY LEG THAT DOES    *
005178*    NOT TIE.                                                   *
005180*****************************************************************
005190 8000-PRINT-PROOF-SHEET.
005200     MOVE "DETAILS IN" TO C-LABEL.
005330     MOVE WS-EXC-COUNT TO C-COUNT.
005340     WRITE ADDPFRPT-RECORD FROM WS-RPT-COUNT-LINE
005350         AFTER ADVANCING 1 LINE.
005352     MOVE "  HELD" TO C-LABEL.
005354     MOVE WS-HELD-COUNT TO C-COUNT.
005356     WRITE ADDPFRPT-RECORD FROM WS-RPT-COUNT-LINE
005358         AFTER ADVANCING 1 LINE.
005360     COMPUTE WS-OUT-COUNT = WS-POSTED-COUNT + WS-REJ-COUNT
005370         + WS-EXC-COUNT + WS-HELD-COUNT.
005380     MOVE "COUNT LEG" TO L-LABEL.
005390     IF WS-IN-COUNT EQUAL WS-OUT-COUNT
005400         MOVE "TIE" TO L-STATUS
005600     MOVE WS-EXC-TOTAL TO A-AMOUNT.
005610     WRITE ADDPFRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005620         AFTER ADVANCING 1 LINE.
005622     MOVE "  HELD" TO A-LABEL.
005624     MOVE WS-HELD-TOTAL TO A-AMOUNT.
005626     WRITE ADDPFRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005628         AFTER ADVANCING 1 LINE.
005630     COMPUTE WS-OUT-TOTAL = WS-POSTED-TOTAL + WS-REJ-TOTAL
005640         + WS-EXC-TOTAL + WS-HELD-TOTAL.
005650     MOVE "AMOUNT LEG" TO L-LABEL.
005660     IF WS-IN-TOTAL EQUAL WS-OUT-TOTAL
005670         MOVE "TIE" TO L-STATUS
005780     MOVE "  GL FEED TOTAL" TO A-LABEL.
005790     MOVE WS-GL-TOTAL TO A-AMOUNT.
005800     WRITE ADDPFRPT-RECORD FROM WS-RPT-AMOUNT-LINE
005801         AFTER ADVANCING 1 LINE.
005802     MOVE "GL LEG" TO L-LABEL.
005803     IF WS-POSTED-TOTAL EQUAL WS-GL-TOTAL
005804         MOVE "TIE" TO L-STATUS
005805     ELSE
005806         MOVE "*OUT*" TO L-STATUS
005807         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005808     END-IF.
005809     WRITE ADDPFRPT-RECORD FROM WS-RPT-LEG-LINE
005810         AFTER ADVANCING 1 LINE.
005811 8000-PRINT-PROOF-SHEET-EXIT.
005812     EXIT.
005813*
005814*****************************************************************
005815*    8400-RECORD-PROOF-HISTORY                                  *
005816*    RECORDS THIS CYCLE'S PROOF ON ADDPFH FOR THE DAY-TOTAL     *
005817*    SHEET.  A RERUN OF THE SAME CYCLE'S PROOF REPLACES THE     *
005818*    RECORD ALREADY ON FILE.                                    *
005819*****************************************************************
005820 8400-RECORD-PROOF-HISTORY.
005821     MOVE SPACES TO ADDPFH-RECORD.
005822     MOVE WS-PROOF-DATE TO PFH-PROOF-DATE.
005823     MOVE WS-PROOF-CYCLE TO PFH-CYCLE-NO.
005824     IF WS-OUT-OF-PROOF
005825         MOVE "O" TO PFH-PROOF-STATUS
005826     ELSE
005827         MOVE "T" TO PFH-PROOF-STATUS
005828     END-IF.
005829     MOVE WS-RUN-DATE TO PFH-RUN-DATE.
005830     MOVE WS-RUN-TIME TO PFH-RUN-TIME.
005831     MOVE WS-IN-COUNT TO PFH-IN-COUNT.
005832     MOVE WS-POSTED-COUNT TO PFH-POSTED-COUNT.
005833     MOVE WS-REJ-COUNT TO PFH-REJ-COUNT.
005834     MOVE WS-EXC-COUNT TO PFH-EXC-COUNT.
005835     MOVE WS-HELD-COUNT TO PFH-HELD-COUNT.
005836     MOVE WS-IN-TOTAL TO PFH-IN-TOTAL.
005837     MOVE WS-POSTED-TOTAL TO PFH-POSTED-TOTAL.
005838     MOVE WS-REJ-TOTAL TO PFH-REJ-TOTAL.
005839     MOVE WS-EXC-TOTAL TO PFH-EXC-TOTAL.
005840     MOVE WS-HELD-TOTAL TO PFH-HELD-TOTAL.
005841     MOVE WS-GL-TOTAL TO PFH-GL-TOTAL.
005842     WRITE ADDPFH-RECORD
005843         INVALID KEY
005844             CONTINUE
005845     END-WRITE.
005846     IF WS-ADDPFH-DUPLICATE
005847         REWRITE ADDPFH-RECORD
005848             INVALID KEY
005849                 CONTINUE
005850         END-REWRITE
005851     END-IF.
005852     IF NOT WS-ADDPFH-OK
005853         DISPLAY "ADDPRF: UNABLE TO RECORD THE PROOF ON ADDPFH"
005854         DISPLAY "FILE STATUS IS " WS-ADDPFH-STATUS
005855         MOVE "Y" TO WS-HISTORY-ERROR-SWITCH
005856     END-IF.
005857 8400-RECORD-PROOF-HISTORY-EXIT.
005858     EXIT.
005859*
005860*****************************************************************
005861*    8500-PRINT-DAY-SHEET                                       *
005862*    PRINTS THE DAY-TOTAL SHEET - ONE LINE PER CYCLE OF THE     *
005863*    PROOF DATE FROM ADDPFH, THE DAY'S TOTALS, THE THREE LEGS   *
005865*    PROVED ON THOSE TOTALS, AND THE DATE'S STATE FROM ADDRUN.  *
005866*****************************************************************
005867 8500-PRINT-DAY-SHEET.
005868     MOVE WS-PROOF-DATE TO DH-PROOF-DATE.
005869     MOVE H1-RUN-DATE TO DH-RUN-DATE.
005870     WRITE ADDPFRPT-RECORD FROM WS-RPT-DAY-HEADER
005871         AFTER ADVANCING PAGE.
005872     WRITE ADDPFRPT-RECORD FROM WS-RPT-DAY-COLUMNS
005873         AFTER ADVANCING 2 LINES.
005874     PERFORM 8600-PRINT-CYCLE-LINE
005875         THRU 8600-PRINT-CYCLE-LINE-EXIT
005876         VARYING WS-CYCLE-IX FROM 1 BY 1
005877         UNTIL WS-CYCLE-IX GREATER THAN 4.
005878     CLOSE ADDPFH-FILE.
005879     MOVE "TOTAL" TO DC-TOTAL-LABEL.
005880     MOVE WS-DAY-IN-COUNT TO DC-IN-COUNT.
005881     MOVE WS-DAY-POSTED-COUNT TO DC-POSTED-COUNT.
005882     MOVE WS-DAY-REJ-COUNT TO DC-REJ-COUNT.
005883     MOVE WS-DAY-EXC-COUNT TO DC-EXC-COUNT.
005884     MOVE WS-DAY-HELD-COUNT TO DC-HELD-COUNT.
005885     MOVE WS-DAY-IN-TOTAL TO DC-IN-TOTAL.
005886     MOVE WS-DAY-POSTED-TOTAL TO DC-POSTED-TOTAL.
005887     MOVE WS-DAY-GL-TOTAL TO DC-GL-TOTAL.
005888     MOVE SPACES TO DC-STATUS.
005889     WRITE ADDPFRPT-RECORD FROM WS-RPT-DAY-LINE
005890         AFTER ADVANCING 2 LINES.
005891     COMPUTE WS-DAY-OUT-COUNT = WS-DAY-POSTED-COUNT
005892         + WS-DAY-REJ-COUNT + WS-DAY-EXC-COUNT
005893         + WS-DAY-HELD-COUNT.
005894     MOVE "DAY COUNT LEG" TO L-LABEL.
005895     IF WS-DAY-IN-COUNT EQUAL WS-DAY-OUT-COUNT
005896         MOVE "TIE" TO L-STATUS
005897     ELSE
005898         MOVE "*OUT*" TO L-STATUS
005899         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005900     END-IF.
005901     WRITE ADDPFRPT-RECORD FROM WS-RPT-LEG-LINE
005902         AFTER ADVANCING 2 LINES.
005903     COMPUTE WS-DAY-OUT-TOTAL = WS-DAY-POSTED-TOTAL
005904         + WS-DAY-REJ-TOTAL + WS-DAY-EXC-TOTAL
005905         + WS-DAY-HELD-TOTAL.
005906     MOVE "DAY AMOUNT LEG" TO L-LABEL.
005907     IF WS-DAY-IN-TOTAL EQUAL WS-DAY-OUT-TOTAL
005908         MOVE "TIE" TO L-STATUS
005909     ELSE
005910         MOVE "*OUT*" TO L-STATUS
005911         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005912     END-IF.
005913     WRITE ADDPFRPT-RECORD FROM WS-RPT-LEG-LINE
005914         AFTER ADVANCING 1 LINE.
005915     MOVE "DAY GL LEG" TO L-LABEL.
005916     IF WS-DAY-POSTED-TOTAL EQUAL WS-DAY-GL-TOTAL
005917         MOVE "TIE" TO L-STATUS
005918     ELSE
005919         MOVE "*OUT*" TO L-STATUS
005920         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005921     END-IF.
005922     WRITE ADDPFRPT-RECORD FROM WS-RPT-LEG-LINE
005923         AFTER ADVANCING 1 LINE.
005924     MOVE "CYCLES PROVED" TO C-LABEL.
005925     MOVE WS-DAY-CYCLES-PROVED TO C-COUNT.
005926     WRITE ADDPFRPT-RECORD FROM WS-RPT-COUNT-LINE
005927         AFTER ADVANCING 2 LINES.
005928     PERFORM 8700-DESCRIBE-DATE-STATE
005930         THRU 8700-DESCRIBE-DATE-STATE-EXIT.
005931     WRITE ADDPFRPT-RECORD FROM WS-RPT-DAY-STATE-LINE
005932         AFTER ADVANCING 1 LINE.
005933 8500-PRINT-DAY-SHEET-EXIT.
005934     EXIT.
005935*
005936*****************************************************************
005937*    8600-PRINT-CYCLE-LINE                                      *
005938*    PRINTS ONE CYCLE'S LINE OF THE DAY-TOTAL SHEET AND ADDS    *
005939*    ITS PROOF TO THE DAY'S TOTALS.  A CYCLE WITH NO PROOF ON   *
005940*    FILE IS LISTED ONLY WHEN ADDRUN CARRIES THE PROOF DATE:    *
005941*    POSTED BUT NOT PROVED PUTS THE DAY OUT OF PROOF; IN FLIGHT *
005942*    OR SCHEDULED AND NOT YET RUN IS SHOWN AS SUCH.             *
005943*****************************************************************
005944 8600-PRINT-CYCLE-LINE.
005945     MOVE WS-PROOF-DATE TO PFH-PROOF-DATE.
005946     MOVE WS-CYCLE-IX TO PFH-CYCLE-NO.
005947     READ ADDPFH-FILE
005948         INVALID KEY
005949             CONTINUE
005950     END-READ.
005951     MOVE SPACES TO DC-CYCLE-AREA.
005952     MOVE WS-CYCLE-IX TO DC-CYCLE-NO.
005953     IF WS-ADDPFH-OK
005954         ADD 1 TO WS-DAY-CYCLES-PROVED
005955         MOVE PFH-IN-COUNT TO DC-IN-COUNT
005956         MOVE PFH-POSTED-COUNT TO DC-POSTED-COUNT
005957         MOVE PFH-REJ-COUNT TO DC-REJ-COUNT
005958         MOVE PFH-EXC-COUNT TO DC-EXC-COUNT
005959         MOVE PFH-HELD-COUNT TO DC-HELD-COUNT
005960         MOVE PFH-IN-TOTAL TO DC-IN-TOTAL
005961         MOVE PFH-POSTED-TOTAL TO DC-POSTED-TOTAL
005962         MOVE PFH-GL-TOTAL TO DC-GL-TOTAL
005963         ADD PFH-IN-COUNT TO WS-DAY-IN-COUNT
005964         ADD PFH-POSTED-COUNT TO WS-DAY-POSTED-COUNT
005965         ADD PFH-REJ-COUNT TO WS-DAY-REJ-COUNT
005966         ADD PFH-EXC-COUNT TO WS-DAY-EXC-COUNT
005967         ADD PFH-HELD-COUNT TO WS-DAY-HELD-COUNT
005968         ADD PFH-IN-TOTAL TO WS-DAY-IN-TOTAL
005969         ADD PFH-POSTED-TOTAL TO WS-DAY-POSTED-TOTAL
005970         ADD PFH-REJ-TOTAL TO WS-DAY-REJ-TOTAL
005971         ADD PFH-EXC-TOTAL TO WS-DAY-EXC-TOTAL
005972         ADD PFH-HELD-TOTAL TO WS-DAY-HELD-TOTAL
005973         ADD PFH-GL-TOTAL TO WS-DAY-GL-TOTAL
005974         IF PFH-PROOF-TIES
005975             MOVE "TIE" TO DC-STATUS
005976         ELSE
005977             MOVE "*OUT*" TO DC-STATUS
005978         END-IF
005979         WRITE ADDPFRPT-RECORD FROM WS-RPT-DAY-LINE
005980             AFTER ADVANCING 1 LINE
005981         GO TO 8600-PRINT-CYCLE-LINE-EXIT
005982     END-IF.
005983     IF NOT WS-RUN-CONTROL-READ
005984             OR RUN-CTL-DATE NOT EQUAL WS-PROOF-DATE
005985         GO TO 8600-PRINT-CYCLE-LINE-EXIT
005986     END-IF.
005987     MOVE SPACES TO DC-FIGURES.
005988     IF RUN-CTL-CYC-POSTED (WS-CYCLE-IX)
005989         MOVE "NOT PROVED" TO DC-STATUS
005990         MOVE "Y" TO WS-OUT-OF-PROOF-SWITCH
005991     ELSE
005992         IF RUN-CTL-CYC-IN-FLIGHT (WS-CYCLE-IX)
005993             MOVE "IN FLIGHT" TO DC-STATUS
005995         ELSE
005996             IF WS-CYCLE-IX GREATER THAN WS-CYCLES-SCHEDULED
005997                 GO TO 8600-PRINT-CYCLE-LINE-EXIT
005998             END-IF
005999             MOVE "NOT RUN" TO DC-STATUS
006000         END-IF
006001     END-IF.
006002     WRITE ADDPFRPT-RECORD FROM WS-RPT-DAY-LINE
006003         AFTER ADVANCING 1 LINE.
006004 8600-PRINT-CYCLE-LINE-EXIT.
006005     EXIT.
006006*
006007*****************************************************************
006008*    8700-DESCRIBE-DATE-STATE                                   *
006009*    STATES WHETHER THE PROOF DATE IS CLOSED.  ADDRUN HOLDS     *
006010*    ONLY THE LATEST DATE; A LATER DATE ON IT MEANS THE PROOF   *
006011*    DATE WAS CLOSED BEFORE THAT DATE COULD START.              *
006012*****************************************************************
006013 8700-DESCRIBE-DATE-STATE.
006014     IF NOT WS-RUN-CONTROL-READ
006015             OR RUN-CTL-DATE NOT NUMERIC
006016             OR RUN-CTL-DATE LESS THAN WS-PROOF-DATE
006017         MOVE "NOT ON ADDRUN - OPEN OR CLOSED NOT KNOWN"
006018             TO DS-TEXT
006019         GO TO 8700-DESCRIBE-DATE-STATE-EXIT
006020     END-IF.
006021     IF RUN-CTL-DATE GREATER THAN WS-PROOF-DATE
006022         MOVE "CLOSED - ADDRUN HAS MOVED ON TO A LATER DATE"
006023             TO DS-TEXT
006024         GO TO 8700-DESCRIBE-DATE-STATE-EXIT
006025     END-IF.
006026     MOVE "CYCLES SCHEDULED" TO C-LABEL.
006027     MOVE WS-CYCLES-SCHEDULED TO C-COUNT.
006028     WRITE ADDPFRPT-RECORD FROM WS-RPT-COUNT-LINE
006029         AFTER ADVANCING 1 LINE.
006030     IF NOT RUN-CTL-COMPLETE
006031         MOVE "STILL OPEN - LATER CYCLES MAY ADD TO THESE TOTALS"
006032             TO DS-TEXT
006033         GO TO 8700-DESCRIBE-DATE-STATE-EXIT
006034     END-IF.
006035     IF RUN-CTL-CLOSED-BY-EOD
006036         MOVE "CLOSED BY THE END-OF-DAY STEP - TOTALS FINAL"
006037             TO DS-TEXT
006038     ELSE
006039         MOVE "CLOSED BY ITS LAST SCHEDULED CYCLE - TOTALS FINAL"
006040             TO DS-TEXT
006041     END-IF.
006042 8700-DESCRIBE-DATE-STATE-EXIT.
006043     EXIT.
006044*
006045*****************************************************************
006046*    9000-TERMINATE                                             *
006047*    DISPLAYS THE PROOF COUNTS, CLOSES THE REPORT AND SETS      *
006048*    THE STEP RETURN CODE.                                      *
006049*****************************************************************
006050 9000-TERMINATE.
006051     DISPLAY "ADDPRF: POSTING CYCLE     " WS-PROOF-CYCLE.
006052     DISPLAY "ADDPRF: DETAILS IN        " WS-IN-COUNT.
006053     DISPLAY "ADDPRF: DETAILS POSTED    " WS-POSTED-COUNT.
006054     DISPLAY "ADDPRF: DETAILS REJECTED  " WS-REJ-COUNT.
006055     DISPLAY "ADDPRF: SIZE-ERRORED      " WS-EXC-COUNT.
006056     DISPLAY "ADDPRF: DETAILS HELD      " WS-HELD-COUNT.
006057     IF NOT WS-OPEN-ERROR
006058         CLOSE ADDPFRPT-FILE
006060     END-IF.
006070     IF WS-OPEN-ERROR
006080         MOVE 8 TO RETURN-CODE
006110             DISPLAY "ADDPRF: A PROOF LEG DOES NOT TIE"
006120             MOVE 16 TO RETURN-CODE
006130         ELSE
006133             IF WS-HISTORY-ERROR
006136                 MOVE 8 TO RETURN-CODE
006140             ELSE
006143                 MOVE ZERO TO RETURN-CODE
006146             END-IF
006150         END-IF
006160     END-IF.
006170 9000-TERMINATE-EXIT.
