000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDHXT.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    RELEASED HOLD EXTRACT.  RUN AS STEP002C OF ADDTWO, AHEAD   *
000100*    OF THE ONLINE EXTRACT (ADDPXT).  COPIES THE DAY'S ADDTRAN  *
000110*    (AS EXTENDED BY ADDSTG AND ADDCSV) THROUGH UNCHANGED       *
000120*    WHILE NOTING THE HIGHEST DETAIL SEQUENCE NUMBER, THEN      *
000130*    APPENDS ONE "HOLDREL" BATCH FROM THE HOLD SOURCE -         *
000140*    HEADER, ONE PROPERLY SEQUENCED DETAIL PER ITEM A           *
000150*    SUPERVISOR RELEASED ("R") ON THE ADDHOLD QUEUE, AND A      *
000160*    TRAILER CARRYING THE BATCH'S OWN COUNT AND TOTAL - SO A    *
000170*    HELD ITEM THAT PROVES GOOD POSTS THROUGH THE SAME EDIT,    *
000180*    POSTING, AUDIT AND GL STREAM AS ANY OTHER WORK.  KILLED    *
000190*    ITEMS ARE NEVER EXTRACTED.                                 *
000200*                                                                *
000210*    EACH DETAIL KEEPS THE ITEM'S ORIGINAL AMOUNTS, OPERATION   *
000220*    AND ORIGIN REFERENCE (A BLANK REFERENCE BECOMES "H" PLUS   *
000230*    THE HOLD DATE AND SEQUENCE).  AN ITEM THE EDIT HAD ROUTED  *
000240*    TO SUSPENSE GOES BACK OUT TO THE ACCOUNT IT WAS MEANT FOR, *
000250*    SO TODAY'S EDIT DECIDES AFRESH WHERE IT POSTS.             *
000260*                                                                *
000265*    EXTRACTED ITEMS ARE MARKED "X" WITH THE BUSINESS DATE AND  *
000270*    POSTING CYCLE THEY WERE EXTRACTED IN.  A RERUN OF THE SAME *
000276*    DATE AND CYCLE REBUILDS THE WORK FILE FROM THE RAW         *
000281*    ADDTRAN, SO ITEMS ALREADY MARKED WITH TODAY'S DATE AND     *
000287*    THAT CYCLE ARE EXTRACTED AGAIN INTO THE NEW FILE - EACH    *
000292*    STILL APPEARS EXACTLY ONCE.  AN ITEM AN EARLIER CYCLE OF   *
000298*    TODAY EXTRACTED HAS ALREADY POSTED AND IS NOT TAKEN AGAIN. *
000303*                                                                *
000309*    PARM:  C - THE POSTING CYCLE (1-4).  NO PARM MEANS CYCLE   *
000314*    1.  A CYCLE THAT IS NOT A DIGIT 1-4 IS REFUSED (RC 8).     *
000320*                                                                *
000330*    RETURN CODES:  0 - EXTRACT COMPLETE (EVEN WHEN NOTHING     *
000340*    WAS RELEASED).  8 - A FILE COULD NOT BE OPENED OR A        *
000350*    QUEUE REWRITE FAILED.                                      *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    ---------------------                                      *
000390*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000392*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE PARM TAKES THE *
000394*                   CYCLE; EXTRACTED ITEMS ARE MARKED WITH IT,   *
000396*                   AND ONLY A RERUN OF THE SAME DATE AND CYCLE  *
000398*                   RE-EXTRACTS THEM.                            *
000400*                                                                *
000410*****************************************************************
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ADDTRIN-FILE ASSIGN TO ADDTRIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-ADDTRIN-STATUS.
000530     SELECT ADDTROUT-FILE ASSIGN TO ADDTROUT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ADDTROUT-STATUS.
000560     SELECT ADDHOLD-FILE ASSIGN TO ADDHOLD
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS HLD-KEY
000600         FILE STATUS IS WS-ADDHOLD-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650 FD  ADDTRIN-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY ADDREC.
000690*
000700 FD  ADDTROUT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  ADDTROUT-RECORD                 PIC X(80).
000740*
000750 FD  ADDHOLD-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY ADDHLDR.
000780*
000790 WORKING-STORAGE SECTION.
000800*
000810 01  WS-FILE-STATUSES.
000820     05  WS-ADDTRIN-STATUS           PIC X(02).
000830         88  WS-ADDTRIN-OK                VALUE "00".
000840     05  WS-ADDTROUT-STATUS          PIC X(02).
000850         88  WS-ADDTROUT-OK               VALUE "00".
000860     05  WS-ADDHOLD-STATUS           PIC X(02).
000870         88  WS-ADDHOLD-OK                VALUE "00".
000880*
000890 01  WS-SWITCHES.
000900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000910         88  WS-EOF                       VALUE "Y".
000920     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000930         88  WS-HOLD-EOF                  VALUE "Y".
000940     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
000950         88  WS-OPEN-ERROR                VALUE "Y".
000960     05  WS-HEADER-WRITTEN-SWITCH    PIC X(01) VALUE "N".
000970         88  WS-HEADER-WRITTEN            VALUE "Y".
000980*
000990 01  WS-COUNTS.
001000     05  WS-HIGH-SEQ-NO              PIC 9(06) VALUE ZERO.
001010     05  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.
001020     05  WS-EXTRACT-COUNT            PIC 9(06) COMP VALUE ZERO.
001030     05  WS-REEXTRACT-COUNT          PIC 9(06) COMP VALUE ZERO.
001040     05  WS-EXTRACT-TOTAL            PIC S9(11)V99 COMP
001050                                         VALUE ZERO.
001060*
001070 01  WS-RUN-DATE                     PIC 9(08).
001072 01  WS-CYCLE-OPTION                 PIC X(01) VALUE SPACES.
001075 01  WS-CYCLE-NO                     PIC 9(01) VALUE 1.
001077 01  WS-HOLD-EXTRACT-CYCLE           PIC 9(01) VALUE ZERO.
001080*
001090 01  WS-ORIGIN-REF.
001100     05  WS-ORIGIN-REF-TYPE          PIC X(01) VALUE "H".
001110     05  WS-ORIGIN-REF-DATE          PIC 9(08).
001120     05  WS-ORIGIN-REF-SEQ           PIC 9(06).
001130*
001131 LINKAGE SECTION.
001132*
001134 01  LS-PARM-INFO.
001135     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001137     05  LS-PARM-TEXT                PIC X(01).
001138*
001140 PROCEDURE DIVISION USING LS-PARM-INFO.
001150*
001160*****************************************************************
001170*    0000-MAINLINE                                              *
001180*    CONTROLS OVERALL FLOW OF THE EXTRACT RUN.                  *
001190*****************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE
001220         THRU 1000-INITIALIZE-EXIT.
001230     PERFORM 2000-COPY-TRAN-RECORD
001240         THRU 2000-COPY-TRAN-RECORD-EXIT
001250         UNTIL WS-EOF.
001260     IF NOT WS-OPEN-ERROR
001270         PERFORM 3000-PROCESS-HELD-ITEM
001280             THRU 3000-PROCESS-HELD-ITEM-EXIT
001290             UNTIL WS-HOLD-EOF
001300         PERFORM 3500-CLOSE-HOLDREL-BATCH
001310             THRU 3500-CLOSE-HOLDREL-BATCH-EXIT
001320     END-IF.
001330     PERFORM 9000-TERMINATE
001340         THRU 9000-TERMINATE-EXIT.
001350     STOP RUN.
001360*
001370*****************************************************************
001380*    1000-INITIALIZE                                            *
001390*    TAKES THE CYCLE FROM THE PARM, OPENS FILES AND PRIMES      *
001395*    BOTH READ LOOPS.                                           *
001400*****************************************************************
001410 1000-INITIALIZE.
001420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001421     IF LS-PARM-LENGTH GREATER THAN ZERO
001422         MOVE LS-PARM-TEXT TO WS-CYCLE-OPTION
001423     END-IF.
001424     IF WS-CYCLE-OPTION EQUAL SPACE
001425         MOVE "1" TO WS-CYCLE-OPTION
001426     END-IF.
001427     IF WS-CYCLE-OPTION NOT NUMERIC
001428             OR WS-CYCLE-OPTION EQUAL "0"
001429             OR WS-CYCLE-OPTION GREATER THAN "4"
001430             OR LS-PARM-LENGTH GREATER THAN 1
001431         DISPLAY "ADDHXT: PARM IS NOT A POSTING CYCLE 1-4"
001432             " - RUN REFUSED"
001433         MOVE "Y" TO WS-EOF-SWITCH
001434         MOVE "Y" TO WS-HOLD-EOF-SWITCH
001435         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
001436         GO TO 1000-INITIALIZE-EXIT
001437     END-IF.
001438     MOVE WS-CYCLE-OPTION TO WS-CYCLE-NO.
001439     OPEN INPUT ADDTRIN-FILE.
001440     IF NOT WS-ADDTRIN-OK
001450         DISPLAY "ADDHXT: UNABLE TO OPEN ADDTRIN"
001460         DISPLAY "FILE STATUS IS " WS-ADDTRIN-STATUS
001470         MOVE "Y" TO WS-EOF-SWITCH
001480         MOVE "Y" TO WS-HOLD-EOF-SWITCH
001490         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
001500     END-IF.
001510     OPEN OUTPUT ADDTROUT-FILE.
001520     IF NOT WS-ADDTROUT-OK
001530         DISPLAY "ADDHXT: UNABLE TO OPEN ADDTROUT"
001540         DISPLAY "FILE STATUS IS " WS-ADDTROUT-STATUS
001550         MOVE "Y" TO WS-EOF-SWITCH
001560         MOVE "Y" TO WS-HOLD-EOF-SWITCH
001570         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
001580     END-IF.
001590     OPEN I-O ADDHOLD-FILE.
001600     IF WS-ADDHOLD-STATUS EQUAL "35"
001610*        NO HOLD QUEUE YET - NOTHING HAS EVER BEEN HELD.
001620*        RUN THE EXTRACT AS A STRAIGHT COPY.
001630         MOVE "Y" TO WS-HOLD-EOF-SWITCH
001640     ELSE
001650         IF NOT WS-ADDHOLD-OK
001660             DISPLAY "ADDHXT: UNABLE TO OPEN ADDHOLD"
001670             DISPLAY "FILE STATUS IS " WS-ADDHOLD-STATUS
001680             MOVE "Y" TO WS-EOF-SWITCH
001690             MOVE "Y" TO WS-HOLD-EOF-SWITCH
001700             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
001710         END-IF
001720     END-IF.
001730     IF WS-OPEN-ERROR
001740         GO TO 1000-INITIALIZE-EXIT
001750     END-IF.
001760     IF NOT WS-EOF
001770         PERFORM 2100-READ-ADDTRIN
001780             THRU 2100-READ-ADDTRIN-EXIT
001790     END-IF.
001800     IF NOT WS-HOLD-EOF
001810         PERFORM 3100-READ-HOLD-QUEUE
001820             THRU 3100-READ-HOLD-QUEUE-EXIT
001830     END-IF.
001840 1000-INITIALIZE-EXIT.
001850     EXIT.
001860*
001870*****************************************************************
001880*    2000-COPY-TRAN-RECORD                                      *
001890*    PASSES ONE EXISTING ADDTRAN RECORD THROUGH TO THE OUTPUT   *
001900*    FILE, NOTING THE HIGHEST DETAIL SEQUENCE NUMBER SO THE     *
001910*    HOLDREL BATCH CONTINUES THE SEQUENCE, THEN READS THE NEXT  *
001920*    RECORD.                                                    *
001930*****************************************************************
001940 2000-COPY-TRAN-RECORD.
001950     IF AT-DETAIL-RECORD
001960             AND AT-SEQ-NO NUMERIC
001970             AND AT-SEQ-NO GREATER THAN WS-HIGH-SEQ-NO
001980         MOVE AT-SEQ-NO TO WS-HIGH-SEQ-NO
001990     END-IF.
002000     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
002010     PERFORM 2100-READ-ADDTRIN
002020         THRU 2100-READ-ADDTRIN-EXIT.
002030 2000-COPY-TRAN-RECORD-EXIT.
002040     EXIT.
002050*
002060*****************************************************************
002070*    2100-READ-ADDTRIN                                          *
002080*    READS THE NEXT TRANSACTION RECORD, SETS EOF SWITCH.        *
002090*****************************************************************
002100 2100-READ-ADDTRIN.
002110     READ ADDTRIN-FILE
002120         AT END
002130             MOVE "Y" TO WS-EOF-SWITCH
002140     END-READ.
002150 2100-READ-ADDTRIN-EXIT.
002160     EXIT.
002170*
002180*****************************************************************
002190*    3000-PROCESS-HELD-ITEM                                     *
002200*    EXTRACTS ONE RELEASED ITEM INTO THE HOLDREL BATCH AND      *
002210*    MARKS IT EXTRACTED IN TODAY'S CYCLE, OR RE-EXTRACTS AN     *
002215*    ITEM AN EARLIER RUN OF THE SAME DATE AND CYCLE ALREADY     *
002220*    MARKED, THEN READS THE NEXT ITEM.  AN ITEM MARKED BEFORE   *
002225*    CYCLES WERE RECORDED COUNTS AS CYCLE 1.                    *
002230*****************************************************************
002240 3000-PROCESS-HELD-ITEM.
002241     IF HLD-EXTRACT-CYCLE NUMERIC
002242             AND HLD-EXTRACT-CYCLE GREATER THAN ZERO
002244         MOVE HLD-EXTRACT-CYCLE TO WS-HOLD-EXTRACT-CYCLE
002245     ELSE
002247         MOVE 1 TO WS-HOLD-EXTRACT-CYCLE
002248     END-IF.
002250     IF HLD-EXTRACTED
002260             AND HLD-EXTRACT-DATE EQUAL WS-RUN-DATE
002265             AND WS-HOLD-EXTRACT-CYCLE EQUAL WS-CYCLE-NO
002270         ADD 1 TO WS-REEXTRACT-COUNT
002280         PERFORM 3200-WRITE-HOLDREL-DETAIL
002290             THRU 3200-WRITE-HOLDREL-DETAIL-EXIT
002300         GO TO 3000-PROCESS-HELD-ITEM-NEXT
002310     END-IF.
002320     IF HLD-RELEASED
002330         PERFORM 3200-WRITE-HOLDREL-DETAIL
002340             THRU 3200-WRITE-HOLDREL-DETAIL-EXIT
002350         MOVE "X" TO HLD-STATUS
002360         MOVE WS-RUN-DATE TO HLD-EXTRACT-DATE
002365         MOVE WS-CYCLE-NO TO HLD-EXTRACT-CYCLE
002370         REWRITE ADDHLD-RECORD
002380         IF NOT WS-ADDHOLD-OK
002390             DISPLAY "ADDHXT: QUEUE REWRITE FAILED"
002400             DISPLAY "FILE STATUS IS " WS-ADDHOLD-STATUS
002410             MOVE "Y" TO WS-OPEN-ERROR-SWITCH
002420             MOVE "Y" TO WS-HOLD-EOF-SWITCH
002430             GO TO 3000-PROCESS-HELD-ITEM-EXIT
002440         END-IF
002450     END-IF.
002460 3000-PROCESS-HELD-ITEM-NEXT.
002470     PERFORM 3100-READ-HOLD-QUEUE
002480         THRU 3100-READ-HOLD-QUEUE-EXIT.
002490 3000-PROCESS-HELD-ITEM-EXIT.
002500     EXIT.
002510*
002520*****************************************************************
002530*    3100-READ-HOLD-QUEUE                                       *
002540*    READS THE NEXT HOLD QUEUE RECORD, SETS EOF SWITCH.         *
002550*****************************************************************
002560 3100-READ-HOLD-QUEUE.
002570     READ ADDHOLD-FILE NEXT RECORD
002580         AT END
002590             MOVE "Y" TO WS-HOLD-EOF-SWITCH
002600     END-READ.
002610 3100-READ-HOLD-QUEUE-EXIT.
002620     EXIT.
002630*
002640*****************************************************************
002650*    3200-WRITE-HOLDREL-DETAIL                                  *
002660*    WRITES THE HOLDREL BATCH HEADER AHEAD OF THE FIRST ITEM,   *
002670*    THEN ONE DETAIL RECORD FOR THE CURRENT RELEASED ITEM,     *
002680*    SEQUENCED PAST THE HIGHEST SEQUENCE ALREADY ON THE FILE.  *
002690*****************************************************************
002700 3200-WRITE-HOLDREL-DETAIL.
002710     IF NOT WS-HEADER-WRITTEN
002720         MOVE WS-HIGH-SEQ-NO TO WS-NEXT-SEQ-NO
002730         MOVE SPACES TO ADDTRAN-RECORD
002740         MOVE "B" TO AT-RECORD-TYPE
002750         MOVE "HOLDREL" TO AT-BATCH-ID
002760         MOVE "HOLD" TO AT-SOURCE-SYSTEM
002770         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
002780         MOVE "Y" TO WS-HEADER-WRITTEN-SWITCH
002790     END-IF.
002800     ADD 1 TO WS-NEXT-SEQ-NO.
002810     ADD 1 TO WS-EXTRACT-COUNT.
002820     IF HLD-OP-CODE EQUAL "S"
002830         COMPUTE WS-EXTRACT-TOTAL = WS-EXTRACT-TOTAL
002840             + HLD-NUM1 - HLD-NUM2
002850     ELSE
002860         COMPUTE WS-EXTRACT-TOTAL = WS-EXTRACT-TOTAL
002870             + HLD-NUM1 + HLD-NUM2
002880     END-IF.
002890     MOVE SPACES TO ADDTRAN-RECORD.
002900     MOVE "D" TO AT-RECORD-TYPE.
002910     MOVE WS-NEXT-SEQ-NO TO AT-SEQ-NO.
002920     MOVE HLD-NUM1 TO AT-NUM1.
002930     MOVE HLD-NUM2 TO AT-NUM2.
002940     IF HLD-INTENDED-ACCOUNT NUMERIC
002950             AND HLD-INTENDED-ACCOUNT GREATER THAN ZERO
002960         MOVE HLD-INTENDED-ACCOUNT TO AT-ACCOUNT-NO
002970     ELSE
002980         MOVE HLD-ACCOUNT-NO TO AT-ACCOUNT-NO
002990     END-IF.
003000     MOVE HLD-OP-CODE TO AT-OP-CODE.
003010     IF HLD-ORIGIN-REF EQUAL SPACES
003020         MOVE HLD-HOLD-DATE TO WS-ORIGIN-REF-DATE
003030         MOVE HLD-SEQ-NO TO WS-ORIGIN-REF-SEQ
003040         MOVE WS-ORIGIN-REF TO AT-ORIGIN-REF
003050     ELSE
003060         MOVE HLD-ORIGIN-REF TO AT-ORIGIN-REF
003070     END-IF.
003080     MOVE ZERO TO AT-INTENDED-ACCOUNT.
003090     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
003100     DISPLAY "ADDHXT: HELD " HLD-HOLD-DATE " CYCLE "
003105         HLD-CYCLE-NO " SEQ " HLD-SEQ-NO
003110         " RELEASED BY " HLD-APPROVER-ID " AS SEQ "
003120         WS-NEXT-SEQ-NO.
003130 3200-WRITE-HOLDREL-DETAIL-EXIT.
003140     EXIT.
003150*
003160*****************************************************************
003170*    3500-CLOSE-HOLDREL-BATCH                                   *
003180*    WRITES THE HOLDREL BATCH TRAILER CARRYING THE COUNT AND    *
003190*    TOTAL OF THE EXTRACTED ITEMS.  NOTHING IS WRITTEN WHEN     *
003200*    NOTHING WAS RELEASED.                                      *
003210*****************************************************************
003220 3500-CLOSE-HOLDREL-BATCH.
003230     IF NOT WS-HEADER-WRITTEN
003240         GO TO 3500-CLOSE-HOLDREL-BATCH-EXIT
003250     END-IF.
003260     MOVE SPACES TO ADDTRAN-RECORD.
003270     MOVE "T" TO AT-RECORD-TYPE.
003280     MOVE WS-EXTRACT-COUNT TO AT-TRAILER-COUNT.
003290     MOVE WS-EXTRACT-TOTAL TO AT-TRAILER-TOTAL.
003300     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
003310 3500-CLOSE-HOLDREL-BATCH-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*    9000-TERMINATE                                             *
003360*    DISPLAYS THE EXTRACT COUNTS, CLOSES FILES AND SETS THE     *
003370*    STEP RETURN CODE.                                          *
003380*****************************************************************
003390 9000-TERMINATE.
003400     DISPLAY "ADDHXT: ITEMS EXTRACTED " WS-EXTRACT-COUNT.
003410     DISPLAY "ADDHXT: OF WHICH RERUN  " WS-REEXTRACT-COUNT.
003420     CLOSE ADDTRIN-FILE.
003430     CLOSE ADDTROUT-FILE.
003440     CLOSE ADDHOLD-FILE.
003450     IF WS-OPEN-ERROR
003460         MOVE 8 TO RETURN-CODE
003470     ELSE
003480         MOVE ZERO TO RETURN-CODE
003490     END-IF.
003500 9000-TERMINATE-EXIT.
003510     EXIT.
