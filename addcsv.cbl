000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDCSV.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    DELIMITED FEED CONVERTER.  RUN AS STEP002B OF ADDTWO,      *
000100*    AHEAD OF THE ONLINE EXTRACT (ADDPXT).  COPIES THE DAY'S    *
000110*    ADDTRAN (AS EXTENDED BY ADDSTG) THROUGH UNCHANGED WHILE    *
000120*    NOTING THE HIGHEST DETAIL SEQUENCE NUMBER, THEN CONVERTS   *
000130*    THE COMMA-DELIMITED SPREADSHEET EXPORTS ON ADDCSVIN INTO   *
000140*    PROPER "B"/"D"/"T" BATCH GROUPS APPENDED BEHIND IT - ONE   *
000150*    HEADER PER CONTROL HEADER LINE, ONE DETAIL PER GOOD        *
000160*    DETAIL LINE, SEQUENCED ON FROM THE HIGHEST NUMBER SEEN,    *
000170*    AND A TRAILER CARRYING THE COUNT AND TOTAL COMPUTED FROM   *
000180*    THE DETAILS ACTUALLY WRITTEN - SO DEPARTMENTS NO LONGER    *
000190*    HAVE TO KEY THEIR SPREADSHEETS INTO THE FIXED LAYOUT.      *
000200*                                                                *
000210*    ADDCSVIN IS 80-BYTE CARD-IMAGE LINES (SEVERAL DEPARTMENTS' *
000220*    FILES MAY BE CONCATENATED ON THE DD).  FIELDS ARE          *
000230*    SEPARATED BY COMMAS; SPACES AND DOUBLE QUOTES AROUND A     *
000240*    FIELD ARE IGNORED.  THREE KINDS OF LINE ARE ACCEPTED:      *
000250*                                                                *
000260*      HDR,BATCHID,SRCE          CONTROL HEADER - OPENS A NEW   *
000270*                                BATCH.  BATCH ID 1-8 AND       *
000280*                                SOURCE SYSTEM 1-4 CHARACTERS.  *
000290*      ACCOUNT,NUM1,NUM2,OP[,REF]                               *
000300*                                DETAIL.  ACCOUNT 1-8 DIGITS.   *
000310*                                NUM1/NUM2 UP TO 7 WHOLE        *
000320*                                DIGITS AND 2 DECIMALS, WITH AN *
000330*                                OPTIONAL LEADING MINUS (OR     *
000340*                                PLUS) SIGN AND DECIMAL POINT - *
000350*                                E.G. 1250, -17.5, 0.99.  OP IS *
000360*                                A (ADD, ALSO THE DEFAULT WHEN  *
000370*                                LEFT EMPTY), S (SUBTRACT) OR   *
000373*                                L (ALLOCATE - THE ACCOUNT IS   *
000376*                                THEN AN ADDALC RULE NUMBER).   *
000380*                                THE OPTIONAL REFERENCE (UP TO  *
000390*                                15 CHARACTERS) IS CARRIED AS   *
000400*                                THE ORIGIN REFERENCE; WITHOUT  *
000410*                                ONE THE DETAIL CARRIES "C"     *
000420*                                PLUS ITS ADDCSVIN LINE NUMBER. *
000430*      ACCOUNT,...               A COLUMN HEADING ROW (FIRST    *
000440*                                FIELD "ACCOUNT") - SKIPPED.    *
000450*                                                                *
000460*    BLANK LINES ARE SKIPPED.  A CONTROL HEADER CLOSES THE      *
000470*    BATCH BEFORE IT.  ANY OTHER LINE THAT DOES NOT PASS -      *
000480*    INCLUDING A DETAIL WITH NO GOOD CONTROL HEADER IN FORCE    *
000490*    AND EVERY DETAIL UNDER A BAD ONE - IS LEFT OUT OF THE      *
000500*    BATCH AND PRINTED ON THE ADDCSERR ERROR LISTING WITH ITS   *
000510*    LINE NUMBER, A REASON CODE AND THE LINE AS RECEIVED.  A    *
000520*    BATCH WITH NO GOOD DETAILS IS NOT WRITTEN AT ALL.  THE     *
000530*    BUILT BATCHES THEN GO THROUGH THE FRONT-END EDIT LIKE ANY  *
000540*    OTHER SOURCE'S WORK.                                       *
000550*                                                                *
000560*    ERROR LISTING REASON CODES:                                *
000570*      HDR  CONTROL HEADER MALFORMED                            *
000580*      INT  CONTROL HEADER NAMES AN INTERNAL SOURCE SYSTEM      *
000590*      NOH  DETAIL WITH NO GOOD CONTROL HEADER IN FORCE         *
000600*      FLD  DETAIL DOES NOT HAVE 4 OR 5 FIELDS                  *
000610*      ACC  ACCOUNT NOT 1-8 DIGITS                              *
000620*      AM1  NUM1 NOT A VALID AMOUNT                             *
000630*      AM2  NUM2 NOT A VALID AMOUNT                             *
000640*      OPC  OPERATION CODE NOT A, S OR L                        *
000650*      REF  REFERENCE LONGER THAN 15 CHARACTERS                 *
000660*                                                                *
000670*    RETURN CODES:  0 - CONVERSION COMPLETE (EVEN WHEN          *
000680*    ADDCSVIN WAS EMPTY).  4 - ONE OR MORE LINES WERE PUT ON    *
000690*    THE ERROR LISTING.  8 - A FILE COULD NOT BE OPENED.        *
000700*                                                                *
000710*    MODIFICATION HISTORY                                       *
000720*    ---------------------                                      *
000730*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000732*    10/15/26  RLH  HOLD (THE "HOLDREL" BATCH OF ITEMS           *
000735*                   RELEASED FROM THE ADDHOLD HOLD QUEUE)        *
000737*                   JOINS THE RESERVED INTERNAL SOURCES.         *
000738*    10/15/26  RLH  OP L (ALLOCATE) ACCEPTED ON DETAIL LINES.    *
000740*                                                                *
000750*****************************************************************
000760*
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER. IBM-370.
000800 OBJECT-COMPUTER. IBM-370.
000810*
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT ADDTRIN-FILE ASSIGN TO ADDTRIN
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-ADDTRIN-STATUS.
000870     SELECT ADDTROUT-FILE ASSIGN TO ADDTROUT
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-ADDTROUT-STATUS.
000900     SELECT ADDCSVIN-FILE ASSIGN TO ADDCSVIN
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-ADDCSVIN-STATUS.
000930     SELECT ADDCSERR-FILE ASSIGN TO ADDCSERR
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-ADDCSERR-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990*
001000 FD  ADDTRIN-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY ADDREC.
001040*
001050 FD  ADDTROUT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  ADDTROUT-RECORD                 PIC X(80).
001090*
001100 FD  ADDCSVIN-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  ADDCSVIN-RECORD                 PIC X(80).
001140*
001150 FD  ADDCSERR-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  ADDCSERR-RECORD                 PIC X(132).
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220 01  WS-FILE-STATUSES.
001230     05  WS-ADDTRIN-STATUS           PIC X(02).
001240         88  WS-ADDTRIN-OK                VALUE "00".
001250     05  WS-ADDTROUT-STATUS          PIC X(02).
001260         88  WS-ADDTROUT-OK               VALUE "00".
001270     05  WS-ADDCSVIN-STATUS          PIC X(02).
001280         88  WS-ADDCSVIN-OK               VALUE "00".
001290     05  WS-ADDCSERR-STATUS          PIC X(02).
001300         88  WS-ADDCSERR-OK               VALUE "00".
001310*
001320 01  WS-SWITCHES.
001330     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001340         88  WS-EOF                       VALUE "Y".
001350     05  WS-CSV-EOF-SWITCH           PIC X(01) VALUE "N".
001360         88  WS-CSV-EOF                   VALUE "Y".
001370     05  WS-OPEN-ERROR-SWITCH        PIC X(01) VALUE "N".
001380         88  WS-OPEN-ERROR                VALUE "Y".
001390     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
001400         88  WS-WARNING-RAISED            VALUE "Y".
001410     05  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE "N".
001420         88  WS-BATCH-OPEN                VALUE "Y".
001430     05  WS-HEADER-WRITTEN-SWITCH    PIC X(01) VALUE "N".
001440         88  WS-HEADER-WRITTEN            VALUE "Y".
001450     05  WS-VALUE-OK-SWITCH          PIC X(01) VALUE "N".
001460         88  WS-VALUE-OK                  VALUE "Y".
001470     05  WS-NEGATIVE-SWITCH          PIC X(01) VALUE "N".
001480         88  WS-NEGATIVE                  VALUE "Y".
001490     05  WS-POINT-SEEN-SWITCH        PIC X(01) VALUE "N".
001500         88  WS-POINT-SEEN                VALUE "Y".
001510     05  WS-DIGIT-SEEN-SWITCH        PIC X(01) VALUE "N".
001520         88  WS-DIGIT-SEEN                VALUE "Y".
001530*
001540 01  WS-COUNTS.
001550     05  WS-HIGH-SEQ-NO              PIC 9(06) VALUE ZERO.
001560     05  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.
001570     05  WS-LINE-NO                  PIC 9(06) VALUE ZERO.
001580     05  WS-BLANK-COUNT              PIC 9(06) COMP VALUE ZERO.
001590     05  WS-HEADING-COUNT            PIC 9(06) COMP VALUE ZERO.
001600     05  WS-CONTROL-COUNT            PIC 9(06) COMP VALUE ZERO.
001610     05  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
001620     05  WS-ERROR-COUNT              PIC 9(06) COMP VALUE ZERO.
001630     05  WS-BATCHES-BUILT            PIC 9(06) COMP VALUE ZERO.
001640     05  WS-CONVERTED-TOTAL          PIC S9(11)V99 COMP
001650                                         VALUE ZERO.
001660*
001670*    THE BATCH BEING BUILT - TAKEN FROM THE CONTROL HEADER IN
001680*    FORCE.  THE "B" RECORD IS WRITTEN WITH THE FIRST GOOD
001690*    DETAIL, SO A BATCH WHOSE EVERY LINE FAILED LEAVES NO
001700*    EMPTY HEADER/TRAILER PAIR BEHIND.
001710*
001720 01  WS-BATCH-FIELDS.
001730     05  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
001740     05  WS-BATCH-SOURCE             PIC X(04) VALUE SPACES.
001750         88  WS-SOURCE-INTERNAL           VALUE "SCRN" "RCYC"
001760                                          "RJCY" "RVSL" "SUSP"
001770                                          "RECR" "HOLD".
001780     05  WS-BATCH-FIRST-SEQ          PIC 9(06) VALUE ZERO.
001790     05  WS-BATCH-COUNT              PIC 9(06) COMP VALUE ZERO.
001800     05  WS-BATCH-TOTAL              PIC S9(11)V99 COMP
001810                                         VALUE ZERO.
001820*
001830 01  WS-CSV-LINE                     PIC X(80).
001840*
001850 01  WS-FIELD-COUNT                  PIC 9(04) COMP VALUE ZERO.
001860 01  WS-CSV-FIELD-TABLE.
001870     05  WS-CSV-FIELD OCCURS 6 TIMES PIC X(40).
001880*
001890 01  WS-TRIM-FIELDS.
001900     05  WS-TRIM-FIELD               PIC X(40).
001910     05  WS-TRIM-START               PIC 9(04) COMP VALUE ZERO.
001920     05  WS-TRIM-END                 PIC 9(04) COMP VALUE ZERO.
001930     05  WS-TRIM-LEN                 PIC 9(04) COMP VALUE ZERO.
001940     05  WS-CHAR-IX                  PIC 9(04) COMP VALUE ZERO.
001950*
001960 01  WS-CHAR                         PIC X(01).
001970 01  WS-CHAR-DIGIT REDEFINES WS-CHAR PIC 9(01).
001980*
001990 01  WS-PARSE-FIELDS.
002000     05  WS-WHOLE-DIGITS             PIC 9(04) COMP VALUE ZERO.
002010     05  WS-DECIMAL-DIGITS           PIC 9(04) COMP VALUE ZERO.
002020     05  WS-DIGIT-WORK               PIC 9(09) COMP VALUE ZERO.
002030     05  WS-PARSED-AMOUNT            PIC S9(07)V99 VALUE ZERO.
002040     05  WS-PARSED-ACCOUNT           PIC 9(08) VALUE ZERO.
002050*
002060 01  WS-DETAIL-FIELDS.
002070     05  WS-DTL-ACCOUNT-NO           PIC 9(08) VALUE ZERO.
002080     05  WS-DTL-NUM1                 PIC S9(07)V99 VALUE ZERO.
002090     05  WS-DTL-NUM2                 PIC S9(07)V99 VALUE ZERO.
002100     05  WS-DTL-OP-CODE              PIC X(01) VALUE SPACES.
002110     05  WS-DTL-ORIGIN-REF           PIC X(15) VALUE SPACES.
002120*
002130 01  WS-ORIGIN-REF.
002140     05  WS-ORIGIN-REF-TYPE          PIC X(01) VALUE "C".
002150     05  WS-ORIGIN-REF-LINE          PIC 9(06).
002160     05  FILLER                      PIC X(08) VALUE SPACES.
002170*
002180 01  WS-ERROR-FIELDS.
002190     05  WS-ERROR-CODE               PIC X(03) VALUE SPACES.
002200     05  WS-ERROR-TEXT               PIC X(30) VALUE SPACES.
002210*
002220 01  WS-RUN-DATE                     PIC 9(08).
002230*
002240 01  WS-DISPLAY-TOTAL                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002250*
002260 01  WS-RPT-HEADER-1.
002270     05  FILLER                      PIC X(10) VALUE SPACES.
002280     05  FILLER                      PIC X(46)
002290         VALUE "PROGRAM: ADDCSV - DELIMITED FEED ERROR LISTING".
002300     05  FILLER                      PIC X(04) VALUE SPACES.
002310     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002320     05  H1-RUN-DATE                 PIC X(10).
002330     05  FILLER                      PIC X(51) VALUE SPACES.
002340*
002350 01  WS-RPT-COLUMN-HEADER.
002360     05  FILLER                      PIC X(05) VALUE SPACES.
002370     05  FILLER                      PIC X(08) VALUE "  LINE".
002380     05  FILLER                      PIC X(05) VALUE "CODE".
002390     05  FILLER                      PIC X(32) VALUE "REASON".
002400     05  FILLER                      PIC X(16)
002410         VALUE "LINE AS RECEIVED".
002420     05  FILLER                      PIC X(66) VALUE SPACES.
002430*
002440 01  WS-RPT-ERROR-DETAIL.
002450     05  FILLER                      PIC X(05) VALUE SPACES.
002460     05  E-LINE-NO                   PIC ZZZZZ9.
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  E-CODE                      PIC X(03).
002490     05  FILLER                      PIC X(02) VALUE SPACES.
002500     05  E-REASON                    PIC X(30).
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  E-TEXT                      PIC X(80).
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540*
002550 01  WS-RPT-NO-ERRORS.
002560     05  FILLER                      PIC X(05) VALUE SPACES.
002570     05  FILLER                      PIC X(30)
002580         VALUE "NO MALFORMED LINES".
002590     05  FILLER                      PIC X(97) VALUE SPACES.
002600*
002610 01  WS-RPT-SUMMARY.
002620     05  FILLER                      PIC X(05) VALUE SPACES.
002630     05  FILLER                      PIC X(13)
002640         VALUE "LINES READ: ".
002650     05  S-LINES                     PIC ZZZ,ZZ9.
002660     05  FILLER                      PIC X(18)
002670         VALUE "   DETAILS BUILT: ".
002680     05  S-DETAILS                   PIC ZZZ,ZZ9.
002690     05  FILLER                      PIC X(18)
002700         VALUE "   BATCHES BUILT: ".
002710     05  S-BATCHES                   PIC ZZZ,ZZ9.
002720     05  FILLER                      PIC X(19)
002730         VALUE "   LINES IN ERROR: ".
002740     05  S-ERRORS                    PIC ZZZ,ZZ9.
002750     05  FILLER                      PIC X(31) VALUE SPACES.
002760*
002770 PROCEDURE DIVISION.
002780*
002790*****************************************************************
002800*    0000-MAINLINE                                              *
002810*    CONTROLS OVERALL FLOW OF THE CONVERSION RUN.               *
002820*****************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE
002850         THRU 1000-INITIALIZE-EXIT.
002860     PERFORM 2000-COPY-TRAN-RECORD
002870         THRU 2000-COPY-TRAN-RECORD-EXIT
002880         UNTIL WS-EOF.
002890     IF NOT WS-OPEN-ERROR
002900         MOVE WS-HIGH-SEQ-NO TO WS-NEXT-SEQ-NO
002910         PERFORM 3000-PROCESS-CSV-LINE
002920             THRU 3000-PROCESS-CSV-LINE-EXIT
002930             UNTIL WS-CSV-EOF
002940         PERFORM 3900-CLOSE-BATCH
002950             THRU 3900-CLOSE-BATCH-EXIT
002960         PERFORM 7000-PRINT-SUMMARY
002970             THRU 7000-PRINT-SUMMARY-EXIT
002980     END-IF.
002990     PERFORM 9000-TERMINATE
003000         THRU 9000-TERMINATE-EXIT.
003010     STOP RUN.
003020*
003030*****************************************************************
003040*    1000-INITIALIZE                                            *
003050*    OPENS FILES, PRINTS THE LISTING HEADER AND PRIMES BOTH     *
003060*    READ LOOPS.                                                *
003070*****************************************************************
003080 1000-INITIALIZE.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     OPEN INPUT ADDTRIN-FILE.
003110     IF NOT WS-ADDTRIN-OK
003120         DISPLAY "ADDCSV: UNABLE TO OPEN ADDTRIN"
003130         DISPLAY "FILE STATUS IS " WS-ADDTRIN-STATUS
003140         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003150     END-IF.
003160     OPEN OUTPUT ADDTROUT-FILE.
003170     IF NOT WS-ADDTROUT-OK
003180         DISPLAY "ADDCSV: UNABLE TO OPEN ADDTROUT"
003190         DISPLAY "FILE STATUS IS " WS-ADDTROUT-STATUS
003200         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003210     END-IF.
003220     OPEN INPUT ADDCSVIN-FILE.
003230     IF NOT WS-ADDCSVIN-OK
003240         DISPLAY "ADDCSV: UNABLE TO OPEN ADDCSVIN"
003250         DISPLAY "FILE STATUS IS " WS-ADDCSVIN-STATUS
003260         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003270     END-IF.
003280     OPEN OUTPUT ADDCSERR-FILE.
003290     IF NOT WS-ADDCSERR-OK
003300         DISPLAY "ADDCSV: UNABLE TO OPEN ADDCSERR"
003310         DISPLAY "FILE STATUS IS " WS-ADDCSERR-STATUS
003320         MOVE "Y" TO WS-OPEN-ERROR-SWITCH
003330     END-IF.
003340     IF WS-OPEN-ERROR
003350         MOVE "Y" TO WS-EOF-SWITCH
003360         MOVE "Y" TO WS-CSV-EOF-SWITCH
003370         GO TO 1000-INITIALIZE-EXIT
003380     END-IF.
003390     STRING WS-RUN-DATE(5:2) "/" DELIMITED BY SIZE
003400         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
003410         WS-RUN-DATE(1:4) DELIMITED BY SIZE
003420         INTO H1-RUN-DATE.
003430     WRITE ADDCSERR-RECORD FROM WS-RPT-HEADER-1
003440         AFTER ADVANCING PAGE.
003450     WRITE ADDCSERR-RECORD FROM WS-RPT-COLUMN-HEADER
003460         AFTER ADVANCING 2 LINES.
003470     PERFORM 2100-READ-ADDTRIN
003480         THRU 2100-READ-ADDTRIN-EXIT.
003490     PERFORM 3100-READ-CSV
003500         THRU 3100-READ-CSV-EXIT.
003510 1000-INITIALIZE-EXIT.
003520     EXIT.
003530*
003540*****************************************************************
003550*    2000-COPY-TRAN-RECORD                                      *
003560*    COPIES ONE ADDTRAN RECORD THROUGH UNCHANGED, NOTING THE    *
003570*    HIGHEST DETAIL SEQUENCE NUMBER SO THE CONVERTED BATCHES    *
003580*    CARRY ON FROM IT.                                          *
003590*****************************************************************
003600 2000-COPY-TRAN-RECORD.
003610     IF AT-DETAIL-RECORD
003620             AND AT-SEQ-NO NUMERIC
003630             AND AT-SEQ-NO GREATER THAN WS-HIGH-SEQ-NO
003640         MOVE AT-SEQ-NO TO WS-HIGH-SEQ-NO
003650     END-IF.
003660     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
003670     PERFORM 2100-READ-ADDTRIN
003680         THRU 2100-READ-ADDTRIN-EXIT.
003690 2000-COPY-TRAN-RECORD-EXIT.
003700     EXIT.
003710*
003720*****************************************************************
003730*    2100-READ-ADDTRIN                                          *
003740*    READS THE NEXT ADDTRAN RECORD, SETS EOF SWITCH.            *
003750*****************************************************************
003760 2100-READ-ADDTRIN.
003770     READ ADDTRIN-FILE
003780         AT END
003790             MOVE "Y" TO WS-EOF-SWITCH
003800     END-READ.
003810 2100-READ-ADDTRIN-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*    3000-PROCESS-CSV-LINE                                      *
003860*    SPLITS ONE DELIMITED LINE INTO ITS FIELDS AND HANDS IT TO  *
003870*    THE CONTROL HEADER OR DETAIL EDIT, THEN READS THE NEXT.    *
003880*****************************************************************
003890 3000-PROCESS-CSV-LINE.
003900     IF WS-CSV-LINE EQUAL SPACES
003910         ADD 1 TO WS-BLANK-COUNT
003920         GO TO 3000-PROCESS-CSV-LINE-NEXT
003930     END-IF.
003940     MOVE SPACES TO WS-CSV-FIELD-TABLE.
003950     MOVE ZERO TO WS-FIELD-COUNT.
003960     UNSTRING WS-CSV-LINE DELIMITED BY ","
003970         INTO WS-CSV-FIELD (1) WS-CSV-FIELD (2)
003980              WS-CSV-FIELD (3) WS-CSV-FIELD (4)
003990              WS-CSV-FIELD (5) WS-CSV-FIELD (6)
004000         TALLYING IN WS-FIELD-COUNT
004010         ON OVERFLOW
004020             MOVE 7 TO WS-FIELD-COUNT
004030     END-UNSTRING.
004040     MOVE WS-CSV-FIELD (1) TO WS-TRIM-FIELD.
004050     PERFORM 4000-TRIM-FIELD
004060         THRU 4000-TRIM-FIELD-EXIT.
004070     IF WS-TRIM-LEN EQUAL 3
004080             AND WS-TRIM-FIELD(WS-TRIM-START:3) EQUAL "HDR"
004090         PERFORM 3200-EDIT-CONTROL-HEADER
004100             THRU 3200-EDIT-CONTROL-HEADER-EXIT
004110         GO TO 3000-PROCESS-CSV-LINE-NEXT
004120     END-IF.
004130     IF WS-TRIM-LEN EQUAL 7
004140             AND WS-TRIM-FIELD(WS-TRIM-START:7) EQUAL "ACCOUNT"
004150         ADD 1 TO WS-HEADING-COUNT
004160         GO TO 3000-PROCESS-CSV-LINE-NEXT
004170     END-IF.
004180     PERFORM 3300-EDIT-DETAIL
004190         THRU 3300-EDIT-DETAIL-EXIT.
004200 3000-PROCESS-CSV-LINE-NEXT.
004210     PERFORM 3100-READ-CSV
004220         THRU 3100-READ-CSV-EXIT.
004230 3000-PROCESS-CSV-LINE-EXIT.
004240     EXIT.
004250*
004260*****************************************************************
004270*    3100-READ-CSV                                              *
004280*    READS THE NEXT DELIMITED LINE, NUMBERS IT AND SETS THE     *
004290*    EOF SWITCH.                                                *
004300*****************************************************************
004310 3100-READ-CSV.
004320     READ ADDCSVIN-FILE INTO WS-CSV-LINE
004330         AT END
004340             MOVE "Y" TO WS-CSV-EOF-SWITCH
004350             GO TO 3100-READ-CSV-EXIT
004360     END-READ.
004370     ADD 1 TO WS-LINE-NO.
004380 3100-READ-CSV-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420*    3200-EDIT-CONTROL-HEADER                                   *
004430*    CLOSES THE BATCH IN FORCE AND OPENS THE ONE THIS CONTROL   *
004440*    HEADER NAMES.  A MALFORMED HEADER IS LISTED AND LEAVES NO  *
004450*    BATCH IN FORCE, SO ITS DETAILS ARE LISTED TOO INSTEAD OF   *
004460*    POSTING UNDER THE WRONG BATCH.                             *
004470*****************************************************************
004480 3200-EDIT-CONTROL-HEADER.
004490     ADD 1 TO WS-CONTROL-COUNT.
004500     PERFORM 3900-CLOSE-BATCH
004510         THRU 3900-CLOSE-BATCH-EXIT.
004520     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
004530     IF WS-FIELD-COUNT NOT EQUAL 3
004540         MOVE "HDR" TO WS-ERROR-CODE
004550         MOVE "HEADER MUST BE HDR,BATCH,SRCE"
004560             TO WS-ERROR-TEXT
004570         PERFORM 6000-LIST-ERROR
004580             THRU 6000-LIST-ERROR-EXIT
004590         GO TO 3200-EDIT-CONTROL-HEADER-EXIT
004600     END-IF.
004610     MOVE WS-CSV-FIELD (2) TO WS-TRIM-FIELD.
004620     PERFORM 4000-TRIM-FIELD
004630         THRU 4000-TRIM-FIELD-EXIT.
004640     IF WS-TRIM-LEN EQUAL ZERO
004650             OR WS-TRIM-LEN GREATER THAN 8
004660         MOVE "HDR" TO WS-ERROR-CODE
004670         MOVE "BATCH ID MISSING OR OVER 8"
004680             TO WS-ERROR-TEXT
004690         PERFORM 6000-LIST-ERROR
004700             THRU 6000-LIST-ERROR-EXIT
004710         GO TO 3200-EDIT-CONTROL-HEADER-EXIT
004720     END-IF.
004730     MOVE WS-TRIM-FIELD(WS-TRIM-START:WS-TRIM-LEN)
004740         TO WS-BATCH-ID.
004750     MOVE WS-CSV-FIELD (3) TO WS-TRIM-FIELD.
004760     PERFORM 4000-TRIM-FIELD
004770         THRU 4000-TRIM-FIELD-EXIT.
004780     IF WS-TRIM-LEN EQUAL ZERO
004790             OR WS-TRIM-LEN GREATER THAN 4
004800         MOVE "HDR" TO WS-ERROR-CODE
004810         MOVE "SOURCE MISSING OR OVER 4"
004820             TO WS-ERROR-TEXT
004830         PERFORM 6000-LIST-ERROR
004840             THRU 6000-LIST-ERROR-EXIT
004850         GO TO 3200-EDIT-CONTROL-HEADER-EXIT
004860     END-IF.
004870     MOVE WS-TRIM-FIELD(WS-TRIM-START:WS-TRIM-LEN)
004880         TO WS-BATCH-SOURCE.
004890*    THE INTERNAL SOURCES ARE EXEMPT FROM THE POSTED-BATCH
004900*    REGISTRY AND THE FEED CHECK - AN OUTSIDE FILE MUST
004910*    NEVER BE ABLE TO PASS ITSELF OFF AS ONE.
004920     IF WS-SOURCE-INTERNAL
004930         MOVE "INT" TO WS-ERROR-CODE
004940         MOVE "SOURCE RESERVED FOR INTERNAL"
004950             TO WS-ERROR-TEXT
004960         PERFORM 6000-LIST-ERROR
004970             THRU 6000-LIST-ERROR-EXIT
004980         GO TO 3200-EDIT-CONTROL-HEADER-EXIT
004990     END-IF.
005000     MOVE "Y" TO WS-BATCH-OPEN-SWITCH.
005010     MOVE "N" TO WS-HEADER-WRITTEN-SWITCH.
005020     MOVE ZERO TO WS-BATCH-COUNT.
005030     MOVE ZERO TO WS-BATCH-TOTAL.
005040 3200-EDIT-CONTROL-HEADER-EXIT.
005050     EXIT.
005060*
005070*****************************************************************
005080*    3300-EDIT-DETAIL                                           *
005090*    EDITS ONE DETAIL LINE FIELD BY FIELD.  THE FIRST FAULT     *
005100*    FOUND PUTS THE LINE ON THE ERROR LISTING; A CLEAN LINE IS  *
005110*    WRITTEN TO THE BATCH IN FORCE.                             *
005120*****************************************************************
005130 3300-EDIT-DETAIL.
005140     IF NOT WS-BATCH-OPEN
005150         MOVE "NOH" TO WS-ERROR-CODE
005160         MOVE "NO GOOD CONTROL HEADER"
005170             TO WS-ERROR-TEXT
005180         PERFORM 6000-LIST-ERROR
005190             THRU 6000-LIST-ERROR-EXIT
005200         GO TO 3300-EDIT-DETAIL-EXIT
005210     END-IF.
005220     IF WS-FIELD-COUNT LESS THAN 4
005230             OR WS-FIELD-COUNT GREATER THAN 5
005240         MOVE "FLD" TO WS-ERROR-CODE
005250         MOVE "DETAIL NEEDS 4 OR 5 FIELDS"
005260             TO WS-ERROR-TEXT
005270         PERFORM 6000-LIST-ERROR
005280             THRU 6000-LIST-ERROR-EXIT
005290         GO TO 3300-EDIT-DETAIL-EXIT
005300     END-IF.
005310     MOVE WS-CSV-FIELD (1) TO WS-TRIM-FIELD.
005320     PERFORM 4200-PARSE-ACCOUNT
005330         THRU 4200-PARSE-ACCOUNT-EXIT.
005340     IF NOT WS-VALUE-OK
005350         MOVE "ACC" TO WS-ERROR-CODE
005360         MOVE "ACCOUNT NOT 1-8 DIGITS"
005370             TO WS-ERROR-TEXT
005380         PERFORM 6000-LIST-ERROR
005390             THRU 6000-LIST-ERROR-EXIT
005400         GO TO 3300-EDIT-DETAIL-EXIT
005410     END-IF.
005420     MOVE WS-PARSED-ACCOUNT TO WS-DTL-ACCOUNT-NO.
005430     MOVE WS-CSV-FIELD (2) TO WS-TRIM-FIELD.
005440     PERFORM 4100-PARSE-AMOUNT
005450         THRU 4100-PARSE-AMOUNT-EXIT.
005460     IF NOT WS-VALUE-OK
005470         MOVE "AM1" TO WS-ERROR-CODE
005480         MOVE "NUM1 NOT A VALID AMOUNT"
005490             TO WS-ERROR-TEXT
005500         PERFORM 6000-LIST-ERROR
005510             THRU 6000-LIST-ERROR-EXIT
005520         GO TO 3300-EDIT-DETAIL-EXIT
005530     END-IF.
005540     MOVE WS-PARSED-AMOUNT TO WS-DTL-NUM1.
005550     MOVE WS-CSV-FIELD (3) TO WS-TRIM-FIELD.
005560     PERFORM 4100-PARSE-AMOUNT
005570         THRU 4100-PARSE-AMOUNT-EXIT.
005580     IF NOT WS-VALUE-OK
005590         MOVE "AM2" TO WS-ERROR-CODE
005600         MOVE "NUM2 NOT A VALID AMOUNT"
005610             TO WS-ERROR-TEXT
005620         PERFORM 6000-LIST-ERROR
005630             THRU 6000-LIST-ERROR-EXIT
005640         GO TO 3300-EDIT-DETAIL-EXIT
005650     END-IF.
005660     MOVE WS-PARSED-AMOUNT TO WS-DTL-NUM2.
005670     MOVE WS-CSV-FIELD (4) TO WS-TRIM-FIELD.
005680     PERFORM 4000-TRIM-FIELD
005690         THRU 4000-TRIM-FIELD-EXIT.
005700     MOVE "?" TO WS-DTL-OP-CODE.
005710     IF WS-TRIM-LEN EQUAL ZERO
005720         MOVE "A" TO WS-DTL-OP-CODE
005730     END-IF.
005740     IF WS-TRIM-LEN EQUAL 1
005750         MOVE WS-TRIM-FIELD(WS-TRIM-START:1) TO WS-DTL-OP-CODE
005760         INSPECT WS-DTL-OP-CODE CONVERTING "asl" TO "ASL"
005770     END-IF.
005780     IF WS-DTL-OP-CODE NOT EQUAL "A"
005790             AND WS-DTL-OP-CODE NOT EQUAL "S"
005795             AND WS-DTL-OP-CODE NOT EQUAL "L"
005800         MOVE "OPC" TO WS-ERROR-CODE
005810         MOVE "OPERATION CODE NOT A, S OR L"
005820             TO WS-ERROR-TEXT
005830         PERFORM 6000-LIST-ERROR
005840             THRU 6000-LIST-ERROR-EXIT
005850         GO TO 3300-EDIT-DETAIL-EXIT
005860     END-IF.
005870     MOVE WS-LINE-NO TO WS-ORIGIN-REF-LINE.
005880     MOVE WS-ORIGIN-REF TO WS-DTL-ORIGIN-REF.
005890     IF WS-FIELD-COUNT EQUAL 5
005900         MOVE WS-CSV-FIELD (5) TO WS-TRIM-FIELD
005910         PERFORM 4000-TRIM-FIELD
005920             THRU 4000-TRIM-FIELD-EXIT
005930         IF WS-TRIM-LEN GREATER THAN 15
005940             MOVE "REF" TO WS-ERROR-CODE
005950             MOVE "REFERENCE OVER 15 CHARACTERS"
005960                 TO WS-ERROR-TEXT
005970             PERFORM 6000-LIST-ERROR
005980                 THRU 6000-LIST-ERROR-EXIT
005990             GO TO 3300-EDIT-DETAIL-EXIT
006000         END-IF
006010         IF WS-TRIM-LEN GREATER THAN ZERO
006020             MOVE WS-TRIM-FIELD(WS-TRIM-START:WS-TRIM-LEN)
006030                 TO WS-DTL-ORIGIN-REF
006040         END-IF
006050     END-IF.
006060     PERFORM 3400-WRITE-DETAIL
006070         THRU 3400-WRITE-DETAIL-EXIT.
006080 3300-EDIT-DETAIL-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120*    3400-WRITE-DETAIL                                          *
006130*    WRITES THE BATCH HEADER AHEAD OF ITS FIRST GOOD DETAIL,    *
006140*    THEN THE NEXT SEQUENCED DETAIL, AND ADDS ITS EXPECTED      *
006150*    OPERATION RESULT TO THE BATCH TOTAL FOR THE TRAILER.       *
006160*****************************************************************
006170 3400-WRITE-DETAIL.
006180     IF NOT WS-HEADER-WRITTEN
006190         MOVE SPACES TO ADDTRAN-RECORD
006200         MOVE "B" TO AT-RECORD-TYPE
006210         MOVE WS-BATCH-ID TO AT-BATCH-ID
006220         MOVE WS-BATCH-SOURCE TO AT-SOURCE-SYSTEM
006230         WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD
006240         MOVE "Y" TO WS-HEADER-WRITTEN-SWITCH
006250         COMPUTE WS-BATCH-FIRST-SEQ = WS-NEXT-SEQ-NO + 1
006260     END-IF.
006270     ADD 1 TO WS-NEXT-SEQ-NO.
006280     ADD 1 TO WS-BATCH-COUNT.
006290     ADD 1 TO WS-DETAIL-COUNT.
006300     IF WS-DTL-OP-CODE EQUAL "S"
006310         COMPUTE WS-BATCH-TOTAL = WS-BATCH-TOTAL
006320             + WS-DTL-NUM1 - WS-DTL-NUM2
006330     ELSE
006340         COMPUTE WS-BATCH-TOTAL = WS-BATCH-TOTAL
006350             + WS-DTL-NUM1 + WS-DTL-NUM2
006360     END-IF.
006370     MOVE SPACES TO ADDTRAN-RECORD.
006380     MOVE "D" TO AT-RECORD-TYPE.
006390     MOVE WS-NEXT-SEQ-NO TO AT-SEQ-NO.
006400     MOVE WS-DTL-NUM1 TO AT-NUM1.
006410     MOVE WS-DTL-NUM2 TO AT-NUM2.
006420     MOVE WS-DTL-ACCOUNT-NO TO AT-ACCOUNT-NO.
006430     MOVE WS-DTL-ORIGIN-REF TO AT-ORIGIN-REF.
006440     MOVE WS-DTL-OP-CODE TO AT-OP-CODE.
006450     MOVE ZERO TO AT-INTENDED-ACCOUNT.
006460     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
006470 3400-WRITE-DETAIL-EXIT.
006480     EXIT.
006490*
006500*****************************************************************
006510*    3900-CLOSE-BATCH                                           *
006520*    WRITES THE TRAILER FOR THE BATCH IN FORCE, CARRYING THE    *
006530*    COUNT AND TOTAL OF THE DETAILS ACTUALLY WRITTEN (NOTHING   *
006540*    IS WRITTEN WHEN NO DETAIL OF THE BATCH PASSED).            *
006550*****************************************************************
006560 3900-CLOSE-BATCH.
006570     IF NOT WS-HEADER-WRITTEN
006580         GO TO 3900-CLOSE-BATCH-EXIT
006590     END-IF.
006600     MOVE SPACES TO ADDTRAN-RECORD.
006610     MOVE "T" TO AT-RECORD-TYPE.
006620     MOVE WS-BATCH-COUNT TO AT-TRAILER-COUNT.
006630     MOVE WS-BATCH-TOTAL TO AT-TRAILER-TOTAL.
006640     WRITE ADDTROUT-RECORD FROM ADDTRAN-RECORD.
006650     ADD 1 TO WS-BATCHES-BUILT.
006660     ADD WS-BATCH-TOTAL TO WS-CONVERTED-TOTAL.
006670     MOVE WS-BATCH-TOTAL TO WS-DISPLAY-TOTAL.
006680     DISPLAY "ADDCSV: BATCH " WS-BATCH-ID
006690         " SOURCE " WS-BATCH-SOURCE
006700         " SEQ " WS-BATCH-FIRST-SEQ "-" WS-NEXT-SEQ-NO
006710         " TOTAL " WS-DISPLAY-TOTAL.
006720     MOVE "N" TO WS-HEADER-WRITTEN-SWITCH.
006730 3900-CLOSE-BATCH-EXIT.
006740     EXIT.
006750*
006760*****************************************************************
006770*    4000-TRIM-FIELD                                            *
006780*    BLANKS ANY DOUBLE QUOTES IN WS-TRIM-FIELD AND FINDS THE    *
006790*    FIRST AND LAST NON-BLANK POSITIONS.  WS-TRIM-LEN IS ZERO   *
006800*    FOR AN EMPTY FIELD.                                        *
006810*****************************************************************
006820 4000-TRIM-FIELD.
006830     INSPECT WS-TRIM-FIELD REPLACING ALL QUOTE BY SPACE.
006840     MOVE ZERO TO WS-TRIM-START.
006850     MOVE ZERO TO WS-TRIM-END.
006860     MOVE ZERO TO WS-TRIM-LEN.
006870     PERFORM 4050-TRIM-CHAR
006880         THRU 4050-TRIM-CHAR-EXIT
006890         VARYING WS-CHAR-IX FROM 1 BY 1
006900         UNTIL WS-CHAR-IX GREATER THAN 40.
006910     IF WS-TRIM-START GREATER THAN ZERO
006920         COMPUTE WS-TRIM-LEN =
006930             WS-TRIM-END - WS-TRIM-START + 1
006940     END-IF.
006950 4000-TRIM-FIELD-EXIT.
006960     EXIT.
006970*
006980*****************************************************************
006990*    4050-TRIM-CHAR                                             *
007000*    NOTES ONE NON-BLANK POSITION OF THE FIELD.                 *
007010*****************************************************************
007020 4050-TRIM-CHAR.
007030     IF WS-TRIM-FIELD(WS-CHAR-IX:1) EQUAL SPACE
007040         GO TO 4050-TRIM-CHAR-EXIT
007050     END-IF.
007060     IF WS-TRIM-START EQUAL ZERO
007070         MOVE WS-CHAR-IX TO WS-TRIM-START
007080     END-IF.
007090     MOVE WS-CHAR-IX TO WS-TRIM-END.
007100 4050-TRIM-CHAR-EXIT.
007110     EXIT.
007120*
007130*****************************************************************
007140*    4100-PARSE-AMOUNT                                          *
007150*    CONVERTS THE AMOUNT IN WS-TRIM-FIELD - AN OPTIONAL         *
007160*    LEADING SIGN, UP TO 7 WHOLE DIGITS, AN OPTIONAL DECIMAL    *
007170*    POINT AND UP TO 2 DECIMALS, AT LEAST ONE DIGIT IN ALL -    *
007180*    TO WS-PARSED-AMOUNT.  SETS WS-VALUE-OK WHEN IT PASSES.     *
007190*****************************************************************
007200 4100-PARSE-AMOUNT.
007210     MOVE "N" TO WS-VALUE-OK-SWITCH.
007220     MOVE ZERO TO WS-PARSED-AMOUNT.
007230     PERFORM 4000-TRIM-FIELD
007240         THRU 4000-TRIM-FIELD-EXIT.
007250     IF WS-TRIM-LEN EQUAL ZERO
007260         GO TO 4100-PARSE-AMOUNT-EXIT
007270     END-IF.
007280     MOVE "Y" TO WS-VALUE-OK-SWITCH.
007290     MOVE "N" TO WS-NEGATIVE-SWITCH.
007300     MOVE "N" TO WS-POINT-SEEN-SWITCH.
007310     MOVE "N" TO WS-DIGIT-SEEN-SWITCH.
007320     MOVE ZERO TO WS-WHOLE-DIGITS.
007330     MOVE ZERO TO WS-DECIMAL-DIGITS.
007340     MOVE ZERO TO WS-DIGIT-WORK.
007350     PERFORM 4150-PARSE-AMOUNT-CHAR
007360         THRU 4150-PARSE-AMOUNT-CHAR-EXIT
007370         VARYING WS-CHAR-IX FROM WS-TRIM-START BY 1
007380         UNTIL WS-CHAR-IX GREATER THAN WS-TRIM-END
007390            OR NOT WS-VALUE-OK.
007400     IF NOT WS-DIGIT-SEEN
007410         MOVE "N" TO WS-VALUE-OK-SWITCH
007420     END-IF.
007430     IF NOT WS-VALUE-OK
007440         GO TO 4100-PARSE-AMOUNT-EXIT
007450     END-IF.
007460*    WS-DIGIT-WORK HOLDS EVERY DIGIT KEYED - SCALE IT TO
007470*    WHOLE CENTS BEFORE PLACING THE DECIMAL POINT.
007480     IF WS-DECIMAL-DIGITS EQUAL ZERO
007490         COMPUTE WS-DIGIT-WORK = WS-DIGIT-WORK * 100
007500     END-IF.
007510     IF WS-DECIMAL-DIGITS EQUAL 1
007520         COMPUTE WS-DIGIT-WORK = WS-DIGIT-WORK * 10
007530     END-IF.
007540     COMPUTE WS-PARSED-AMOUNT = WS-DIGIT-WORK / 100.
007550     IF WS-NEGATIVE
007560         COMPUTE WS-PARSED-AMOUNT = 0 - WS-PARSED-AMOUNT
007570     END-IF.
007580 4100-PARSE-AMOUNT-EXIT.
007590     EXIT.
007600*
007610*****************************************************************
007620*    4150-PARSE-AMOUNT-CHAR                                     *
007630*    TAKES ONE CHARACTER OF AN AMOUNT.  A SIGN IS ONLY GOOD IN  *
007640*    THE FIRST POSITION AND THE POINT ONLY ONCE; LEADING ZEROS  *
007650*    DO NOT COUNT TOWARD THE 7 WHOLE DIGITS.                    *
007660*****************************************************************
007670 4150-PARSE-AMOUNT-CHAR.
007680     MOVE WS-TRIM-FIELD(WS-CHAR-IX:1) TO WS-CHAR.
007690     IF WS-CHAR EQUAL "-" OR WS-CHAR EQUAL "+"
007700         IF WS-CHAR-IX NOT EQUAL WS-TRIM-START
007710             MOVE "N" TO WS-VALUE-OK-SWITCH
007720         END-IF
007730         IF WS-CHAR EQUAL "-"
007740             MOVE "Y" TO WS-NEGATIVE-SWITCH
007750         END-IF
007760         GO TO 4150-PARSE-AMOUNT-CHAR-EXIT
007770     END-IF.
007780     IF WS-CHAR EQUAL "."
007790         IF WS-POINT-SEEN
007800             MOVE "N" TO WS-VALUE-OK-SWITCH
007810         END-IF
007820         MOVE "Y" TO WS-POINT-SEEN-SWITCH
007830         GO TO 4150-PARSE-AMOUNT-CHAR-EXIT
007840     END-IF.
007850     IF WS-CHAR NOT NUMERIC
007860         MOVE "N" TO WS-VALUE-OK-SWITCH
007870         GO TO 4150-PARSE-AMOUNT-CHAR-EXIT
007880     END-IF.
007890     MOVE "Y" TO WS-DIGIT-SEEN-SWITCH.
007900     IF WS-POINT-SEEN
007910         ADD 1 TO WS-DECIMAL-DIGITS
007920         IF WS-DECIMAL-DIGITS GREATER THAN 2
007930             MOVE "N" TO WS-VALUE-OK-SWITCH
007940             GO TO 4150-PARSE-AMOUNT-CHAR-EXIT
007950         END-IF
007960     ELSE
007970         IF WS-CHAR-DIGIT NOT EQUAL ZERO
007980                 OR WS-WHOLE-DIGITS GREATER THAN ZERO
007990             ADD 1 TO WS-WHOLE-DIGITS
008000         END-IF
008010         IF WS-WHOLE-DIGITS GREATER THAN 7
008020             MOVE "N" TO WS-VALUE-OK-SWITCH
008030             GO TO 4150-PARSE-AMOUNT-CHAR-EXIT
008040         END-IF
008050     END-IF.
008060     COMPUTE WS-DIGIT-WORK = WS-DIGIT-WORK * 10
008070         + WS-CHAR-DIGIT.
008080 4150-PARSE-AMOUNT-CHAR-EXIT.
008090     EXIT.
008100*
008110*****************************************************************
008120*    4200-PARSE-ACCOUNT                                         *
008130*    CONVERTS THE ACCOUNT NUMBER IN WS-TRIM-FIELD - 1 TO 8      *
008140*    DIGITS AND NOTHING ELSE - TO WS-PARSED-ACCOUNT.  SETS      *
008150*    WS-VALUE-OK WHEN IT PASSES.  WHETHER THE ACCOUNT IS ON     *
008160*    ADDACCT IS LEFT TO THE FRONT-END EDIT.                     *
008170*****************************************************************
008180 4200-PARSE-ACCOUNT.
008190     MOVE "N" TO WS-VALUE-OK-SWITCH.
008200     MOVE ZERO TO WS-PARSED-ACCOUNT.
008210     PERFORM 4000-TRIM-FIELD
008220         THRU 4000-TRIM-FIELD-EXIT.
008230     IF WS-TRIM-LEN EQUAL ZERO
008240             OR WS-TRIM-LEN GREATER THAN 8
008250         GO TO 4200-PARSE-ACCOUNT-EXIT
008260     END-IF.
008270     MOVE "Y" TO WS-VALUE-OK-SWITCH.
008280     MOVE ZERO TO WS-DIGIT-WORK.
008290     PERFORM 4250-PARSE-ACCOUNT-CHAR
008300         THRU 4250-PARSE-ACCOUNT-CHAR-EXIT
008310         VARYING WS-CHAR-IX FROM WS-TRIM-START BY 1
008320         UNTIL WS-CHAR-IX GREATER THAN WS-TRIM-END
008330            OR NOT WS-VALUE-OK.
008340     IF WS-VALUE-OK
008350         MOVE WS-DIGIT-WORK TO WS-PARSED-ACCOUNT
008360     END-IF.
008370 4200-PARSE-ACCOUNT-EXIT.
008380     EXIT.
008390*
008400*****************************************************************
008410*    4250-PARSE-ACCOUNT-CHAR                                    *
008420*    TAKES ONE DIGIT OF AN ACCOUNT NUMBER.                      *
008430*****************************************************************
008440 4250-PARSE-ACCOUNT-CHAR.
008450     MOVE WS-TRIM-FIELD(WS-CHAR-IX:1) TO WS-CHAR.
008460     IF WS-CHAR NOT NUMERIC
008470         MOVE "N" TO WS-VALUE-OK-SWITCH
008480         GO TO 4250-PARSE-ACCOUNT-CHAR-EXIT
008490     END-IF.
008500     COMPUTE WS-DIGIT-WORK = WS-DIGIT-WORK * 10
008510         + WS-CHAR-DIGIT.
008520 4250-PARSE-ACCOUNT-CHAR-EXIT.
008530     EXIT.
008540*
008550*****************************************************************
008560*    6000-LIST-ERROR                                            *
008570*    PUTS THE CURRENT LINE ON THE ERROR LISTING WITH ITS LINE   *
008580*    NUMBER AND THE REASON IN WS-ERROR-CODE/WS-ERROR-TEXT.      *
008590*****************************************************************
008600 6000-LIST-ERROR.
008610     ADD 1 TO WS-ERROR-COUNT.
008620     MOVE "Y" TO WS-WARNING-SWITCH.
008630     MOVE WS-LINE-NO TO E-LINE-NO.
008640     MOVE WS-ERROR-CODE TO E-CODE.
008650     MOVE WS-ERROR-TEXT TO E-REASON.
008660     MOVE WS-CSV-LINE TO E-TEXT.
008670     WRITE ADDCSERR-RECORD FROM WS-RPT-ERROR-DETAIL
008680         AFTER ADVANCING 1 LINE.
008690 6000-LIST-ERROR-EXIT.
008700     EXIT.
008710*
008720*****************************************************************
008730*    7000-PRINT-SUMMARY                                         *
008740*    CLOSES THE LISTING WITH THE RUN'S LINE, DETAIL, BATCH AND  *
008750*    ERROR COUNTS.                                              *
008760*****************************************************************
008770 7000-PRINT-SUMMARY.
008780     IF WS-ERROR-COUNT EQUAL ZERO
008790         WRITE ADDCSERR-RECORD FROM WS-RPT-NO-ERRORS
008800             AFTER ADVANCING 1 LINE
008810     END-IF.
008820     MOVE WS-LINE-NO TO S-LINES.
008830     MOVE WS-DETAIL-COUNT TO S-DETAILS.
008840     MOVE WS-BATCHES-BUILT TO S-BATCHES.
008850     MOVE WS-ERROR-COUNT TO S-ERRORS.
008860     WRITE ADDCSERR-RECORD FROM WS-RPT-SUMMARY
008870         AFTER ADVANCING 2 LINES.
008880 7000-PRINT-SUMMARY-EXIT.
008890     EXIT.
008900*
008910*****************************************************************
008920*    9000-TERMINATE                                             *
008930*    DISPLAYS RUN COUNTS, CLOSES FILES, SETS THE RETURN CODE.   *
008940*****************************************************************
008950 9000-TERMINATE.
008960     MOVE WS-CONVERTED-TOTAL TO WS-DISPLAY-TOTAL.
008970     DISPLAY "ADDCSV: LINES READ         " WS-LINE-NO.
008980     DISPLAY "ADDCSV: CONTROL HEADERS    " WS-CONTROL-COUNT.
008990     DISPLAY "ADDCSV: HEADING ROWS       " WS-HEADING-COUNT.
009000     DISPLAY "ADDCSV: BLANK LINES        " WS-BLANK-COUNT.
009010     DISPLAY "ADDCSV: DETAILS BUILT      " WS-DETAIL-COUNT.
009020     DISPLAY "ADDCSV: BATCHES BUILT      " WS-BATCHES-BUILT.
009030     DISPLAY "ADDCSV: LINES IN ERROR     " WS-ERROR-COUNT.
009040     DISPLAY "ADDCSV: CONVERTED TOTAL    " WS-DISPLAY-TOTAL.
009050     CLOSE ADDTRIN-FILE.
009060     CLOSE ADDTROUT-FILE.
009070     CLOSE ADDCSVIN-FILE.
009080     CLOSE ADDCSERR-FILE.
009090     IF WS-OPEN-ERROR
009100         MOVE 8 TO RETURN-CODE
009110     ELSE
009120         IF WS-WARNING-RAISED
009130             MOVE 4 TO RETURN-CODE
009140         ELSE
009150             MOVE ZERO TO RETURN-CODE
009160         END-IF
009170     END-IF.
009180 9000-TERMINATE-EXIT.
009190     EXIT.
