000160*    BUT STAMPS NOTHING - THE POSTING STEP REMAINS THE ONLY     *
000170*    WRITER OF THE RUN CONTROL RECORD.                          *
000180*                                                                *
000190*    THE PARM IS THE SAME JOBID,GLOPT,OVERRIDE,CYCLE STRING     *
000200*    THE POSTING STEP TAKES, SO OPERATIONS CODES ONE PARM       *
000210*    CHANGE ON BOTH STEPS TO FORCE A RERUN OR NAME THE CYCLE.   *
000220*    THE CYCLE RULES THEMSELVES LIVE IN ADDCYC, CALLED BY       *
000225*    BOTH STEPS.                                                *
000230*                                                                *
000231*    RUN AGAIN AFTER THE POSTING STEP WITH P IN A FIFTH PARM    *
000233*    POSITION (E.G. DAILYRN1,,,1,P), THE PROGRAM PROVES INSTEAD *
000235*    THAT THE CYCLE WAS STAMPED POSTED ON ADDRUN BY THAT JOB ID *
000237*    - ITS INPUT CONSUMED, SO ADDTWO MAY ROLL IT OFF ADDTRAN.   *
000239*    A DATE ONE DAY BACK IS ACCEPTED FOR A CYCLE THAT RAN PAST  *
000240*    MIDNIGHT.  NOTHING IS STAMPED IN EITHER MODE.              *
000242*                                                                *
000244*    RETURN CODES:  0 - THE RUN MAY PROCEED (P MODE - THE CYCLE *
000246*    IS PROVED POSTED).  4 - P MODE ONLY: THE CYCLE IS NOT      *
000248*    STAMPED POSTED; LEAVE ADDTRAN IN PLACE.  16 - THE RUN      *
000250*    MUST NOT START (THE REASON IS ON THE LOG).                 *
000260*                                                                *
000270*    MODIFICATION HISTORY                                       *
000280*    ---------------------                                      *
000290*    08/22/26  RLH  ORIGINAL PROGRAM.                            *
000291*    10/15/26  RLH  INTRADAY POSTING CYCLES - THE PARM TAKES    *
000293*                   THE CYCLE NUMBER IN A FOURTH POSITION (1    *
000295*                   WHEN OMITTED) AND THE RUN CONTROL CHECK IS  *
000296*                   NOW THE SHARED ADDCYC GATE.  ADDRUN AND     *
000298*                   ADDCAL LAYOUTS MOVED TO ADDRUNR/ADDCALR.    *
000300*    10/15/26  RLH  POST-POSTING PROOF MODE (P IN THE FIFTH     *
000302*                   PARM POSITION) FOR THE STEP THAT ROLLS A    *
000305*                   POSTED CYCLE'S INPUT OFF ADDTRAN.           *
000307*                                                                *
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000500 FD  ADDRUN-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530     COPY ADDRUNR.
000610*
000620 FD  ADDCAL-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY ADDCALR.
000690*
000700 WORKING-STORAGE SECTION.
000710*
000840         88  WS-CAL-EOF                   VALUE "Y".
000850     05  WS-OVERRIDE-OPTION          PIC X(01) VALUE SPACE.
000860         88  WS-OVERRIDE-REQUESTED        VALUE "O".
000863     05  WS-PROVED-SWITCH            PIC X(01) VALUE "N".
000866         88  WS-CYCLE-PROVED              VALUE "Y".
000870*
000880 01  WS-PARM-FIELDS.
000890     05  WS-PARM-JOB-ID              PIC X(08).
000900     05  WS-PARM-GL-OPTION           PIC X(01).
000905     05  WS-PARM-CYCLE               PIC X(01) VALUE SPACE.
000906     05  WS-PARM-MODE                PIC X(01) VALUE SPACE.
000908         88  WS-PROVE-POSTED              VALUE "P".
000910*
000920 01  WS-RUN-DATE                     PIC 9(08).
000922 01  WS-RUN-TIME                     PIC 9(08).
000923 01  WS-PRIOR-DATE                   PIC 9(08).
000924 01  WS-CYCLE-NO                     PIC 9(01).
000925*
000927     COPY ADDCYCA.
000930*
000940 LINKAGE SECTION.
000950*
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE
001080         THRU 1000-INITIALIZE-EXIT.
001087     IF NOT WS-RUN-REFUSED AND NOT WS-PROVE-POSTED
001095         PERFORM 2000-CHECK-CALENDAR
001100             THRU 2000-CHECK-CALENDAR-EXIT
001105     END-IF.
001112     IF NOT WS-RUN-REFUSED AND NOT WS-PROVE-POSTED
001120         PERFORM 3000-CHECK-RUN-CONTROL
001130             THRU 3000-CHECK-RUN-CONTROL-EXIT
001132     END-IF.
001134     IF NOT WS-RUN-REFUSED AND WS-PROVE-POSTED
001136         PERFORM 4000-PROVE-POSTED
001138             THRU 4000-PROVE-POSTED-EXIT
001140     END-IF.
001150     PERFORM 9000-TERMINATE
001160         THRU 9000-TERMINATE-EXIT.
001180*
001190*****************************************************************
001200*    1000-INITIALIZE                                            *
001210*    ESTABLISHES THE RUN DATE AND TIME AND PICKS THE OVERRIDE   *
001220*    FLAG, CYCLE NUMBER AND MODE OUT OF THE PARM.               *
001230*****************************************************************
001240 1000-INITIALIZE.
001250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001255     ACCEPT WS-RUN-TIME FROM TIME.
001260     IF LS-PARM-LENGTH GREATER THAN ZERO
001270             AND LS-PARM-LENGTH NOT GREATER THAN 20
001280         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
001290             DELIMITED BY ","
001300             INTO WS-PARM-JOB-ID WS-PARM-GL-OPTION
001303                 WS-OVERRIDE-OPTION WS-PARM-CYCLE
001307                 WS-PARM-MODE
001311     ELSE
001313*        THE SAME DEFAULT JOB ID THE POSTING STEP BUILDS.
001315         STRING WS-RUN-DATE(3:6) DELIMITED BY SIZE
001316             WS-RUN-TIME(1:2) DELIMITED BY SIZE
001318             INTO WS-PARM-JOB-ID
001320     END-IF.
001321     IF WS-PARM-CYCLE EQUAL SPACE
001322         MOVE "1" TO WS-PARM-CYCLE
001323     END-IF.
001324     IF WS-PARM-CYCLE NOT NUMERIC
001325         DISPLAY "ADDRCK: CYCLE " WS-PARM-CYCLE
001326             " IN THE PARM IS NOT A CYCLE NUMBER"
001327         DISPLAY "  RUN STOPPED - CODE THE CYCLE AS 1 TO 4"
001328         MOVE "Y" TO WS-REFUSED-SWITCH
001329     END-IF.
001330 1000-INITIALIZE-EXIT.
001340     EXIT.
001350*
001360*****************************************************************
001370*    2000-CHECK-CALENDAR                                        *
001380*    PROVES THE RUN DATE IS A VALID BUSINESS DAY ON ADDCAL AND  *
001385*    TAKES ITS CYCLE SCHEDULE FOR THE GATE.                     *
001390*****************************************************************
001400 2000-CHECK-CALENDAR.
001410     OPEN INPUT ADDCAL-FILE.
001550             " IS NOT A BUSINESS DAY ON ADDCAL"
001560         DISPLAY "  RUN STOPPED - CHECK THE PROCESSING CALENDAR"
001570         MOVE "Y" TO WS-REFUSED-SWITCH
001575         GO TO 2000-CHECK-CALENDAR-EXIT
001580     END-IF.
001585     MOVE CAL-CYCLE-SCHEDULE TO CYC-SCHEDULE.
001590 2000-CHECK-CALENDAR-EXIT.
001600     EXIT.
001610*
001770*
001780*****************************************************************
001790*    3000-CHECK-RUN-CONTROL                                     *
001800*    HANDS THE RUN CONTROL RECORD TO THE ADDCYC GATE, WHICH     *
001810*    REFUSES A CLOSED DATE, A CYCLE ALREADY POSTED OR RUN OUT   *
001820*    OF ORDER, AN EARLIER DATE LEFT OPEN AND A START BEFORE     *
001822*    THE CUTOFF, EACH UNLESS ,O WAS CODED.  A RESTART OF THE    *
001825*    IN-FLIGHT CYCLE PROCEEDS - THE POSTING STEP RESUMES IT.    *
001827*    A MISSING ADDRUN IS THE FIRST RUN EVER.                    *
001830*****************************************************************
001840 3000-CHECK-RUN-CONTROL.
001850     MOVE SPACES TO ADDRUN-RECORD.
001859     MOVE ZERO TO RUN-CTL-DATE.
001869     OPEN INPUT ADDRUN-FILE.
001878     IF WS-ADDRUN-OK
001888         READ ADDRUN-FILE
001898             AT END
001907                 MOVE ZERO TO RUN-CTL-DATE
001917         END-READ
001926         CLOSE ADDRUN-FILE
001936     END-IF.
001946     MOVE WS-RUN-DATE TO CYC-RUN-DATE.
001955     MOVE WS-RUN-TIME TO CYC-RUN-TIME.
001965     MOVE WS-PARM-JOB-ID TO CYC-JOB-ID.
001974     MOVE WS-PARM-CYCLE TO CYC-CYCLE-NO.
001984     MOVE WS-OVERRIDE-OPTION TO CYC-OVERRIDE-OPTION.
001994     CALL "ADDCYC" USING ADDRUN-RECORD CYC-GATE-AREA.
002003     IF CYC-MESSAGE-1 NOT EQUAL SPACES
002013         DISPLAY "ADDRCK: " CYC-MESSAGE-1
002022     END-IF.
002032     IF CYC-MESSAGE-2 NOT EQUAL SPACES
002042         DISPLAY CYC-MESSAGE-2
002051     END-IF.
002061     IF CYC-REFUSED
002070         MOVE "Y" TO WS-REFUSED-SWITCH
002080     END-IF.
002081 3000-CHECK-RUN-CONTROL-EXIT.
002082     EXIT.
002083*
002084*****************************************************************
002085*    4000-PROVE-POSTED                                          *
002086*    P MODE.  PROVES FROM ADDRUN THAT THE PARM CYCLE IS THE     *
002087*    LATEST TO RUN, THAT IT IS STAMPED POSTED UNDER THE PARM    *
002088*    JOB ID, AND THAT THE DATE IS TODAY'S OR, FOR A CYCLE THAT  *
002089*    RAN PAST MIDNIGHT, YESTERDAY'S.  A CYCLE REFUSED, STILL IN *
002090*    FLIGHT OR NEVER STARTED LEAVES ADDRUN SHOWING SOMETHING    *
002091*    ELSE, SO ITS INPUT STAYS ON ADDTRAN.                       *
002092*****************************************************************
002093 4000-PROVE-POSTED.
002094     MOVE WS-PARM-CYCLE TO WS-CYCLE-NO.
002095     IF WS-CYCLE-NO LESS THAN 1 OR WS-CYCLE-NO GREATER THAN 4
002096         DISPLAY "ADDRCK: CYCLE " WS-CYCLE-NO
002097             " IN THE PARM IS NOT A CYCLE NUMBER"
002098         GO TO 4000-PROVE-POSTED-EXIT
002099     END-IF.
002100     MOVE SPACES TO ADDRUN-RECORD.
002101     MOVE ZERO TO RUN-CTL-DATE.
002102     OPEN INPUT ADDRUN-FILE.
002103     IF NOT WS-ADDRUN-OK
002104         DISPLAY "ADDRCK: UNABLE TO OPEN ADDRUN"
002105         DISPLAY "FILE STATUS IS " WS-ADDRUN-STATUS
002106         GO TO 4000-PROVE-POSTED-EXIT
002107     END-IF.
002108     READ ADDRUN-FILE
002109         AT END
002110             MOVE ZERO TO RUN-CTL-DATE
002111     END-READ.
002112     CLOSE ADDRUN-FILE.
002113     COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
002114         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1).
002115     IF RUN-CTL-DATE NOT EQUAL WS-RUN-DATE
002116             AND RUN-CTL-DATE NOT EQUAL WS-PRIOR-DATE
002117         GO TO 4000-PROVE-POSTED-EXIT
002118     END-IF.
002119     IF RUN-CTL-INPUT-CONSUMED
002120             AND RUN-CTL-CYCLE-NO EQUAL WS-CYCLE-NO
002121             AND RUN-CTL-CYC-POSTED (WS-CYCLE-NO)
002122             AND RUN-CTL-CYC-JOB-ID (WS-CYCLE-NO)
002123                 EQUAL WS-PARM-JOB-ID
002124         MOVE "Y" TO WS-PROVED-SWITCH
002125     END-IF.
002126 4000-PROVE-POSTED-EXIT.
002127     EXIT.
002128*
002129*****************************************************************
002130*    9000-TERMINATE                                             *
002136*    SETS THE STEP RETURN CODE THE LATER STEPS TEST, AND IN P   *
002143*    MODE SAYS WHETHER THE CYCLE WAS PROVED POSTED.             *
002150*****************************************************************
002160 9000-TERMINATE.
002170     IF WS-RUN-REFUSED
002171         MOVE 16 TO RETURN-CODE
002173         GO TO 9000-TERMINATE-EXIT
002174     END-IF.
002176     IF NOT WS-PROVE-POSTED
002177         MOVE ZERO TO RETURN-CODE
002179         GO TO 9000-TERMINATE-EXIT
002180     END-IF.
002182     IF WS-CYCLE-PROVED
002183         DISPLAY "ADDRCK: CYCLE " WS-CYCLE-NO " OF "
002185             RUN-CTL-DATE " IS POSTED UNDER " WS-PARM-JOB-ID
002186         DISPLAY "  ITS INPUT MAY BE ROLLED OFF ADDTRAN"
002188         MOVE ZERO TO RETURN-CODE
002190     ELSE
002193         DISPLAY "ADDRCK: CYCLE " WS-PARM-CYCLE
002196             " IS NOT STAMPED POSTED ON ADDRUN UNDER "
002200             WS-PARM-JOB-ID
002203         DISPLAY "  ADDTRAN IS LEFT IN PLACE FOR ITS RERUN"
002206         MOVE 4 TO RETURN-CODE
002210     END-IF.
002220 9000-TERMINATE-EXIT.
002230     EXIT.
