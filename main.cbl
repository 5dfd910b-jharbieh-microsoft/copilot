001930*                   THE DETAIL POSTED UNDER, SO THE ADDREV       *
001940*                   REVERSAL CAN BACK OUT ONE SOURCE BATCH       *
001950*                   INSTEAD OF A WHOLE DATE.                     *
001951*    10/15/26  RLH  THE ADDACCW ACCOUNT TOTALS NOW ALSO SPLIT    *
001952*                   EACH ACCOUNT'S POSTED RESULTS INTO DEBITS    *
001953*                   (ABOVE ZERO) AND CREDITS (BELOW ZERO, HELD   *
001954*                   POSITIVE).  THE NEW ADDBAL STEP APPLIES THE  *
001955*                   COMPLETED RUN'S WORK FILE TO THE ADDBALM     *
001956*                   ACCOUNT BALANCE MASTER.                      *
001957*    10/15/26  RLH  A DETAIL THE EDIT ROUTED TO ITS SOURCE'S     *
001959*                   SUSPENSE ACCOUNT (AT-INTENDED-ACCOUNT SET)   *
001960*                   IS ALSO WRITTEN TO THE ADDSPND SUSPENSE      *
001962*                   ITEM FILE AS IT POSTS, FOR THE ADDSCYC       *
001963*                   CLEARING AND AGING RUN.  SUSP (THE           *
001965*                   SUSPENSE-CLEARING BATCH) JOINS THE           *
001967*                   UNSTAMPED INTERNAL SOURCES.                  *
001969*    10/15/26  RLH  RECR (THE STANDING-TRANSACTION "RECUR"       *
001971*                   BATCH ADDSTG BUILDS EVERY DAY) JOINS THE     *
001972*                   UNSTAMPED INTERNAL SOURCES.                  *
001973*    10/15/26  RLH  HOLD (THE "HOLDREL" BATCH OF ITEMS           *
001974*                   RELEASED FROM THE ADDHOLD HOLD QUEUE)        *
001975*                   JOINS THE UNSTAMPED INTERNAL SOURCES.        *
001976*    10/15/26  RLH  ALLOCATION POSTING.  A DETAIL WITH           *
001978*                   OPERATION CODE "L" NAMES A RULE ON THE       *
001979*                   ADDALC ALLOCATION MASTER INSTEAD OF AN       *
001980*                   ACCOUNT.  ITS RESULT COUNTS ONCE IN THE      *
001981*                   CONTROL TOTALS BUT POSTS AS ONE LEG PER      *
001982*                   TARGET ACCOUNT, SPLIT BY THE RULE'S          *
001984*                   PERCENTAGES WITH THE ROUNDING PENNY ON THE   *
001985*                   LARGEST SHARE - EACH LEG WITH ITS OWN        *
001986*                   ADDAUD AND ADDGL RECORD UNDER THE SOURCE     *
001987*                   SEQUENCE NUMBER AND A LEG NUMBER.  THE LEGS  *
001989*                   ARE LOGGED ON THE ADDALCW WORK FILE AND      *
001990*                   PRINTED AS AN ALLOCATION SECTION AFTER THE   *
001991*                   BATCH RECAP.  A RULE THAT IS MISSING OR NO   *
001992*                   LONGER USABLE SENDS THE DETAIL TO ADDEXC     *
001993*                   UNPOSTED.                                    *
001994*    10/15/26  RLH  TAMPER-EVIDENT AUDIT TRAIL.  EVERY ADDAUD    *
001996*                   RECORD IS CHAINED ON THE NEW ADDAUDH FILE -  *
001997*                   ITS ADDHSH HASH SEEDED WITH THE PRIOR        *
001998*                   LINK'S - AND EACH RUN ENDS WITH A RUN-       *
001999*                   CONTROL RECORD SIGNED WITH THE KEY ON THE    *
002001*                   PROTECTED ADDHKEY DATA SET.  THE ADDAVF RUN  *
002002*                   VERIFIES BOTH.  NO KEY OR NO CHAIN FILE      *
002003*                   STOPS THE RUN BEFORE ANYTHING POSTS.         *
002004*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE PARM TAKES A   *
002006*                   CYCLE NUMBER IN A FOURTH POSITION (1 WHEN    *
002007*                   OMITTED) AND THE SHARED ADDCYC GATE DECIDES  *
002008*                   WHETHER THE CYCLE MAY RUN AGAINST ADDRUN AND *
002009*                   THE CYCLE SCHEDULE ON ADDCAL.  A CYCLE THAT  *
002011*                   CONSUMES ITS INPUT IS STAMPED POSTED; THE    *
002012*                   LAST SCHEDULED CYCLE (OR THE ADDEOD STEP)    *
002013*                   CLOSES THE DATE.  ADDSTAT KEEPS A DAY        *
002014*                   RECORD, ONE RECORD PER CYCLE AND EACH        *
002016*                   CYCLE'S BATCHES IN ITS OWN SEQUENCE RANGE.   *
002017*                   LATER CYCLES EXTEND ADDEXC, ADDRPT AND       *
002018*                   ADDGL.  ADDEXC, ADDAUD, ADDGL, ADDBRG AND    *
002019*                   ADDSPND RECORDS CARRY THE CYCLE NUMBER.      *
002020*    10/15/26  RLH  AUDIT CHAIN LINKS ARE NOW SHA-256 (ADDHSH)   *
002021*                   AND THE RUN-CONTROL SEAL HMAC-SHA-256        *
002022*                   (ADDHMC) UNDER THE ICSF KEY WHOSE LABEL IS   *
002024*                   ON ADDHKEY.  THE KEY IS PROVED WITH A TRIAL  *
002025*                   SEAL BEFORE ANYTHING POSTS.  A FAILED HASH   *
002026*                   OR SEAL ENDS THE RUN WITH THE ABEND RETURN   *
002028*                   CODE.                                        *
002029*    10/15/26  RLH  A DETAIL WHOSE AUDIT RECORD CANNOT BE HASHED *
002030*                   IS NOT WRITTEN OR CHECKPOINTED AND POSTING   *
002031*                   STOPS THERE, SO THE RESTART POSTS IT.  AN    *
002032*                   ALLOCATION'S LEGS ARE ALL HASHED BEFORE ANY  *
002033*                   IS WRITTEN.  A STOPPED RUN LEAVES ITS OPEN   *
002034*                   BATCH AND THE SUMMARY GL FEED TO THE         *
002035*                   RESTART.                                     *
002036*    10/15/26  RLH  A RESTART REBUILDS AN ALLOCATION FROM THE    *
002037*                   LEGS ON ADDAUD, NOT THE RULE AS IT NOW       *
002038*                   STANDS.  A RULE THAT NO LONGER SPLITS THE    *
002039*                   AMOUNT INTO THOSE LEGS STOPS THE RESTART     *
002040*                   WITH THE ABEND RETURN CODE.                  *
002041*                                                                *
002042*****************************************************************
002043*
002044 ENVIRONMENT DIVISION.
002045 CONFIGURATION SECTION.
002046 SOURCE-COMPUTER. IBM-370.
002047 OBJECT-COMPUTER. IBM-370.
002048*
002049 INPUT-OUTPUT SECTION.
002050 FILE-CONTROL.
002060     SELECT ADDTRAN-FILE ASSIGN TO ADDTRAN
002070         ORGANIZATION IS SEQUENTIAL
002430     SELECT ADDBRG-FILE ASSIGN TO ADDBRG
002440         ORGANIZATION IS SEQUENTIAL
002450         FILE STATUS IS WS-ADDBRG-STATUS.
002452     SELECT ADDSPND-FILE ASSIGN TO ADDSPND
002455         ORGANIZATION IS SEQUENTIAL
002457         FILE STATUS IS WS-ADDSPND-STATUS.
002458     SELECT ADDALC-FILE ASSIGN TO ADDALC
002459         ORGANIZATION IS INDEXED
002460         ACCESS MODE IS RANDOM
002462         RECORD KEY IS ALC-RULE-NO
002463         FILE STATUS IS WS-ADDALC-STATUS.
002464     SELECT ADDALCW-FILE ASSIGN TO ADDALCW
002466         ORGANIZATION IS SEQUENTIAL
002467         FILE STATUS IS WS-ADDALCW-STATUS.
002468     SELECT ADDAUDH-FILE ASSIGN TO ADDAUDH
002470         ORGANIZATION IS SEQUENTIAL
002471         FILE STATUS IS WS-ADDAUDH-STATUS.
002473     SELECT ADDHKEY-FILE ASSIGN TO ADDHKEY
002474         ORGANIZATION IS SEQUENTIAL
002475         FILE STATUS IS WS-ADDHKEY-STATUS.
002477*
002478 DATA DIVISION.
002480 FILE SECTION.
002490*
002500 FD  ADDTRAN-FILE
002780 FD  ADDRUN-FILE
002790     RECORDING MODE IS F
002800     LABEL RECORDS ARE STANDARD.
002845     COPY ADDRUNR.
002890*
002900 FD  ADDCAL-FILE
002910     RECORDING MODE IS F
002920     LABEL RECORDS ARE STANDARD.
002945     COPY ADDCALR.
002970*
002980 FD  ADDRPT-FILE
002990     RECORDING MODE IS F
003110     05  ACW-ACCOUNT-NO              PIC 9(08).
003120     05  ACW-DET-COUNT               PIC 9(06).
003130     05  ACW-NET                     PIC S9(11)V99.
003132     05  ACW-DEBIT-TOTAL             PIC S9(11)V99.
003134     05  ACW-CREDIT-TOTAL            PIC S9(11)V99.
003140     05  FILLER                      PIC X(27).
003150*
003160 FD  ADDRCPW-FILE
003170     RECORDING MODE IS F
003330     LABEL RECORDS ARE STANDARD.
003340     COPY ADDBRGR.
003350*
003351 FD  ADDSPND-FILE
003353     RECORDING MODE IS F
003355     LABEL RECORDS ARE STANDARD.
003356     COPY ADDSPNR.
003357*
003358 FD  ADDALC-FILE
003359     LABEL RECORDS ARE STANDARD.
003360     COPY ADDALCR.
003361*
003362 FD  ADDALCW-FILE
003363     RECORDING MODE IS F
003364     LABEL RECORDS ARE STANDARD.
003365 01  ADDALCW-RECORD.
003366     05  ALW-BATCH-ID                PIC X(08).
003368     05  ALW-SEQ-NO                  PIC 9(06).
003369     05  ALW-RULE-NO                 PIC 9(08).
003370     05  ALW-AMOUNT                  PIC S9(08)V99.
003371     05  ALW-LEG-NO                  PIC 9(02).
003372     05  ALW-TARGET-ACCOUNT          PIC 9(08).
003373     05  ALW-TARGET-PCT              PIC 9(03)V99.
003374     05  ALW-SHARE                   PIC S9(08)V99.
003375     05  FILLER                      PIC X(23).
003376*
003377 FD  ADDAUDH-FILE
003378     RECORDING MODE IS F
003379     LABEL RECORDS ARE STANDARD.
003380     COPY ADDAUHR.
003381*
003382 FD  ADDHKEY-FILE
003383     RECORDING MODE IS F
003384     LABEL RECORDS ARE STANDARD.
003385     COPY ADDHKYR.
003386*
003387 WORKING-STORAGE SECTION.
003388*
003389 01  WS-FILE-STATUSES.
003390     05  WS-ADDTRAN-STATUS           PIC X(02).
003400         88  WS-ADDTRAN-OK                VALUE "00".
003410     05  WS-ADDEXC-STATUS            PIC X(02).
003610         88  WS-ADDSTAT-OK                VALUE "00".
003620     05  WS-ADDBRG-STATUS            PIC X(02).
003630         88  WS-ADDBRG-OK                 VALUE "00".
003633     05  WS-ADDSPND-STATUS           PIC X(02).
003636         88  WS-ADDSPND-OK                VALUE "00".
003638     05  WS-ADDALC-STATUS            PIC X(02).
003640         88  WS-ADDALC-OK                 VALUE "00".
003643     05  WS-ADDALCW-STATUS           PIC X(02).
003644         88  WS-ADDALCW-OK                VALUE "00".
003645     05  WS-ADDAUDH-STATUS           PIC X(02).
003646         88  WS-ADDAUDH-OK                VALUE "00".
003647     05  WS-ADDHKEY-STATUS           PIC X(02).
003648         88  WS-ADDHKEY-OK                VALUE "00".
003649*
003650 01  WS-SWITCHES.
003660     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
003670         88  WS-EOF                       VALUE "Y".
003730         88  WS-RESTARTING                VALUE "Y".
003740     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
003750         88  WS-TRAILER-SEEN               VALUE "Y".
003753     05  WS-STOPPED-SWITCH           PIC X(01) VALUE "N".
003756         88  WS-POSTING-STOPPED           VALUE "Y".
003760*
003770 01  WS-WORK-FIELDS.
003780     05  NUM1                        PIC S9(07)V99.
004000         88  WS-CAL-DATE-FOUND            VALUE "Y".
004010     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
004020         88  WS-CAL-EOF                   VALUE "Y".
004021     05  WS-CYCLE-OPTION             PIC X(01) VALUE SPACE.
004022     05  WS-CYCLE-NO                 PIC 9(01) VALUE 1.
004023     05  WS-CYCLES-SCHEDULED         PIC 9(01) VALUE 1.
004024     05  WS-DATE-CLOSED-SWITCH       PIC X(01) VALUE "N".
004025         88  WS-DATE-CLOSED               VALUE "Y".
004026     05  WS-RUN-CONTROL-SAVE         PIC X(80) VALUE SPACES.
004027*
004028     COPY ADDCYCA.
004030*
004033     COPY ADDHSHA.
004036*
004040 01  WS-ACCOUNT-TOTALS.
004050     05  WS-ACCT-TOT-COUNT           PIC 9(06) COMP VALUE ZERO.
004060     05  WS-ACCT-WORK-ACCOUNT        PIC 9(08).
004070     05  WS-ACCT-WORK-RESULT         PIC S9(08)V99.
004080     05  WS-ACW-EOF-SWITCH           PIC X(01) VALUE "N".
004081         88  WS-ACW-EOF                   VALUE "Y".
004082*
004083 01  WS-POSTING-TARGET.
004084     05  WS-POST-ACCOUNT-NO          PIC 9(08).
004086     05  WS-POST-LEG-NO              PIC 9(02).
004087     05  WS-POST-RULE-NO             PIC 9(08).
004088*
004089 01  WS-ALLOCATION-CONTROL.
004091     05  WS-ALC-AVAIL-SWITCH         PIC X(01) VALUE "N".
004092         88  WS-ALC-AVAILABLE             VALUE "Y".
004093     05  WS-ALC-VALID-SWITCH         PIC X(01) VALUE "N".
004094         88  WS-ALC-RULE-VALID            VALUE "Y".
004095     05  WS-ALC-BAD-TARGET-SWITCH    PIC X(01) VALUE "N".
004097         88  WS-ALC-BAD-TARGET            VALUE "Y".
004098     05  WS-ALW-EOF-SWITCH           PIC X(01) VALUE "N".
004099         88  WS-ALW-EOF                   VALUE "Y".
004100     05  WS-ALC-IX                   PIC 9(04) COMP VALUE ZERO.
004102     05  WS-ALC-LARGEST-IX           PIC 9(04) COMP VALUE ZERO.
004103     05  WS-ALC-PCT-TOTAL            PIC 9(05)V99 VALUE ZERO.
004104     05  WS-ALC-AMOUNT               PIC S9(08)V99 VALUE ZERO.
004105     05  WS-ALC-SHARE-TOTAL          PIC S9(09)V99 VALUE ZERO.
004106     05  WS-ALC-SHARE                PIC S9(08)V99
004108                                     OCCURS 20 TIMES.
004109     05  WS-ALC-HASH                 PIC 9(18)
004110                                     OCCURS 20 TIMES.
004111     05  WS-ALC-SEED                 PIC 9(18) VALUE ZERO.
004113     05  WS-ALC-DETAIL-COUNT         PIC 9(06) COMP VALUE ZERO.
004114     05  WS-ALC-LEG-COUNT            PIC 9(06) COMP VALUE ZERO.
004115     05  WS-ALC-TOTAL                PIC S9(11)V99 COMP
004116                                         VALUE ZERO.
004117*
004118 01  WS-POSTED-LEG-TABLE.
004119     05  WS-PLG-COUNT                PIC 9(04) COMP VALUE ZERO.
004120     05  WS-PLG-MAX                  PIC 9(04) COMP VALUE 1000.
004121     05  WS-PLG-IX                   PIC 9(04) COMP VALUE ZERO.
004122     05  WS-PLG-FOUND                PIC 9(04) COMP VALUE ZERO.
004123     05  WS-AUD-EOF-SWITCH           PIC X(01) VALUE "N".
004124         88  WS-AUD-EOF                   VALUE "Y".
004125     05  WS-PLG-MATCH-SWITCH         PIC X(01) VALUE "Y".
004126         88  WS-PLG-MATCHED               VALUE "Y".
004127     05  WS-PLG-ENTRY OCCURS 1000 TIMES.
004128         10  WS-PLG-SEQ-NO           PIC 9(06).
004129         10  WS-PLG-LEG-NO           PIC 9(02).
004130         10  WS-PLG-ACCOUNT-NO       PIC 9(08).
004131         10  WS-PLG-SHARE            PIC S9(08)V99.
004132*
004133 01  WS-AUDIT-CHAIN.
004134     05  WS-CHAIN-OPEN-SWITCH        PIC X(01) VALUE "N".
004135         88  WS-CHAIN-OPEN                VALUE "Y".
004136     05  WS-AUH-EOF-SWITCH           PIC X(01) VALUE "N".
004137         88  WS-AUH-EOF                   VALUE "Y".
004138     05  WS-CHAIN-LAST-NO            PIC 9(09) VALUE ZERO.
004139     05  WS-CHAIN-LAST-HASH          PIC 9(18) VALUE ZERO.
004140     05  WS-CHAIN-NEW-HASH           PIC 9(18) VALUE ZERO.
004141     05  WS-CHAIN-SIGNATURE          PIC 9(18) VALUE ZERO.
004142     05  WS-CHAIN-FIRST-NO           PIC 9(09) VALUE ZERO.
004143     05  WS-CHAIN-LINK-COUNT         PIC 9(06) COMP VALUE ZERO.
004144     05  WS-CHAIN-TOTAL              PIC S9(11)V99 COMP
004145                                         VALUE ZERO.
004146*
004147 01  WS-RUN-STATUS-CONTROL.
004148     05  WS-STAT-AVAIL-SWITCH        PIC X(01) VALUE "N".
004149         88  WS-STAT-AVAILABLE            VALUE "Y".
004150     05  WS-STAT-BATCH-SEQ           PIC 9(04) VALUE ZERO.
004151     05  WS-STAT-BATCH-LIMIT         PIC 9(04) VALUE 999.
004152     05  WS-EXC-WRITE-COUNT          PIC 9(06) COMP VALUE ZERO.
004153     05  WS-STAT-CYC-IX              PIC 9(04) COMP VALUE ZERO.
004154     05  WS-DAY-DETAIL-COUNT         PIC 9(06) VALUE ZERO.
004156     05  WS-DAY-RESULT-TOTAL         PIC S9(11)V99 VALUE ZERO.
004158     05  WS-DAY-EXC-COUNT            PIC 9(06) VALUE ZERO.
004160*
004170 01  WS-CONTROL-TOTALS.
004180     05  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
004190     05  WS-RESULT-TOTAL             PIC S9(11)V99 COMP
004200                                         VALUE ZERO.
004205     05  WS-SUSPENSE-COUNT           PIC 9(06) COMP VALUE ZERO.
004210*
004220 01  WS-BATCH-CONTROL.
004230     05  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE "N".
004310                                         VALUE ZERO.
004320     05  WS-SOURCE-CHECK             PIC X(04) VALUE SPACES.
004330         88  WS-SOURCE-INTERNAL           VALUE "SCRN" "RCYC"
004340                                                "RJCY" "RVSL"
004345                                                "SUSP" "RECR"
004347                                                "HOLD".
004350     05  WS-CKPT-BATCH-ID            PIC X(08) VALUE SPACES.
004360     05  WS-CKPT-SAVE-COUNT          PIC 9(06) COMP VALUE ZERO.
004370     05  WS-CKPT-SAVE-TOTAL          PIC S9(11)V99 COMP
004600     05  FILLER                      PIC X(20) VALUE SPACES.
004610     05  H1-DATE-LABEL               PIC X(11) VALUE "RUN DATE: ".
004620     05  H1-RUN-DATE                 PIC X(10).
004622     05  FILLER                      PIC X(03) VALUE SPACES.
004625     05  H1-CYCLE-LABEL              PIC X(07) VALUE "CYCLE: ".
004627     05  H1-CYCLE-NO                 PIC 9(01).
004630     05  FILLER                      PIC X(10) VALUE SPACES.
004640     05  H1-PAGE-LABEL               PIC X(06) VALUE "PAGE: ".
004650     05  H1-PAGE-NO                  PIC ZZZ9.
004660     05  FILLER                      PIC X(24) VALUE SPACES.
004670*
004680 01  WS-RPT-HEADER-2.
004690     05  FILLER                      PIC X(10) VALUE SPACES.
005500     05  A-DETAIL-COUNT              PIC ZZZ,ZZ9.
005510     05  FILLER                      PIC X(04) VALUE SPACES.
005520     05  A-NET-TOTAL                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
005521     05  FILLER                      PIC X(78) VALUE SPACES.
005522*
005523 01  WS-RPT-ALC-TITLE.
005524     05  FILLER                      PIC X(10) VALUE SPACES.
005525     05  FILLER                      PIC X(122)
005526         VALUE "ALLOCATION SUMMARY".
005527*
005528 01  WS-RPT-ALC-HEADER.
005529     05  FILLER                      PIC X(10) VALUE SPACES.
005530     05  FILLER                      PIC X(10) VALUE "BATCH".
005531     05  FILLER                      PIC X(08) VALUE "SEQ".
005532     05  FILLER                      PIC X(10) VALUE "RULE".
005533     05  FILLER                      PIC X(16) VALUE "AMOUNT".
005534     05  FILLER                      PIC X(05) VALUE "LEG".
005535     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
005536     05  FILLER                      PIC X(08) VALUE "PCT".
005537     05  FILLER                      PIC X(14) VALUE "SHARE".
005538     05  FILLER                      PIC X(41) VALUE SPACES.
005540*
005541 01  WS-RPT-ALC-LINE.
005542     05  FILLER                      PIC X(10) VALUE SPACES.
005543     05  L-DETAIL-DATA.
005544         10  L-BATCH-ID              PIC X(08).
005545         10  FILLER                  PIC X(02) VALUE SPACES.
005546         10  L-SEQ-NO                PIC 9(06).
005547         10  FILLER                  PIC X(02) VALUE SPACES.
005548         10  L-RULE-NO               PIC 9(08).
005549         10  FILLER                  PIC X(02) VALUE SPACES.
005550         10  L-AMOUNT                PIC -ZZ,ZZZ,ZZ9.99.
005551     05  FILLER                      PIC X(03) VALUE SPACES.
005552     05  L-LEG-NO                    PIC Z9.
005553     05  FILLER                      PIC X(02) VALUE SPACES.
005554     05  L-TARGET-ACCOUNT            PIC 9(08).
005555     05  FILLER                      PIC X(02) VALUE SPACES.
005556     05  L-TARGET-PCT                PIC ZZ9.99.
005557     05  FILLER                      PIC X(02) VALUE SPACES.
005558     05  L-SHARE                     PIC -ZZ,ZZZ,ZZ9.99.
005560     05  FILLER                      PIC X(41) VALUE SPACES.
005561*
005562 01  WS-RPT-ALC-TOTAL-LINE.
005563     05  FILLER                      PIC X(10) VALUE SPACES.
005564     05  FILLER                      PIC X(13)
005565         VALUE "ALLOCATIONS: ".
005566     05  L-DETAIL-COUNT              PIC ZZZ,ZZ9.
005567     05  FILLER                      PIC X(04) VALUE SPACES.
005568     05  FILLER                      PIC X(06) VALUE "LEGS: ".
005569     05  L-LEG-COUNT                 PIC ZZZ,ZZ9.
005570     05  FILLER                      PIC X(04) VALUE SPACES.
005571     05  FILLER                      PIC X(17)
005572         VALUE "ALLOCATED TOTAL: ".
005573     05  L-ALC-TOTAL                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
005574     05  FILLER                      PIC X(43) VALUE SPACES.
005575*
005576 LINKAGE SECTION.
005577*
005578 01  LS-PARM-INFO.
005580     05  LS-PARM-LENGTH              PIC S9(04) COMP.
005590     05  LS-PARM-TEXT                PIC X(20).
005600*
005880         UNSTRING LS-PARM-TEXT (1:LS-PARM-LENGTH)
005890             DELIMITED BY ","
005900             INTO WS-JOB-ID WS-GL-OPTION
005910                 WS-OVERRIDE-OPTION WS-CYCLE-OPTION
005920         IF WS-GL-OPTION NOT EQUAL "S"
005930                 AND WS-GL-OPTION NOT EQUAL SPACE
005940             DISPLAY "ADD-TWO-NUMBERS: UNKNOWN GL OPTION "
006000             WS-RUN-TIME(1:2) DELIMITED BY SIZE
006010             INTO WS-JOB-ID
006020     END-IF.
006021     IF WS-CYCLE-OPTION EQUAL SPACE
006022         MOVE "1" TO WS-CYCLE-OPTION
006024     END-IF.
006025     IF WS-CYCLE-OPTION NOT NUMERIC
006026         DISPLAY "ADD-TWO-NUMBERS: CYCLE " WS-CYCLE-OPTION
006028             " IN THE PARM IS NOT A CYCLE NUMBER"
006029         DISPLAY "  RUN STOPPED - CODE THE CYCLE AS 1 TO 4"
006030         MOVE "Y" TO WS-REFUSED-SWITCH
006032         MOVE "Y" TO WS-ABEND-SWITCH
006033         MOVE "Y" TO WS-EOF-SWITCH
006034         GO TO 1000-INITIALIZE-EXIT
006036     END-IF.
006037     MOVE WS-CYCLE-OPTION TO WS-CYCLE-NO.
006038     PERFORM 1020-CHECK-RUN-CONTROL
006040         THRU 1020-CHECK-RUN-CONTROL-EXIT.
006050     IF WS-RUN-REFUSED
006060         MOVE "Y" TO WS-EOF-SWITCH
006140         DISPLAY "FILE STATUS IS " WS-ADDTRAN-STATUS
006150         MOVE "Y" TO WS-EOF-SWITCH
006160     END-IF.
006162*    THE DAY'S EXCEPTION, REPORT AND GL FILES ACCUMULATE
006165*    ACROSS ITS POSTING CYCLES - ONLY THE FIRST CYCLE STARTS
006167*    THEM EMPTY.
006170     IF WS-RESTARTING OR WS-CYCLE-NO GREATER THAN 1
006180         OPEN EXTEND ADDEXC-FILE
006190     ELSE
006200         OPEN OUTPUT ADDEXC-FILE
006240         DISPLAY "FILE STATUS IS " WS-ADDEXC-STATUS
006250         MOVE "Y" TO WS-EOF-SWITCH
006260     END-IF.
006262     IF WS-RESTARTING
006264         PERFORM 1060-LOAD-POSTED-LEGS
006266             THRU 1060-LOAD-POSTED-LEGS-EXIT
006268     END-IF.
006270     OPEN EXTEND ADDAUD-FILE.
006280     IF NOT WS-ADDAUD-OK
006290         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO OPEN ADDAUD"
006300         DISPLAY "FILE STATUS IS " WS-ADDAUD-STATUS
006310         MOVE "Y" TO WS-EOF-SWITCH
006312     END-IF.
006314     PERFORM 1090-OPEN-AUDIT-CHAIN
006317         THRU 1090-OPEN-AUDIT-CHAIN-EXIT.
006319     OPEN EXTEND ADDSPND-FILE.
006322     IF NOT WS-ADDSPND-OK
006324         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO OPEN ADDSPND"
006325         DISPLAY "FILE STATUS IS " WS-ADDSPND-STATUS
006327         MOVE "Y" TO WS-EOF-SWITCH
006328     END-IF.
006330     IF WS-RESTARTING OR WS-CYCLE-NO GREATER THAN 1
006340         OPEN EXTEND ADDRPT-FILE
006350     ELSE
006360         OPEN OUTPUT ADDRPT-FILE
006400         DISPLAY "FILE STATUS IS " WS-ADDRPT-STATUS
006410         MOVE "Y" TO WS-EOF-SWITCH
006420     END-IF.
006430     IF WS-RESTARTING OR WS-CYCLE-NO GREATER THAN 1
006440         OPEN EXTEND ADDGL-FILE
006450     ELSE
006460         OPEN OUTPUT ADDGL-FILE
006690         DISPLAY "FILE STATUS IS " WS-ADDRCPW-STATUS
006700         MOVE "Y" TO WS-EOF-SWITCH
006710     END-IF.
006711     OPEN OUTPUT ADDALCW-FILE.
006712     IF NOT WS-ADDALCW-OK
006713         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO OPEN ADDALCW"
006714         DISPLAY "FILE STATUS IS " WS-ADDALCW-STATUS
006715         MOVE "Y" TO WS-EOF-SWITCH
006716     END-IF.
006717     PERFORM 1080-OPEN-ALLOCATION-MASTER
006718         THRU 1080-OPEN-ALLOCATION-MASTER-EXIT.
006720     PERFORM 1070-OPEN-RUN-STATUS
006730         THRU 1070-OPEN-RUN-STATUS-EXIT.
006740     MOVE 99 TO WS-LINE-COUNT.
006800*****************************************************************
006810*    1020-CHECK-RUN-CONTROL                                     *
006820*    PROVES THE RUN DATE IS A VALID BUSINESS DAY ON THE         *
006830*    PROCESSING CALENDAR, THEN HANDS THE RUN CONTROL RECORD     *
006840*    AND THE DAY'S CYCLE SCHEDULE TO THE ADDCYC GATE: A DATE    *
006850*    OR CYCLE ALREADY DONE REFUSES TO START WITHOUT THE ,O      *
006860*    OVERRIDE PARM; THIS CYCLE MARKED IN-FLIGHT FALLS THROUGH   *
006870*    TO THE RESTART LOGIC.  A CYCLE THAT MAY PROCEED IS         *
006876*    STAMPED IN-FLIGHT BEFORE ANY FILE IS TOUCHED, AND          *
006883*    STAMPED POSTED (OR THE DATE COMPLETE) AT TERMINATION.      *
006890*****************************************************************
006900 1020-CHECK-RUN-CONTROL.
006910     OPEN INPUT ADDCAL-FILE.
007090         MOVE "Y" TO WS-ABEND-SWITCH
007100         GO TO 1020-CHECK-RUN-CONTROL-EXIT
007110     END-IF.
007112     MOVE CAL-CYCLE-SCHEDULE TO CYC-SCHEDULE.
007115     MOVE SPACES TO ADDRUN-RECORD.
007117     MOVE ZERO TO RUN-CTL-DATE.
007120     OPEN INPUT ADDRUN-FILE.
007130     IF WS-ADDRUN-OK
007160         READ ADDRUN-FILE
007170             AT END
007176                 MOVE SPACES TO ADDRUN-RECORD
007183                 MOVE ZERO TO RUN-CTL-DATE
007190         END-READ
007200         CLOSE ADDRUN-FILE
007208     END-IF.
007217     MOVE WS-RUN-DATE TO CYC-RUN-DATE.
007225     MOVE WS-RUN-TIME TO CYC-RUN-TIME.
007234     MOVE WS-JOB-ID TO CYC-JOB-ID.
007242     MOVE WS-CYCLE-NO TO CYC-CYCLE-NO.
007251     MOVE WS-OVERRIDE-OPTION TO CYC-OVERRIDE-OPTION.
007259     CALL "ADDCYC" USING ADDRUN-RECORD CYC-GATE-AREA.
007268     IF CYC-MESSAGE-1 NOT EQUAL SPACES
007276         DISPLAY "ADD-TWO-NUMBERS: " CYC-MESSAGE-1
007285     END-IF.
007293     IF CYC-MESSAGE-2 NOT EQUAL SPACES
007302         DISPLAY CYC-MESSAGE-2
007310     END-IF.
007319     IF CYC-REFUSED
007327         MOVE "Y" TO WS-REFUSED-SWITCH
007336         MOVE "Y" TO WS-ABEND-SWITCH
007344         GO TO 1020-CHECK-RUN-CONTROL-EXIT
007353     END-IF.
007361     IF CYC-RESTART
007370         MOVE "Y" TO WS-IN-FLIGHT-SWITCH
007378     END-IF.
007387     MOVE CYC-CYCLES-SCHEDULED TO WS-CYCLES-SCHEDULED.
007395     IF RUN-CTL-DATE NOT EQUAL WS-RUN-DATE
007404*        A NEW BUSINESS DATE STARTS WITH NO CYCLE POSTED.
007412         MOVE SPACES TO ADDRUN-RECORD
007421     END-IF.
007430     MOVE WS-RUN-DATE TO RUN-CTL-DATE.
007440     MOVE "I" TO RUN-CTL-STATUS.
007450     MOVE WS-JOB-ID TO RUN-CTL-JOB-ID.
007460     MOVE WS-RUN-TIME TO RUN-CTL-TIME.
007461     MOVE WS-CYCLE-NO TO RUN-CTL-CYCLE-NO.
007463     MOVE WS-CYCLES-SCHEDULED TO RUN-CTL-CYCLES-SCHEDULED.
007465     MOVE "I" TO RUN-CTL-CYC-STATUS (WS-CYCLE-NO).
007466     MOVE WS-JOB-ID TO RUN-CTL-CYC-JOB-ID (WS-CYCLE-NO).
007468     MOVE ADDRUN-RECORD TO WS-RUN-CONTROL-SAVE.
007470     OPEN OUTPUT ADDRUN-FILE.
007480     IF NOT WS-ADDRUN-OK
007490         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO STAMP ADDRUN"
008070             MOVE CKPT-BATCH-COUNT TO WS-BATCH-DETAIL-COUNT
008080             MOVE CKPT-BATCH-COUNT TO WS-CKPT-SAVE-COUNT
008090             MOVE CKPT-BATCH-TOTAL TO WS-BATCH-RESULT-TOTAL
008091             MOVE CKPT-BATCH-TOTAL TO WS-CKPT-SAVE-TOTAL
008092             MOVE "N" TO WS-PAST-CKPT-SWITCH
008093             MOVE "Y" TO WS-RESTART-SWITCH
008094             DISPLAY "ADD-TWO-NUMBERS: RESTARTING AFTER SEQ "
008095                 CKPT-LAST-SEQ-NO
008096         END-IF
008097         CLOSE ADDCKPT-FILE
008098     END-IF.
008099 1050-CHECK-RESTART-EXIT.
008100     EXIT.
008101*
008102*****************************************************************
008103*    1060-LOAD-POSTED-LEGS                                      *
008104*    RESTART ONLY.  READS THE ADDAUD AUDIT TRAIL THROUGH AND    *
008105*    TABLES EVERY ALLOCATION LEG THE ABENDED RUN OF THIS DATE   *
008106*    AND CYCLE POSTED UP TO THE CHECKPOINT, SO                  *
008107*    2350-REBUILD-ALLOCATION PUTS BACK THE LEGS THAT WERE       *
008108*    ACTUALLY POSTED RATHER THAN WHATEVER THE RULE SAYS TODAY.  *
008110*    THE ALLOCATION LEG WORK FILE DOES NOT SURVIVE THE          *
008111*    RESUBMISSION - THE AUDIT TRAIL IS THE RECORD.  WITHOUT THE *
008112*    TRAIL THE RESTART CANNOT BE PROVED, SO NOTHING POSTS.      *
008113*****************************************************************
008114 1060-LOAD-POSTED-LEGS.
008115     OPEN INPUT ADDAUD-FILE.
008116     IF NOT WS-ADDAUD-OK
008117         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO READ ADDAUD FOR"
008118             " RESTART"
008119         DISPLAY "FILE STATUS IS " WS-ADDAUD-STATUS
008120         MOVE "Y" TO WS-EOF-SWITCH
008121         GO TO 1060-LOAD-POSTED-LEGS-EXIT
008122     END-IF.
008123     PERFORM 1065-STORE-POSTED-LEG
008124         THRU 1065-STORE-POSTED-LEG-EXIT
008125         UNTIL WS-AUD-EOF.
008126     CLOSE ADDAUD-FILE.
008127 1060-LOAD-POSTED-LEGS-EXIT.
008128     EXIT.
008130*
008131*****************************************************************
008132*    1065-STORE-POSTED-LEG                                      *
008133*    READS ONE AUDIT RECORD AND TABLES IT IF IT IS A LEG OF A   *
008134*    DETAIL THE CHECKPOINT COVERS.  A FIRST LEG STARTS ITS      *
008135*    DETAIL'S LEGS AFRESH - AN EARLIER SET UNDER THE SAME       *
008136*    SEQUENCE NUMBER IS FROM AN OVERRIDDEN RUN OF THE SAME      *
008137*    CYCLE.  MORE LEGS THAN THE TABLE HOLDS IS A HARD STOP - A  *
008138*    LEG MUST NEVER GO MISSING FROM THE TOTALS BY FALLING OFF   *
008139*    THE END OF THE TABLE.                                      *
008140*****************************************************************
008141 1065-STORE-POSTED-LEG.
008142     READ ADDAUD-FILE
008143         AT END
008144             MOVE "Y" TO WS-AUD-EOF-SWITCH
008145             GO TO 1065-STORE-POSTED-LEG-EXIT
008146     END-READ.
008147     IF AUD-RUN-DATE NOT EQUAL WS-RUN-DATE
008148         GO TO 1065-STORE-POSTED-LEG-EXIT
008150     END-IF.
008151     IF AUD-CYCLE-NO NOT EQUAL WS-CYCLE-NO
008152             OR AUD-LEG-NO EQUAL ZERO
008153             OR AUD-SEQ-NO GREATER THAN WS-RESTART-SEQ-NO
008154         GO TO 1065-STORE-POSTED-LEG-EXIT
008155     END-IF.
008156     IF AUD-LEG-NO EQUAL 1
008157         PERFORM 1067-DROP-POSTED-LEG
008158             THRU 1067-DROP-POSTED-LEG-EXIT
008159             VARYING WS-PLG-IX FROM 1 BY 1
008160             UNTIL WS-PLG-IX GREATER THAN WS-PLG-COUNT
008161     END-IF.
008162     IF WS-PLG-COUNT NOT LESS THAN WS-PLG-MAX
008163         DISPLAY "ADD-TWO-NUMBERS: POSTED ALLOCATION LEGS EXCEED"
008164             " TABLE LIMIT " WS-PLG-MAX
008165         MOVE "Y" TO WS-AUD-EOF-SWITCH
008166         MOVE "Y" TO WS-EOF-SWITCH
008167         MOVE "Y" TO WS-ABEND-SWITCH
008168         GO TO 1065-STORE-POSTED-LEG-EXIT
008170     END-IF.
008171     ADD 1 TO WS-PLG-COUNT.
008172     MOVE AUD-SEQ-NO TO WS-PLG-SEQ-NO (WS-PLG-COUNT).
008173     MOVE AUD-LEG-NO TO WS-PLG-LEG-NO (WS-PLG-COUNT).
008174     MOVE AUD-ACCOUNT-NO TO WS-PLG-ACCOUNT-NO (WS-PLG-COUNT).
008175     MOVE AUD-RESULT TO WS-PLG-SHARE (WS-PLG-COUNT).
008176 1065-STORE-POSTED-LEG-EXIT.
008177     EXIT.
008178*
008179*****************************************************************
008180*    1067-DROP-POSTED-LEG                                       *
008181*    CLEARS ONE TABLED LEG IF IT BELONGS TO THE SEQUENCE NUMBER *
008182*    JUST READ.                                                 *
008183*****************************************************************
008184 1067-DROP-POSTED-LEG.
008185     IF WS-PLG-SEQ-NO (WS-PLG-IX) EQUAL AUD-SEQ-NO
008186         MOVE ZERO TO WS-PLG-SEQ-NO (WS-PLG-IX)
008187     END-IF.
008188 1067-DROP-POSTED-LEG-EXIT.
008190     EXIT.
008200*
008210*****************************************************************
008420         GO TO 1070-OPEN-RUN-STATUS-EXIT
008430     END-IF.
008440     MOVE "Y" TO WS-STAT-AVAIL-SWITCH.
008442*    EACH CYCLE STAMPS ITS BATCHES IN ITS OWN THOUSAND.
008445     COMPUTE WS-STAT-BATCH-SEQ = WS-CYCLE-NO * 1000.
008447     COMPUTE WS-STAT-BATCH-LIMIT = WS-STAT-BATCH-SEQ + 999.
008450     MOVE SPACES TO ADDSTA-RECORD.
008460     MOVE WS-RUN-DATE TO STA-RUN-DATE.
008470     MOVE "R" TO STA-REC-TYPE.
008480     MOVE WS-CYCLE-NO TO STA-BATCH-SEQ.
008490     MOVE WS-JOB-ID TO STA-JOB-ID.
008500     MOVE WS-RUN-TIME TO STA-STAMP-TIME.
008510     MOVE "INFLT" TO STA-STATUS.
008530     MOVE ZERO TO STA-RESULT-TOTAL.
008540     MOVE ZERO TO STA-SEQ-NO.
008550     MOVE ZERO TO STA-EXC-COUNT.
008552     MOVE WS-CYCLE-NO TO STA-CYCLE-NO.
008555     MOVE WS-CYCLES-SCHEDULED TO STA-CYCLES-SCHEDULED.
008557     MOVE CYC-CUTOFF-TIME (WS-CYCLE-NO) TO STA-CUTOFF-TIME.
008560     PERFORM 2960-PUT-STAT-RECORD
008570         THRU 2960-PUT-STAT-RECORD-EXIT.
008572     IF WS-STAT-AVAILABLE
008574         PERFORM 9060-STAMP-STAT-DAY
008576             THRU 9060-STAMP-STAT-DAY-EXIT
008578     END-IF.
008580 1070-OPEN-RUN-STATUS-EXIT.
008581     EXIT.
008582*
008583*****************************************************************
008584*    1080-OPEN-ALLOCATION-MASTER                                *
008585*    OPENS THE ADDALC ALLOCATION RULES MASTER FOR KEYED         *
008586*    LOOKUP.  MOST DAYS CARRY NO ALLOCATION DETAILS, SO A       *
008587*    MASTER THAT CANNOT BE OPENED DOES NOT STOP THE RUN - ANY   *
008588*    "L" DETAIL THAT ARRIVES GOES TO ADDEXC UNPOSTED INSTEAD.   *
008589*****************************************************************
008590 1080-OPEN-ALLOCATION-MASTER.
008591     OPEN INPUT ADDALC-FILE.
008593     IF NOT WS-ADDALC-OK
008594         DISPLAY "ADD-TWO-NUMBERS: ALLOCATION MASTER UNAVAILABLE"
008595         DISPLAY "FILE STATUS IS " WS-ADDALC-STATUS
008596         DISPLAY "  ALLOCATION DETAILS WILL NOT POST"
008597         GO TO 1080-OPEN-ALLOCATION-MASTER-EXIT
008598     END-IF.
008599     MOVE "Y" TO WS-ALC-AVAIL-SWITCH.
008600 1080-OPEN-ALLOCATION-MASTER-EXIT.
008601     EXIT.
008602*
008603*****************************************************************
008604*    1090-OPEN-AUDIT-CHAIN                                      *
008606*    LOADS THE ICSF LABEL OF THE SEALING KEY FROM ADDHKEY AND   *
008607*    PROVES THE KEY USABLE WITH ONE TRIAL SEAL, READS THE       *
008608*    ADDAUDH AUDIT CHAIN THROUGH TO PICK UP THE LAST LINK AND   *
008609*    THE LINKS NOT YET SEALED BY A RUN-CONTROL RECORD (AN       *
008610*    ABENDED EXECUTION'S, ON A RESTART), THEN REOPENS IT TO     *
008611*    EXTEND.  A CHAIN FILE NOT YET CREATED STARTS THE CHAIN AT  *
008612*    LINK 1.  WITHOUT THE KEY OR THE CHAIN THE TRAIL CANNOT BE  *
008613*    MADE TAMPER-EVIDENT, SO NOTHING POSTS.                     *
008614*****************************************************************
008615 1090-OPEN-AUDIT-CHAIN.
008616     OPEN INPUT ADDHKEY-FILE.
008617     IF NOT WS-ADDHKEY-OK
008619         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO OPEN ADDHKEY"
008620         DISPLAY "FILE STATUS IS " WS-ADDHKEY-STATUS
008621         MOVE "Y" TO WS-EOF-SWITCH
008622         GO TO 1090-OPEN-AUDIT-CHAIN-EXIT
008623     END-IF.
008624     READ ADDHKEY-FILE
008625         AT END
008626             MOVE SPACES TO ADDHKEY-RECORD
008627     END-READ.
008628     CLOSE ADDHKEY-FILE.
008629     IF HKY-KEY-LABEL EQUAL SPACES
008630         DISPLAY "ADD-TWO-NUMBERS: ADDHKEY HOLDS NO KEY LABEL"
008632         MOVE "Y" TO WS-EOF-SWITCH
008633         GO TO 1090-OPEN-AUDIT-CHAIN-EXIT
008634     END-IF.
008635     MOVE HKY-KEY-LABEL TO HSH-KEY-LABEL.
008636     CALL "ADDHMC" USING ADDHKEY-RECORD WS-CHAIN-SIGNATURE
008637         HSH-SERVICE-AREA.
008638     IF HSH-FAILED
008639         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO SEAL WITH THE"
008640             " ADDHKEY KEY - " HSH-MESSAGE
008641         MOVE "Y" TO WS-EOF-SWITCH
008642         GO TO 1090-OPEN-AUDIT-CHAIN-EXIT
008643     END-IF.
008645     OPEN INPUT ADDAUDH-FILE.
008647     IF WS-ADDAUDH-OK
008648         PERFORM 1095-READ-CHAIN-RECORD
008649             THRU 1095-READ-CHAIN-RECORD-EXIT
008650             UNTIL WS-AUH-EOF
008651         CLOSE ADDAUDH-FILE
008652     ELSE
008653         IF WS-ADDAUDH-STATUS NOT EQUAL "35"
008654             DISPLAY "ADD-TWO-NUMBERS: UNABLE TO OPEN ADDAUDH"
008655             DISPLAY "FILE STATUS IS " WS-ADDAUDH-STATUS
008656             MOVE "Y" TO WS-EOF-SWITCH
008657             GO TO 1090-OPEN-AUDIT-CHAIN-EXIT
008658         END-IF
008659     END-IF.
008660     OPEN EXTEND ADDAUDH-FILE.
008662     IF WS-ADDAUDH-STATUS EQUAL "35"
008663         OPEN OUTPUT ADDAUDH-FILE
008664     END-IF.
008665     IF NOT WS-ADDAUDH-OK
008666         DISPLAY "ADD-TWO-NUMBERS: UNABLE TO OPEN ADDAUDH"
008667         DISPLAY "FILE STATUS IS " WS-ADDAUDH-STATUS
008668         MOVE "Y" TO WS-EOF-SWITCH
008669         GO TO 1090-OPEN-AUDIT-CHAIN-EXIT
008670     END-IF.
008671     MOVE "Y" TO WS-CHAIN-OPEN-SWITCH.
008672 1090-OPEN-AUDIT-CHAIN-EXIT.
008673     EXIT.
008674*
008675*****************************************************************
008677*    1095-READ-CHAIN-RECORD                                     *
008678*    READS ONE AUDIT CHAIN RECORD.  A LINK BECOMES THE LAST     *
008679*    LINK AND JOINS THE UNSEALED COUNT AND TOTAL; A RUN-        *
008680*    CONTROL RECORD SEALS EVERYTHING BEFORE IT.                 *
008681*****************************************************************
008682 1095-READ-CHAIN-RECORD.
008683     READ ADDAUDH-FILE
008684         AT END
008685             MOVE "Y" TO WS-AUH-EOF-SWITCH
008686             GO TO 1095-READ-CHAIN-RECORD-EXIT
008687     END-READ.
008688     IF AUH-CHAIN-LINK
008689         MOVE AUH-CHAIN-NO TO WS-CHAIN-LAST-NO
008691         MOVE AUH-HASH TO WS-CHAIN-LAST-HASH
008692         ADD 1 TO WS-CHAIN-LINK-COUNT
008693         ADD AUH-RESULT TO WS-CHAIN-TOTAL
008694         IF WS-CHAIN-LINK-COUNT EQUAL 1
008695             MOVE AUH-CHAIN-NO TO WS-CHAIN-FIRST-NO
008696         END-IF
008697     ELSE
008698         IF AUH-RUN-CONTROL
008699             MOVE ZERO TO WS-CHAIN-LINK-COUNT
008700             MOVE ZERO TO WS-CHAIN-TOTAL
008701             MOVE ZERO TO WS-CHAIN-FIRST-NO
008702         END-IF
008703     END-IF.
008704 1095-READ-CHAIN-RECORD-EXIT.
008706     EXIT.
008707*
008708*****************************************************************
008709*    2000-PROCESS-RECORD                                        *
008710*    DISPATCHES A DETAIL RECORD TO THE ADD LOGIC OR A TRAILER   *
008711*    RECORD TO CONTROL TOTAL RECONCILIATION, THEN READS THE     *
008712*    NEXT RECORD.  DETAIL RECORDS ALREADY COVERED BY A PRIOR    *
008713*    CHECKPOINT ARE SKIPPED WITHOUT REPROCESSING.                *
008714*****************************************************************
008715 2000-PROCESS-RECORD.
008716     IF AT-DETAIL-RECORD
008717         IF WS-RESTARTING
008718                 AND AT-SEQ-NO NOT GREATER THAN WS-RESTART-SEQ-NO
008720*            ALREADY POSTED BY THE ABENDED RUN - NOT REPROCESSED,
008730*            BUT STILL ROLLED INTO THE ACCOUNT TOTALS SO THE
008740*            ACCOUNT SUBTOTALS AND THE SUMMARY GL FEED COVER
008750*            THE WHOLE RUN.  RECOMPUTING THE SUM HERE IS EXACT
008760*            - SEE THE ADDNUM NOTES - RESULT CANNOT OVERFLOW
008770*            AT THE CURRENT FIELD WIDTHS.  AN ALLOCATION'S
008775*            LEGS ARE PUT BACK AS THE AUDIT TRAIL HAS THEM.
008780             IF AT-NUM1 NUMERIC AND AT-NUM2 NUMERIC
008782                 IF AT-OP-ALLOCATE
008784                     PERFORM 2350-REBUILD-ALLOCATION
008786                         THRU 2350-REBUILD-ALLOCATION-EXIT
008788                 ELSE
008790                     MOVE AT-ACCOUNT-NO TO WS-ACCT-WORK-ACCOUNT
008800                     IF AT-OP-SUBTRACT
008810                         COMPUTE WS-ACCT-WORK-RESULT =
008820                             AT-NUM1 - AT-NUM2
008830                     ELSE
008840                         COMPUTE WS-ACCT-WORK-RESULT =
008850                             AT-NUM1 + AT-NUM2
008860                     END-IF
008870                     PERFORM 2070-ACCUMULATE-ACCOUNT
008880                         THRU 2070-ACCUMULATE-ACCOUNT-EXIT
008885                 END-IF
008890             END-IF
008900         ELSE
008910             PERFORM 2200-PROCESS-DETAIL
009730*    IN-CORE TABLE TOPPED OUT AT 500 ACCOUNTS AND WENT          *
009740*    SILENTLY SHORT - THE WORK FILE HAS NO CEILING, SO THE      *
009750*    ACCOUNT SECTION AND THE SUMMARY GL FEED STAY COMPLETE      *
009760*    WHATEVER THE VOLUME.  THE NET IS ALSO SPLIT INTO DEBIT     *
009761*    AND CREDIT TOTALS FOR THE ADDBAL BALANCE MASTER UPDATE.    *
009770*****************************************************************
009780 2070-ACCUMULATE-ACCOUNT.
009790     MOVE WS-ACCT-WORK-ACCOUNT TO ACW-ACCOUNT-NO.
009830             MOVE WS-ACCT-WORK-ACCOUNT TO ACW-ACCOUNT-NO
009840             MOVE 1 TO ACW-DET-COUNT
009850             MOVE WS-ACCT-WORK-RESULT TO ACW-NET
009852             MOVE ZERO TO ACW-DEBIT-TOTAL
009854             MOVE ZERO TO ACW-CREDIT-TOTAL
009856             PERFORM 2080-SPLIT-DEBIT-CREDIT
009858                 THRU 2080-SPLIT-DEBIT-CREDIT-EXIT
009860             WRITE ADDACCW-RECORD
009870             ADD 1 TO WS-ACCT-TOT-COUNT
009880         NOT INVALID KEY
009890             ADD 1 TO ACW-DET-COUNT
009900             ADD WS-ACCT-WORK-RESULT TO ACW-NET
009905             PERFORM 2080-SPLIT-DEBIT-CREDIT
009907                 THRU 2080-SPLIT-DEBIT-CREDIT-EXIT
009910             REWRITE ADDACCW-RECORD
009920     END-READ.
009930     IF NOT WS-ADDACCW-OK
009980     END-IF.
009990 2070-ACCUMULATE-ACCOUNT-EXIT.
010000     EXIT.
010001*
010002*****************************************************************
010003*    2080-SPLIT-DEBIT-CREDIT                                    *
010004*    ADDS WS-ACCT-WORK-RESULT TO THE ACCOUNT WORK RECORD'S      *
010005*    DEBIT TOTAL WHEN IT IS ABOVE ZERO, OR ITS CREDIT TOTAL     *
010006*    (HELD POSITIVE) WHEN IT IS BELOW - THE SAME SIGN RULE      *
010007*    THE GL FEED USES.                                          *
010008*****************************************************************
010009 2080-SPLIT-DEBIT-CREDIT.
010010     IF WS-ACCT-WORK-RESULT LESS THAN ZERO
010011         SUBTRACT WS-ACCT-WORK-RESULT FROM ACW-CREDIT-TOTAL
010012     ELSE
010013         ADD WS-ACCT-WORK-RESULT TO ACW-DEBIT-TOTAL
010014     END-IF.
010015 2080-SPLIT-DEBIT-CREDIT-EXIT.
010016     EXIT.
010017*
010020*****************************************************************
010030*    2100-READ-ADDTRAN                                          *
010040*    READS THE NEXT TRANSACTION RECORD, SETS EOF SWITCH.        *
010180*    BATCH CONTROL TOTALS.  RECORDS THAT WOULD OVERFLOW RESULT  *
010190*    ARE DIVERTED TO THE EXCEPTION FILE AND ARE NOT POSTED.     *
010200*    POSTED RESULTS ARE ALSO FED TO THE GL INTERFACE FILE.      *
010205*    AN ALLOCATION DETAIL IS HANDED TO 2300-POST-ALLOCATION.    *
010210*    A CHECKPOINT IS TAKEN AFTER EVERY RECORD (WS-CHECKPOINT-   *
010220*    INTERVAL IS 1) SO A RESTART NEVER REPROCESSES A RECORD     *
010230*    WHOSE OUTPUTS WERE ALREADY WRITTEN.                         *
010232*    THE AUDIT RECORD IS WRITTEN FIRST.  A DETAIL WHOSE AUDIT   *
010235*    RECORD CANNOT BE CHAINED POSTS NOTHING AND TAKES NO        *
010237*    CHECKPOINT, SO THE RESTART POSTS IT.                       *
010240*****************************************************************
010250 2200-PROCESS-DETAIL.
010260     IF NOT WS-BATCH-OPEN
010400         PERFORM 2600-WRITE-EXCEPTION
010410             THRU 2600-WRITE-EXCEPTION-EXIT
010420     ELSE
010422     IF AT-OP-ALLOCATE
010424         PERFORM 2300-POST-ALLOCATION
010426             THRU 2300-POST-ALLOCATION-EXIT
010428     ELSE
010442         MOVE AT-ACCOUNT-NO TO WS-POST-ACCOUNT-NO
010445         MOVE ZERO TO WS-POST-LEG-NO
010447         MOVE ZERO TO WS-POST-RULE-NO
010448         PERFORM 2700-WRITE-AUDIT
010449             THRU 2700-WRITE-AUDIT-EXIT
010451         IF WS-POSTING-STOPPED
010452             GO TO 2200-PROCESS-DETAIL-EXIT
010454         END-IF
010455         ADD RESULT TO WS-RESULT-TOTAL
010457         ADD RESULT TO WS-BATCH-RESULT-TOTAL
010458         MOVE AT-ACCOUNT-NO TO WS-ACCT-WORK-ACCOUNT
010460         MOVE RESULT TO WS-ACCT-WORK-RESULT
010470         PERFORM 2070-ACCUMULATE-ACCOUNT
010480             THRU 2070-ACCUMULATE-ACCOUNT-EXIT
010501         IF AT-INTENDED-ACCOUNT NUMERIC
010503                 AND AT-INTENDED-ACCOUNT GREATER THAN ZERO
010505             PERFORM 2780-WRITE-SUSPENSE-ITEM
010506                 THRU 2780-WRITE-SUSPENSE-ITEM-EXIT
010508         END-IF
010510         IF NOT WS-GL-SUMMARY
010520             PERFORM 2750-WRITE-GL-RECORD
010521                 THRU 2750-WRITE-GL-RECORD-EXIT
010522         END-IF
010523         PERFORM 3100-WRITE-DETAIL-LINE
010524             THRU 3100-WRITE-DETAIL-LINE-EXIT
010525     END-IF
010526     END-IF.
010527     IF WS-POSTING-STOPPED
010528         GO TO 2200-PROCESS-DETAIL-EXIT
010529     END-IF.
010531     ADD 1 TO WS-CHECKPOINT-COUNTER.
010532     IF WS-CHECKPOINT-COUNTER NOT LESS THAN WS-CHECKPOINT-INTERVAL
010533         PERFORM 2900-WRITE-CHECKPOINT
010534             THRU 2900-WRITE-CHECKPOINT-EXIT
010535         MOVE ZERO TO WS-CHECKPOINT-COUNTER
010536     END-IF.
010537 2200-PROCESS-DETAIL-EXIT.
010538     EXIT.
010539*
010541*****************************************************************
010542*    2300-POST-ALLOCATION                                       *
010543*    POSTS ONE ALLOCATION DETAIL.  THE RESULT COUNTS ONCE IN    *
010544*    THE RUN AND BATCH CONTROL TOTALS AND PRINTS ONCE ON THE    *
010545*    DETAIL LINE - THE TRAILER TOTAL WAS BUILT THAT WAY - BUT   *
010546*    POSTS AS ONE LEG PER TARGET ACCOUNT ON THE RULE, EACH      *
010547*    WITH ITS OWN AUDIT AND GL RECORD.  A RULE THAT IS MISSING  *
010548*    OR NOT USABLE SENDS THE DETAIL TO ADDEXC UNPOSTED, WHICH   *
010549*    FAILS ITS BATCH AT RECONCILIATION LIKE ANY OTHER           *
010550*    UNPOSTED DETAIL.                                           *
010552*    EVERY LEG'S AUDIT RECORD IS HASHED INTO THE CHAIN BEFORE   *
010553*    ANY LEG IS WRITTEN, SO A HASH FAILURE LEAVES THE DETAIL    *
010554*    WHOLLY UNPOSTED FOR THE RESTART RATHER THAN HALF POSTED.   *
010555*****************************************************************
010556 2300-POST-ALLOCATION.
010557     MOVE RESULT TO WS-ALC-AMOUNT.
010558     PERFORM 2310-CHECK-ALLOCATION-RULE
010559         THRU 2310-CHECK-ALLOCATION-RULE-EXIT.
010560     IF NOT WS-ALC-RULE-VALID
010562         PERFORM 2650-WRITE-ALLOC-EXCEPTION
010563             THRU 2650-WRITE-ALLOC-EXCEPTION-EXIT
010564         GO TO 2300-POST-ALLOCATION-EXIT
010565     END-IF.
010566     PERFORM 2330-SPLIT-ALLOCATION
010567         THRU 2330-SPLIT-ALLOCATION-EXIT.
010568     MOVE WS-CHAIN-LAST-HASH TO WS-ALC-SEED.
010569     MOVE "0" TO HSH-RESULT.
010570     PERFORM 2345-HASH-ALLOCATION-LEG
010571         THRU 2345-HASH-ALLOCATION-LEG-EXIT
010573         VARYING WS-ALC-IX FROM 1 BY 1
010574         UNTIL WS-ALC-IX GREATER THAN ALC-TARGET-COUNT
010575             OR HSH-FAILED.
010576     MOVE WS-ALC-AMOUNT TO RESULT.
010577     IF HSH-FAILED
010578         PERFORM 2715-STOP-POSTING
010579             THRU 2715-STOP-POSTING-EXIT
010580         GO TO 2300-POST-ALLOCATION-EXIT
010581     END-IF.
010583     ADD RESULT TO WS-RESULT-TOTAL.
010585     ADD RESULT TO WS-BATCH-RESULT-TOTAL.
010586     PERFORM 3100-WRITE-DETAIL-LINE
010587         THRU 3100-WRITE-DETAIL-LINE-EXIT.
010590     ADD 1 TO WS-ALC-DETAIL-COUNT.
010591     ADD WS-ALC-AMOUNT TO WS-ALC-TOTAL.
010592     PERFORM 2340-POST-ALLOCATION-LEG
010593         THRU 2340-POST-ALLOCATION-LEG-EXIT
010594         VARYING WS-ALC-IX FROM 1 BY 1
010595         UNTIL WS-ALC-IX GREATER THAN ALC-TARGET-COUNT.
010596     MOVE WS-ALC-AMOUNT TO RESULT.
010597 2300-POST-ALLOCATION-EXIT.
010598     EXIT.
010599*
010600*****************************************************************
010601*    2310-CHECK-ALLOCATION-RULE                                 *
010602*    READS THE DETAIL'S RULE FROM ADDALC AND PROVES IT USABLE:  *
010603*    ACTIVE, 1 TO 20 TARGETS, EVERY TARGET NUMERIC WITH A       *
010604*    PERCENTAGE ABOVE ZERO, AND THE PERCENTAGES TOTALLING       *
010605*    EXACTLY 100.00.  ALSO FINDS THE TARGET WITH THE LARGEST    *
010606*    PERCENTAGE (THE FIRST ON A TIE) FOR THE ROUNDING PENNY.    *
010607*    THE EDIT HAS ALREADY PROVED THE RULE - THIS GUARDS         *
010608*    AGAINST A MASTER CHANGED BETWEEN THE TWO STEPS.            *
010609*****************************************************************
010610 2310-CHECK-ALLOCATION-RULE.
010611     MOVE "N" TO WS-ALC-VALID-SWITCH.
010612     IF NOT WS-ALC-AVAILABLE
010613         GO TO 2310-CHECK-ALLOCATION-RULE-EXIT
010614     END-IF.
010615     MOVE AT-ALLOC-RULE-NO TO ALC-RULE-NO.
010616     READ ADDALC-FILE
010617         INVALID KEY
010619             GO TO 2310-CHECK-ALLOCATION-RULE-EXIT
010620     END-READ.
010621     IF NOT WS-ADDALC-OK
010622             OR NOT ALC-ACTIVE
010623             OR ALC-TARGET-COUNT NOT NUMERIC
010624         GO TO 2310-CHECK-ALLOCATION-RULE-EXIT
010625     END-IF.
010626     IF ALC-TARGET-COUNT EQUAL ZERO
010627             OR ALC-TARGET-COUNT GREATER THAN 20
010628         GO TO 2310-CHECK-ALLOCATION-RULE-EXIT
010629     END-IF.
010630     MOVE ZERO TO WS-ALC-PCT-TOTAL.
010631     MOVE 1 TO WS-ALC-LARGEST-IX.
010632     MOVE "N" TO WS-ALC-BAD-TARGET-SWITCH.
010633     PERFORM 2320-ADD-TARGET-PCT
010634         THRU 2320-ADD-TARGET-PCT-EXIT
010635         VARYING WS-ALC-IX FROM 1 BY 1
010636         UNTIL WS-ALC-IX GREATER THAN ALC-TARGET-COUNT
010637             OR WS-ALC-BAD-TARGET.
010638     IF NOT WS-ALC-BAD-TARGET
010639             AND WS-ALC-PCT-TOTAL EQUAL 100
010640         MOVE "Y" TO WS-ALC-VALID-SWITCH
010641     END-IF.
010642 2310-CHECK-ALLOCATION-RULE-EXIT.
010643     EXIT.
010644*
010645*****************************************************************
010646*    2320-ADD-TARGET-PCT                                        *
010647*    PROVES ONE TARGET SLOT, ADDS ITS PERCENTAGE TO THE RULE    *
010648*    TOTAL AND KEEPS TRACK OF THE LARGEST.                      *
010649*****************************************************************
010650 2320-ADD-TARGET-PCT.
010651     IF ALC-TARGET-ACCOUNT (WS-ALC-IX) NOT NUMERIC
010653             OR ALC-TARGET-PCT (WS-ALC-IX) NOT NUMERIC
010654         MOVE "Y" TO WS-ALC-BAD-TARGET-SWITCH
010655         GO TO 2320-ADD-TARGET-PCT-EXIT
010656     END-IF.
010657     IF ALC-TARGET-PCT (WS-ALC-IX) EQUAL ZERO
010658         MOVE "Y" TO WS-ALC-BAD-TARGET-SWITCH
010659         GO TO 2320-ADD-TARGET-PCT-EXIT
010660     END-IF.
010661     ADD ALC-TARGET-PCT (WS-ALC-IX) TO WS-ALC-PCT-TOTAL.
010662     IF ALC-TARGET-PCT (WS-ALC-IX)
010663             GREATER THAN ALC-TARGET-PCT (WS-ALC-LARGEST-IX)
010664         MOVE WS-ALC-IX TO WS-ALC-LARGEST-IX
010665     END-IF.
010666 2320-ADD-TARGET-PCT-EXIT.
010667     EXIT.
010668*
010669*****************************************************************
010670*    2330-SPLIT-ALLOCATION                                      *
010671*    SPREADS WS-ALC-AMOUNT OVER THE RULE'S TARGETS - EACH       *
010672*    SHARE ROUNDED TO THE CENT - THEN PUTS WHATEVER THE         *
010673*    ROUNDING LEFT OVER ON THE LARGEST SHARE, SO THE LEGS       *
010674*    ALWAYS ADD BACK EXACTLY TO THE AMOUNT ALLOCATED.           *
010675*****************************************************************
010676 2330-SPLIT-ALLOCATION.
010677     MOVE ZERO TO WS-ALC-SHARE-TOTAL.
010678     PERFORM 2335-COMPUTE-SHARE
010679         THRU 2335-COMPUTE-SHARE-EXIT
010680         VARYING WS-ALC-IX FROM 1 BY 1
010681         UNTIL WS-ALC-IX GREATER THAN ALC-TARGET-COUNT.
010682     COMPUTE WS-ALC-SHARE (WS-ALC-LARGEST-IX) =
010683         WS-ALC-SHARE (WS-ALC-LARGEST-IX)
010684             + WS-ALC-AMOUNT - WS-ALC-SHARE-TOTAL.
010685 2330-SPLIT-ALLOCATION-EXIT.
010686     EXIT.
010688*
010689*****************************************************************
010690*    2335-COMPUTE-SHARE                                         *
010691*    COMPUTES ONE TARGET'S ROUNDED SHARE.                       *
010692*****************************************************************
010693 2335-COMPUTE-SHARE.
010694     COMPUTE WS-ALC-SHARE (WS-ALC-IX) ROUNDED =
010695         WS-ALC-AMOUNT * ALC-TARGET-PCT (WS-ALC-IX) / 100.
010696     ADD WS-ALC-SHARE (WS-ALC-IX) TO WS-ALC-SHARE-TOTAL.
010697 2335-COMPUTE-SHARE-EXIT.
010698     EXIT.
010699*
010700*****************************************************************
010701*    2340-POST-ALLOCATION-LEG                                   *
010702*    POSTS ONE LEG OF AN ALLOCATION: ITS SHARE BECOMES RESULT   *
010703*    AGAINST THE TARGET ACCOUNT, WRITTEN TO THE AUDIT TRAIL     *
010704*    AND THE GL FEED UNDER THE SOURCE SEQUENCE NUMBER AND THE   *
010705*    LEG NUMBER.  NUM1 AND NUM2 STAY AS THE DETAIL SENT THEM,   *
010706*    SO THE LEGS' RESULTS SUM BACK TO THEIR OPERATION.          *
010707*****************************************************************
010708 2340-POST-ALLOCATION-LEG.
010709     MOVE WS-ALC-SHARE (WS-ALC-IX) TO RESULT.
010710     MOVE ALC-TARGET-ACCOUNT (WS-ALC-IX) TO WS-POST-ACCOUNT-NO.
010711     MOVE WS-ALC-IX TO WS-POST-LEG-NO.
010712     MOVE AT-ALLOC-RULE-NO TO WS-POST-RULE-NO.
010713     PERFORM 2700-WRITE-AUDIT
010714         THRU 2700-WRITE-AUDIT-EXIT.
010715     IF NOT WS-GL-SUMMARY
010716         PERFORM 2750-WRITE-GL-RECORD
010717             THRU 2750-WRITE-GL-RECORD-EXIT
010718     END-IF.
010719     PERFORM 2360-RECORD-ALLOCATION-LEG
010720         THRU 2360-RECORD-ALLOCATION-LEG-EXIT.
010722 2340-POST-ALLOCATION-LEG-EXIT.
010723     EXIT.
010724*
010725*****************************************************************
010726*    2345-HASH-ALLOCATION-LEG                                   *
010727*    BUILDS ONE LEG'S AUDIT RECORD EXACTLY AS 2700-WRITE-AUDIT  *
010728*    WILL WRITE IT AND HASHES IT, SEEDED WITH THE PREVIOUS      *
010729*    LEG'S HASH (THE LAST LINK'S FOR LEG 1), KEEPING THE HASH   *
010730*    FOR THE WRITE.                                             *
010731*****************************************************************
010732 2345-HASH-ALLOCATION-LEG.
010733     MOVE WS-ALC-SHARE (WS-ALC-IX) TO RESULT.
010734     MOVE ALC-TARGET-ACCOUNT (WS-ALC-IX) TO WS-POST-ACCOUNT-NO.
010735     MOVE WS-ALC-IX TO WS-POST-LEG-NO.
010736     PERFORM 2705-BUILD-AUDIT-RECORD
010737         THRU 2705-BUILD-AUDIT-RECORD-EXIT.
010738     CALL "ADDHSH" USING WS-ALC-SEED ADDAUD-RECORD
010739         WS-ALC-HASH (WS-ALC-IX) HSH-SERVICE-AREA.
010740     MOVE WS-ALC-HASH (WS-ALC-IX) TO WS-ALC-SEED.
010741 2345-HASH-ALLOCATION-LEG-EXIT.
010742     EXIT.
010743*
010744*****************************************************************
010745*    2350-REBUILD-ALLOCATION                                    *
010746*    RESTART ONLY.  AN ALLOCATION DETAIL THE ABENDED RUN        *
010747*    ALREADY POSTED IS PUT BACK INTO THE ACCOUNT TOTALS AND THE *
010748*    ALLOCATION SECTION FROM THE LEGS 1060-LOAD-POSTED-LEGS     *
010749*    FOUND ON THE AUDIT TRAIL - NOTHING IS WRITTEN TO THE AUDIT *
010750*    TRAIL OR THE GL FEED A SECOND TIME.  NO LEGS MEANS THE     *
010751*    DETAIL WENT TO ADDEXC AND HAS NOTHING TO REBUILD.  THE     *
010752*    RULE ONLY SUPPLIES THE PERCENTAGES FOR THE SECTION, SO IT  *
010753*    MUST STILL SPLIT THE AMOUNT INTO EXACTLY THE LEGS POSTED.  *
010754*    IF IT NO LONGER DOES - CHANGED OR WITHDRAWN SINCE - THE    *
010755*    TOTALS CANNOT BE REBUILT TRUE: THE DETAIL IS DISPLAYED AND *
010756*    POSTING STOPS WITH THE ABEND RETURN CODE, THE CHECKPOINT   *
010757*    LEFT AS IT WAS FOR A RESTART ONCE THE RULE IS PUT BACK.    *
010758*****************************************************************
010759 2350-REBUILD-ALLOCATION.
010760     COMPUTE WS-ALC-AMOUNT = AT-NUM1 + AT-NUM2.
010761     MOVE ZERO TO WS-PLG-FOUND.
010762     PERFORM 2352-COUNT-POSTED-LEG
010763         THRU 2352-COUNT-POSTED-LEG-EXIT
010764         VARYING WS-PLG-IX FROM 1 BY 1
010765         UNTIL WS-PLG-IX GREATER THAN WS-PLG-COUNT.
010767     IF WS-PLG-FOUND EQUAL ZERO
010768         GO TO 2350-REBUILD-ALLOCATION-EXIT
010769     END-IF.
010770     MOVE "N" TO WS-PLG-MATCH-SWITCH.
010771     PERFORM 2310-CHECK-ALLOCATION-RULE
010772         THRU 2310-CHECK-ALLOCATION-RULE-EXIT.
010773     IF WS-ALC-RULE-VALID
010774         IF ALC-TARGET-COUNT EQUAL WS-PLG-FOUND
010775             MOVE "Y" TO WS-PLG-MATCH-SWITCH
010776             PERFORM 2330-SPLIT-ALLOCATION
010777                 THRU 2330-SPLIT-ALLOCATION-EXIT
010778             PERFORM 2355-MATCH-POSTED-LEG
010779                 THRU 2355-MATCH-POSTED-LEG-EXIT
010780                 VARYING WS-PLG-IX FROM 1 BY 1
010781                 UNTIL WS-PLG-IX GREATER THAN WS-PLG-COUNT
010782         END-IF
010783     END-IF.
010784     IF NOT WS-PLG-MATCHED
010785         DISPLAY "ADD-TWO-NUMBERS: SEQ " AT-SEQ-NO
010786             " ALLOCATION RULE " AT-ALLOC-RULE-NO
010787             " NO LONGER MATCHES THE " WS-PLG-FOUND
010788             " LEG(S) POSTED"
010789         DISPLAY "  RESTART STOPPED - PUT THE RULE BACK AS IT WAS"
010790             " AND RESTART AGAIN"
010791         MOVE "Y" TO WS-STOPPED-SWITCH
010792         MOVE "Y" TO WS-EOF-SWITCH
010793         MOVE "Y" TO WS-ABEND-SWITCH
010794         GO TO 2350-REBUILD-ALLOCATION-EXIT
010795     END-IF.
010796     ADD 1 TO WS-ALC-DETAIL-COUNT.
010797     ADD WS-ALC-AMOUNT TO WS-ALC-TOTAL.
010798     PERFORM 2360-RECORD-ALLOCATION-LEG
010799         THRU 2360-RECORD-ALLOCATION-LEG-EXIT
010800         VARYING WS-ALC-IX FROM 1 BY 1
010801         UNTIL WS-ALC-IX GREATER THAN ALC-TARGET-COUNT.
010802 2350-REBUILD-ALLOCATION-EXIT.
010803     EXIT.
010804*
010805*****************************************************************
010806*    2352-COUNT-POSTED-LEG                                      *
010808*    COUNTS ONE TABLED LEG IF IT BELONGS TO THE DETAIL IN HAND. *
010809*****************************************************************
010810 2352-COUNT-POSTED-LEG.
010811     IF WS-PLG-SEQ-NO (WS-PLG-IX) EQUAL AT-SEQ-NO
010812         ADD 1 TO WS-PLG-FOUND
010813     END-IF.
010814 2352-COUNT-POSTED-LEG-EXIT.
010815     EXIT.
010816*
010817*****************************************************************
010818*    2355-MATCH-POSTED-LEG                                      *
010819*    PROVES ONE OF THE DETAIL'S POSTED LEGS AGAINST THE RULE'S  *
010820*    SPLIT: THE SAME LEG NUMBER MUST GO TO THE SAME TARGET      *
010821*    ACCOUNT FOR THE SAME SHARE.                                *
010822*****************************************************************
010823 2355-MATCH-POSTED-LEG.
010824     IF WS-PLG-SEQ-NO (WS-PLG-IX) NOT EQUAL AT-SEQ-NO
010825         GO TO 2355-MATCH-POSTED-LEG-EXIT
010826     END-IF.
010827     MOVE WS-PLG-LEG-NO (WS-PLG-IX) TO WS-ALC-IX.
010828     IF WS-ALC-IX EQUAL ZERO
010829             OR WS-ALC-IX GREATER THAN ALC-TARGET-COUNT
010830         MOVE "N" TO WS-PLG-MATCH-SWITCH
010831         GO TO 2355-MATCH-POSTED-LEG-EXIT
010832     END-IF.
010833     IF WS-PLG-ACCOUNT-NO (WS-PLG-IX)
010834             NOT EQUAL ALC-TARGET-ACCOUNT (WS-ALC-IX)
010835             OR WS-PLG-SHARE (WS-PLG-IX)
010836                 NOT EQUAL WS-ALC-SHARE (WS-ALC-IX)
010837         MOVE "N" TO WS-PLG-MATCH-SWITCH
010838     END-IF.
010839 2355-MATCH-POSTED-LEG-EXIT.
010840     EXIT.
010841*
010842*****************************************************************
010843*    2360-RECORD-ALLOCATION-LEG                                 *
010844*    ROLLS ONE LEG INTO THE ACCOUNT TOTALS AND LOGS IT ON THE   *
010845*    ADDALCW WORK FILE FOR THE ALLOCATION SECTION.              *
010846*****************************************************************
010847 2360-RECORD-ALLOCATION-LEG.
010849     MOVE ALC-TARGET-ACCOUNT (WS-ALC-IX) TO WS-ACCT-WORK-ACCOUNT.
010850     MOVE WS-ALC-SHARE (WS-ALC-IX) TO WS-ACCT-WORK-RESULT.
010851     PERFORM 2070-ACCUMULATE-ACCOUNT
010852         THRU 2070-ACCUMULATE-ACCOUNT-EXIT.
010853     MOVE SPACES TO ADDALCW-RECORD.
010854     MOVE WS-CURR-BATCH-ID TO ALW-BATCH-ID.
010855     MOVE AT-SEQ-NO TO ALW-SEQ-NO.
010856     MOVE AT-ALLOC-RULE-NO TO ALW-RULE-NO.
010857     MOVE WS-ALC-AMOUNT TO ALW-AMOUNT.
010858     MOVE WS-ALC-IX TO ALW-LEG-NO.
010859     MOVE ALC-TARGET-ACCOUNT (WS-ALC-IX) TO ALW-TARGET-ACCOUNT.
010860     MOVE ALC-TARGET-PCT (WS-ALC-IX) TO ALW-TARGET-PCT.
010861     MOVE WS-ALC-SHARE (WS-ALC-IX) TO ALW-SHARE.
010862     WRITE ADDALCW-RECORD.
010863     ADD 1 TO WS-ALC-LEG-COUNT.
010864 2360-RECORD-ALLOCATION-LEG-EXIT.
010865     EXIT.
010866*
010867*****************************************************************
010868*    2500-ADD-NUMBERS                                           *
010869*    CALLS THE SHARED ADDNUM SUBPROGRAM TO APPLY THE DETAIL'S   *
010870*    OPERATION CODE TO NUM1 AND NUM2 GIVING RESULT.  ON SIZE    *
010871*    ERROR THE RECORD IS FLAGGED AND RESULT IS NOT TRUSTED.     *
010872*****************************************************************
010873 2500-ADD-NUMBERS.
010874     CALL "ADDNUM" USING NUM1 NUM2 WS-OP-CODE RESULT
010875         WS-SIZE-ERROR-SWITCH WS-TRUE-TOTAL.
010876 2500-ADD-NUMBERS-EXIT.
010877     EXIT.
010878*
010879*****************************************************************
010880*    2600-WRITE-EXCEPTION                                       *
010881*    WRITES ONE RECORD TO THE EXCEPTION FILE FOR A TRANSACTION  *
010882*    WHOSE RESULT WOULD HAVE OVERFLOWED PIC 9(04).              *
010883*****************************************************************
010884 2600-WRITE-EXCEPTION.
010885     MOVE "S" TO EXC-RECORD-TYPE.
010886     MOVE AT-ACCOUNT-NO TO EXC-ACCOUNT-NO.
010887     MOVE AT-SEQ-NO TO EXC-ORIG-SEQ-NO.
010888     MOVE NUM1 TO EXC-NUM1.
010890     MOVE NUM2 TO EXC-NUM2.
010900     MOVE WS-TRUE-TOTAL TO EXC-TRUE-TOTAL.
010910     MOVE WS-RUN-DATE TO EXC-RUN-DATE.
010915     MOVE WS-CYCLE-NO TO EXC-CYCLE-NO.
010920     MOVE "RESULT OVERFLOW-NOT POSTED" TO EXC-REASON.
010930     MOVE WS-OP-CODE TO EXC-OP-CODE.
010940     WRITE ADDEXC-RECORD.
010950     ADD 1 TO WS-EXC-WRITE-COUNT.
010960 2600-WRITE-EXCEPTION-EXIT.
010970     EXIT.
010971*
010972*****************************************************************
010973*    2650-WRITE-ALLOC-EXCEPTION                                 *
010974*    WRITES ONE RECORD TO THE EXCEPTION FILE FOR AN             *
010975*    ALLOCATION DETAIL WHOSE RULE IS MISSING OR NOT USABLE.     *
010976*    THE ACCOUNT CARRIED IS THE RULE NUMBER, AS SENT.           *
010978*****************************************************************
010979 2650-WRITE-ALLOC-EXCEPTION.
010980     MOVE "S" TO EXC-RECORD-TYPE.
010981     MOVE AT-ALLOC-RULE-NO TO EXC-ACCOUNT-NO.
010982     MOVE AT-SEQ-NO TO EXC-ORIG-SEQ-NO.
010983     MOVE NUM1 TO EXC-NUM1.
010984     MOVE NUM2 TO EXC-NUM2.
010985     MOVE RESULT TO EXC-TRUE-TOTAL.
010986     MOVE WS-RUN-DATE TO EXC-RUN-DATE.
010987     MOVE WS-CYCLE-NO TO EXC-CYCLE-NO.
010988     MOVE "BAD ALLOC RULE-NOT POSTED" TO EXC-REASON.
010989     MOVE WS-OP-CODE TO EXC-OP-CODE.
010990     WRITE ADDEXC-RECORD.
010991     ADD 1 TO WS-EXC-WRITE-COUNT.
010993     DISPLAY "ADD-TWO-NUMBERS: SEQ " AT-SEQ-NO " ALLOCATION RULE "
010994         AT-ALLOC-RULE-NO " NOT USABLE - SEE ADDEXC".
010995 2650-WRITE-ALLOC-EXCEPTION-EXIT.
010996     EXIT.
010997*
010998*****************************************************************
011000*    2700-WRITE-AUDIT                                           *
011010*    APPENDS ONE RECORD TO THE AUDIT TRAIL FOR A SUCCESSFULLY   *
011020*    POSTED CALCULATION - OR ONE LEG OF AN ALLOCATION - TO      *
011021*    WS-POST-ACCOUNT-NO.  THE RECORD IS HASHED BY ADDHSH,       *
011022*    SEEDED WITH THE LAST LINK'S HASH, BEFORE IT IS WRITTEN (AN *
011023*    ALLOCATION LEG WAS ALREADY HASHED BY                       *
011024*    2345-HASH-ALLOCATION-LEG), AND THE LINK THAT CHAINS IT IS  *
011026*    APPENDED TO ADDAUDH RIGHT BEHIND IT.  IF THE HASH SERVICE  *
011027*    FAILS NEITHER IS WRITTEN AND POSTING STOPS - SEE           *
011028*    2715-STOP-POSTING.                                         *
011030*****************************************************************
011031 2700-WRITE-AUDIT.
011032     PERFORM 2705-BUILD-AUDIT-RECORD
011033         THRU 2705-BUILD-AUDIT-RECORD-EXIT.
011034     IF WS-POST-LEG-NO GREATER THAN ZERO
011035         MOVE WS-ALC-HASH (WS-POST-LEG-NO) TO WS-CHAIN-NEW-HASH
011036     ELSE
011037         CALL "ADDHSH" USING WS-CHAIN-LAST-HASH ADDAUD-RECORD
011038             WS-CHAIN-NEW-HASH HSH-SERVICE-AREA
011039         IF HSH-FAILED
011040             PERFORM 2715-STOP-POSTING
011041                 THRU 2715-STOP-POSTING-EXIT
011042             GO TO 2700-WRITE-AUDIT-EXIT
011043         END-IF
011044     END-IF.
011045     WRITE ADDAUD-RECORD.
011046     PERFORM 2710-WRITE-CHAIN-LINK
011047         THRU 2710-WRITE-CHAIN-LINK-EXIT.
011048 2700-WRITE-AUDIT-EXIT.
011049     EXIT.
011050*
011051*****************************************************************
011052*    2705-BUILD-AUDIT-RECORD                                    *
011053*    BUILDS THE AUDIT RECORD FOR THE DETAIL IN HAND, OR THE LEG *
011054*    OF IT IN WS-POST-ACCOUNT-NO AND WS-POST-LEG-NO.            *
011055*****************************************************************
011056 2705-BUILD-AUDIT-RECORD.
011057     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
011058     MOVE WS-CYCLE-NO TO AUD-CYCLE-NO.
011060     MOVE WS-RUN-TIME TO AUD-RUN-TIME.
011070     MOVE WS-JOB-ID TO AUD-JOB-ID.
011080     MOVE AT-SEQ-NO TO AUD-SEQ-NO.
011090     MOVE WS-POST-ACCOUNT-NO TO AUD-ACCOUNT-NO.
011100     MOVE NUM1 TO AUD-NUM1.
011110     MOVE NUM2 TO AUD-NUM2.
011120     MOVE RESULT TO AUD-RESULT.
011130     MOVE WS-OP-CODE TO AUD-OP-CODE.
011140     MOVE WS-CURR-BATCH-ID TO AUD-BATCH-ID.
011141     MOVE WS-POST-LEG-NO TO AUD-LEG-NO.
011155 2705-BUILD-AUDIT-RECORD-EXIT.
011170     EXIT.
011171*
011172*****************************************************************
011173*    2710-WRITE-CHAIN-LINK                                      *
011175*    APPENDS THE CHAIN LINK FOR THE AUDIT RECORD JUST WRITTEN   *
011176*    - THE NEXT CHAIN NUMBER, THE PRIOR AND NEW HASHES AND THE  *
011177*    POSTED RESULT - AND MAKES IT THE LAST LINK.                *
011178*****************************************************************
011180 2710-WRITE-CHAIN-LINK.
011181     ADD 1 TO WS-CHAIN-LAST-NO.
011182     MOVE SPACES TO ADDAUH-RECORD.
011183     MOVE "L" TO AUH-REC-TYPE.
011185     MOVE WS-CHAIN-LAST-NO TO AUH-CHAIN-NO.
011186     MOVE WS-RUN-DATE TO AUH-RUN-DATE.
011187     MOVE WS-JOB-ID TO AUH-JOB-ID.
011188     MOVE AT-SEQ-NO TO AUH-SEQ-NO.
011190     MOVE WS-POST-LEG-NO TO AUH-LEG-NO.
011191     MOVE WS-CHAIN-LAST-HASH TO AUH-PRIOR-HASH.
011192     MOVE WS-CHAIN-NEW-HASH TO AUH-HASH.
011193     MOVE RESULT TO AUH-RESULT.
011195     WRITE ADDAUH-RECORD.
011196     MOVE WS-CHAIN-NEW-HASH TO WS-CHAIN-LAST-HASH.
011197     ADD 1 TO WS-CHAIN-LINK-COUNT.
011198     ADD RESULT TO WS-CHAIN-TOTAL.
011200     IF WS-CHAIN-LINK-COUNT EQUAL 1
011201         MOVE WS-CHAIN-LAST-NO TO WS-CHAIN-FIRST-NO
011202     END-IF.
011203 2710-WRITE-CHAIN-LINK-EXIT.
011204     EXIT.
011205*
011206*****************************************************************
011207*    2715-STOP-POSTING                                          *
011208*    THE AUDIT CHAIN HASH FAILED, SO THE DETAIL IN HAND CANNOT  *
011209*    BE AUDITED.  NOTHING OF IT IS WRITTEN AND NO FURTHER       *
011210*    DETAIL POSTS: IT TAKES NO CHECKPOINT, THE CYCLE STAYS      *
011211*    IN-FLIGHT AND THE RUN ENDS WITH THE ABEND RETURN CODE, SO  *
011212*    THE RESTART POSTS IT ONCE THE HASH SERVICE IS BACK.        *
011213*****************************************************************
011214 2715-STOP-POSTING.
011215     DISPLAY "ADD-TWO-NUMBERS: AUDIT CHAIN HASH FAILED FOR SEQ "
011216         AT-SEQ-NO " LEG " WS-POST-LEG-NO.
011217     DISPLAY "  " HSH-MESSAGE.
011218     DISPLAY "  POSTING STOPPED - RESTART TO POST FROM THIS"
011219         " DETAIL".
011220     MOVE "Y" TO WS-STOPPED-SWITCH.
011221     MOVE "Y" TO WS-EOF-SWITCH.
011222     MOVE "Y" TO WS-ABEND-SWITCH.
011223 2715-STOP-POSTING-EXIT.
011224     EXIT.
011225*
011226*****************************************************************
011227*    2750-WRITE-GL-RECORD                                       *
011228*    WRITES ONE RECORD TO THE GL INTERFACE FILE FOR A           *
011229*    SUCCESSFULLY POSTED RESULT - THE ACCOUNT THE TRANSACTION   *
011230*    CARRIES, THE UNSIGNED AMOUNT, A SEPARATE SIGN AND THE RUN  *
011240*    DATE - SO THE NIGHTLY GL PICKUP CAN POST DEBITS AND        *
011250*    CREDITS WITHOUT PARSING AN EMBEDDED SIGN.  THE SOURCE      *
011253*    SEQUENCE, LEG AND ALLOCATION RULE TIE AN ALLOCATION LEG    *
011256*    BACK TO THE DETAIL THAT PRODUCED IT.                       *
011260*****************************************************************
011270 2750-WRITE-GL-RECORD.
011275     MOVE SPACES TO ADDGL-RECORD.
011280     MOVE WS-POST-ACCOUNT-NO TO GL-ACCOUNT-NO.
011290     MOVE WS-RUN-DATE TO GL-POSTING-DATE.
011291     MOVE WS-CYCLE-NO TO GL-CYCLE-NO.
011292     MOVE AT-SEQ-NO TO GL-SEQ-NO.
011295     MOVE WS-POST-LEG-NO TO GL-LEG-NO.
011297     MOVE WS-POST-RULE-NO TO GL-ALLOC-RULE-NO.
011300     IF RESULT LESS THAN ZERO
011310         MOVE "-" TO GL-SIGN
011320         COMPUTE GL-AMOUNT = RESULT * -1
011740     MOVE SPACES TO ADDGL-RECORD.
011750     MOVE ACW-ACCOUNT-NO TO GL-ACCOUNT-NO.
011760     MOVE WS-RUN-DATE TO GL-POSTING-DATE.
011761     MOVE WS-CYCLE-NO TO GL-CYCLE-NO.
011762     MOVE ZERO TO GL-SEQ-NO.
011765     MOVE ZERO TO GL-LEG-NO.
011767     MOVE ZERO TO GL-ALLOC-RULE-NO.
011770     IF ACW-NET LESS THAN ZERO
011780         MOVE "-" TO GL-SIGN
011790         COMPUTE GL-AMOUNT =
011980     END-IF.
011990     WRITE ADDGL-RECORD.
012000 2770-WRITE-ONE-NET-RECORD-EXIT.
012001     EXIT.
012002*
012003*****************************************************************
012005*    2780-WRITE-SUSPENSE-ITEM                                   *
012006*    LOGS ONE DETAIL THAT JUST POSTED TO A SUSPENSE ACCOUNT ON  *
012007*    THE ADDSPND SUSPENSE ITEM FILE - THE RUN DATE AND          *
012008*    SEQUENCE IT POSTED UNDER (THE SAME KEY AS ITS AUDIT        *
012010*    RECORD), THE SUSPENSE ACCOUNT, THE ACCOUNT IT WAS MEANT    *
012011*    FOR AND ITS AMOUNTS - SO ADDSCL CAN RECLASS IT ONCE THE    *
012012*    RIGHT ACCOUNT IS KNOWN AND ADDSAG CAN AGE IT UNTIL THEN.   *
012013*****************************************************************
012015 2780-WRITE-SUSPENSE-ITEM.
012016     MOVE SPACES TO ADDSPN-RECORD.
012017     MOVE "P" TO SPN-STATUS.
012018     MOVE WS-RUN-DATE TO SPN-ORIGIN-DATE.
012019     MOVE WS-CYCLE-NO TO SPN-CYCLE-NO.
012020     MOVE AT-SEQ-NO TO SPN-ORIGIN-SEQ.
012021     MOVE WS-CURR-BATCH-ID TO SPN-BATCH-ID.
012022     MOVE WS-CURR-SOURCE-SYSTEM TO SPN-SOURCE-SYSTEM.
012023     MOVE AT-ACCOUNT-NO TO SPN-SUSPENSE-ACCOUNT.
012025     MOVE AT-INTENDED-ACCOUNT TO SPN-INTENDED-ACCOUNT.
012026     MOVE NUM1 TO SPN-NUM1.
012027     MOVE NUM2 TO SPN-NUM2.
012028     MOVE WS-OP-CODE TO SPN-OP-CODE.
012030     MOVE ZERO TO SPN-CLEARED-ACCOUNT.
012031     MOVE ZERO TO SPN-CLEAR-DATE.
012032     WRITE ADDSPN-RECORD.
012033     ADD 1 TO WS-SUSPENSE-COUNT.
012035 2780-WRITE-SUSPENSE-ITEM-EXIT.
012036     EXIT.
012037*
012038*****************************************************************
012040*    2800-RECONCILE-TOTALS                                      *
012050*    CLOSES THE CURRENT BATCH AGAINST ITS OWN TRAILER.  A       *
012060*    MISMATCH IS FLAGGED TO THE EXCEPTION FILE AND REQUESTS AN  *
012310         MOVE AT-TRAILER-TOTAL TO EXC-EXPECTED-TOTAL
012320         MOVE WS-BATCH-RESULT-TOTAL TO EXC-ACTUAL-TOTAL
012330         MOVE WS-RUN-DATE TO EXC-RUN-DATE
012335         MOVE WS-CYCLE-NO TO EXC-CYCLE-NO
012340         MOVE "BATCH TOTALS DO NOT AGREE" TO EXC-REASON
012350         WRITE ADDEXC-RECORD
012360         ADD 1 TO WS-EXC-WRITE-COUNT
012840     MOVE WS-CURR-BATCH-ID TO BRG-BATCH-ID.
012850     MOVE WS-CURR-SOURCE-SYSTEM TO BRG-SOURCE-SYSTEM.
012860     MOVE WS-RUN-DATE TO BRG-RUN-DATE.
012865     MOVE WS-CYCLE-NO TO BRG-CYCLE-NO.
012870     MOVE WS-JOB-ID TO BRG-JOB-ID.
012880     MOVE WS-RUN-TIME TO BRG-STAMP-TIME.
012890     OPEN EXTEND ADDBRG-FILE.
013310*    PICTURE.                                                   *
013320*****************************************************************
013330 2840-STAMP-STAT-BATCH.
013332     IF WS-STAT-BATCH-SEQ NOT LESS THAN WS-STAT-BATCH-LIMIT
013335         GO TO 2840-STAMP-STAT-BATCH-EXIT
013337     END-IF.
013340     ADD 1 TO WS-STAT-BATCH-SEQ.
013350     MOVE SPACES TO ADDSTA-RECORD.
013360     MOVE WS-RUN-DATE TO STA-RUN-DATE.
013450     MOVE WS-BATCH-RESULT-TOTAL TO STA-RESULT-TOTAL.
013460     MOVE ZERO TO STA-SEQ-NO.
013470     MOVE WS-EXC-WRITE-COUNT TO STA-EXC-COUNT.
013475     MOVE WS-CYCLE-NO TO STA-CYCLE-NO.
013480     PERFORM 2960-PUT-STAT-RECORD
013490         THRU 2960-PUT-STAT-RECORD-EXIT.
013500 2840-STAMP-STAT-BATCH-EXIT.
013660     MOVE ZERO TO EXC-EXPECTED-TOTAL.
013670     MOVE WS-BATCH-RESULT-TOTAL TO EXC-ACTUAL-TOTAL.
013680     MOVE WS-RUN-DATE TO EXC-RUN-DATE.
013685     MOVE WS-CYCLE-NO TO EXC-CYCLE-NO.
013690     MOVE "BATCH ENDED - NO TRAILER" TO EXC-REASON.
013700     WRITE ADDEXC-RECORD.
013710     ADD 1 TO WS-EXC-WRITE-COUNT.
014280     MOVE WS-BATCH-RESULT-TOTAL TO STA-RESULT-TOTAL.
014290     MOVE CKPT-LAST-SEQ-NO TO STA-SEQ-NO.
014300     MOVE WS-EXC-WRITE-COUNT TO STA-EXC-COUNT.
014305     MOVE WS-CYCLE-NO TO STA-CYCLE-NO.
014310     PERFORM 2960-PUT-STAT-RECORD
014320         THRU 2960-PUT-STAT-RECORD-EXIT.
014330 2950-STAMP-STAT-CKPT-EXIT.
014590*****************************************************************
014600*    3000-WRITE-REPORT-HEADER                                   *
014610*    STARTS A NEW REPORT PAGE WITH THE PROGRAM NAME, RUN DATE,  *
014620*    POSTING CYCLE, PAGE NUMBER AND COLUMN TITLES.              *
014630*****************************************************************
014640 3000-WRITE-REPORT-HEADER.
014650     ADD 1 TO WS-PAGE-COUNT.
014670         WS-RUN-DATE(7:2) "/" DELIMITED BY SIZE
014680         WS-RUN-DATE(1:4) DELIMITED BY SIZE
014690         INTO H1-RUN-DATE.
014695     MOVE WS-CYCLE-NO TO H1-CYCLE-NO.
014700     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
014710     WRITE ADDRPT-RECORD FROM WS-RPT-HEADER-1
014720         AFTER ADVANCING PAGE.
016160     MOVE ACW-DET-COUNT TO A-DETAIL-COUNT.
016170     MOVE ACW-NET TO A-NET-TOTAL.
016180     WRITE ADDRPT-RECORD FROM WS-RPT-ACCT-LINE
016181         AFTER ADVANCING 1 LINE.
016182 3450-WRITE-ACCOUNT-LINE-EXIT.
016183     EXIT.
016184*
016185*****************************************************************
016186*    3500-WRITE-ALLOCATION-SECTION                              *
016187*    PRINTS THE ALLOCATION SECTION - EVERY ALLOCATION DETAIL    *
016188*    POSTED, WITH ITS RULE AND AMOUNT, AND UNDER IT EACH LEG'S  *
016189*    TARGET ACCOUNT, PERCENTAGE AND SHARE - READ BACK FROM THE  *
016190*    ADDALCW WORK FILE IN POSTING ORDER, WITH A CLOSING TOTAL.  *
016191*****************************************************************
016192 3500-WRITE-ALLOCATION-SECTION.
016193     IF WS-ALC-DETAIL-COUNT EQUAL ZERO
016194         GO TO 3500-WRITE-ALLOCATION-SECTION-EXIT
016195     END-IF.
016196     ADD 1 TO WS-PAGE-COUNT.
016197     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
016198     WRITE ADDRPT-RECORD FROM WS-RPT-HEADER-1
016199         AFTER ADVANCING PAGE.
016200     WRITE ADDRPT-RECORD FROM WS-RPT-ALC-TITLE
016201         AFTER ADVANCING 2 LINES.
016202     WRITE ADDRPT-RECORD FROM WS-RPT-ALC-HEADER
016203         AFTER ADVANCING 2 LINES.
016204     CLOSE ADDALCW-FILE.
016205     OPEN INPUT ADDALCW-FILE.
016206     IF NOT WS-ADDALCW-OK
016207         DISPLAY "ADD-TWO-NUMBERS: ALLOCATION WORK FILE REOPEN "
016208             "FAILED"
016209         DISPLAY "FILE STATUS IS " WS-ADDALCW-STATUS
016210         MOVE "Y" TO WS-ABEND-SWITCH
016211         GO TO 3500-WRITE-ALLOCATION-SECTION-EXIT
016212     END-IF.
016213     MOVE "N" TO WS-ALW-EOF-SWITCH.
016214     PERFORM 3550-WRITE-ALLOCATION-LINE
016215         THRU 3550-WRITE-ALLOCATION-LINE-EXIT
016216         UNTIL WS-ALW-EOF.
016217     MOVE WS-ALC-DETAIL-COUNT TO L-DETAIL-COUNT.
016218     MOVE WS-ALC-LEG-COUNT TO L-LEG-COUNT.
016220     MOVE WS-ALC-TOTAL TO L-ALC-TOTAL.
016221     WRITE ADDRPT-RECORD FROM WS-RPT-ALC-TOTAL-LINE
016222         AFTER ADVANCING 2 LINES.
016223 3500-WRITE-ALLOCATION-SECTION-EXIT.
016224     EXIT.
016225*
016226*****************************************************************
016227*    3550-WRITE-ALLOCATION-LINE                                 *
016228*    READS THE NEXT ALLOCATION WORK RECORD AND PRINTS ITS LEG.  *
016229*    THE DETAIL'S BATCH, SEQUENCE, RULE AND AMOUNT PRINT ON     *
016230*    ITS FIRST LEG ONLY.                                        *
016231*****************************************************************
016232 3550-WRITE-ALLOCATION-LINE.
016233     READ ADDALCW-FILE
016234         AT END
016235             MOVE "Y" TO WS-ALW-EOF-SWITCH
016236             GO TO 3550-WRITE-ALLOCATION-LINE-EXIT
016237     END-READ.
016238     IF ALW-LEG-NO EQUAL 1
016239         MOVE ALW-BATCH-ID TO L-BATCH-ID
016240         MOVE ALW-SEQ-NO TO L-SEQ-NO
016241         MOVE ALW-RULE-NO TO L-RULE-NO
016242         MOVE ALW-AMOUNT TO L-AMOUNT
016243     ELSE
016244         MOVE SPACES TO L-DETAIL-DATA
016245     END-IF.
016246     MOVE ALW-LEG-NO TO L-LEG-NO.
016247     MOVE ALW-TARGET-ACCOUNT TO L-TARGET-ACCOUNT.
016248     MOVE ALW-TARGET-PCT TO L-TARGET-PCT.
016249     MOVE ALW-SHARE TO L-SHARE.
016250     WRITE ADDRPT-RECORD FROM WS-RPT-ALC-LINE
016251         AFTER ADVANCING 1 LINE.
016252 3550-WRITE-ALLOCATION-LINE-EXIT.
016253     EXIT.
016254*
016255*****************************************************************
016256*    9000-TERMINATE                                             *
016257*    PRINTS THE REPORT SUMMARY, BATCH RECAP AND ALLOCATION      *
016258*    SECTION, SEALS THE AUDIT CHAIN WITH A SIGNED RUN-CONTROL   *
016259*    RECORD, CLOSES FILES, CLEARS A COMPLETED RUN'S             *
016260*    CHECKPOINT AND SETS THE STEP RETURN CODE.  A BATCH STILL   *
016270*    OPEN AT END OF FILE - OR A FILE THAT NEVER PRESENTED A     *
016280*    TRAILER AT ALL - IS FLAGGED AS A CONTROL TOTAL FAILURE     *
016290*    BEFORE THE RUN IS CLOSED OUT.                              *
016300*****************************************************************
016310 9000-TERMINATE.
016320     IF WS-RUN-REFUSED
016350         MOVE 16 TO RETURN-CODE
016360         GO TO 9000-TERMINATE-EXIT
016370     END-IF.
016372*    A RUN STOPPED PART WAY LEAVES ITS OPEN BATCH AND THE
016374*    SUMMARY GL FEED TO THE RESTART, WHICH RECONCILES THE BATCH
016376*    AND FEEDS THE WHOLE CYCLE'S NET - EITHER DONE HERE WOULD
016378*    FAIL A BATCH THAT IS NOT BROKEN OR DOUBLE THE GL.
016380     IF WS-BATCH-OPEN
016390             OR NOT WS-TRAILER-SEEN
016396         IF NOT WS-POSTING-STOPPED
016402             PERFORM 2850-NO-TRAILER-FOUND
016408                 THRU 2850-NO-TRAILER-FOUND-EXIT
016414         END-IF
016420     END-IF.
016430     PERFORM 3400-WRITE-ACCOUNT-SUMMARY
016440         THRU 3400-WRITE-ACCOUNT-SUMMARY-EXIT.
016460         THRU 3200-WRITE-REPORT-SUMMARY-EXIT.
016470     PERFORM 3300-WRITE-BATCH-RECAP
016480         THRU 3300-WRITE-BATCH-RECAP-EXIT.
016483     PERFORM 3500-WRITE-ALLOCATION-SECTION
016486         THRU 3500-WRITE-ALLOCATION-SECTION-EXIT.
016490     IF WS-GL-SUMMARY
016495             AND NOT WS-POSTING-STOPPED
016500         PERFORM 2760-WRITE-GL-SUMMARY
016510             THRU 2760-WRITE-GL-SUMMARY-EXIT
016520     END-IF.
016522     IF WS-INPUT-CONSUMED
016524         PERFORM 9040-CLOSE-CYCLE
016526             THRU 9040-CLOSE-CYCLE-EXIT
016528     END-IF.
016530     IF WS-STAT-AVAILABLE
016540         PERFORM 9050-STAMP-STAT-FINAL
016550             THRU 9050-STAMP-STAT-FINAL-EXIT
016590     END-IF.
016600     CLOSE ADDTRAN-FILE.
016610     CLOSE ADDEXC-FILE.
016611     CLOSE ADDAUD-FILE.
016613     IF WS-CHAIN-OPEN
016614         PERFORM 9070-WRITE-RUN-CONTROL
016616             THRU 9070-WRITE-RUN-CONTROL-EXIT
016618         CLOSE ADDAUDH-FILE
016619     END-IF.
016621     CLOSE ADDSPND-FILE.
016623     IF WS-SUSPENSE-COUNT GREATER THAN ZERO
016625         DISPLAY "ADD-TWO-NUMBERS: " WS-SUSPENSE-COUNT
016626             " ITEM(S) POSTED TO SUSPENSE - SEE ADDSPND"
016628     END-IF.
016629     IF WS-ALC-DETAIL-COUNT GREATER THAN ZERO
016630         DISPLAY "ADD-TWO-NUMBERS: " WS-ALC-DETAIL-COUNT
016631             " ALLOCATION(S) POSTED AS " WS-ALC-LEG-COUNT
016632             " LEG(S)"
016633     END-IF.
016634     IF WS-ALC-AVAILABLE
016635         CLOSE ADDALC-FILE
016636     END-IF.
016637     CLOSE ADDALCW-FILE.
016638     CLOSE ADDRPT-FILE.
016640     CLOSE ADDGL-FILE.
016650     CLOSE ADDACCW-FILE.
016660     CLOSE ADDRCPW-FILE.
016840         OPEN OUTPUT ADDCKPT-FILE
016850         WRITE ADDCKPT-RECORD
016860         CLOSE ADDCKPT-FILE
016870*        THE CYCLE IS DONE WITH ITS INPUT, RC 16 OR NOT -
016880*        EVERY RECORD'S OUTPUTS ARE WRITTEN, SO A
016890*        RESUBMISSION WOULD DOUBLE-APPEND ADDAUD AND THE GL
016900*        FEED.  STAMP THE CYCLE POSTED (AND THE DATE COMPLETE
016910*        AFTER ITS LAST SCHEDULED CYCLE); A DELIBERATE RERUN
016926*        NEEDS THE EXPLICIT ,O OVERRIDE.
016943         MOVE WS-RUN-CONTROL-SAVE TO ADDRUN-RECORD
016960         OPEN OUTPUT ADDRUN-FILE
016970         WRITE ADDRUN-RECORD
016980         CLOSE ADDRUN-FILE
016981         IF WS-DATE-CLOSED
016982             DISPLAY "ADD-TWO-NUMBERS: CYCLE " WS-CYCLE-NO
016983                 " POSTED - BUSINESS DATE " WS-RUN-DATE
016984                 " IS CLOSED"
016985         ELSE
016986             DISPLAY "ADD-TWO-NUMBERS: CYCLE " WS-CYCLE-NO
016987                 " OF " WS-CYCLES-SCHEDULED " POSTED - BUSINESS"
016988                 " DATE " WS-RUN-DATE " STAYS OPEN"
016989         END-IF
016990     END-IF.
017000     IF WS-ABEND-REQUESTED
017010         MOVE 16 TO RETURN-CODE
017020     END-IF.
017030 9000-TERMINATE-EXIT.
017031     EXIT.
017032*
017033*****************************************************************
017034*    9040-CLOSE-CYCLE                                           *
017035*    MARKS THIS CYCLE POSTED ON THE SAVED RUN CONTROL RECORD.   *
017036*    THE LAST SCHEDULED CYCLE CLOSES THE BUSINESS DATE; AN      *
017038*    OVERRIDE RERUN OF ANY CYCLE ON A DATE ALREADY CLOSED       *
017039*    LEAVES IT CLOSED.  EARLIER CYCLES LEAVE THE DATE OPEN      *
017040*    FOR THE NEXT CYCLE OR THE ADDEOD END-OF-DAY STEP.          *
017041*****************************************************************
017042 9040-CLOSE-CYCLE.
017043     MOVE WS-RUN-CONTROL-SAVE TO ADDRUN-RECORD.
017044     MOVE WS-JOB-ID TO RUN-CTL-JOB-ID.
017046     MOVE WS-RUN-TIME TO RUN-CTL-TIME.
017047     MOVE WS-CYCLE-NO TO RUN-CTL-CYCLE-NO.
017048     MOVE "P" TO RUN-CTL-CYC-STATUS (WS-CYCLE-NO).
017049     MOVE WS-JOB-ID TO RUN-CTL-CYC-JOB-ID (WS-CYCLE-NO).
017050     IF NOT RUN-CTL-DATE-OPEN
017051         MOVE "C" TO RUN-CTL-STATUS
017052         MOVE "Y" TO WS-DATE-CLOSED-SWITCH
017054     ELSE
017055         IF WS-CYCLE-NO NOT LESS THAN WS-CYCLES-SCHEDULED
017056             MOVE "C" TO RUN-CTL-STATUS
017057             MOVE "L" TO RUN-CTL-CLOSE-TYPE
017058             MOVE "Y" TO WS-DATE-CLOSED-SWITCH
017059         ELSE
017060             MOVE "P" TO RUN-CTL-STATUS
017062         END-IF
017063     END-IF.
017064     MOVE ADDRUN-RECORD TO WS-RUN-CONTROL-SAVE.
017065 9040-CLOSE-CYCLE-EXIT.
017066     EXIT.
017067*
017068*****************************************************************
017070*    9050-STAMP-STAT-FINAL                                      *
017080*    REWRITES THIS CYCLE'S RECORD ON THE RUN STATUS MASTER AT   *
017090*    TERMINATION - COMPLETE WHEN THE INPUT WAS CONSUMED,        *
017100*    STILL IN-FLIGHT OTHERWISE - WITH THE FINAL CYCLE TOTALS    *
017110*    AND ITS EXCEPTION COUNT, THEN RESTATES THE DAY RECORD.     *
017120*****************************************************************
017130 9050-STAMP-STAT-FINAL.
017140     MOVE SPACES TO ADDSTA-RECORD.
017150     MOVE WS-RUN-DATE TO STA-RUN-DATE.
017160     MOVE "R" TO STA-REC-TYPE.
017170     MOVE WS-CYCLE-NO TO STA-BATCH-SEQ.
017180     MOVE WS-JOB-ID TO STA-JOB-ID.
017190     MOVE WS-RUN-TIME TO STA-STAMP-TIME.
017200     IF WS-INPUT-CONSUMED
017260     MOVE WS-RESULT-TOTAL TO STA-RESULT-TOTAL.
017270     MOVE ZERO TO STA-SEQ-NO.
017280     MOVE WS-EXC-WRITE-COUNT TO STA-EXC-COUNT.
017282     MOVE WS-CYCLE-NO TO STA-CYCLE-NO.
017285     MOVE WS-CYCLES-SCHEDULED TO STA-CYCLES-SCHEDULED.
017287     MOVE CYC-CUTOFF-TIME (WS-CYCLE-NO) TO STA-CUTOFF-TIME.
017290     PERFORM 2960-PUT-STAT-RECORD
017300         THRU 2960-PUT-STAT-RECORD-EXIT.
017302     IF WS-STAT-AVAILABLE
017304         PERFORM 9060-STAMP-STAT-DAY
017305             THRU 9060-STAMP-STAT-DAY-EXIT
017306     END-IF.
017307 9050-STAMP-STAT-FINAL-EXIT.
017308     EXIT.
017309*
017310*****************************************************************
017311*    9060-STAMP-STAT-DAY                                        *
017312*    RESTATES THE DAY RECORD (SEQUENCE ZERO) ON THE RUN STATUS  *
017313*    MASTER - OPEN OR CLOSED, THE LATEST CYCLE, THE CYCLES      *
017314*    SCHEDULED WITH EVERY CYCLE'S CUTOFF AND THE TOTALS OF      *
017315*    EVERY CYCLE RECORD ON FILE FOR THE DATE.                   *
017316*****************************************************************
017317 9060-STAMP-STAT-DAY.
017318     MOVE ZERO TO WS-DAY-DETAIL-COUNT.
017319     MOVE ZERO TO WS-DAY-RESULT-TOTAL.
017320     MOVE ZERO TO WS-DAY-EXC-COUNT.
017321     PERFORM 9065-ADD-STAT-CYCLE
017322         THRU 9065-ADD-STAT-CYCLE-EXIT
017323         VARYING WS-STAT-CYC-IX FROM 1 BY 1
017324         UNTIL WS-STAT-CYC-IX GREATER THAN 4.
017325     MOVE SPACES TO ADDSTA-RECORD.
017326     MOVE WS-RUN-DATE TO STA-RUN-DATE.
017328     MOVE "R" TO STA-REC-TYPE.
017329     MOVE ZERO TO STA-BATCH-SEQ.
017330     MOVE WS-JOB-ID TO STA-JOB-ID.
017331     MOVE WS-RUN-TIME TO STA-STAMP-TIME.
017332     IF WS-DATE-CLOSED
017333         MOVE "CLOSD" TO STA-STATUS
017334     ELSE
017335         MOVE "OPEN " TO STA-STATUS
017336     END-IF.
017337     MOVE WS-DAY-DETAIL-COUNT TO STA-DETAIL-COUNT.
017338     MOVE WS-DAY-RESULT-TOTAL TO STA-RESULT-TOTAL.
017339     MOVE ZERO TO STA-SEQ-NO.
017341     MOVE WS-DAY-EXC-COUNT TO STA-EXC-COUNT.
017342     MOVE WS-CYCLE-NO TO STA-CYCLE-NO.
017343     MOVE WS-CYCLES-SCHEDULED TO STA-CYCLES-SCHEDULED.
017344     MOVE ZERO TO STA-CUTOFF-TIME.
017345     MOVE CYC-CUTOFF-TIME (1) TO STA-DAY-CUTOFF (1).
017346     MOVE CYC-CUTOFF-TIME (2) TO STA-DAY-CUTOFF (2).
017347     MOVE CYC-CUTOFF-TIME (3) TO STA-DAY-CUTOFF (3).
017348     MOVE CYC-CUTOFF-TIME (4) TO STA-DAY-CUTOFF (4).
017349     PERFORM 2960-PUT-STAT-RECORD
017350         THRU 2960-PUT-STAT-RECORD-EXIT.
017351 9060-STAMP-STAT-DAY-EXIT.
017352     EXIT.
017354*
017355*****************************************************************
017356*    9065-ADD-STAT-CYCLE                                        *
017357*    ADDS ONE CYCLE RECORD'S TOTALS INTO THE DAY TOTALS.  A     *
017358*    CYCLE NOT YET RUN HAS NO RECORD AND ADDS NOTHING.          *
017359*****************************************************************
017360 9065-ADD-STAT-CYCLE.
017361     MOVE WS-RUN-DATE TO STA-RUN-DATE.
017362     MOVE "R" TO STA-REC-TYPE.
017363     MOVE WS-STAT-CYC-IX TO STA-BATCH-SEQ.
017364     READ ADDSTAT-FILE
017365         INVALID KEY
017367             GO TO 9065-ADD-STAT-CYCLE-EXIT
017368     END-READ.
017369     ADD STA-DETAIL-COUNT TO WS-DAY-DETAIL-COUNT.
017370     ADD STA-RESULT-TOTAL TO WS-DAY-RESULT-TOTAL.
017371     ADD STA-EXC-COUNT TO WS-DAY-EXC-COUNT.
017372 9065-ADD-STAT-CYCLE-EXIT.
017373     EXIT.
017374*
017375*****************************************************************
017376*    9070-WRITE-RUN-CONTROL                                     *
017377*    SEALS THE LINKS WRITTEN SINCE THE LAST RUN-CONTROL RECORD  *
017378*    - THIS RUN'S, AND AN ABENDED EXECUTION'S BEFORE IT - WITH  *
017380*    THEIR COUNT, RESULT TOTAL AND CHAIN RANGE.  THE SIGNATURE  *
017385*    IS THE ADDHMC SEAL (HMAC-SHA-256 UNDER THE ADDHKEY KEY) OF *
017391*    THE RECORD WITH THE LAST LINK'S HASH STANDING IN THE       *
017397*    SIGNATURE FIELD, SO IT BINDS THE END OF THE CHAIN TOO.  IF *
017402*    THE SEAL CANNOT BE MADE NO RECORD IS WRITTEN - THE LINKS   *
017408*    STAY UNSEALED FOR THE NEXT RUN TO SEAL, AS AFTER AN ABEND  *
017414*    - AND THE RUN ENDS WITH THE ABEND RETURN CODE.             *
017420*****************************************************************
017430 9070-WRITE-RUN-CONTROL.
017440     MOVE SPACES TO ADDAUH-RECORD.
017450     MOVE "R" TO AUH-REC-TYPE.
017460     MOVE WS-CHAIN-LAST-NO TO AUH-CHAIN-NO.
017470     MOVE WS-RUN-DATE TO AUH-RUN-DATE.
017480     MOVE WS-JOB-ID TO AUH-JOB-ID.
017490     MOVE WS-RUN-TIME TO AUH-RUN-TIME.
017500     MOVE WS-CHAIN-FIRST-NO TO AUH-FIRST-CHAIN-NO.
017510     MOVE WS-CHAIN-LINK-COUNT TO AUH-LINK-COUNT.
017520     MOVE WS-CHAIN-TOTAL TO AUH-RESULT-TOTAL.
017530     MOVE WS-CHAIN-LAST-HASH TO AUH-SIGNATURE.
017533     CALL "ADDHMC" USING ADDAUH-RECORD WS-CHAIN-SIGNATURE
017536         HSH-SERVICE-AREA.
017540     IF HSH-FAILED
017543         DISPLAY "ADD-TWO-NUMBERS: AUDIT CHAIN NOT SEALED - "
017546             HSH-MESSAGE
017550         MOVE "Y" TO WS-ABEND-SWITCH
017553         GO TO 9070-WRITE-RUN-CONTROL-EXIT
017556     END-IF.
017560     MOVE WS-CHAIN-SIGNATURE TO AUH-SIGNATURE.
017570     WRITE ADDAUH-RECORD.
017580     DISPLAY "ADD-TWO-NUMBERS: AUDIT CHAIN SEALED AT LINK "
017590         WS-CHAIN-LAST-NO " - " WS-CHAIN-LINK-COUNT
017600         " LINK(S) IN THIS SEAL".
017610 9070-WRITE-RUN-CONTROL-EXIT.
017620     EXIT.
017630
