000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADDCYC.
000030 AUTHOR. R-L-HARMON.
000040 INSTALLATION. FINANCE-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000090*    POSTING CYCLE GATE.  SHARED BY THE ADDRCK PRE-CHECK AND    *
000100*    THE POSTING STEP, WHICH BOTH CALL IT WITH THE ADDRUN RUN   *
000110*    CONTROL RECORD (ADDRUNR) AND THE GATE AREA (ADDCYCA), SO   *
000120*    THE TWO CAN NEVER DISAGREE ABOUT WHETHER A CYCLE MAY RUN.  *
000130*    IT DECIDES ONLY - NOTHING IS WRITTEN HERE.  THE DECISION   *
000140*    IS PROCEED, RESTART (THE SAME CYCLE IS IN FLIGHT) OR       *
000150*    REFUSED:                                                   *
000160*                                                                *
000170*      - A CYCLE NOT SCHEDULED FOR THE DATE ON ADDCAL NEVER     *
000180*        RUNS.                                                  *
000190*      - A NEW DATE STARTS AT CYCLE 1.  IT IS REFUSED WHILE     *
000200*        AN EARLIER DATE IS STILL OPEN (POSTED BUT NOT          *
000210*        CLOSED) - CLOSE THAT DATE WITH ADDEOD FIRST.           *
000220*      - ON AN OPEN DATE THE NEXT CYCLE NOT YET POSTED RUNS.    *
000230*        A CYCLE ALREADY POSTED, OR ONE RUN AHEAD OF AN         *
000240*        EARLIER CYCLE, NEEDS THE ,O OVERRIDE.                  *
000250*      - A CLOSED DATE NEEDS THE ,O OVERRIDE FOR ANY CYCLE.     *
000260*      - WHILE A CYCLE IS IN FLIGHT ONLY THAT CYCLE MAY RUN,    *
000270*        AND IT RESTARTS.                                       *
000280*      - A CYCLE STARTED BEFORE ITS CUTOFF TIME NEEDS THE ,O    *
000290*        OVERRIDE.                                              *
000300*      - A CYCLE MAY NOT REUSE THE JOB ID OF ANOTHER CYCLE OF   *
000310*        THE SAME DATE - THE AUDIT MASTER KEYS ON DATE, JOB     *
000320*        AND SEQUENCE, AND SEQUENCES START AT 1 EVERY CYCLE.    *
000330*        NOT EVEN ,O OVERRIDES THIS.                            *
000340*                                                                *
000350*    A RUN CONTROL RECORD WRITTEN BEFORE CYCLES EXISTED IS      *
000360*    FIRST NORMALIZED IN PLACE TO A ONE-CYCLE DATE, SO THE      *
000370*    CALLER STAMPS A WELL-FORMED RECORD AFTERWARDS.             *
000380*                                                                *
000390*    MODIFICATION HISTORY                                       *
000400*    ---------------------                                      *
000410*    10/15/26  RLH  ORIGINAL PROGRAM.                            *
000420*                                                                *
000430*****************************************************************
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490*
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520*
000530 01  WS-CYCLE-WORK.
000540     05  WS-CYC-IX                   PIC 9(04) COMP.
000550     05  WS-NEXT-CYCLE               PIC 9(01).
000560     05  WS-EDIT-CYCLE               PIC 9(01).
000570     05  WS-CUTOFF-HHMM              PIC 9(04).
000580*
000590 LINKAGE SECTION.
000600*
000610     COPY ADDRUNR.
000620     COPY ADDCYCA.
000630*
000640 PROCEDURE DIVISION USING ADDRUN-RECORD CYC-GATE-AREA.
000650*
000660*****************************************************************
000670*    0000-MAINLINE                                              *
000680*    NORMALIZES THE RUN CONTROL RECORD, PROVES THE CYCLE IS     *
000690*    SCHEDULED, THEN APPLIES THE SAME-DATE OR NEW-DATE RULES    *
000700*    AND, FOR A FRESH START, THE CUTOFF AND JOB ID RULES.       *
000710*****************************************************************
000720 0000-MAINLINE.
000730     MOVE "P" TO CYC-DECISION.
000740     MOVE SPACES TO CYC-MESSAGE-1.
000750     MOVE SPACES TO CYC-MESSAGE-2.
000760     PERFORM 1000-NORMALIZE-RUN-CONTROL
000770         THRU 1000-NORMALIZE-RUN-CONTROL-EXIT.
000780     PERFORM 1050-NORMALIZE-SCHEDULE
000790         THRU 1050-NORMALIZE-SCHEDULE-EXIT.
000800     PERFORM 1200-CHECK-SCHEDULED
000810         THRU 1200-CHECK-SCHEDULED-EXIT.
000820     IF CYC-PROCEED
000830         IF RUN-CTL-DATE EQUAL CYC-RUN-DATE
000840             PERFORM 2000-CHECK-SAME-DATE
000850                 THRU 2000-CHECK-SAME-DATE-EXIT
000860         ELSE
000870             PERFORM 3000-CHECK-NEW-DATE
000880                 THRU 3000-CHECK-NEW-DATE-EXIT
000890         END-IF
000900     END-IF.
000910     IF CYC-PROCEED
000920         PERFORM 4000-CHECK-CUTOFF
000930             THRU 4000-CHECK-CUTOFF-EXIT
000940     END-IF.
000950     IF CYC-PROCEED
000960             AND RUN-CTL-DATE EQUAL CYC-RUN-DATE
000970         PERFORM 5000-CHECK-JOB-ID
000980             THRU 5000-CHECK-JOB-ID-EXIT
000990     END-IF.
001000     GOBACK.
001010*
001020*****************************************************************
001030*    1000-NORMALIZE-RUN-CONTROL                                 *
001040*    A RECORD WITH NO NUMERIC CYCLE NUMBER PREDATES CYCLES -    *
001050*    IT BECOMES A ONE-CYCLE DATE WHOSE CYCLE 1 IS IN FLIGHT     *
001060*    OR POSTED AS THE OLD STATUS SAYS, A COMPLETE DATE BEING    *
001070*    CLOSED BY THAT CYCLE.  A MISSING OR EMPTY ADDRUN COMES     *
001080*    IN WITH A ZERO DATE AND IS LEFT ALONE.                     *
001090*****************************************************************
001100 1000-NORMALIZE-RUN-CONTROL.
001110     IF RUN-CTL-DATE NOT NUMERIC
001120         MOVE ZERO TO RUN-CTL-DATE
001130     END-IF.
001140     IF RUN-CTL-DATE EQUAL ZERO
001150         GO TO 1000-NORMALIZE-RUN-CONTROL-EXIT
001160     END-IF.
001170     IF RUN-CTL-CYCLE-NO NUMERIC
001180             AND RUN-CTL-CYCLE-NO GREATER THAN ZERO
001190         GO TO 1000-NORMALIZE-RUN-CONTROL-EXIT
001200     END-IF.
001210     PERFORM 1100-CLEAR-CYCLE-ENTRY
001220         THRU 1100-CLEAR-CYCLE-ENTRY-EXIT
001230         VARYING WS-CYC-IX FROM 1 BY 1
001240         UNTIL WS-CYC-IX GREATER THAN 4.
001250     MOVE 1 TO RUN-CTL-CYCLE-NO.
001260     MOVE 1 TO RUN-CTL-CYCLES-SCHEDULED.
001270     MOVE RUN-CTL-JOB-ID TO RUN-CTL-CYC-JOB-ID (1).
001280     MOVE SPACE TO RUN-CTL-CLOSE-TYPE.
001290     IF RUN-CTL-IN-FLIGHT
001300         MOVE "I" TO RUN-CTL-CYC-STATUS (1)
001310     ELSE
001320         MOVE "P" TO RUN-CTL-CYC-STATUS (1)
001330         MOVE "C" TO RUN-CTL-STATUS
001340         MOVE "L" TO RUN-CTL-CLOSE-TYPE
001350     END-IF.
001360 1000-NORMALIZE-RUN-CONTROL-EXIT.
001370     EXIT.
001380*
001390*****************************************************************
001400*    1050-NORMALIZE-SCHEDULE                                    *
001410*    THE SCHEDULE COMES STRAIGHT OFF THE CALENDAR RECORD.  A    *
001420*    BLANK OR ZERO CYCLE COUNT IS ONE CYCLE AND A BLANK CUTOFF  *
001430*    IS NONE; THE CALLER STAMPS ADDRUN FROM THE RESULT.         *
001440*****************************************************************
001450 1050-NORMALIZE-SCHEDULE.
001460     IF CYC-CYCLES-SCHEDULED NOT NUMERIC
001470             OR CYC-CYCLES-SCHEDULED EQUAL ZERO
001480         MOVE 1 TO CYC-CYCLES-SCHEDULED
001490     END-IF.
001500     IF CYC-CYCLES-SCHEDULED GREATER THAN 4
001510         MOVE 4 TO CYC-CYCLES-SCHEDULED
001520     END-IF.
001530     PERFORM 1060-NORMALIZE-CUTOFF
001540         THRU 1060-NORMALIZE-CUTOFF-EXIT
001550         VARYING WS-CYC-IX FROM 1 BY 1
001560         UNTIL WS-CYC-IX GREATER THAN 4.
001570 1050-NORMALIZE-SCHEDULE-EXIT.
001580     EXIT.
001590*
001600*****************************************************************
001610*    1060-NORMALIZE-CUTOFF                                      *
001620*    ZEROES ONE CUTOFF THAT IS NOT A NUMBER.                    *
001630*****************************************************************
001640 1060-NORMALIZE-CUTOFF.
001650     IF CYC-CUTOFF-TIME (WS-CYC-IX) NOT NUMERIC
001660         MOVE ZERO TO CYC-CUTOFF-TIME (WS-CYC-IX)
001670     END-IF.
001680 1060-NORMALIZE-CUTOFF-EXIT.
001690     EXIT.
001700*
001710*****************************************************************
001720*    1100-CLEAR-CYCLE-ENTRY                                     *
001730*    BLANKS ONE ENTRY OF THE CYCLE TABLE.                       *
001740*****************************************************************
001750 1100-CLEAR-CYCLE-ENTRY.
001760     MOVE SPACE TO RUN-CTL-CYC-STATUS (WS-CYC-IX).
001770     MOVE SPACES TO RUN-CTL-CYC-JOB-ID (WS-CYC-IX).
001780 1100-CLEAR-CYCLE-ENTRY-EXIT.
001790     EXIT.
001800*
001810*****************************************************************
001820*    1200-CHECK-SCHEDULED                                       *
001830*    THE REQUESTED CYCLE MUST BE ONE THE CALENDAR SCHEDULES     *
001840*    FOR THE DATE.  NO OVERRIDE.                                *
001850*****************************************************************
001860 1200-CHECK-SCHEDULED.
001870     IF CYC-CYCLE-NO GREATER THAN ZERO
001880             AND CYC-CYCLE-NO
001890                 NOT GREATER THAN CYC-CYCLES-SCHEDULED
001900         GO TO 1200-CHECK-SCHEDULED-EXIT
001910     END-IF.
001920     MOVE "X" TO CYC-DECISION.
001930     STRING CYC-RUN-DATE DELIMITED BY SIZE
001940            " HAS " DELIMITED BY SIZE
001950            CYC-CYCLES-SCHEDULED DELIMITED BY SIZE
001960            " CYCLE(S) ON ADDCAL - CYCLE " DELIMITED BY SIZE
001970            CYC-CYCLE-NO DELIMITED BY SIZE
001980            " IS NOT SCHEDULED" DELIMITED BY SIZE
001990         INTO CYC-MESSAGE-1.
002000     MOVE "  RUN STOPPED - CHECK THE CYCLE NUMBER IN THE PARM"
002010         TO CYC-MESSAGE-2.
002020 1200-CHECK-SCHEDULED-EXIT.
002030     EXIT.
002040*
002050*****************************************************************
002060*    2000-CHECK-SAME-DATE                                       *
002070*    ADDRUN ALREADY CARRIES THE RUN DATE.  A CLOSED DATE OR A   *
002080*    CYCLE ALREADY POSTED NEEDS ,O; AN IN-FLIGHT CYCLE          *
002090*    RESTARTS ITSELF AND BLOCKS EVERY OTHER; OTHERWISE THE      *
002100*    NEXT CYCLE NOT YET POSTED IS THE ONE THAT RUNS.            *
002110*****************************************************************
002120 2000-CHECK-SAME-DATE.
002130     IF RUN-CTL-COMPLETE
002140         IF CYC-OVERRIDE-REQUESTED
002150             STRING CYC-RUN-DATE DELIMITED BY SIZE
002160                    " IS CLOSED - OVERRIDE ACCEPTED FOR CYCLE "
002170                        DELIMITED BY SIZE
002180                    CYC-CYCLE-NO DELIMITED BY SIZE
002190                 INTO CYC-MESSAGE-1
002200         ELSE
002210             MOVE "X" TO CYC-DECISION
002220             STRING CYC-RUN-DATE DELIMITED BY SIZE
002230                    " IS ALREADY MARKED COMPLETE"
002240                        DELIMITED BY SIZE
002250                 INTO CYC-MESSAGE-1
002260             STRING "  RUN STOPPED - RESUBMIT WITH THE ,O"
002270                        DELIMITED BY SIZE
002280                    " OVERRIDE PARM TO FORCE A RERUN"
002290                        DELIMITED BY SIZE
002300                 INTO CYC-MESSAGE-2
002310         END-IF
002320         GO TO 2000-CHECK-SAME-DATE-EXIT
002330     END-IF.
002340     IF RUN-CTL-IN-FLIGHT
002350         IF RUN-CTL-CYCLE-NO EQUAL CYC-CYCLE-NO
002360             MOVE "R" TO CYC-DECISION
002370             STRING CYC-RUN-DATE DELIMITED BY SIZE
002380                    " CYCLE " DELIMITED BY SIZE
002390                    CYC-CYCLE-NO DELIMITED BY SIZE
002400                    " IS MARKED IN-FLIGHT - RESTART LOGIC ENGAGED"
002410                        DELIMITED BY SIZE
002420                 INTO CYC-MESSAGE-1
002430         ELSE
002440             MOVE "X" TO CYC-DECISION
002450             STRING CYC-RUN-DATE DELIMITED BY SIZE
002460                    " CYCLE " DELIMITED BY SIZE
002470                    RUN-CTL-CYCLE-NO DELIMITED BY SIZE
002480                    " IS STILL IN-FLIGHT" DELIMITED BY SIZE
002490                 INTO CYC-MESSAGE-1
002500             STRING "  RUN STOPPED - RESTART CYCLE "
002510                        DELIMITED BY SIZE
002520                    RUN-CTL-CYCLE-NO DELIMITED BY SIZE
002530                    " BEFORE RUNNING CYCLE " DELIMITED BY SIZE
002540                    CYC-CYCLE-NO DELIMITED BY SIZE
002550                 INTO CYC-MESSAGE-2
002560         END-IF
002570         GO TO 2000-CHECK-SAME-DATE-EXIT
002580     END-IF.
002590     IF RUN-CTL-CYC-POSTED (CYC-CYCLE-NO)
002600         IF CYC-OVERRIDE-REQUESTED
002610             STRING CYC-RUN-DATE DELIMITED BY SIZE
002620                    " CYCLE " DELIMITED BY SIZE
002630                    CYC-CYCLE-NO DELIMITED BY SIZE
002640                    " ALREADY POSTED - OVERRIDE ACCEPTED"
002650                        DELIMITED BY SIZE
002660                 INTO CYC-MESSAGE-1
002670         ELSE
002680             MOVE "X" TO CYC-DECISION
002690             STRING CYC-RUN-DATE DELIMITED BY SIZE
002700                    " CYCLE " DELIMITED BY SIZE
002710                    CYC-CYCLE-NO DELIMITED BY SIZE
002720                    " IS ALREADY POSTED" DELIMITED BY SIZE
002730                 INTO CYC-MESSAGE-1
002740             STRING "  RUN STOPPED - RESUBMIT WITH THE ,O"
002750                        DELIMITED BY SIZE
002760                    " OVERRIDE PARM TO FORCE A RERUN"
002770                        DELIMITED BY SIZE
002780                 INTO CYC-MESSAGE-2
002790         END-IF
002800         GO TO 2000-CHECK-SAME-DATE-EXIT
002810     END-IF.
002820     MOVE ZERO TO WS-NEXT-CYCLE.
002830     PERFORM 2100-FIND-NEXT-CYCLE
002840         THRU 2100-FIND-NEXT-CYCLE-EXIT
002850         VARYING WS-CYC-IX FROM 1 BY 1
002860         UNTIL WS-CYC-IX GREATER THAN CYC-CYCLES-SCHEDULED
002870             OR WS-NEXT-CYCLE GREATER THAN ZERO.
002880     IF WS-NEXT-CYCLE EQUAL CYC-CYCLE-NO
002890         GO TO 2000-CHECK-SAME-DATE-EXIT
002900     END-IF.
002910     IF CYC-OVERRIDE-REQUESTED
002920         STRING CYC-RUN-DATE DELIMITED BY SIZE
002930                " CYCLE " DELIMITED BY SIZE
002940                CYC-CYCLE-NO DELIMITED BY SIZE
002950                " RUN AHEAD OF CYCLE " DELIMITED BY SIZE
002960                WS-NEXT-CYCLE DELIMITED BY SIZE
002970                " - OVERRIDE ACCEPTED" DELIMITED BY SIZE
002980             INTO CYC-MESSAGE-1
002990     ELSE
003000         MOVE "X" TO CYC-DECISION
003010         STRING CYC-RUN-DATE DELIMITED BY SIZE
003020                " CYCLE " DELIMITED BY SIZE
003030                WS-NEXT-CYCLE DELIMITED BY SIZE
003040                " HAS NOT POSTED YET" DELIMITED BY SIZE
003050             INTO CYC-MESSAGE-1
003060         STRING "  RUN STOPPED - RUN THE CYCLES IN ORDER, OR CODE"
003070                    DELIMITED BY SIZE
003080                " ,O TO SKIP ONE" DELIMITED BY SIZE
003090             INTO CYC-MESSAGE-2
003100     END-IF.
003110 2000-CHECK-SAME-DATE-EXIT.
003120     EXIT.
003130*
003140*****************************************************************
003150*    2100-FIND-NEXT-CYCLE                                       *
003160*    NOTES THE FIRST SCHEDULED CYCLE NOT YET POSTED.            *
003170*****************************************************************
003180 2100-FIND-NEXT-CYCLE.
003190     IF NOT RUN-CTL-CYC-POSTED (WS-CYC-IX)
003200         MOVE WS-CYC-IX TO WS-NEXT-CYCLE
003210     END-IF.
003220 2100-FIND-NEXT-CYCLE-EXIT.
003230     EXIT.
003240*
003250*****************************************************************
003260*    3000-CHECK-NEW-DATE                                        *
003270*    ADDRUN CARRIES ANOTHER DATE (OR NONE).  AN EARLIER DATE    *
003280*    LEFT OPEN BLOCKS THE NEW ONE - ITS LATER CYCLES OR ITS     *
003290*    END-OF-DAY STEP HAVE NOT RUN, AND THE DAY'S PROOF AND      *
003300*    TRIAL BALANCE WOULD BE TAKEN ON A DATE STILL MOVING.  A    *
003310*    NEW DATE STARTS AT CYCLE 1 UNLESS ,O SKIPS AHEAD.          *
003320*****************************************************************
003330 3000-CHECK-NEW-DATE.
003340     IF RUN-CTL-DATE GREATER THAN ZERO
003350             AND RUN-CTL-DATE LESS THAN CYC-RUN-DATE
003360             AND RUN-CTL-CYCLE-POSTED
003370         MOVE "X" TO CYC-DECISION
003380         STRING "PRIOR BUSINESS DATE " DELIMITED BY SIZE
003390                RUN-CTL-DATE DELIMITED BY SIZE
003400                " IS STILL OPEN - CYCLE " DELIMITED BY SIZE
003410                RUN-CTL-CYCLE-NO DELIMITED BY SIZE
003420                " OF " DELIMITED BY SIZE
003430                RUN-CTL-CYCLES-SCHEDULED DELIMITED BY SIZE
003440                " POSTED" DELIMITED BY SIZE
003450             INTO CYC-MESSAGE-1
003460         MOVE "  RUN STOPPED - CLOSE THAT DATE WITH ADDEOD FIRST"
003470             TO CYC-MESSAGE-2
003480         GO TO 3000-CHECK-NEW-DATE-EXIT
003490     END-IF.
003500     IF CYC-CYCLE-NO EQUAL 1
003510         GO TO 3000-CHECK-NEW-DATE-EXIT
003520     END-IF.
003530     IF CYC-OVERRIDE-REQUESTED
003540         STRING CYC-RUN-DATE DELIMITED BY SIZE
003550                " CYCLE 1 NOT RUN - OVERRIDE ACCEPTED FOR CYCLE "
003560                    DELIMITED BY SIZE
003570                CYC-CYCLE-NO DELIMITED BY SIZE
003580             INTO CYC-MESSAGE-1
003590     ELSE
003600         MOVE "X" TO CYC-DECISION
003610         STRING CYC-RUN-DATE DELIMITED BY SIZE
003620                " CYCLE 1 HAS NOT POSTED YET" DELIMITED BY SIZE
003630             INTO CYC-MESSAGE-1
003640         STRING "  RUN STOPPED - RUN THE CYCLES IN ORDER, OR CODE"
003650                    DELIMITED BY SIZE
003660                " ,O TO SKIP ONE" DELIMITED BY SIZE
003670             INTO CYC-MESSAGE-2
003680     END-IF.
003690 3000-CHECK-NEW-DATE-EXIT.
003700     EXIT.
003710*
003720*****************************************************************
003730*    4000-CHECK-CUTOFF                                          *
003740*    A FRESH START BEFORE THE CYCLE'S CUTOFF WOULD LEAVE THE    *
003750*    FEEDS STILL DUE FOR IT TO A LATER CYCLE OR DAY, SO IT      *
003760*    NEEDS ,O.  A RESTART IS NEVER HELD TO THE CUTOFF.          *
003770*****************************************************************
003780 4000-CHECK-CUTOFF.
003790     MOVE CYC-CUTOFF-TIME (CYC-CYCLE-NO) TO WS-CUTOFF-HHMM.
003800     IF WS-CUTOFF-HHMM EQUAL ZERO
003810             OR CYC-RUN-HHMM NOT LESS THAN WS-CUTOFF-HHMM
003820         GO TO 4000-CHECK-CUTOFF-EXIT
003830     END-IF.
003840     IF CYC-OVERRIDE-REQUESTED
003850         IF CYC-MESSAGE-1 EQUAL SPACES
003860             STRING CYC-RUN-DATE DELIMITED BY SIZE
003870                    " CYCLE " DELIMITED BY SIZE
003880                    CYC-CYCLE-NO DELIMITED BY SIZE
003890                    " STARTED BEFORE ITS " DELIMITED BY SIZE
003900                    WS-CUTOFF-HHMM DELIMITED BY SIZE
003910                    " CUTOFF - OVERRIDE ACCEPTED"
003920                        DELIMITED BY SIZE
003930                 INTO CYC-MESSAGE-1
003940         END-IF
003950     ELSE
003960         MOVE "X" TO CYC-DECISION
003970         STRING CYC-RUN-DATE DELIMITED BY SIZE
003980                " CYCLE " DELIMITED BY SIZE
003990                CYC-CYCLE-NO DELIMITED BY SIZE
004000                " CUTOFF IS " DELIMITED BY SIZE
004010                WS-CUTOFF-HHMM DELIMITED BY SIZE
004020                " - THE CYCLE CANNOT START YET" DELIMITED BY SIZE
004030             INTO CYC-MESSAGE-1
004040         STRING "  RUN STOPPED - FEEDS MAY STILL BE ARRIVING;"
004050                    DELIMITED BY SIZE
004060                " RESUBMIT AFTER THE CUTOFF" DELIMITED BY SIZE
004070             INTO CYC-MESSAGE-2
004080     END-IF.
004090 4000-CHECK-CUTOFF-EXIT.
004100     EXIT.
004110*
004120*****************************************************************
004130*    5000-CHECK-JOB-ID                                          *
004140*    NO OTHER CYCLE OF THE DATE MAY HAVE RUN UNDER THIS JOB ID. *
004150*****************************************************************
004160 5000-CHECK-JOB-ID.
004170     PERFORM 5100-CHECK-ONE-CYCLE-JOB
004180         THRU 5100-CHECK-ONE-CYCLE-JOB-EXIT
004190         VARYING WS-CYC-IX FROM 1 BY 1
004200         UNTIL WS-CYC-IX GREATER THAN 4
004210             OR CYC-REFUSED.
004220 5000-CHECK-JOB-ID-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260*    5100-CHECK-ONE-CYCLE-JOB                                   *
004270*    REFUSES WHEN ANOTHER CYCLE'S ENTRY CARRIES THE JOB ID.     *
004280*****************************************************************
004290 5100-CHECK-ONE-CYCLE-JOB.
004300     IF WS-CYC-IX EQUAL CYC-CYCLE-NO
004310             OR RUN-CTL-CYC-NOT-RUN (WS-CYC-IX)
004320             OR RUN-CTL-CYC-JOB-ID (WS-CYC-IX)
004330                 NOT EQUAL CYC-JOB-ID
004340         GO TO 5100-CHECK-ONE-CYCLE-JOB-EXIT
004350     END-IF.
004360     MOVE "X" TO CYC-DECISION.
004370     MOVE WS-CYC-IX TO WS-EDIT-CYCLE.
004380     MOVE SPACES TO CYC-MESSAGE-1.
004390     STRING CYC-RUN-DATE DELIMITED BY SIZE
004400            " CYCLE " DELIMITED BY SIZE
004410            WS-EDIT-CYCLE DELIMITED BY SIZE
004420            " ALREADY RAN AS JOB " DELIMITED BY SIZE
004430            CYC-JOB-ID DELIMITED BY SIZE
004440         INTO CYC-MESSAGE-1.
004450     MOVE "  RUN STOPPED - EACH CYCLE NEEDS ITS OWN JOB ID"
004460         TO CYC-MESSAGE-2.
004470 5100-CHECK-ONE-CYCLE-JOB-EXIT.
004480     EXIT.
