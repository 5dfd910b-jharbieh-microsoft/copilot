000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                                *
000087*    OPERATIONS RUN-STATUS INQUIRY.  SIBLING OF ADDAUDQ - A     *
000095*    PSEUDO-CONVERSATIONAL CICS TRANSACTION (ADDO) THAT BROWSES *
000103*    THE ADDSTAT RUN STATUS MASTER THE POSTING STEP KEEPS AS IT *
000110*    RUNS, SO THE ON-CALL OPERATOR READS THE RUN ON ONE PANEL   *
000118*    INSTEAD OF BROWSING SYSOUT AND DUMPING ADDCKPT AND ADDRUN  *
000126*    BY HAND AT 2 AM.  THE FIXED LINES AT THE TOP OF THE PANEL  *
000133*    ALWAYS SHOW THE DAY (OPEN OR CLOSED, THE LATEST INTRADAY   *
000141*    POSTING CYCLE OF THE CYCLES SCHEDULED, THE DAY'S TOTALS    *
000149*    AND EXCEPTION COUNT), ONE LINE PER POSTING CYCLE           *
000156*    (IN-FLIGHT/COMPLETE, JOB ID, STAMP TIME AND THE CYCLE'S    *
000164*    TOTALS, OR NOT RUN WITH ITS CUTOFF) AND THE CHECKPOINT     *
000172*    POSITION WITH THE IN-FLIGHT BATCH AND ITS RUNNING TOTALS - *
000179*    READ DIRECTLY BY KEY, SO THEY NEVER PAGE OFF.  THE         *
000187*    REMAINING LINES PAGE THROUGH THE CLOSED BATCHES, ONE LINE  *
000195*    PER BATCH WITH ITS CYCLE AND OK/FAIL STATUS.  THE RUN DATE *
000202*    DEFAULTS TO TODAY; PF8 PAGES FORWARD THROUGH THE BATCH     *
000210*    LINES ONLY.                                                *
000218*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ---------------------                                      *
000240*    09/01/26  RLH  ORIGINAL PROGRAM.                            *
000248*                   THE RUN STATE AND CHECKPOINT OFF THE        *
000249*                   FIRST PANEL, WHICH IS EXACTLY WHAT THE      *
000250*                   ON-CALL OPERATOR NEEDS FIRST.               *
000251*    10/15/26  RLH  INTRADAY POSTING CYCLES.  THE RUN LINE       *
000252*                   BECOMES A DAY LINE AND ONE LINE PER CYCLE, A *
000253*                   SCHEDULED CYCLE NOT YET RUN SHOWS NOT RUN    *
000255*                   WITH ITS CUTOFF, AND EACH BATCH LINE SHOWS   *
000256*                   ITS CYCLE.  THE BATCH LINES START BELOW      *
000257*                   HOWEVER MANY FIXED LINES THE DATE NEEDS.     *
000258*                                                                *
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000460*
000470 01  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
000480 01  WS-LINE-IX                      PIC S9(04) COMP VALUE ZERO.
000481 01  WS-FIXED-LINES                  PIC S9(04) COMP VALUE 2.
000483 01  WS-CYCLE-IX                     PIC S9(04) COMP VALUE ZERO.
000485 01  WS-CYCLES-SCHEDULED             PIC 9(01) VALUE 1.
000486 01  WS-DAY-CUTOFFS.
000488     05  WS-DAY-CUTOFF               PIC 9(04) OCCURS 4 TIMES.
000490 01  WS-ABSTIME                      PIC S9(15) COMP-3.
000500 01  WS-TODAY-DATE                   PIC 9(08).
000510*
000577     05  WS-HEADER-REC-TYPE          PIC X(01).
000578     05  WS-HEADER-BATCH-SEQ         PIC 9(04).
000580*
000581 01  WS-DAY-LINE.
000582     05  FILLER                      PIC X(06) VALUE "DAY   ".
000583     05  WS-DL-STATUS                PIC X(05).
000584     05  FILLER                      PIC X(07) VALUE " CYCLE ".
000585     05  WS-DL-CYCLE-NO              PIC 9(01).
000586     05  FILLER                      PIC X(04) VALUE " OF ".
000587     05  WS-DL-CYCLES-SCHEDULED      PIC 9(01).
000588     05  FILLER                      PIC X(05) VALUE " DET ".
000590     05  WS-DL-DETAIL-COUNT          PIC ZZZ,ZZ9.
000591     05  FILLER                      PIC X(04) VALUE " TOT".
000592     05  WS-DL-RESULT-TOTAL          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
000593     05  FILLER                      PIC X(04) VALUE " EXC".
000594     05  WS-DL-EXC-COUNT             PIC ZZZ9.
000595*
000596 01  WS-NOT-RUN-LINE.
000597     05  FILLER                      PIC X(04) VALUE "CYC ".
000598     05  WS-NL-CYCLE-NO              PIC 9(01).
000600     05  FILLER                      PIC X(08) VALUE " NOT RUN".
000601     05  WS-NL-CUTOFF-AREA.
000602         10  WS-NL-CUTOFF-TEXT       PIC X(09).
000603         10  WS-NL-CUTOFF            PIC 9(04).
000604*
000605 01  WS-RUN-LINE.
000606     05  FILLER                      PIC X(04) VALUE "CYC ".
000607     05  WS-RL-CYCLE-NO              PIC 9(01).
000608     05  FILLER                      PIC X(01) VALUE SPACES.
000610     05  WS-RL-JOB-ID                PIC X(08).
000620     05  FILLER                      PIC X(01) VALUE SPACES.
000630     05  WS-RL-STATUS                PIC X(05).
000860 01  WS-BATCH-LINE.
000870     05  FILLER                      PIC X(06) VALUE "BATCH ".
000880     05  WS-BL-BATCH-SEQ             PIC ZZZ9.
000883     05  FILLER                      PIC X(02) VALUE " C".
000886     05  WS-BL-CYCLE-NO              PIC 9(01).
000890     05  FILLER                      PIC X(01) VALUE SPACES.
000900     05  WS-BL-BATCH-ID              PIC X(08).
000910     05  FILLER                      PIC X(01) VALUE SPACES.
002214         THRU 2200-READ-HEADER-LINES-EXIT.
002220     MOVE CA-RUN-DATE TO WS-BROWSE-RUN-DATE.
002230     MOVE "B" TO WS-BROWSE-REC-TYPE.
002231     MOVE ZERO TO WS-BROWSE-BATCH-SEQ.
002232     MOVE "N" TO WS-SKIP-FIRST-SWITCH.
002233     PERFORM 2400-BROWSE-ONE-PAGE
002234         THRU 2400-BROWSE-ONE-PAGE-EXIT.
002235 2100-START-NEW-INQUIRY-EXIT.
002236     EXIT.
002237*
002238*****************************************************************
002239*    2200-READ-HEADER-LINES                                     *
002240*    READS THE DAY RECORD, EACH CYCLE RECORD AND THE            *
002241*    CHECKPOINT RECORD DIRECTLY BY KEY INTO THE FIXED LINES AT  *
002242*    THE TOP OF THE PANEL, SO THE DATE'S STATE, EVERY CYCLE     *
002244*    AND THE CHECKPOINT POSITION SHOW ON EVERY PAGE NO MATTER   *
002245*    HOW MANY BATCHES HAVE CLOSED.  A SCHEDULED CYCLE WITH NO   *
002246*    RECORD YET SHOWS AS NOT RUN WITH ITS CUTOFF.               *
002247*****************************************************************
002248 2200-READ-HEADER-LINES.
002249     MOVE "N" TO WS-RUN-FOUND-SWITCH.
002250     MOVE 1 TO WS-CYCLES-SCHEDULED.
002251     MOVE ZERO TO WS-DAY-CUTOFFS.
002252     MOVE CA-RUN-DATE TO WS-HEADER-RUN-DATE.
002253     MOVE "R" TO WS-HEADER-REC-TYPE.
002254     MOVE ZERO TO WS-HEADER-BATCH-SEQ.
002255     EXEC CICS READ FILE(WS-STATUS-FILE)
002256         INTO(ADDSTA-RECORD)
002258         RIDFLD(WS-HEADER-KEY)
002259         RESP(WS-RESP)
002260     END-EXEC.
002261     MOVE 1 TO WS-LINE-IX.
002262     IF WS-RESP EQUAL DFHRESP(NORMAL)
002263         MOVE "Y" TO WS-RUN-FOUND-SWITCH
002264         PERFORM 2650-FORMAT-DAY-LINE
002265             THRU 2650-FORMAT-DAY-LINE-EXIT
002266     ELSE
002267         MOVE "DAY   NO RUN RECORD FOR THIS DATE"
002268             TO OLINEDO (WS-LINE-IX)
002269     END-IF.
002270     PERFORM 2250-READ-CYCLE-LINE
002272         THRU 2250-READ-CYCLE-LINE-EXIT
002273         VARYING WS-CYCLE-IX FROM 1 BY 1
002274         UNTIL WS-CYCLE-IX GREATER THAN 4.
002275     MOVE ZERO TO WS-HEADER-BATCH-SEQ.
002276     MOVE "C" TO WS-HEADER-REC-TYPE.
002277     EXEC CICS READ FILE(WS-STATUS-FILE)
002278         INTO(ADDSTA-RECORD)
002279         RIDFLD(WS-HEADER-KEY)
002280         RESP(WS-RESP)
002281     END-EXEC.
002282     ADD 1 TO WS-LINE-IX.
002283     IF WS-RESP EQUAL DFHRESP(NORMAL)
002284         PERFORM 2700-FORMAT-CKPT-LINE
002286             THRU 2700-FORMAT-CKPT-LINE-EXIT
002287     ELSE
002288         MOVE "CKPT  NO CHECKPOINT TAKEN"
002289             TO OLINEDO (WS-LINE-IX)
002290     END-IF.
002291     MOVE WS-LINE-IX TO WS-FIXED-LINES.
002292 2200-READ-HEADER-LINES-EXIT.
002293     EXIT.
002294*
002295*****************************************************************
002296*    2250-READ-CYCLE-LINE                                       *
002297*    READS ONE CYCLE'S RUN RECORD BY KEY AND ADDS ITS LINE.  A  *
002298*    CYCLE WITH NO RECORD GETS A NOT RUN LINE WHEN THE DAY      *
002300*    SCHEDULES IT, AND NO LINE OTHERWISE.                       *
002301*****************************************************************
002302 2250-READ-CYCLE-LINE.
002303     MOVE "R" TO WS-HEADER-REC-TYPE.
002304     MOVE WS-CYCLE-IX TO WS-HEADER-BATCH-SEQ.
002305     EXEC CICS READ FILE(WS-STATUS-FILE)
002306         INTO(ADDSTA-RECORD)
002307         RIDFLD(WS-HEADER-KEY)
002308         RESP(WS-RESP)
002309     END-EXEC.
002310     IF WS-RESP EQUAL DFHRESP(NORMAL)
002311         MOVE "Y" TO WS-RUN-FOUND-SWITCH
002312         ADD 1 TO WS-LINE-IX
002314         PERFORM 2600-FORMAT-CYCLE-LINE
002315             THRU 2600-FORMAT-CYCLE-LINE-EXIT
002316         GO TO 2250-READ-CYCLE-LINE-EXIT
002317     END-IF.
002318     IF WS-CYCLE-IX GREATER THAN WS-CYCLES-SCHEDULED
002319         GO TO 2250-READ-CYCLE-LINE-EXIT
002320     END-IF.
002321     ADD 1 TO WS-LINE-IX.
002322     MOVE WS-CYCLE-IX TO WS-NL-CYCLE-NO.
002323     IF WS-DAY-CUTOFF (WS-CYCLE-IX) EQUAL ZERO
002324         MOVE SPACES TO WS-NL-CUTOFF-AREA
002325     ELSE
002326         MOVE "  CUTOFF " TO WS-NL-CUTOFF-TEXT
002328         MOVE WS-DAY-CUTOFF (WS-CYCLE-IX) TO WS-NL-CUTOFF
002329     END-IF.
002330     MOVE WS-NOT-RUN-LINE TO OLINEDO (WS-LINE-IX).
002331 2250-READ-CYCLE-LINE-EXIT.
002332     EXIT.
002333*
002334*****************************************************************
002335*    2300-RESUME-BROWSE                                         *
002336*    PF8 - REFRESHES THE HEADER LINES AND RESUMES THE BATCH     *
002337*    BROWSE FROM THE LAST BATCH LINE SHOWN ON THE PRIOR PAGE.   *
002338*****************************************************************
002339 2300-RESUME-BROWSE.
002341     IF CA-RUN-DATE NOT NUMERIC
002342         MOVE "PRESS ENTER FOR A RUN DATE FIRST" TO OMSGO
002343         GO TO 2300-RESUME-BROWSE-EXIT
002490*****************************************************************
002500*    2400-BROWSE-ONE-PAGE                                       *
002510*    STARTS THE BATCH BROWSE AT THE BROWSE KEY AND FILLS THE    *
002520*    SCREEN LINES BELOW THE FIXED DAY, CYCLE AND CHECKPOINT     *
002530*    LINES WITH THE DAY'S CLOSED-BATCH RECORDS.                 *
002540*****************************************************************
002550 2400-BROWSE-ONE-PAGE.
002560     MOVE "N" TO WS-BROWSE-DONE-SWITCH.
002570     MOVE WS-FIXED-LINES TO WS-LINE-IX.
002580     EXEC CICS STARTBR FILE(WS-STATUS-FILE)
002590         RIDFLD(WS-BROWSE-KEY)
002600         GTEQ
002700     EXEC CICS ENDBR FILE(WS-STATUS-FILE)
002710     END-EXEC.
002720 2400-BROWSE-PAGE-MSG.
002730     IF WS-LINE-IX EQUAL WS-FIXED-LINES
002740             AND NOT WS-RUN-FOUND
002750         MOVE "NO STATUS RECORDS FOR THAT RUN DATE" TO OMSGO
002760     ELSE
003210     EXIT.
003220*
003230*****************************************************************
003240*    2600-FORMAT-CYCLE-LINE                                     *
003250*    FORMATS ONE CYCLE LINE - CYCLE, JOB ID, IN-FLIGHT OR       *
003260*    COMPLETE, STAMP TIME, CYCLE TOTALS AND EXCEPTION COUNT.    *
003270*****************************************************************
003280 2600-FORMAT-CYCLE-LINE.
003285     MOVE WS-CYCLE-IX TO WS-RL-CYCLE-NO.
003290     MOVE STA-JOB-ID TO WS-RL-JOB-ID.
003300     MOVE STA-STATUS TO WS-RL-STATUS.
003310     MOVE STA-STAMP-TIME TO WS-RL-STAMP-TIME.
003330     MOVE STA-RESULT-TOTAL TO WS-RL-RESULT-TOTAL.
003340     MOVE STA-EXC-COUNT TO WS-RL-EXC-COUNT.
003350     MOVE WS-RUN-LINE TO OLINEDO (WS-LINE-IX).
003360 2600-FORMAT-CYCLE-LINE-EXIT.
003361     EXIT.
003362*
003363*****************************************************************
003364*    2650-FORMAT-DAY-LINE                                       *
003366*    FORMATS THE DAY LINE - OPEN OR CLOSED, THE LATEST CYCLE    *
003367*    OF THE CYCLES SCHEDULED, THE DAY'S TOTALS AND EXCEPTION    *
003368*    COUNT - AND KEEPS THE SCHEDULE FOR THE CYCLE LINES.  A     *
003369*    DAY RECORD WITH NO SCHEDULE ON IT IS ONE CYCLE.            *
003370*****************************************************************
003372 2650-FORMAT-DAY-LINE.
003373     IF STA-CYCLES-SCHEDULED NUMERIC
003374             AND STA-CYCLES-SCHEDULED GREATER THAN ZERO
003375         MOVE STA-CYCLES-SCHEDULED TO WS-CYCLES-SCHEDULED
003376     END-IF.
003378     IF STA-DAY-SCHEDULE NUMERIC
003379         MOVE STA-DAY-SCHEDULE TO WS-DAY-CUTOFFS
003380     END-IF.
003381     MOVE STA-STATUS TO WS-DL-STATUS.
003383     IF STA-CYCLE-NO NUMERIC
003384         MOVE STA-CYCLE-NO TO WS-DL-CYCLE-NO
003385     ELSE
003386         MOVE 1 TO WS-DL-CYCLE-NO
003387     END-IF.
003389     MOVE WS-CYCLES-SCHEDULED TO WS-DL-CYCLES-SCHEDULED.
003390     MOVE STA-DETAIL-COUNT TO WS-DL-DETAIL-COUNT.
003391     MOVE STA-RESULT-TOTAL TO WS-DL-RESULT-TOTAL.
003392     MOVE STA-EXC-COUNT TO WS-DL-EXC-COUNT.
003393     MOVE WS-DAY-LINE TO OLINEDO (WS-LINE-IX).
003395 2650-FORMAT-DAY-LINE-EXIT.
003396     EXIT.
003397*
003398*****************************************************************
003400*    2700-FORMAT-CKPT-LINE                                      *
003410*    FORMATS THE CHECKPOINT POSITION LINE - LAST SEQUENCE       *
003420*    POSTED, THE IN-FLIGHT BATCH AND ITS RUNNING TOTALS.        *
003530*
003540*****************************************************************
003550*    2800-FORMAT-BATCH-LINE                                     *
003556*    FORMATS ONE CLOSED-BATCH LINE WITH ITS CYCLE AND OK/FAIL   *
003563*    STATUS.  A BATCH RECORD WITH NO CYCLE ON IT IS CYCLE 1.    *
003570*****************************************************************
003580 2800-FORMAT-BATCH-LINE.
003590     MOVE STA-BATCH-SEQ TO WS-BL-BATCH-SEQ.
003600     MOVE STA-BATCH-ID TO WS-BL-BATCH-ID.
003601     IF STA-CYCLE-NO NUMERIC
003602             AND STA-CYCLE-NO GREATER THAN ZERO
003604         MOVE STA-CYCLE-NO TO WS-BL-CYCLE-NO
003605     ELSE
003607         MOVE 1 TO WS-BL-CYCLE-NO
003608     END-IF.
003610     MOVE STA-SOURCE-SYSTEM TO WS-BL-SOURCE.
003620     MOVE STA-DETAIL-COUNT TO WS-BL-DETAIL-COUNT.
003630     MOVE STA-RESULT-TOTAL TO WS-BL-RESULT-TOTAL.
