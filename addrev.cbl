000260*    GENERATED DETAIL IS STAMPED WITH AN ORIGIN REFERENCE       *
000270*    ("V" PLUS THE REVERSED RUN DATE AND AUDIT SEQUENCE) BACK   *
000280*    TO THE AUDIT RECORD IT BACKS OUT.                          *
000281*                                                                *
000282*    AN ALLOCATION DETAIL POSTED ONE AUDIT RECORD PER LEG, AND   *
000284*    EACH LEG IS BACKED OUT ON ITS OWN AS AN ADD AGAINST ITS    *
000285*    TARGET ACCOUNT - THE NEGATED SHARE SPLIT ACROSS NUM1 AND   *
000287*    NUM2 SO IT FITS - RATHER THAN RE-RUN THROUGH THE RULE,     *
000288*    WHICH MAY HAVE CHANGED SINCE.                              *
000290*                                                                *
000300*    THE ADDRVLG REVERSAL REGISTER IS CHECKED FIRST AND         *
000310*    STAMPED AFTER - A RUN ALREADY ON THE REGISTER REFUSES TO   *
000490*                   OF THE POSTING JOB ID - ALL OF A DAY'S       *
000500*                   BATCHES POST UNDER ONE JOB, SO JOB SCOPE     *
000510*                   COULD NEVER NAME ONE SOURCE'S BAD BATCH.     *
000512*    10/15/26  RLH  EVERY LEG OF AN ALLOCATION (AUDIT OPERATION  *
000515*                   "L") IS REVERSED AS AN ADD OF THE NEGATED    *
000517*                   LEG SHARE TO THE LEG'S TARGET ACCOUNT.       *
000520*                                                                *
000530*****************************************************************
000540*
001480     05  WS-ORIGIN-REF-TYPE          PIC X(01) VALUE "V".
001490     05  WS-ORIGIN-REF-DATE          PIC 9(08).
001500     05  WS-ORIGIN-REF-SEQ           PIC 9(06).
001503*
001506 01  WS-LEG-HALF                     PIC S9(07)V99 VALUE ZERO.
001510*
001520 LINKAGE SECTION.
001530*
003600*    WRITES THE REVERSAL BATCH HEADER AHEAD OF THE FIRST ITEM,  *
003610*    THEN ONE DETAIL RECORD WITH BOTH AMOUNT SIGNS FLIPPED,     *
003620*    SEQUENCED PAST THE HIGHEST SEQUENCE ALREADY ON THE FILE.   *
003625*    AN ALLOCATION LEG REVERSES AS AN ADD OF ITS NEGATED SHARE. *
003630*****************************************************************
003640 3200-WRITE-REVERSAL-DETAIL.
003650     IF NOT WS-HEADER-WRITTEN
003770         COMPUTE WS-REVERSE-TOTAL = WS-REVERSE-TOTAL
003780             - AUD-NUM1 + AUD-NUM2
003790     ELSE
003792     IF AUD-OP-CODE EQUAL "L"
003795         SUBTRACT AUD-RESULT FROM WS-REVERSE-TOTAL
003797     ELSE
003800         COMPUTE WS-REVERSE-TOTAL = WS-REVERSE-TOTAL
003810             - AUD-NUM1 - AUD-NUM2
003815     END-IF
003820     END-IF.
003830     MOVE SPACES TO ADDTRAN-RECORD.
003840     MOVE "D" TO AT-RECORD-TYPE.
003870     COMPUTE AT-NUM2 = AUD-NUM2 * -1.
003880     MOVE AUD-ACCOUNT-NO TO AT-ACCOUNT-NO.
003890     MOVE AUD-OP-CODE TO AT-OP-CODE.
003891     IF AUD-OP-CODE EQUAL "L"
003892*        ONE LEG OF AN ALLOCATION - THE LEG'S SHARE CAN RUN TO
003893*        EIGHT WHOLE DIGITS, SO HALF GOES IN EACH AMOUNT.
003894         COMPUTE WS-LEG-HALF = AUD-RESULT / 2
003895         COMPUTE AT-NUM1 = WS-LEG-HALF * -1
003896         COMPUTE AT-NUM2 = (AUD-RESULT - WS-LEG-HALF) * -1
003897         MOVE "A" TO AT-OP-CODE
003898     END-IF.
003900     MOVE AUD-RUN-DATE TO WS-ORIGIN-REF-DATE.
003910     MOVE AUD-SEQ-NO TO WS-ORIGIN-REF-SEQ.
003920     MOVE WS-ORIGIN-REF TO AT-ORIGIN-REF.
