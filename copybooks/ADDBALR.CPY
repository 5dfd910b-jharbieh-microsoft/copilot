000010******************************************************************
000020*                                                                *
000030*    ADDBALR - ACCOUNT BALANCE MASTER RECORD (VSAM KSDS         *
000040*              ADDBALM)                                         *
000050*                                                               *
000060*    ONE RECORD PER ADDACCT ACCOUNT THAT HAS EVER POSTED,       *
000070*    KEYED BY THE ACCOUNT NUMBER.  THE ADDBAL STEP OF ADDTWO    *
000080*    APPLIES EACH COMPLETED POSTING RUN'S ACCOUNT TOTALS TO     *
000090*    IT; ADDTBL PRINTS THE DAILY TRIAL BALANCE FROM IT AND      *
000100*    ADDBYE CLOSES THE YEAR.  A POSTED RESULT ABOVE ZERO IS A   *
000110*    DEBIT AND ONE BELOW ZERO A CREDIT, THE SAME AS GL-SIGN ON  *
000120*    THE ADDGL FEED; CREDIT TOTALS ARE HELD AS POSITIVE         *
000130*    AMOUNTS.  CLOSING = OPENING + DAY DEBITS - DAY CREDITS.    *
000140*                                                               *
000150*    THE DAY AND MONTH-TO-DATE BUCKETS BELONG TO THE BUSINESS   *
000160*    DATE IN BAL-LAST-POST-DATE - THE FIRST POSTING ON A NEW    *
000170*    DATE CARRIES THE CLOSING BALANCE INTO THE OPENING AND      *
000180*    CLEARS THE DAY (AND, ON A NEW MONTH, THE MONTH-TO-DATE)    *
000190*    BUCKETS.  YEAR-TO-DATE IS ONLY EVER CLEARED BY THE         *
000200*    YEAR-END ROLLOVER, WHICH MOVES IT TO THE PRIOR-YEAR        *
000210*    BUCKET.  BAL-LAST-RUN-TIME WITH BAL-LAST-POST-DATE         *
000220*    IDENTIFIES THE POSTING RUN LAST APPLIED, SO A RERUN OF     *
000230*    THE UPDATE NEVER APPLIES THE SAME RUN TWICE.               *
000240*                                                               *
000250*    ACCOUNT NUMBER ZERO IS THE MASTER'S CONTROL RECORD - THE   *
000260*    OPEN FISCAL YEAR AND THE LAST POSTING RUN APPLIED.         *
000270*                                                               *
000280*    MODIFICATION HISTORY                                       *
000290*    ---------------------                                      *
000300*    10/15/26  RLH  ORIGINAL LAYOUT.                             *
000310*                                                               *
000320******************************************************************
000330*
000340 01  ADDBAL-RECORD.
000350     05  BAL-ACCOUNT-NO              PIC 9(08).
000360         88  BAL-CONTROL-RECORD           VALUE ZERO.
000370     05  BAL-ACCOUNT-DATA.
000380         10  BAL-FISCAL-YEAR         PIC 9(04).
000390         10  BAL-LAST-POST-DATE      PIC 9(08).
000400         10  BAL-LAST-RUN-TIME       PIC 9(08).
000410         10  BAL-OPENING-BALANCE     PIC S9(11)V99.
000420         10  BAL-CLOSING-BALANCE     PIC S9(11)V99.
000430         10  BAL-DAY-DEBITS          PIC S9(11)V99.
000440         10  BAL-DAY-CREDITS         PIC S9(11)V99.
000450         10  BAL-MTD-DEBITS          PIC S9(11)V99.
000460         10  BAL-MTD-CREDITS         PIC S9(11)V99.
000470         10  BAL-YTD-DEBITS          PIC S9(11)V99.
000480         10  BAL-YTD-CREDITS         PIC S9(11)V99.
000490         10  BAL-PY-DEBITS           PIC S9(11)V99.
000500         10  BAL-PY-CREDITS          PIC S9(11)V99.
000510         10  BAL-PY-CLOSING-BALANCE  PIC S9(11)V99.
000520         10  FILLER                  PIC X(29).
000530     05  BAL-CONTROL-DATA REDEFINES BAL-ACCOUNT-DATA.
000540         10  BAL-CTL-OPEN-YEAR       PIC 9(04).
000550         10  BAL-CTL-LAST-RUN-DATE   PIC 9(08).
000560         10  BAL-CTL-LAST-RUN-TIME   PIC 9(08).
000570         10  BAL-CTL-LAST-JOB-ID     PIC X(08).
000580         10  BAL-CTL-ROLLED-DATE     PIC 9(08).
000590         10  FILLER                  PIC X(156).
