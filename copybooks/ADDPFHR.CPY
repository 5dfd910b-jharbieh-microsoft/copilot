000010******************************************************************
000020*                                                                *
000030*    ADDPFHR - PROOF HISTORY RECORD (ADDPFH)                    *
000040*                                                               *
000050*    ONE RECORD PER POSTING CYCLE PROVED, KEYED BY BUSINESS     *
000060*    DATE AND CYCLE, WRITTEN BY ADDPRF AS IT PROVES THE CYCLE   *
000070*    (A RERUN OF THE SAME CYCLE'S PROOF REPLACES IT).  THE      *
000080*    MERGED ADDTRAN HOLDS ONLY THE CURRENT CYCLE'S INPUT, SO    *
000090*    THE DAY-TOTAL PROOF SHEET IS BUILT BY SUMMING THESE        *
000100*    RECORDS FOR EVERY CYCLE OF THE DATE.  ADDPFH IS A VSAM     *
000110*    KSDS, KEYS(9 0), RECORDSIZE(150 150); ADDPRF BUILDS IT     *
000120*    EMPTY THE FIRST TIME IT FINDS NONE.                        *
000130*                                                               *
000140*    MODIFICATION HISTORY                                       *
000150*    ---------------------                                      *
000160*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000170*                                                               *
000180******************************************************************
000190*
000200 01  ADDPFH-RECORD.
000210     05  PFH-KEY.
000220         10  PFH-PROOF-DATE          PIC 9(08).
000230         10  PFH-CYCLE-NO            PIC 9(01).
000240     05  PFH-PROOF-STATUS            PIC X(01).
000250         88  PFH-PROOF-TIES               VALUE "T".
000260         88  PFH-PROOF-OUT                VALUE "O".
000270     05  PFH-RUN-DATE                PIC 9(08).
000280     05  PFH-RUN-TIME                PIC 9(08).
000290     05  PFH-IN-COUNT                PIC 9(06).
000300     05  PFH-POSTED-COUNT            PIC 9(06).
000310     05  PFH-REJ-COUNT               PIC 9(06).
000320     05  PFH-EXC-COUNT               PIC 9(06).
000330     05  PFH-HELD-COUNT              PIC 9(06).
000340     05  PFH-IN-TOTAL                PIC S9(11)V99.
000350     05  PFH-POSTED-TOTAL            PIC S9(11)V99.
000360     05  PFH-REJ-TOTAL               PIC S9(11)V99.
000370     05  PFH-EXC-TOTAL               PIC S9(11)V99.
000380     05  PFH-HELD-TOTAL              PIC S9(11)V99.
000390     05  PFH-GL-TOTAL                PIC S9(11)V99.
000400     05  FILLER                      PIC X(16).
