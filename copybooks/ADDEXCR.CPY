000241*    09/01/26  RLH  THE LAST FILLER BYTE NOW CARRIES THE        *
000242*                   OPERATION CODE OF A SIZE-ERROR RECORD SO    *
000243*                   THE RECYCLE RESUBMITS THE SAME OPERATION.   *
000244*    10/15/26  RLH  ADDED EXC-CYCLE-NO - THE INTRADAY POSTING   *
000246*                   CYCLE THAT WROTE THE RECORD - FROM THE      *
000248*                   VARIABLE DATA FILLER.                       *
000250*                                                               *
000260******************************************************************
000270*
000350         10  EXC-TRUE-TOTAL          PIC S9(08)V99.
000360         10  EXC-ACCOUNT-NO          PIC 9(08).
000370         10  EXC-ORIG-SEQ-NO         PIC 9(06).
000380         10  FILLER                  PIC X(01).
000390     05  EXC-CONTROL-DATA REDEFINES EXC-VARIABLE-DATA.
000400         10  EXC-EXPECTED-COUNT      PIC 9(06).
000410         10  EXC-ACTUAL-COUNT        PIC 9(06).
000420         10  EXC-EXPECTED-TOTAL      PIC S9(11)V99.
000430         10  EXC-ACTUAL-TOTAL        PIC S9(11)V99.
000440         10  FILLER                  PIC X(05).
000445     05  EXC-CYCLE-NO                PIC 9(01).
000450     05  EXC-RUN-DATE                PIC 9(08).
000460     05  EXC-REASON                  PIC X(26).
000470     05  EXC-OP-CODE                 PIC X(01).
