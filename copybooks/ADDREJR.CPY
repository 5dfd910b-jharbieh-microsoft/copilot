000204*                   MERGED ONTO THE CUMULATIVE ADDREJ BY        *
000205*                   ADDRJM, SO AN EDIT RERUN CANNOT DOUBLE A    *
000206*                   RUN DATE'S REJECTS.  LAYOUT UNCHANGED.      *
000207*    10/15/26  RLH  IMAGE REDEFINES EXTENDED WITH THE           *
000208*                   INTENDED (SUSPENSE) ACCOUNT, MIRRORING      *
000209*                   ADDREC.                                     *
000211*    10/15/26  RLH  THE SPARE BYTE AFTER THE REASON CODE NOW    *
000213*                   CARRIES REJ-CYCLE-NO, THE INTRADAY POSTING  *
000215*                   CYCLE THE EDIT RAN FOR.                     *
000217*                                                               *
000220******************************************************************
000230*
000240 01  ADDREJ-RECORD.
000250     05  REJ-REASON-CODE             PIC X(03).
000260     05  REJ-CYCLE-NO                PIC 9(01).
000270     05  REJ-REASON-TEXT             PIC X(40).
000280     05  REJ-RECORD-IMAGE            PIC X(80).
000290     05  REJ-IMAGE-DETAIL REDEFINES REJ-RECORD-IMAGE.
000350         10  REJ-IMG-ACCOUNT-NO      PIC 9(08).
000360         10  REJ-IMG-ORIGIN-REF      PIC X(15).
000365         10  REJ-IMG-OP-CODE         PIC X(01).
000366         10  REJ-IMG-INTENDED-ACCOUNT
000368                                     PIC 9(08).
000370         10  FILLER                  PIC X(23).
000380     05  REJ-RUN-DATE                PIC 9(08).
