000156*                   ON THE ADDSCRN SCREEN ("A"/BLANK ADD, "S"   *
000157*                   SUBTRACT), CARRIED INTO THE EXTRACTED       *
000158*                   DETAIL.  FILLER TRIMMED TO FIT.             *
000159*    10/15/26  RLH  ADDED ONL-FIRST-APPROVER AND                *
000160*                   ONL-APPROVER-ID - AN ITEM ABOVE THE         *
000161*                   APPROVER'S LIMIT STAYS PENDING WITH ITS     *
000162*                   FIRST APPROVER RECORDED UNTIL A DIFFERENT   *
000163*                   SUPERVISOR GIVES THE SECOND APPROVAL; THE   *
000164*                   OPERATOR WHO RELEASED OR REJECTED THE ITEM  *
000165*                   IS KEPT ON IT.  FILLER TRIMMED TO FIT.      *
000166*                                                               *
000170******************************************************************
000180*
000190 01  ADDONL-RECORD.
000300     05  ONL-NUM2                    PIC S9(07)V99.
000310     05  ONL-ACCOUNT-NO              PIC 9(08).
000315     05  ONL-OP-CODE                 PIC X(01).
000316     05  ONL-FIRST-APPROVER          PIC X(08).
000317         88  ONL-NO-FIRST-APPROVAL        VALUE SPACES.
000318     05  ONL-APPROVER-ID             PIC X(08).
000320     05  FILLER                      PIC X(12).
