000010******************************************************************
000020*                                                                *
000030*    ADDSECR - REFUSED ONLINE ATTEMPT LOG RECORD (VSAM KSDS     *
000040*              ADDSECLG)                                        *
000050*                                                               *
000060*    ONE RECORD PER ATTEMPT THE ADD-TWO-NUMBERS ONLINE          *
000070*    TRANSACTIONS REFUSED ON OPERATOR AUTHORITY - NO PROFILE,   *
000080*    PROFILE SUSPENDED, FUNCTION NOT GRANTED, APPROVAL OF THE   *
000090*    OPERATOR'S OWN ENTRY, OR A SECOND APPROVAL BY THE SAME     *
000100*    OPERATOR WHO GAVE THE FIRST.  KEYED BY DATE, TIME,         *
000110*    OPERATOR AND A SEQUENCE THAT KEEPS SEVERAL REFUSALS IN     *
000120*    THE SAME SECOND APART.  SEC-ITEM-KEY CARRIES THE ADDONLQ   *
000130*    KEY OF THE ITEM (APPROVAL) OR THE ACCOUNT NUMBER           *
000140*    (MAINTENANCE) WHERE THERE IS ONE - OR, FROM THE HELD ITEM  *
000142*    REVIEW (ADDHAPR), THE ADDHOLD KEY OF THE HELD ITEM.        *
000150*                                                               *
000160*    MODIFICATION HISTORY                                       *
000170*    ---------------------                                      *
000180*    10/15/26  RLH  ORIGINAL LAYOUT.                             *
000185*    10/15/26  RLH  ADDHAPR REFUSALS CARRY THE ADDHOLD KEY.      *
000190*                                                               *
000200******************************************************************
000210*
000220 01  ADDSEC-RECORD.
000230     05  SEC-KEY.
000240         10  SEC-EVENT-DATE          PIC 9(08).
000250         10  SEC-EVENT-TIME          PIC 9(08).
000260         10  SEC-OPERATOR-ID         PIC X(08).
000270         10  SEC-EVENT-SEQ           PIC 9(02).
000280     05  SEC-TRANSID                 PIC X(04).
000290     05  SEC-PROGRAM                 PIC X(08).
000300     05  SEC-TERMINAL-ID             PIC X(04).
000310     05  SEC-REASON                  PIC X(04).
000320         88  SEC-NO-PROFILE               VALUE "NPRF".
000330         88  SEC-PROFILE-SUSPENDED        VALUE "SUSP".
000340         88  SEC-NOT-AUTHORIZED           VALUE "NAUT".
000350         88  SEC-SELF-APPROVAL            VALUE "SELF".
000360         88  SEC-SAME-APPROVER            VALUE "DUAL".
000370     05  SEC-REASON-TEXT             PIC X(40).
000380     05  SEC-ITEM-KEY                PIC X(24).
000390     05  SEC-ITEM-AMOUNT             PIC S9(08)V99.
000400     05  FILLER                      PIC X(08).
