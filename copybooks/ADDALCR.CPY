000010******************************************************************
000020*                                                                *
000030*    ADDALCR - ALLOCATION RULES MASTER RECORD (ADDALC VSAM)     *
000040*                                                               *
000050*    ONE RECORD PER ALLOCATION RULE, KEYED BY RULE NUMBER.  A   *
000060*    DETAIL WITH OPERATION CODE "L" CARRIES A RULE NUMBER IN    *
000070*    ITS ACCOUNT FIELD INSTEAD OF AN ACCOUNT, AND THE POSTING   *
000080*    STEP SPREADS ITS RESULT OVER THE RULE'S TARGET ACCOUNTS    *
000090*    BY PERCENTAGE - ONE POSTED LEG PER TARGET.  EACH SHARE IS  *
000100*    ROUNDED TO THE CENT AND THE ROUNDING REMAINDER GOES TO     *
000110*    THE TARGET WITH THE LARGEST PERCENTAGE (THE FIRST ONE ON   *
000120*    A TIE), SO THE LEGS ALWAYS ADD BACK TO THE RESULT.         *
000130*                                                               *
000140*    A RULE IS USABLE ONLY WHEN IT IS ACTIVE, NAMES 1 TO 20     *
000150*    TARGETS, EVERY TARGET PERCENTAGE IS ABOVE ZERO AND THE     *
000160*    PERCENTAGES TOTAL EXACTLY 100.00.  THE EDIT ALSO REQUIRES  *
000170*    EVERY TARGET TO BE ACTIVE ON ADDACCT.  TARGET SLOTS PAST   *
000180*    ALC-TARGET-COUNT ARE IGNORED.                              *
000190*                                                               *
000200*    MODIFICATION HISTORY                                       *
000210*    ---------------------                                      *
000220*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000230*                                                               *
000240******************************************************************
000250*
000260 01  ADDALC-RECORD.
000270     05  ALC-RULE-NO                 PIC 9(08).
000280     05  ALC-STATUS                  PIC X(01).
000290         88  ALC-ACTIVE                   VALUE "A".
000300         88  ALC-INACTIVE                 VALUE "I".
000310     05  ALC-DESCRIPTION             PIC X(30).
000320     05  ALC-TARGET-COUNT            PIC 9(02).
000330     05  ALC-TARGET OCCURS 20 TIMES.
000340         10  ALC-TARGET-ACCOUNT      PIC 9(08).
000350         10  ALC-TARGET-PCT          PIC 9(03)V99.
000360     05  FILLER                      PIC X(19).
