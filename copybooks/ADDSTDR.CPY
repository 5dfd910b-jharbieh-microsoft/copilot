000010******************************************************************
000020*                                                                *
000030*    ADDSTDR - STANDING TRANSACTION MASTER RECORD (ADDSTD VSAM) *
000040*                                                               *
000050*    ONE RECORD PER STANDING (RECURRING) ENTRY, KEYED BY ENTRY  *
000060*    NUMBER - MONTHLY ACCRUALS, RENT AND OTHER FIXED AMOUNTS    *
000070*    THAT USED TO BE RE-KEYED ON ADDSCRN EVERY PERIOD.  THE     *
000080*    ADDSTG STEP OF ADDTWO GENERATES ONE DETAIL IN THE DAY'S    *
000090*    "RECUR" BATCH FOR EVERY OCCURRENCE THAT FALLS DUE ON THE   *
000100*    BUSINESS DATE AND STAMPS THE ENTRY WITH THE OCCURRENCE     *
000110*    DATE AND THE BUSINESS DATE IT WAS GENERATED ON.            *
000120*                                                               *
000130*    FREQUENCY AND DAY NUMBER:                                  *
000140*      D  DAILY - EVERY BUSINESS DAY (DAY NUMBER UNUSED).       *
000150*      W  WEEKLY ON WEEKDAY N (1 MONDAY THROUGH 7 SUNDAY).      *
000160*      M  MONTHLY ON DAY N (1-31; A DAY PAST THE END OF A       *
000170*         SHORT MONTH FALLS ON THE MONTH'S LAST DAY).           *
000180*      L  LAST BUSINESS DAY OF EACH MONTH (DAY NUMBER UNUSED).  *
000190*    AN OCCURRENCE ON A NON-BUSINESS DAY ROLLS FORWARD TO THE   *
000200*    NEXT BUSINESS DAY ON ADDCAL.  THE OCCURRENCE DATE MUST     *
000210*    FALL ON OR AFTER STD-START-DATE AND, UNLESS STD-END-DATE   *
000220*    IS ZERO (OPEN-ENDED), ON OR BEFORE STD-END-DATE.           *
000230*                                                               *
000240*    MODIFICATION HISTORY                                       *
000250*    ---------------------                                      *
000260*    10/15/26  RLH  ORIGINAL LAYOUT.                             *
000270*                                                               *
000280******************************************************************
000290*
000300 01  ADDSTD-RECORD.
000310     05  STD-ENTRY-NO                PIC 9(06).
000320     05  STD-STATUS                  PIC X(01).
000330         88  STD-ACTIVE                   VALUE "A".
000340         88  STD-INACTIVE                 VALUE "I".
000350     05  STD-ACCOUNT-NO              PIC 9(08).
000360     05  STD-NUM1                    PIC S9(07)V99.
000370     05  STD-NUM2                    PIC S9(07)V99.
000380     05  STD-OP-CODE                 PIC X(01).
000390     05  STD-FREQUENCY               PIC X(01).
000400         88  STD-DAILY                    VALUE "D".
000410         88  STD-WEEKLY                   VALUE "W".
000420         88  STD-MONTHLY                  VALUE "M".
000430         88  STD-LAST-BUSINESS-DAY        VALUE "L".
000440         88  STD-FREQUENCY-VALID          VALUE "D" "W" "M" "L".
000450     05  STD-DAY-NO                  PIC 9(02).
000460     05  STD-START-DATE              PIC 9(08).
000470     05  STD-END-DATE                PIC 9(08).
000480     05  STD-LAST-OCCUR-DATE         PIC 9(08).
000490     05  STD-LAST-RUN-DATE           PIC 9(08).
000500     05  STD-DESCRIPTION             PIC X(10).
000510     05  FILLER                      PIC X(01).
