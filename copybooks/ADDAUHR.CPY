000010******************************************************************
000020*                                                                *
000030*    ADDAUHR - AUDIT CHAIN RECORD LAYOUT FOR ADDAUDH            *
000040*                                                               *
000050*    THE COMPANION TO THE ADDAUD AUDIT TRAIL THAT MAKES IT      *
000060*    TAMPER-EVIDENT.  ADDAUD HAS NO ROOM FOR A HASH AND IS      *
000070*    SHARED 80-BYTE WITH ADDARC AND ITS ARCHIVE GENERATIONS,    *
000080*    SO THE CHAIN LIVES HERE, APPENDED BY ADD-TWO-NUMBERS IN    *
000090*    STEP WITH ADDAUD AND TRIMMED BY ADDARC AT THE SAME         *
000100*    CUTOFF.  FIXED LENGTH 80 BYTES, RECFM=FB.  TWO RECORD      *
000110*    TYPES, IN THE ORDER WRITTEN:                               *
000120*                                                               *
000130*      L  ONE CHAIN LINK PER ADDAUD RECORD, IN THE SAME ORDER.  *
000140*         AUH-CHAIN-NO RUNS 1, 2, 3 ... WITH NO GAPS FOR THE    *
000147*         LIFE OF THE TRAIL.  AUH-HASH IS THE ADDHSH HASH       *
000155*         (SHA-256, CUT TO 18 DIGITS) OF THE PRIOR LINK'S HASH  *
000163*         (AUH-PRIOR-HASH - ZERO ON THE FIRST LINK EVER)        *
000171*         FOLLOWED BY THE FULL 80-BYTE ADDAUD RECORD, SO        *
000178*         CHANGING OR REMOVING ANY RECORD BREAKS EVERY LINK     *
000186*         AFTER IT UNLESS THE REST OF THE CHAIN IS REBUILT.     *
000194*         THE POSTED RESULT IS CARRIED SO AN ALTERED AMOUNT IS  *
000202*         NAMED AS SUCH.                                        *
000210*      R  ONE RUN-CONTROL RECORD AT THE END OF EVERY POSTING    *
000220*         RUN, SEALING THE LINKS WRITTEN SINCE THE PRIOR R      *
000230*         RECORD (INCLUDING THOSE OF AN ABENDED EXECUTION OF    *
000237*         THE SAME RUN).  AUH-CHAIN-NO IS THE LAST LINK         *
000244*         SEALED.  AUH-SIGNATURE IS THE ADDHMC SEAL             *
000251*         (HMAC-SHA-256 UNDER THE ICSF KEY NAMED ON ADDHKEY,    *
000258*         CUT TO 18 DIGITS) OF THIS RECORD WITH THE SIGNATURE   *
000265*         FIELD REPLACED BY THE LAST SEALED LINK'S HASH.  THE   *
000272*         LINK HASH NEEDS NO KEY, SO ANYONE CAN REBUILD THE     *
000279*         LINKS AFTER AN EDIT; WHAT THEY CANNOT DO WITHOUT USE  *
000286*         OF THE KEY IS RE-SEAL THE RUN-CONTROL RECORDS OVER    *
000293*         THEM.                                                 *
000300*                                                               *
000310*    MODIFICATION HISTORY                                       *
000320*    ---------------------                                      *
000330*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000332*    10/15/26  RLH  LINKS ARE NOW SHA-256 AND THE SEAL          *
000335*                   HMAC-SHA-256 UNDER AN ICSF KEY - THE OLD    *
000337*                   FOLD COULD BE RE-SEALED WITHOUT THE KEY.    *
000340*                                                               *
000350******************************************************************
000360*
000370 01  ADDAUH-RECORD.
000380     05  AUH-REC-TYPE                PIC X(01).
000390         88  AUH-CHAIN-LINK               VALUE "L".
000400         88  AUH-RUN-CONTROL              VALUE "R".
000410     05  AUH-CHAIN-NO                PIC 9(09).
000420     05  AUH-RUN-DATE                PIC 9(08).
000430     05  AUH-JOB-ID                  PIC X(08).
000440     05  AUH-BODY                    PIC X(54).
000450     05  AUH-LINK-DATA REDEFINES AUH-BODY.
000460         10  AUH-SEQ-NO              PIC 9(06).
000470         10  AUH-LEG-NO              PIC 9(02).
000480         10  AUH-PRIOR-HASH          PIC 9(18).
000490         10  AUH-HASH                PIC 9(18).
000500         10  AUH-RESULT              PIC S9(08)V99.
000510     05  AUH-CONTROL-DATA REDEFINES AUH-BODY.
000520         10  AUH-RUN-TIME            PIC 9(08).
000530         10  AUH-FIRST-CHAIN-NO      PIC 9(09).
000540         10  AUH-LINK-COUNT          PIC 9(06).
000550         10  AUH-RESULT-TOTAL        PIC S9(11)V99.
000560         10  AUH-SIGNATURE           PIC 9(18).
