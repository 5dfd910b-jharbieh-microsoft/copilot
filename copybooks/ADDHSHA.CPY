000010******************************************************************
000020*                                                                *
000030*    ADDHSHA - AUDIT CHAIN HASH AND SEAL PARAMETER AREA         *
000040*                                                               *
000050*    PASSED LAST ON CALL "ADDHSH" (LINK HASH) AND CALL "ADDHMC" *
000060*    (RUN-CONTROL SEAL) BY THE POSTING STEP AND THE ADDAVF      *
000070*    VERIFICATION RUN.  THE CALLER FILLS IN THE ICSF KEY LABEL  *
000080*    FROM ADDHKEY (USED BY ADDHMC ONLY); THE CALLED PROGRAM     *
000090*    RETURNS THE RESULT AND, WHEN THE CRYPTOGRAPHIC SERVICE     *
000100*    FAILED, A LINE FOR THE CALLER TO DISPLAY.                  *
000110*                                                               *
000120*    MODIFICATION HISTORY                                       *
000130*    ---------------------                                      *
000140*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000150*                                                               *
000160******************************************************************
000170*
000180 01  HSH-SERVICE-AREA.
000190     05  HSH-KEY-LABEL               PIC X(64).
000200     05  HSH-RESULT                  PIC X(01).
000210         88  HSH-OK                       VALUE "0".
000220         88  HSH-FAILED                   VALUE "9".
000230     05  HSH-MESSAGE                 PIC X(72).
