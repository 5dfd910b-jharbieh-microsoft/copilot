000010******************************************************************
000020*                                                                *
000030*    ADDCYCA - POSTING CYCLE GATE PARAMETER AREA                *
000040*                                                               *
000050*    PASSED WITH THE ADDRUN RECORD ON CALL "ADDCYC" BY THE      *
000060*    ADDRCK PRE-CHECK AND THE POSTING STEP, SO BOTH APPLY ONE   *
000070*    COPY OF THE CYCLE RULES.  THE CALLER FILLS IN THE RUN      *
000080*    DATE AND TIME, JOB ID, REQUESTED CYCLE, OVERRIDE OPTION    *
000090*    AND THE DATE'S SCHEDULE FROM ADDCAL; ADDCYC RETURNS THE    *
000100*    DECISION AND UP TO TWO LINES FOR THE CALLER TO DISPLAY     *
000110*    (SPACES WHEN THERE IS NOTHING TO SAY).                     *
000120*                                                               *
000130*    MODIFICATION HISTORY                                       *
000140*    ---------------------                                      *
000150*    10/15/26  RLH  ORIGINAL LAYOUT.                            *
000160*                                                               *
000170******************************************************************
000180*
000190 01  CYC-GATE-AREA.
000200     05  CYC-RUN-DATE                PIC 9(08).
000210     05  CYC-RUN-TIME                PIC 9(08).
000220     05  CYC-RUN-TIME-PARTS REDEFINES CYC-RUN-TIME.
000230         10  CYC-RUN-HHMM            PIC 9(04).
000240         10  FILLER                  PIC 9(04).
000250     05  CYC-JOB-ID                  PIC X(08).
000260     05  CYC-CYCLE-NO                PIC 9(01).
000270     05  CYC-OVERRIDE-OPTION         PIC X(01).
000280         88  CYC-OVERRIDE-REQUESTED       VALUE "O".
000290     05  CYC-SCHEDULE.
000295         10  CYC-CYCLES-SCHEDULED    PIC 9(01).
000300         10  CYC-CUTOFF-TIME         PIC 9(04) OCCURS 4 TIMES.
000310     05  CYC-DECISION                PIC X(01).
000320         88  CYC-PROCEED                  VALUE "P".
000330         88  CYC-RESTART                  VALUE "R".
000340         88  CYC-REFUSED                  VALUE "X".
000350     05  CYC-MESSAGE-1               PIC X(72).
000360     05  CYC-MESSAGE-2               PIC X(72).
