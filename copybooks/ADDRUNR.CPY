000010******************************************************************
000020*                                                                *
000030*    ADDRUNR - BUSINESS-DATE RUN CONTROL RECORD (ADDRUN)        *
000040*                                                               *
000050*    ONE RECORD, REWRITTEN WHOLE BY THE POSTING STEP, THAT      *
000060*    GOVERNS WHICH POSTING CYCLE OF WHICH BUSINESS DATE MAY     *
000070*    RUN.  A BUSINESS DATE IS POSTED IN ONE OR MORE NUMBERED    *
000080*    CYCLES (UP TO FOUR, AS SCHEDULED ON ADDCAL), EACH ITS      *
000090*    OWN SUBMISSION OF ADDTWO AGAINST THE FEEDS THAT ARRIVED    *
000100*    BY ITS CUTOFF.  RUN-CTL-STATUS IS THE DATE'S STATE:        *
000110*                                                               *
000120*      "I" - A CYCLE IS IN FLIGHT (RUN-CTL-CYCLE-NO); A         *
000130*            RESUBMISSION OF THE SAME CYCLE RESTARTS IT         *
000140*      "P" - THE CYCLE HAS POSTED AND THE DATE STAYS OPEN       *
000150*            FOR ITS LATER CYCLES                               *
000160*      "C" - THE DATE IS CLOSED - BY ITS LAST SCHEDULED         *
000170*            CYCLE (CLOSE TYPE "L") OR BY THE ADDEOD            *
000180*            END-OF-DAY STEP (CLOSE TYPE "E")                   *
000190*                                                               *
000200*    RUN-CTL-JOB-ID AND RUN-CTL-TIME ARE THOSE OF THE LATEST    *
000210*    CYCLE TO START - RUN DATE PLUS START TIME IDENTIFIES THE   *
000220*    POSTING RUN TO ADDBAL.  THE CYCLE TABLE KEEPS EACH         *
000230*    CYCLE'S OWN STATE (SPACE - NOT RUN, "I", "P") AND JOB ID.  *
000240*    A RECORD WRITTEN BEFORE CYCLES EXISTED CARRIES SPACES      *
000250*    WHERE THE CYCLE FIELDS NOW SIT AND READS AS A ONE-CYCLE    *
000260*    DATE (SEE ADDCYC).                                         *
000270*                                                               *
000280*    MODIFICATION HISTORY                                       *
000290*    ---------------------                                      *
000300*    10/15/26  RLH  FACTORED OUT OF THE PROGRAMS THAT READ      *
000310*                   ADDRUN.  ADDED THE POSTING CYCLE FIELDS     *
000320*                   AND STATUS "P" FROM THE FILLER - LRECL      *
000330*                   STAYS 80.                                   *
000340*                                                               *
000350******************************************************************
000360*
000370 01  ADDRUN-RECORD.
000380     05  RUN-CTL-DATE                PIC 9(08).
000390     05  RUN-CTL-STATUS              PIC X(01).
000400         88  RUN-CTL-IN-FLIGHT            VALUE "I".
000410         88  RUN-CTL-CYCLE-POSTED         VALUE "P".
000420         88  RUN-CTL-COMPLETE             VALUE "C".
000430         88  RUN-CTL-INPUT-CONSUMED       VALUE "P" "C".
000440     05  RUN-CTL-JOB-ID              PIC X(08).
000450     05  RUN-CTL-TIME                PIC 9(08).
000460     05  RUN-CTL-CYCLE-NO            PIC 9(01).
000470     05  RUN-CTL-CYCLES-SCHEDULED    PIC 9(01).
000480     05  RUN-CTL-CYCLE-ENTRY         OCCURS 4 TIMES.
000490         10  RUN-CTL-CYC-STATUS      PIC X(01).
000500             88  RUN-CTL-CYC-NOT-RUN      VALUE SPACE.
000510             88  RUN-CTL-CYC-IN-FLIGHT    VALUE "I".
000520             88  RUN-CTL-CYC-POSTED       VALUE "P".
000530         10  RUN-CTL-CYC-JOB-ID      PIC X(08).
000540     05  RUN-CTL-CLOSE-TYPE          PIC X(01).
000550         88  RUN-CTL-DATE-OPEN            VALUE SPACE.
000560         88  RUN-CTL-CLOSED-BY-CYCLE      VALUE "L".
000570         88  RUN-CTL-CLOSED-BY-EOD        VALUE "E".
000580     05  FILLER                      PIC X(16).
