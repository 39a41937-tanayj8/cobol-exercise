      ***************************************************************
      * NIGHTLY JOB-STREAM STEP DEFINITION - ONE 80-BYTE CARD PER    *
      * STEP ON THE JOBSTEPS FILE READ BY USRJSDRV. THE STEPS RUN IN *
      * CARD ORDER; EACH NAMES UP TO SIX EARLIER STEPS IT DEPENDS    *
      * ON, AND IS SKIPPED UNLESS EVERY ONE OF THEM COMPLETED        *
      * SUCCESSFULLY. THE STEP NAME IS THE PROGRAM-ID THE DRIVER     *
      * CALLS AND THE JOB NAME THE STEP WRITES ON USERRUNL - A STEP  *
      * PROGRAM MUST WRITE ITS RUN RECORD THROUGH USRRNLOG AND END   *
      * WITH GOBACK, NOT STOP RUN, AT EVERY EXIT. A CARD WITH "*" IN *
      * COLUMN 1, OR A BLANK CARD, IS A COMMENT. THE STANDARD        *
      * ORDERING RULES, FOR EXAMPLE:                                 *
      *    USROFFBD U                                                *
      *    USRRECON R USROFFBD                                       *
      *    USRBATCH U                                                *
      *    USREXPRY U                                                *
      *    USRDELTA R USRBATCH USREXPRY                              *
      *    USRUNLD  U USRBATCH USRDELTA                              *
      *    USRSVCRP R USROFFBD USRBATCH                              *
      ***************************************************************
       01  JOB-STEP-RECORD.
           05  JS-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X.
      *    "U" = THE STEP UPDATES OR IMAGES USERMAST AND MUST NOT
      *    START WHILE ANOTHER PROGRAM HOLDS THE MASTER LOCK,
      *    "R" = THE STEP ONLY READS OR REPORTS - A HELD LOCK IS
      *    REPORTED AND THE STEP RUNS ANYWAY
           05  JS-MASTER-USE           PIC X.
               88  JS-UPDATES-MASTER   VALUE "U".
               88  JS-READS-MASTER     VALUE "R".
           05  JS-DEPENDENCY           OCCURS 6 TIMES.
               10  FILLER              PIC X.
               10  JS-DEPENDS-ON       PIC X(8).
           05  FILLER                  PIC X(16).
