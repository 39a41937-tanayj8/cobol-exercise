      ***************************************************************
      * NIGHTLY JOB-STREAM RESTART RECORD - ONE ROW PER STEP ON THE  *
      * JOBRSTRT FILE, REWRITTEN WHOLE BY USRJSDRV EVERY TIME A STEP *
      * CHANGES STATE, THE SAME ONE-MARKER-FILE SHAPE AS USERMGMT'S  *
      * CHECKPOINT. A RESTARTED STREAM NEVER RERUNS A STEP THIS FILE *
      * SHOWS COMPLETE - ABOVE ALL, NEVER A USRBATCH WHOSE FEED WAS  *
      * ALREADY APPLIED.                                             *
      ***************************************************************
       01  JOB-RESTART-RECORD.
      *    WHEN THE STREAM FIRST STARTED - A RESTART KEEPS IT
           05  JR-STREAM-START         PIC X(14).
           05  JR-STEP-NAME            PIC X(8).
      *    "P" = PENDING, "R" = RUNNING (CALLED, NOT YET BACK),
      *    "C" = COMPLETE, "F" = FAILED, "S" = SKIPPED
           05  JR-STEP-STATE           PIC X.
               88  JR-STEP-PENDING     VALUE "P".
               88  JR-STEP-RUNNING     VALUE "R".
               88  JR-STEP-COMPLETE    VALUE "C".
               88  JR-STEP-FAILED      VALUE "F".
               88  JR-STEP-SKIPPED     VALUE "S".
      *    WHEN THE DRIVER CALLED THE STEP (YYYYMMDDHHMMSS)
           05  JR-STEP-START           PIC X(14).
      *    THE STEP'S USERRUNL OUTCOME ("SUCCESS", "FAILURE",
      *    "ABORTED"), OR THE DRIVER'S OWN REASON: "NOLOG" (NO RUN
      *    RECORD CAME BACK), "NOTFOUND" (PROGRAM NOT CALLABLE),
      *    "LOCKED" (MASTER HELD), "LOCKERR" (LOCK FILE FAILED),
      *    "DEPFAIL" (A STEP IT DEPENDS ON DID NOT COMPLETE)
           05  JR-STEP-OUTCOME         PIC X(8).
