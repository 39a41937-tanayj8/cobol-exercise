      * SEQUENTIAL IMAGE USRUNLD WROTE, AND VERIFIES THE LOADED        *
      * RECORD COUNT AGAINST THE IMAGE'S TRAILER ROW. THE IMAGE IS IN *
      * KEY ORDER (USRUNLD READS THE MASTER IN KEY ORDER) SO THE       *
      * INDEXED LOAD IS A STRAIGHT ASCENDING-KEY WRITE. FOR DISASTER   *
      * RECOVERY, FOLLOW WITH USRMJREC TO ROLL THE RELOADED MASTER     *
      * FORWARD THROUGH THE AFTER-IMAGE JOURNAL. RUNS UNATTENDED UNDER *
      * ITS OWN JCL STEP - NO ACCEPT PROMPTS.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
