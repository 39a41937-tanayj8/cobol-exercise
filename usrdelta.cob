      * RUN'S FLAT UNLOAD IMAGE (THE SAME LAYOUT USRUNLD WRITES,      *
      * SUPPLIED HERE AS USERPREV) AND WRITES ONE DATED CHANGE FILE   *
      * THE DOWNSTREAM PROVISIONING SYSTEMS CONSUME: NEW ACCOUNTS,    *
      * TRANSITIONS TO INACTIVE OR LOCKED, REACTIVATIONS, ACCOUNTS    *
      * DELETED OUTRIGHT, AND PROFILE (NAME, DEPARTMENT, EMAIL)       *
      * CORRECTIONS, WITH A CONTROL TRAILER CARRYING                  *
      * THE COUNT PER CHANGE TYPE. BOTH INPUTS ARE IN USERNAME ORDER  *
      * SO THE MATCH IS ONE BALANCED FORWARD PASS. THE NIGHTLY JCL    *
      * RUNS USRUNLD AFTER THIS STEP AND SAVES ITS IMAGE AS THE NEXT  *
           05  WS-PREV-FULL-NAME   PIC X(30).
           05  WS-PREV-DEPARTMENT  PIC X(10).
           05  WS-PREV-EMAIL       PIC X(30).
           05  WS-PREV-END-DATE    PIC 9(8).
           05  WS-PREV-ACCT-TYPE   PIC X.
           05  WS-PREV-OWNER       PIC X(20).
           05  WS-PREV-ATTESTED    PIC 9(8).

      * MATCH KEYS FOR THE BALANCED PASS - HIGH-VALUES MARKS AN
      * EXHAUSTED SIDE SO THE OTHER SIDE DRAINS NORMALLY.
       01  WS-LOCK-COUNT           PIC 9(6) VALUE 0.
       01  WS-REACT-COUNT          PIC 9(6) VALUE 0.
       01  WS-DELETE-COUNT         PIC 9(6) VALUE 0.
       01  WS-PROFILE-COUNT        PIC 9(6) VALUE 0.
       01  WS-UNCHANGED-COUNT      PIC 9(6) VALUE 0.
       01  WS-PREV-IS-EMPTY        PIC 9 VALUE 0.

           COMPUTE RNLOG-REQ-READ =
               WS-ADD-COUNT + WS-DEACT-COUNT + WS-LOCK-COUNT
               + WS-REACT-COUNT + WS-DELETE-COUNT
               + WS-PROFILE-COUNT + WS-UNCHANGED-COUNT
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-ADD-COUNT + WS-DEACT-COUNT + WS-LOCK-COUNT
               + WS-REACT-COUNT + WS-DELETE-COUNT
               + WS-PROFILE-COUNT
           MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           GOBACK.

       CAPTURE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
      * GOBACK RATHER THAN STOP RUN, HERE AND AT THE NORMAL END, SO
      * THE NIGHTLY DRIVER (USRJSDRV) GETS CONTROL BACK AFTER THE STEP.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           GOBACK.

       OPEN-EXTRACT-FILES.
      * AN EXISTING MASTER IS A PRECONDITION - AN EMPTY ONE CREATED

      * A MATCHED ACCOUNT ONLY GOES OUT WHEN ITS ACTIVE STATUS MOVED:
      * INTO 1 IS A REACTIVATION, INTO 2 A LOCK, INTO 0 A
      * DEACTIVATION - OR, WITH THE STATUS UNCHANGED, WHEN THE
      * PROFILE THE DOWNSTREAMS HOLD (NAME, DEPARTMENT, EMAIL) MOVED.
      * A STATUS ROW ALREADY CARRIES THE CURRENT PROFILE, SO ONE ROW
      * COVERS BOTH. PASSWORD AND DATE CHURN IS NOBODY'S BUSINESS
      * DOWNSTREAM.
       COMPARE-MATCHED-PAIR.
           IF UM-USER-ACTIVE = WS-PREV-ACTIVE
               IF UM-FULL-NAME = WS-PREV-FULL-NAME
                   AND UM-DEPARTMENT = WS-PREV-DEPARTMENT
                   AND UM-EMAIL = WS-PREV-EMAIL
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   MOVE "PROFIL" TO DL-CHANGE-CODE
                   ADD 1 TO WS-PROFILE-COUNT
                   PERFORM WRITE-DELTA-DETAIL
               END-IF
           ELSE
               EVALUATE UM-USER-ACTIVE
                   WHEN 1
           MOVE WS-LOCK-COUNT TO DL-LOCK-COUNT
           MOVE WS-REACT-COUNT TO DL-REACT-COUNT
           MOVE WS-DELETE-COUNT TO DL-DELETE-COUNT
           MOVE WS-PROFILE-COUNT TO DL-PROFILE-COUNT
           WRITE DELTA-RECORD.

       PRINT-CONTROL-REPORT.
           DISPLAY "LOCKED (LOCK):        " WS-LOCK-COUNT.
           DISPLAY "REACTIVATED (REACT):  " WS-REACT-COUNT.
           DISPLAY "DELETED (DELETE):     " WS-DELETE-COUNT.
           DISPLAY "PROFILE (PROFIL):     " WS-PROFILE-COUNT.
           DISPLAY "UNCHANGED (NOT SENT): " WS-UNCHANGED-COUNT.
           DISPLAY "========================================".
