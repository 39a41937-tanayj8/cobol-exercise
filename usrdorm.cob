      * THAT PREDATES LOGIN TRACKING (UM-LAST-LOGIN ZERO) FALLS BACK  *
      * TO ITS PASSWORD-SET DATE; WITH NEITHER DATE ON RECORD IT IS   *
      * LISTED FOR MANUAL REVIEW BUT NEVER AUTO-SUSPENDED ON NO       *
      * EVIDENCE. A SERVICE ACCOUNT (UM-ACCOUNT-TYPE "S") IS NEVER    *
      * LISTED OR SUSPENDED - AN INTERFACE ID CAN LEGITIMATELY SIT    *
      * QUIET FOR MONTHS, AND ITS OWNER ANSWERS FOR IT IN THE ANNUAL  *
      * ATTESTATION INSTEAD. RUNS UNATTENDED UNDER ITS OWN JCL STEP - *
      * NO ACCEPT PROMPTS.                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-IDLE-COUNT           PIC 9(6) VALUE 0.
       01  WS-SUSPENDED-COUNT      PIC 9(6) VALUE 0.
       01  WS-NO-DATE-COUNT        PIC 9(6) VALUE 0.
       01  WS-SERVICE-COUNT        PIC 9(6) VALUE 0.

       01  WS-AUDIT-ACTION         PIC X(10) VALUE "SUSPEND".
       01  WS-AUDIT-RESULT         PIC X(7).
      * AN UPDATER FOR ITS RUN LIKE EVERY OTHER UPDATER.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
           MOVE WS-SUSPENDED-COUNT TO RNLOG-REQ-WRITTEN
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

      * REGISTER AS A LIVE UPDATER OF THE MASTER, SAME AS USERMGMT.
      * A STALE ROW LEFT BY AN ABENDED PRIOR RUN IS REPORTED BY
           DISPLAY "========================================".

      * ONLY ACTIVE ACCOUNTS ARE REVIEWED - INACTIVE AND LOCKED ONES
      * ALREADY CANNOT LOG IN. ACTIVE SERVICE ACCOUNTS ARE COUNTED AS
      * EXEMPT AND PASSED OVER.
       REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-RECORDS-READ
           IF UM-USER-ACTIVE = 1 AND UM-SERVICE-ACCOUNT
               ADD 1 TO WS-SERVICE-COUNT
           END-IF
           IF UM-USER-ACTIVE = 1 AND UM-PERSON-ACCOUNT
               IF UM-LAST-LOGIN NOT = 0
                   MOVE UM-LAST-LOGIN TO WS-LAST-ACTIVITY
               ELSE
       SUSPEND-DORMANT-ACCOUNT.
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE 0 TO UM-USER-ACTIVE
           PERFORM REWRITE-MASTER-RECORD
           DISPLAY "  " UM-USER-NAME
               " - IDLE " WS-IDLE-AGE-DAYS " DAYS - SUSPENDED"
           DISPLAY "      " UM-FULL-NAME " / " UM-DEPARTMENT
           DISPLAY "IDLE (LISTED ONLY):   " WS-IDLE-COUNT.
           DISPLAY "SUSPENDED:            " WS-SUSPENDED-COUNT.
           DISPLAY "NO DATE ON RECORD:    " WS-NO-DATE-COUNT.
           DISPLAY "SERVICE (EXEMPT):     " WS-SERVICE-COUNT.
           DISPLAY "========================================".

      * THE MASTER REWRITE COMES THROUGH HERE SO EACH SUCCESSFUL ONE
      * IS JOURNALED WITH ITS AFTER-IMAGE FOR FORWARD RECOVERY
      * (USRMJREC) - SAME CONTRACT AS USERMGMT'S. A JOURNAL FAILURE
      * IS WARNED, NOT FATAL, THE SAME RULE AS AN AUDIT FAILURE.
       REWRITE-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           REWRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               MOVE "C" TO MJRW-REQ-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE "W" TO MJRW-REQ-FUNCTION
           MOVE "USRDORM" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
