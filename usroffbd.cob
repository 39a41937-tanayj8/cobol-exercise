      * ITS RUN LIKE EVERY OTHER UPDATER.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
           MOVE WS-NOT-FOUND-COUNT TO RNLOG-REQ-REJECTED
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
           ELSE
               MOVE 1 TO WS-WAS-ACTIVE
               MOVE 0 TO UM-USER-ACTIVE
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-DEACTIVATED-COUNT
               DISPLAY "OFFBOARDED: " WS-USERNAME
               MOVE "OFFBOARD" TO WS-AUDIT-ACTION
           DISPLAY "ROLE ROWS REMOVED:    " WS-ROLES-PURGED-TOTAL.
           DISPLAY "SESSION ROWS REMOVED: " WS-SESSIONS-PURGED-TOT.
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
           MOVE "USROFFBD" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
