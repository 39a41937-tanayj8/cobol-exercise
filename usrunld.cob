      * A TRAILER ROW CARRYING THE RECORD COUNT. RUN AFTER EVERY      *
      * NIGHTLY USRBATCH STEP SO THERE IS ALWAYS A RESTORABLE IMAGE;  *
      * USRRELD REBUILDS THE INDEXED FILE FROM THE IMAGE FOR DISASTER *
      * RECOVERY OR TO REORGANIZE AFTER HEAVY DELETE ACTIVITY.        *
      * ONCE THE IMAGE IS COMPLETE THE AFTER-IMAGE JOURNAL IS CUT     *
      * OVER TO IT (USRMJRNL), SO THE JOURNAL ALWAYS RUNS FORWARD     *
      * FROM THE LATEST IMAGE AND USRMJREC CAN REPLAY IT OVER A       *
      * USRRELD RELOAD. RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO   *
      * ACCEPT PROMPTS.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-HISTORY-UNLOADED     PIC 9(9) VALUE 0.
       01  WS-CURRENT-DATETIME     PIC X(21).

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * THE CUT-OVER TIES A NEW JOURNAL GENERATION TO THIS IMAGE.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
           CLOSE USER-MASTER-FILE
           CLOSE USER-FLAT-FILE
           PERFORM UNLOAD-PASSWORD-HISTORY
           PERFORM CUT-OVER-JOURNAL
           PERFORM PRINT-UNLOAD-REPORT
           COMPUTE RNLOG-REQ-READ =
               WS-RECORDS-UNLOADED + WS-HISTORY-UNLOADED
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-RECORDS-UNLOADED + WS-HISTORY-UNLOADED
      * THE IMAGE ITSELF IS GOOD EVEN WHEN THE CUT-OVER FAILED, BUT
      * THE JOURNAL IS NO LONGER TIED TO IT - THE STEP FAILS SO THE
      * MORNING SUMMARY SHOWS THE RECOVERY PATH IS BROKEN.
           IF MJRW-OK
               MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           ELSE
               MOVE "FAILURE" TO RNLOG-REQ-OUTCOME
           END-IF
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

       UNLOAD-ONE-RECORD.
           MOVE "D" TO UF-RECORD-TYPE
           ADD 1 TO WS-HISTORY-UNLOADED
           READ PWHIST-FILE NEXT.

      * START A NEW JOURNAL GENERATION FROM THIS IMAGE. THE RUN
      * START IS THE IMAGE'S POINT IN TIME - THE MASTER IS NOT HELD
      * DURING THE UNLOAD, SO USRMJRNL CARRIES EVERY ROW JOURNALED
      * SINCE THEN INTO THE NEW GENERATION (SEE USRMJRNL).
       CUT-OVER-JOURNAL.
           MOVE "C" TO MJRW-REQ-FUNCTION
           MOVE "USRUNLD" TO MJRW-REQ-PROGRAM
           MOVE SPACE TO MJRW-REQ-ACTION
           MOVE SPACES TO MJRW-REQ-IMAGE
           MOVE WS-RUN-START TO MJRW-REQ-IMAGE-TIME
           MOVE WS-RECORDS-UNLOADED TO MJRW-REQ-IMAGE-COUNT
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "ERROR: MASTER JOURNAL CUT-OVER FAILED (STATUS "
                   MJRW-RESP-STATUS "). PREVIOUS JOURNAL IS ON"
                   " USERJRNO."
           END-IF.

       PRINT-UNLOAD-REPORT.
           DISPLAY "========================================".
           DISPLAY "  USER MASTER UNLOAD CONTROL REPORT     ".
           DISPLAY "RECORDS UNLOADED: " WS-RECORDS-UNLOADED.
           DISPLAY "HISTORY UNLOADED: " WS-HISTORY-UNLOADED.
           DISPLAY "TRAILERS WRITTEN WITH MATCHING COUNTS.".
           IF MJRW-OK
               DISPLAY "JOURNAL CUT OVER - ROWS CARRIED: "
                   MJRW-RESP-CARRIED
           ELSE
               DISPLAY "*** JOURNAL NOT CUT OVER - NO FORWARD"
                   " RECOVERY FROM THIS IMAGE ***"
           END-IF
           DISPLAY "========================================".
