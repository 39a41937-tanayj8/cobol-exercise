      * CROSS-CHECKS THE HR TERMINATIONS FEED AGAINST USER-MASTER-FILE *
      * AND LISTS EVERY TERMINATED EMPLOYEE WHOSE ACCOUNT IS STILL     *
      * ACTIVE - THESE SHOULD HAVE BEEN DEACTIVATED BY AN ADMIN BUT    *
      * WEREN'T. WRITES ITS STANDARD RUN RECORD THROUGH USRRNLOG SO    *
      * THE NIGHTLY DRIVER (USRJSDRV) AND THE MORNING SUMMARY          *
      * (USRRUNRP) SEE THE STEP'S OUTCOME.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TERMS-CHECKED        PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           PERFORM OPEN-RECON-FILES
           PERFORM PRINT-REPORT-HEADER
           READ HR-TERM-FILE
           PERFORM PRINT-REPORT-FOOTER
           CLOSE HR-TERM-FILE
           CLOSE USER-MASTER-FILE
           MOVE WS-TERMS-CHECKED TO RNLOG-REQ-READ
           MOVE WS-EXCEPTION-COUNT TO RNLOG-REQ-REJECTED
           MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           GOBACK.

       CAPTURE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-START
           MOVE 0 TO RNLOG-REQ-READ
           MOVE 0 TO RNLOG-REQ-WRITTEN
           MOVE 0 TO RNLOG-REQ-REJECTED.

       WRITE-RUN-LOG.
           MOVE "USRRECON" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
      * GOBACK RATHER THAN STOP RUN, HERE AND AT THE NORMAL END, SO
      * THE NIGHTLY DRIVER (USRJSDRV) GETS CONTROL BACK AFTER THE STEP.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           GOBACK.

       OPEN-RECON-FILES.
      * THE HR FEED IS A ROUTINE OPS DEPENDENCY - FAIL WITH A CLEAR
           IF WS-HR-STATUS NOT = "00"
               DISPLAY "ERROR: HRTERMS FEED NOT FOUND (STATUS "
                   WS-HR-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * CREATE USER-MASTER-FILE ON FIRST USE, SAME AS EVERY OTHER
      * PROGRAM THAT TOUCHES IT - THIS REPORT CAN BE SCHEDULED BEFORE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER OPEN FAILED (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       PRINT-REPORT-HEADER.
