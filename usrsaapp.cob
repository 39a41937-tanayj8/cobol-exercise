       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSAAPP.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ANNUAL SERVICE ACCOUNT ATTESTATION CLOSE                       *
      * READS BACK THE ANSWERED ATTESTATION FILE USRSAEXT SENT OUT    *
      * (SUPPLIED HERE AS ATTESTIN, SEE atsrec.cpy), VERIFIES ITS     *
      * TRAILER COUNT THE WAY USRRCAPP VERIFIES ITS CAMPAIGN FILE,    *
      * THEN APPLIES EACH OWNER'S ANSWER: A CONFIRM STAMPS TODAY IN   *
      * UM-ATTESTED-DATE, A RETIRE DEACTIVATES THE SERVICE ACCOUNT    *
      * AND DROPS ITS LIVE USERSESS SESSIONS. EVERY CHANGE IS WRITTEN *
      * TO THE USERAUDT TRAIL AND THE MASTER JOURNAL. AN ANSWER IS    *
      * REFUSED WHEN THE ACCOUNT IS NO LONGER A SERVICE ACCOUNT OR    *
      * HAS CHANGED OWNER SINCE THE EXTRACT, AND A CONFIRM IS REFUSED *
      * WHEN ITS OWNER IS NO LONGER AN ENABLED PERSON ACCOUNT - ONLY  *
      * A RETIRE IS TAKEN FROM THE "NO OWNER" PAGE. CLOSES WITH A     *
      * REPORT OF EVERY ROW NOBODY ANSWERED. RUNS UNATTENDED UNDER    *
      * ITS OWN JCL STEP - NO ACCEPT PROMPTS.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-IN-FILE ASSIGN TO "ATTESTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-UM-STATUS.
           SELECT SESSION-FILE ASSIGN TO "USERSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SESSION-TOKEN
               FILE STATUS IS WS-SES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEST-IN-FILE.
           COPY "atsrec.cpy".

       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  SESSION-FILE.
           COPY "sesrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AT-STATUS            PIC XX VALUE "00".
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-SES-STATUS           PIC XX VALUE "00".
       01  WS-TODAY-DATE           PIC 9(8).

      * CONTROL-PASS VERDICT FIELDS - SAME SHAPE AS USRRCAPP'S:
      * NOTHING IS APPLIED FROM A FILE WHOSE TRAILER COUNT DOES NOT
      * MATCH THE DETAIL ROWS PRESENT.
       01  WS-TRAILER-SEEN         PIC 9 VALUE 0.
       01  WS-FEED-BROKEN          PIC 9 VALUE 0.
       01  WS-DETAILS-COUNTED      PIC 9(6) VALUE 0.
       01  WS-TRAILER-COUNT        PIC 9(6) VALUE 0.

      * TARGET ACCOUNT FOR THE CURRENT ROW - THE SAME SCRATCH NAME
      * THE SESSION PURGE SHARED FROM USRADMIN EXPECTS.
       01  WS-USERNAME             PIC X(20).
       01  WS-SESSIONS-PURGED      PIC 9(3) VALUE 0.
       01  WS-OWNER-ENABLED        PIC 9 VALUE 0.

       01  WS-ROWS-APPLIED-PASS    PIC 9(6) VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(6) VALUE 0.
       01  WS-RETIRED-COUNT        PIC 9(6) VALUE 0.
       01  WS-ALREADY-GONE         PIC 9(6) VALUE 0.
       01  WS-UNREVIEWED-COUNT     PIC 9(6) VALUE 0.
       01  WS-BAD-DECISION-COUNT   PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(6) VALUE 0.
       01  WS-REWRITE-ERRORS       PIC 9(6) VALUE 0.
       01  WS-SESSIONS-PURGED-TOT  PIC 9(6) VALUE 0.

       01  WS-AUDIT-ACTION         PIC X(10).
       01  WS-AUDIT-RESULT         PIC X(7).
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED AUDIT TRAIL WRITER - EVERY
      * CONFIRMATION AND RETIREMENT LANDS ON THE SAME CHAINED TRAIL
      * AS USRADMIN'S MANUAL CHANGES.
           COPY "audwif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER IN-USE LOCK - THIS JOB
      * REWRITES MASTER RECORDS.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           MOVE WS-RUN-START(1:8) TO WS-TODAY-DATE
           PERFORM VALIDATE-RETURN-CONTROLS
           PERFORM OPEN-APPLY-FILES
           PERFORM REGISTER-MASTER-LOCK
           READ ATTEST-IN-FILE
           PERFORM APPLY-ONE-RECORD
               UNTIL WS-AT-STATUS = "10"
           CLOSE ATTEST-IN-FILE
           CLOSE USER-MASTER-FILE
           CLOSE SESSION-FILE
           PERFORM RELEASE-MASTER-LOCK
           PERFORM PRINT-CLOSING-REPORT
           MOVE WS-ROWS-APPLIED-PASS TO RNLOG-REQ-READ
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-CONFIRMED-COUNT + WS-RETIRED-COUNT
           COMPUTE RNLOG-REQ-REJECTED =
               WS-UNREVIEWED-COUNT + WS-BAD-DECISION-COUNT
               + WS-REFUSED-COUNT + WS-REWRITE-ERRORS
           MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       CAPTURE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-START
           MOVE 0 TO RNLOG-REQ-READ
           MOVE 0 TO RNLOG-REQ-WRITTEN
           MOVE 0 TO RNLOG-REQ-REJECTED.

       WRITE-RUN-LOG.
           MOVE "USRSAAPP" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      * FIRST PASS: PROVE THE RETURN FILE CAME BACK WHOLE BEFORE
      * CHANGING ANYTHING - A TRUNCATED RETURN MUST NOT CLOSE THE
      * YEAR WITH HALF ITS ANSWERS APPLIED.
       VALIDATE-RETURN-CONTROLS.
           OPEN INPUT ATTEST-IN-FILE
           IF WS-AT-STATUS NOT = "00"
               DISPLAY "ERROR: ATTESTIN RETURN FILE NOT FOUND"
                   " (STATUS " WS-AT-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           READ ATTEST-IN-FILE
           PERFORM CHECK-ONE-CONTROL-ROW
               UNTIL WS-AT-STATUS = "10"
                   OR WS-FEED-BROKEN = 1
           CLOSE ATTEST-IN-FILE
           IF WS-FEED-BROKEN = 0 AND WS-TRAILER-SEEN = 0
               MOVE 1 TO WS-FEED-BROKEN
               DISPLAY "ERROR: RETURN FILE HAS NO TRAILER ROW -"
                   " POSSIBLY TRUNCATED."
           END-IF
           IF WS-FEED-BROKEN = 0
               AND WS-TRAILER-COUNT NOT = WS-DETAILS-COUNTED
               MOVE 1 TO WS-FEED-BROKEN
               DISPLAY "ERROR: TRAILER EXPECTS " WS-TRAILER-COUNT
                   " DETAIL ROWS BUT " WS-DETAILS-COUNTED
                   " ARE PRESENT."
           END-IF
           IF WS-FEED-BROKEN = 1
               DISPLAY "RETURN FILE CONTROL CHECK FAILED - NOTHING"
                   " APPLIED."
               PERFORM ABORT-RUN
           END-IF.

       CHECK-ONE-CONTROL-ROW.
           EVALUATE TRUE
               WHEN AT-TRAILER-ROW
                   IF WS-TRAILER-SEEN = 1
                       MOVE 1 TO WS-FEED-BROKEN
                       DISPLAY "ERROR: MORE THAN ONE TRAILER ROW."
                   ELSE
                       MOVE 1 TO WS-TRAILER-SEEN
                       MOVE AT-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
               WHEN AT-DETAIL-ROW
                   IF WS-TRAILER-SEEN = 1
                       MOVE 1 TO WS-FEED-BROKEN
                       DISPLAY "ERROR: DETAIL ROW AFTER THE TRAILER."
                   ELSE
                       ADD 1 TO WS-DETAILS-COUNTED
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-FEED-BROKEN
                   DISPLAY "ERROR: UNRECOGNIZED RECORD TYPE '"
                       AT-RECORD-TYPE "' IN RETURN FILE."
           END-EVALUATE
           READ ATTEST-IN-FILE.

       OPEN-APPLY-FILES.
           OPEN INPUT ATTEST-IN-FILE
           IF WS-AT-STATUS NOT = "00"
               DISPLAY "ERROR: ATTESTIN RETURN FILE NOT FOUND"
                   " (STATUS " WS-AT-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           OPEN I-O USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * SAME STATUS-35-ONLY CREATE AND HARD ABORT FOR THE SESSION
      * STORE AS USRADMIN.
           OPEN I-O SESSION-FILE
           IF WS-SES-STATUS = "35"
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF
           IF WS-SES-STATUS NOT = "00"
               DISPLAY "ERROR: SESSION FILE OPEN FAILED (STATUS "
                   WS-SES-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

      * REGISTER AS A LIVE UPDATER OF THE MASTER, SAME AS USERMGMT.
       REGISTER-MASTER-LOCK.
           MOVE "R" TO MLOCK-REQ-FUNCTION
           MOVE "USRSAAPP" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE
      * A REBUILD OR CONVERSION UTILITY HOLDS THE MASTER - STARTING
      * NOW WOULD UPDATE A FILE ABOUT TO BE SWAPPED OUT FROM UNDER
      * US. THE HOLDER IS LISTED ABOVE BY USRMLOCK.
           IF MLOCK-BUSY
               DISPLAY "ERROR: MASTER HELD BY A REBUILD/CONVERSION"
                   " UTILITY - RERUN THIS STEP WHEN IT FINISHES."
               PERFORM ABORT-RUN
           END-IF
           IF MLOCK-FILE-ERROR
               DISPLAY "ERROR: MASTER LOCK FILE FAILED (STATUS "
                   MLOCK-RESP-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       RELEASE-MASTER-LOCK.
           MOVE "D" TO MLOCK-REQ-FUNCTION
           MOVE "USRSAAPP" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE.

       APPLY-ONE-RECORD.
           IF AT-DETAIL-ROW
               ADD 1 TO WS-ROWS-APPLIED-PASS
               MOVE AT-SERVICE-ACCOUNT TO WS-USERNAME
               EVALUATE TRUE
                   WHEN AT-CONFIRM-DECISION
                       PERFORM APPLY-ONE-CONFIRM
                   WHEN AT-RETIRE-DECISION
                       PERFORM APPLY-ONE-RETIREMENT
                   WHEN AT-UNREVIEWED
                       ADD 1 TO WS-UNREVIEWED-COUNT
                       DISPLAY "  NOT ANSWERED: " AT-SERVICE-ACCOUNT
                           " OWNER " AT-OWNER
                   WHEN OTHER
                       ADD 1 TO WS-BAD-DECISION-COUNT
                       DISPLAY "  BAD DECISION '" AT-DECISION "': "
                           AT-SERVICE-ACCOUNT " OWNER " AT-OWNER
               END-EVALUATE
           END-IF
           READ ATTEST-IN-FILE.

      * THE OWNER IS CHECKED ON THE MASTER AS IT STANDS NOW, NOT AS
      * THE RETURN FILE REMEMBERS IT - AN OWNER WHO LEFT WHILE THE
      * ATTESTATION WAS OUT CANNOT CONFIRM ANYTHING. THE OWNER READ
      * COMES FIRST SINCE IT SHARES THE RECORD AREA WITH THE ACCOUNT.
       APPLY-ONE-CONFIRM.
           PERFORM CHECK-OWNER-ENABLED
           IF WS-OWNER-ENABLED = 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "  CONFIRM REFUSED (OWNER NOT ENABLED): "
                   AT-SERVICE-ACCOUNT " OWNER " AT-OWNER
           ELSE
               PERFORM READ-SERVICE-ACCOUNT
               IF WS-UM-STATUS = "00"
                   MOVE WS-TODAY-DATE TO UM-ATTESTED-DATE
                   PERFORM REWRITE-MASTER-RECORD
                   IF WS-UM-STATUS = "00"
                       ADD 1 TO WS-CONFIRMED-COUNT
                       MOVE "SVCATTEST" TO WS-AUDIT-ACTION
                       MOVE "SUCCESS" TO WS-AUDIT-RESULT
                       PERFORM WRITE-ATTEST-AUDIT-RECORD
                   ELSE
                       ADD 1 TO WS-REWRITE-ERRORS
                       DISPLAY "ERROR: REWRITE FAILED FOR "
                           WS-USERNAME " (STATUS " WS-UM-STATUS ")"
                   END-IF
               END-IF
           END-IF.

      * A RETIRE IS TAKEN WHATEVER THE OWNER'S STANDING - IT IS HOW
      * THE SECURITY TEAM CLEARS THE "NO OWNER" PAGE.
       APPLY-ONE-RETIREMENT.
           PERFORM READ-SERVICE-ACCOUNT
           IF WS-UM-STATUS = "00"
               MOVE 0 TO UM-USER-ACTIVE
               PERFORM REWRITE-MASTER-RECORD
               IF WS-UM-STATUS = "00"
                   ADD 1 TO WS-RETIRED-COUNT
                   DISPLAY "SERVICE ACCOUNT RETIRED: " WS-USERNAME
                   PERFORM PURGE-ACCOUNT-SESSIONS
                   ADD WS-SESSIONS-PURGED TO WS-SESSIONS-PURGED-TOT
                   MOVE "SVCRETIRE" TO WS-AUDIT-ACTION
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-ATTEST-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-REWRITE-ERRORS
                   DISPLAY "ERROR: REWRITE FAILED FOR "
                       WS-USERNAME " (STATUS " WS-UM-STATUS ")"
               END-IF
           END-IF.

      * ENABLED MEANS ON THE MASTER, NOT DEACTIVATED, AND A PERSON -
      * THE SAME TEST USRADMIN APPLIES WHEN AN OWNER IS ASSIGNED.
       CHECK-OWNER-ENABLED.
           MOVE 0 TO WS-OWNER-ENABLED
           IF AT-OWNER NOT = SPACES
               MOVE AT-OWNER TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UM-USER-ACTIVE NOT = 0
                           AND UM-PERSON-ACCOUNT
                           MOVE 1 TO WS-OWNER-ENABLED
                       END-IF
               END-READ
           END-IF.

      * LEAVES WS-UM-STATUS "00" ONLY WHEN THE ROW CAN BE APPLIED:
      * AN ACCOUNT DELETED OR ALREADY DEACTIVATED SINCE THE EXTRACT IS
      * THE END STATE A RETIRE WANTS AND NOTHING A CONFIRM CAN
      * REVIVE; ONE TURNED BACK INTO A PERSON OR HANDED TO ANOTHER
      * OWNER IS NOT THE ACCOUNT THIS OWNER WAS ASKED ABOUT.
       READ-SERVICE-ACCOUNT.
           MOVE WS-USERNAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               INVALID KEY
                   ADD 1 TO WS-ALREADY-GONE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN UM-USER-ACTIVE = 0
                           ADD 1 TO WS-ALREADY-GONE
                           MOVE "23" TO WS-UM-STATUS
                       WHEN NOT UM-SERVICE-ACCOUNT
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "  REFUSED (NO LONGER A SERVICE "
                               "ACCOUNT): " WS-USERNAME
                           MOVE "23" TO WS-UM-STATUS
                       WHEN UM-OWNER NOT = AT-OWNER
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "  REFUSED (OWNER NOW " UM-OWNER
                               "): " WS-USERNAME
                           MOVE "23" TO WS-UM-STATUS
                   END-EVALUATE
           END-READ.

      * DELETE EVERY SESSION ROW BELONGING TO THE RETIRED ACCOUNT.
      * SESSIONS ARE KEYED ON THE TOKEN, NOT THE USER, SO THIS IS A
      * FULL SWEEP - THE SAME SCAN-AND-DELETE SHAPE USRADMIN AND
      * USRPURGE USE.
       PURGE-ACCOUNT-SESSIONS.
           MOVE 0 TO WS-SESSIONS-PURGED
           MOVE "00" TO WS-SES-STATUS
           MOVE LOW-VALUES TO SE-SESSION-TOKEN
           START SESSION-FILE
               KEY IS NOT LESS THAN SE-SESSION-TOKEN
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-SES-STATUS = "00"
               READ SESSION-FILE NEXT
               PERFORM PURGE-ONE-SESSION
                   UNTIL WS-SES-STATUS NOT = "00"
           END-IF.

       PURGE-ONE-SESSION.
           IF SE-SESSION-USER = WS-USERNAME
               DELETE SESSION-FILE
               ADD 1 TO WS-SESSIONS-PURGED
           END-IF
           READ SESSION-FILE NEXT.

      * APPEND ONE ROW TO THE SHARED AUDIT TRAIL THROUGH THE CHAINED
      * WRITER - SAME CONTRACT AS USRADMIN'S
      * WRITE-MAINT-AUDIT-RECORD. THE USERNAME RECORDED IS THE
      * SERVICE ACCOUNT THE ANSWER WAS TAKEN AGAINST.
       WRITE-ATTEST-AUDIT-RECORD.
           MOVE WS-USERNAME TO AUDW-REQ-USERNAME
           MOVE WS-AUDIT-ACTION TO AUDW-REQ-ACTION
           MOVE WS-AUDIT-TOKEN TO AUDW-REQ-TOKEN
           MOVE WS-AUDIT-RESULT TO AUDW-REQ-RESULT
           CALL "USRAUDWR" USING AUDW-REQUEST, AUDW-RESPONSE
           IF NOT AUDW-OK
               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.

       PRINT-CLOSING-REPORT.
           DISPLAY "========================================".
           DISPLAY "  SERVICE ACCOUNT ATTESTATION CLOSE     ".
           DISPLAY "========================================".
           DISPLAY "ROWS RETURNED:        " WS-ROWS-APPLIED-PASS.
           DISPLAY "CONFIRMED:            " WS-CONFIRMED-COUNT.
           DISPLAY "RETIRED:              " WS-RETIRED-COUNT.
           DISPLAY "SESSION ROWS REMOVED: " WS-SESSIONS-PURGED-TOT.
           DISPLAY "ALREADY GONE:         " WS-ALREADY-GONE.
           DISPLAY "BAD DECISIONS:        " WS-BAD-DECISION-COUNT.
           DISPLAY "ANSWERS REFUSED:      " WS-REFUSED-COUNT.
           DISPLAY "REWRITE ERRORS:       " WS-REWRITE-ERRORS.
           DISPLAY "NOT ANSWERED:         " WS-UNREVIEWED-COUNT.
           IF WS-UNREVIEWED-COUNT = 0 AND WS-BAD-DECISION-COUNT = 0
               AND WS-REFUSED-COUNT = 0 AND WS-REWRITE-ERRORS = 0
               DISPLAY "EVERY ROW ANSWERED - ATTESTATION CLOSED CLEAN."
           ELSE
               DISPLAY "*** UNANSWERED OR REFUSED ROWS LISTED ABOVE -"
                   " RETURN THEM TO THE OWNERS ***"
           END-IF
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
           MOVE "USRSAAPP" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
