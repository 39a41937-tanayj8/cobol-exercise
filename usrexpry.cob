       IDENTIFICATION DIVISION.
       PROGRAM-ID. USREXPRY.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY TIME-BOUND ACCESS SWEEP                                *
      * ENFORCES THE TWO EXPIRY DATES THE ADMINISTRATORS AND THE     *
      * USRBATCH FEED SET: EVERY USERROLE GRANT WHOSE UR-EXPIRY-DATE *
      * HAS PASSED IS REVOKED (THE ROW DELETED, AS USRADMIN'S REVOKE *
      * ROLE DOES), AND EVERY ACTIVE OR LOCKED ACCOUNT WHOSE          *
      * UM-END-DATE HAS PASSED IS DEACTIVATED WITH ITS LIVE USERSESS *
      * TOKENS DELETED (AS USRADMIN'S DEACTIVATE DOES). A DATE IS THE *
      * LAST DAY OF ACCESS, SO A GRANT OR ACCOUNT GOES THE NIGHT      *
      * AFTER IT. EVERY CHANGE IS APPENDED TO THE USERAUDT TRAIL AND  *
      * EVERY MASTER REWRITE IS JOURNALED, SO A DEACTIVATION REACHES  *
      * THE DOWNSTREAM SYSTEMS ON THE NEXT USRDELTA LIKE ANY OTHER.   *
      * RUN THIS STEP AHEAD OF USRDELTA IN THE NIGHTLY JCL. RUNS      *
      * UNATTENDED UNDER ITS OWN JCL STEP - NO ACCEPT PROMPTS.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-UM-STATUS.
           SELECT USER-ROLE-FILE ASSIGN TO "USERROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ROLE-KEY
               FILE STATUS IS WS-UR-STATUS.
           SELECT SESSION-FILE ASSIGN TO "USERSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SESSION-TOKEN
               FILE STATUS IS WS-SES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       FD  SESSION-FILE.
           COPY "sesrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-SES-STATUS           PIC XX VALUE "00".
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-TODAY-DATE           PIC 9(8).

      * TARGET ACCOUNT FOR THE CURRENT DEACTIVATION - THE SAME
      * SCRATCH NAME THE SESSION PURGE SHARED FROM USRADMIN EXPECTS.
       01  WS-USERNAME             PIC X(20).
       01  WS-SESSIONS-PURGED      PIC 9(3) VALUE 0.

       01  WS-ROLES-READ           PIC 9(6) VALUE 0.
       01  WS-ROLES-REVOKED        PIC 9(6) VALUE 0.
       01  WS-ROLE-ERRORS          PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-DEACTIVATED-COUNT    PIC 9(6) VALUE 0.
       01  WS-ACCOUNT-ERRORS       PIC 9(6) VALUE 0.
       01  WS-SESSIONS-PURGED-TOT  PIC 9(6) VALUE 0.

      * AUDIT FIELDS - SAME CONTRACT AS USRADMIN'S
      * WRITE-MAINT-AUDIT-RECORD. THE ACTION IS "ROLEEXPIRE" FOR A
      * LAPSED GRANT AND "ACCTEXPIRE" FOR AN ACCOUNT PAST ITS END
      * DATE, SO THE TRAIL TELLS BOTH APART FROM A HAND REVOKE OR
      * DEACTIVATION.
       01  WS-AUDIT-ACTION         PIC X(10).
       01  WS-AUDIT-RESULT         PIC X(7).
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED AUDIT TRAIL WRITER - EVERY ROW
      * GOES THROUGH USRAUDWR SO THE TRAIL'S SEQUENCE NUMBERS AND
      * TAMPER-EVIDENT CHAIN CHECKS ARE MAINTAINED IN ONE PLACE.
           COPY "audwif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER IN-USE LOCK - THIS JOB
      * REWRITES MASTER RECORDS, SO IT REGISTERS AS AN UPDATER FOR
      * ITS RUN LIKE EVERY OTHER UPDATER.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
           PERFORM OPEN-EXPIRY-FILES
           PERFORM REGISTER-MASTER-LOCK
           PERFORM SWEEP-EXPIRED-ROLES
           PERFORM SWEEP-ENDED-ACCOUNTS
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           CLOSE SESSION-FILE
           PERFORM RELEASE-MASTER-LOCK
           PERFORM PRINT-CONTROL-REPORT
           COMPUTE RNLOG-REQ-READ =
               WS-ROLES-READ + WS-ACCOUNTS-READ
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-ROLES-REVOKED + WS-DEACTIVATED-COUNT
           COMPUTE RNLOG-REQ-REJECTED =
               WS-ROLE-ERRORS + WS-ACCOUNT-ERRORS
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
           MOVE "USREXPRY" TO RNLOG-REQ-JOB-NAME
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

      * REGISTER AS A LIVE UPDATER OF THE MASTER, SAME AS USERMGMT.
      * A STALE ROW LEFT BY AN ABENDED PRIOR RUN IS REPORTED BY
      * USRMLOCK AND TAKEN OVER; A LOCK FILE THAT CANNOT BE
      * MAINTAINED IS FATAL.
       REGISTER-MASTER-LOCK.
           MOVE "R" TO MLOCK-REQ-FUNCTION
           MOVE "USREXPRY" TO MLOCK-REQ-HOLDER
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
           MOVE "USREXPRY" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE.

       OPEN-EXPIRY-FILES.
      * AN EXISTING MASTER IS A PRECONDITION - AN EMPTY ONE CREATED
      * HERE WOULD JUST MAKE A MEANINGLESS EMPTY SWEEP.
           OPEN I-O USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * SAME STATUS-35-ONLY CREATE AND HARD ABORT AS USRADMIN - ANY
      * OTHER OPEN FAILURE MUST NEVER SILENTLY RE-CREATE THE
      * ENTITLEMENTS STORE EMPTY.
           OPEN I-O USER-ROLE-FILE
           IF WS-UR-STATUS = "35"
               OPEN OUTPUT USER-ROLE-FILE
               CLOSE USER-ROLE-FILE
               OPEN I-O USER-ROLE-FILE
           END-IF
           IF WS-UR-STATUS NOT = "00"
               DISPLAY "ERROR: ROLE FILE OPEN FAILED (STATUS "
                   WS-UR-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * SAME STATUS-35-ONLY CREATE AND HARD ABORT FOR THE SESSION
      * STORE.
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

      * PASS 1 - WALK EVERY GRANT. THE ROW JUST READ IS DELETED IN
      * PLACE AND THE WALK CARRIES ON WITH READ NEXT, THE SAME
      * SCAN-AND-DELETE SHAPE USRPURGE USES ON ITS FILES.
       SWEEP-EXPIRED-ROLES.
           MOVE LOW-VALUES TO UR-ROLE-KEY
           START USER-ROLE-FILE
               KEY IS NOT LESS THAN UR-ROLE-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-UR-STATUS = "00"
               READ USER-ROLE-FILE NEXT
               PERFORM CHECK-ONE-GRANT
                   UNTIL WS-UR-STATUS NOT = "00"
           END-IF.

      * A ZERO EXPIRY NEVER LAPSES. THE AUDIT ROW IS FILED UNDER THE
      * ACCOUNT THAT LOST THE ROLE, THE WAY USRADMIN FILES A REVOKE.
       CHECK-ONE-GRANT.
           ADD 1 TO WS-ROLES-READ
           IF UR-EXPIRY-DATE NOT = 0
               AND UR-EXPIRY-DATE < WS-TODAY-DATE
               DELETE USER-ROLE-FILE
               IF WS-UR-STATUS = "00"
                   ADD 1 TO WS-ROLES-REVOKED
                   DISPLAY "ROLE EXPIRED: " UR-USER-NAME " "
                       UR-ROLE-CODE " (EXPIRY " UR-EXPIRY-DATE ")"
                   MOVE UR-USER-NAME TO WS-USERNAME
                   MOVE "ROLEEXPIRE" TO WS-AUDIT-ACTION
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-EXPIRY-AUDIT-RECORD
               ELSE
                   ADD 1 TO WS-ROLE-ERRORS
                   DISPLAY "ERROR: ROLE DELETE FAILED FOR "
                       UR-USER-NAME " " UR-ROLE-CODE " (STATUS "
                       WS-UR-STATUS ")"
               END-IF
           END-IF
           READ USER-ROLE-FILE NEXT.

      * PASS 2 - WALK EVERY ACCOUNT. AN INACTIVE ONE ALREADY CANNOT
      * LOG IN AND IS LEFT ALONE; A LOCKED ONE (STATUS 2) IS STILL
      * LIVE ACCESS ONCE UNLOCKED, SO IT GOES TO INACTIVE LIKE AN
      * ACTIVE ONE.
       SWEEP-ENDED-ACCOUNTS.
           MOVE LOW-VALUES TO UM-USER-NAME
           START USER-MASTER-FILE
               KEY IS NOT LESS THAN UM-USER-NAME
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
               PERFORM CHECK-ONE-ACCOUNT
                   UNTIL WS-UM-STATUS NOT = "00"
           END-IF.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF UM-USER-ACTIVE NOT = 0
               AND UM-END-DATE NOT = 0
               AND UM-END-DATE < WS-TODAY-DATE
               PERFORM END-ONE-ACCOUNT
           END-IF
           READ USER-MASTER-FILE NEXT.

      * A FAILED REWRITE LEAVES THE ACCOUNT AS IT WAS - IT IS
      * COUNTED, AND TOMORROW'S RUN TRIES IT AGAIN.
       END-ONE-ACCOUNT.
           MOVE UM-USER-NAME TO WS-USERNAME
           MOVE 0 TO UM-USER-ACTIVE
           PERFORM REWRITE-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               ADD 1 TO WS-DEACTIVATED-COUNT
               DISPLAY "ACCOUNT ENDED: " WS-USERNAME
                   " (END DATE " UM-END-DATE ")"
      * A DEACTIVATED ACCOUNT'S LIVE TOKENS DIE WITH IT, SAME AS
      * USRADMIN'S DEACTIVATE.
               PERFORM PURGE-ACCOUNT-SESSIONS
               ADD WS-SESSIONS-PURGED TO WS-SESSIONS-PURGED-TOT
               MOVE "ACCTEXPIRE" TO WS-AUDIT-ACTION
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
               PERFORM WRITE-EXPIRY-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-ACCOUNT-ERRORS
               DISPLAY "ERROR: REWRITE FAILED FOR " WS-USERNAME
                   " (STATUS " WS-UM-STATUS ")"
      * KEEP THE WALK GOING PAST ONE BAD RECORD.
               MOVE "00" TO WS-UM-STATUS
           END-IF.

      * DELETE EVERY SESSION ROW BELONGING TO THE ENDED ACCOUNT.
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
      * WRITER, SAME CONTRACT AS USRADMIN'S WRITE-MAINT-AUDIT-RECORD.
      * NO SESSION TOKEN EXISTS AT THIS LAYER SO THE TOKEN IS ALWAYS
      * ZERO.
       WRITE-EXPIRY-AUDIT-RECORD.
           MOVE WS-USERNAME TO AUDW-REQ-USERNAME
           MOVE WS-AUDIT-ACTION TO AUDW-REQ-ACTION
           MOVE WS-AUDIT-TOKEN TO AUDW-REQ-TOKEN
           MOVE WS-AUDIT-RESULT TO AUDW-REQ-RESULT
           CALL "USRAUDWR" USING AUDW-REQUEST, AUDW-RESPONSE
           IF NOT AUDW-OK
               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.

       PRINT-CONTROL-REPORT.
           DISPLAY "========================================".
           DISPLAY "  NIGHTLY TIME-BOUND ACCESS SWEEP " WS-TODAY-DATE.
           DISPLAY "========================================".
           DISPLAY "GRANTS READ:          " WS-ROLES-READ.
           DISPLAY "GRANTS REVOKED:       " WS-ROLES-REVOKED.
           DISPLAY "GRANT ERRORS:         " WS-ROLE-ERRORS.
           DISPLAY "ACCOUNTS READ:        " WS-ACCOUNTS-READ.
           DISPLAY "ACCOUNTS DEACTIVATED: " WS-DEACTIVATED-COUNT.
           DISPLAY "ACCOUNT ERRORS:       " WS-ACCOUNT-ERRORS.
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
           MOVE "USREXPRY" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
