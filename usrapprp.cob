       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRAPPRP.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MORNING APPROVAL-QUEUE LISTING                                 *
      * WALKS THE DUAL-CONTROL QUEUE (APPRQUE, SEE aprrec.cpy) THAT   *
      * USRADMIN WRITES FOR ITS HIGH-RISK ACTIONS. EVERY PENDING      *
      * REQUEST PAST THE EXPIRY LIMIT IS CLOSED AS EXPIRED - NOTHING  *
      * IS APPLIED - AND WRITTEN TO THE USERAUDT TRAIL; EVERY ONE     *
      * STILL OPEN IS LISTED WITH WHO RAISED IT AND HOW OLD IT IS, SO *
      * THE ADMINS KNOW WHAT IS WAITING ON A SECOND PAIR OF EYES.     *
      * RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO ACCEPT PROMPTS.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-REQUEST-ID
               FILE STATUS IS WS-AQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
           COPY "aprrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AQ-STATUS            PIC XX VALUE "00".
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-TODAY-DATE           PIC 9(8).

      * A PENDING REQUEST OLDER THAN THIS MANY DAYS IS EXPIRED - SAME
      * LIMIT USRADMIN APPLIES WHEN SOMEBODY TRIES TO APPROVE ONE.
       01  WS-APPROVAL-EXPIRY-DAYS PIC 9(4) VALUE 7.
       01  WS-REQUEST-AGE-DAYS     PIC S9(8).

       01  WS-ROWS-READ            PIC 9(6) VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(6) VALUE 0.

      * AUDIT FIELDS - AN EXPIRY IS AUDITED AGAINST THE TARGET
      * ACCOUNT AS EXPADMIN / EXPDELETE / EXPROLE, THE SAME NAMING
      * USRADMIN USES FOR ITS OTHER QUEUE EVENTS.
       01  WS-QUEUE-AUDIT-ACTION.
           05  WS-QA-PREFIX        PIC X(3) VALUE "EXP".
           05  WS-QA-SUFFIX        PIC X(7).
       01  WS-AUDIT-RESULT         PIC X(7) VALUE "SUCCESS".
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED AUDIT TRAIL WRITER - EVERY ROW
      * GOES THROUGH USRAUDWR SO THE TRAIL'S SEQUENCE NUMBERS AND
      * TAMPER-EVIDENT CHAIN CHECKS ARE MAINTAINED IN ONE PLACE.
           COPY "audwif.cpy".

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
           PERFORM OPEN-QUEUE-FILE
           DISPLAY "========================================".
           DISPLAY "  OPEN APPROVAL QUEUE - " WS-TODAY-DATE.
           DISPLAY "  REQUESTS EXPIRE AFTER "
               WS-APPROVAL-EXPIRY-DAYS " DAYS".
           DISPLAY "========================================".
      * ROW 000000 IS THE CONTROL ROW - THE WALK STARTS PAST IT.
           MOVE 1 TO AQ-REQUEST-ID
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AQ-REQUEST-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-AQ-STATUS = "00"
               READ APPROVAL-QUEUE-FILE NEXT
               PERFORM REVIEW-ONE-REQUEST
                   UNTIL WS-AQ-STATUS NOT = "00"
           END-IF
           CLOSE APPROVAL-QUEUE-FILE
           PERFORM PRINT-CONTROL-TOTALS
           MOVE WS-ROWS-READ TO RNLOG-REQ-READ
           MOVE WS-OPEN-COUNT TO RNLOG-REQ-WRITTEN
           MOVE WS-EXPIRED-COUNT TO RNLOG-REQ-REJECTED
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
           MOVE "USRAPPRP" TO RNLOG-REQ-JOB-NAME
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

      * NO QUEUE YET MEANS NOBODY HAS RAISED A REQUEST - AN EMPTY
      * LISTING, SAME STATUS-35-ONLY CREATE AS USRADMIN'S OPEN.
       OPEN-QUEUE-FILE.
           OPEN I-O APPROVAL-QUEUE-FILE
           IF WS-AQ-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               CLOSE APPROVAL-QUEUE-FILE
               OPEN I-O APPROVAL-QUEUE-FILE
           END-IF
           IF WS-AQ-STATUS NOT = "00"
               DISPLAY "ERROR: APPROVAL QUEUE OPEN FAILED (STATUS "
                   WS-AQ-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

      * DECIDED ROWS ARE HISTORY AND ARE SKIPPED. A PENDING ROW IS
      * EITHER EXPIRED HERE OR LISTED AS STILL OPEN.
       REVIEW-ONE-REQUEST.
           ADD 1 TO WS-ROWS-READ
           IF AQ-PENDING
               COMPUTE WS-REQUEST-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(AQ-REQUESTED-DATE)
               IF WS-REQUEST-AGE-DAYS > WS-APPROVAL-EXPIRY-DAYS
                   PERFORM EXPIRE-ONE-REQUEST
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   DISPLAY AQ-REQUEST-ID " " AQ-ACTION " "
                       AQ-TARGET-USER " " AQ-ROLE-CODE
                   DISPLAY "       RAISED BY " AQ-REQUESTED-BY " ON "
                       AQ-REQUESTED-DATE " - " WS-REQUEST-AGE-DAYS
                       " DAYS OLD"
               END-IF
           END-IF
           READ APPROVAL-QUEUE-FILE NEXT.

      * THE ROW IS REWRITTEN IN PLACE AFTER THE SEQUENTIAL READ THAT
      * RETURNED IT, SO THE WALK POSITION IS UNDISTURBED.
       EXPIRE-ONE-REQUEST.
           MOVE "E" TO AQ-STATUS
           MOVE "USRAPPRP" TO AQ-DECIDED-BY
           MOVE WS-TODAY-DATE TO AQ-DECIDED-DATE
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: QUEUE REWRITE FAILED FOR REQUEST "
                       AQ-REQUEST-ID " (STATUS " WS-AQ-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-COUNT
                   DISPLAY AQ-REQUEST-ID " " AQ-ACTION " "
                       AQ-TARGET-USER " " AQ-ROLE-CODE
                   DISPLAY "       RAISED BY " AQ-REQUESTED-BY " ON "
                       AQ-REQUESTED-DATE " - EXPIRED UNDECIDED"
                   PERFORM WRITE-EXPIRY-AUDIT-RECORD
           END-REWRITE.

       WRITE-EXPIRY-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN AQ-GRANT-ADMIN
                   MOVE "ADMIN" TO WS-QA-SUFFIX
               WHEN AQ-DELETE-ACCOUNT
                   MOVE "DELETE" TO WS-QA-SUFFIX
               WHEN AQ-GRANT-ROLE
                   MOVE "ROLE" TO WS-QA-SUFFIX
               WHEN AQ-SET-ROLE-EXPIRY
                   MOVE "EXPIRY" TO WS-QA-SUFFIX
               WHEN OTHER
                   MOVE "OTHER" TO WS-QA-SUFFIX
           END-EVALUATE
           MOVE AQ-TARGET-USER TO AUDW-REQ-USERNAME
           MOVE WS-QUEUE-AUDIT-ACTION TO AUDW-REQ-ACTION
           MOVE WS-AUDIT-TOKEN TO AUDW-REQ-TOKEN
           MOVE WS-AUDIT-RESULT TO AUDW-REQ-RESULT
           CALL "USRAUDWR" USING AUDW-REQUEST, AUDW-RESPONSE
           IF NOT AUDW-OK
               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "QUEUE ROWS READ:       " WS-ROWS-READ.
           DISPLAY "REQUESTS STILL OPEN:   " WS-OPEN-COUNT.
           DISPLAY "REQUESTS EXPIRED NOW:  " WS-EXPIRED-COUNT.
           IF WS-OPEN-COUNT = 0
               DISPLAY "NOTHING IS WAITING ON A SECOND ADMIN."
           END-IF
           DISPLAY "========================================".
