      * EVERY REVOKE DECISION (ROLE ROWS COME OFF USERROLE, ADMIN    *
      * ROWS CLEAR UM-IS-ADMIN), WRITES EACH REVOCATION TO THE       *
      * USERAUDT TRAIL, AND CLOSES WITH A REPORT OF EVERY ROW        *
      * NOBODY REVIEWED - THE LIST THAT GOES BACK TO AUDIT. A KEEP   *
      * ON A ROLE THAT IS NOT ACTIVE ON THE ROLE CATALOG IS REFUSED  *
      * AND LISTED WITH THEM - THE ROW STAYS FOR USRROLRP. RUNS      *
      * UNATTENDED UNDER ITS OWN JCL STEP - NO ACCEPT PROMPTS.       *
      *****************************************************************

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ROLE-KEY
               FILE STATUS IS WS-UR-STATUS.
      * ROLE CATALOG (SEE rctrec.cpy) - CHECKED AGAIN AT CLOSE, NOT
      * TRUSTED FROM THE RETURN FILE, SINCE A ROLE MAY HAVE BEEN
      * RETIRED WHILE THE CAMPAIGN WAS OUT.
           SELECT ROLE-CATALOG-FILE ASSIGN TO "ROLECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLE-CODE
               FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       FD  ROLE-CATALOG-FILE.
           COPY "rctrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RC-STATUS            PIC XX VALUE "00".
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-CT-STATUS            PIC XX VALUE "00".

      * CONTROL-PASS VERDICT FIELDS - SAME SHAPE AS USRBATCH'S FEED
      * CHECK: NOTHING IS APPLIED FROM A FILE WHOSE TRAILER COUNT
       01  WS-ALREADY-GONE         PIC 9(6) VALUE 0.
       01  WS-UNREVIEWED-COUNT     PIC 9(6) VALUE 0.
       01  WS-BAD-DECISION-COUNT   PIC 9(6) VALUE 0.
       01  WS-KEEP-REFUSED-COUNT   PIC 9(6) VALUE 0.

       01  WS-AUDIT-ACTION         PIC X(10).
       01  WS-AUDIT-RESULT         PIC X(7).
      * REWRITES MASTER RECORDS WHEN IT CLEARS AN ADMIN FLAG.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
           CLOSE RECERT-IN-FILE
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           CLOSE ROLE-CATALOG-FILE
           PERFORM RELEASE-MASTER-LOCK
           PERFORM PRINT-CLOSING-REPORT
           MOVE WS-ROWS-APPLIED-PASS TO RNLOG-REQ-READ
               WS-ROLES-REVOKED + WS-ADMINS-REVOKED
           COMPUTE RNLOG-REQ-REJECTED =
               WS-UNREVIEWED-COUNT + WS-BAD-DECISION-COUNT
               + WS-KEEP-REFUSED-COUNT
           MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.
               DISPLAY "ERROR: ROLE FILE OPEN FAILED (STATUS "
                   WS-UR-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           OPEN INPUT ROLE-CATALOG-FILE
           IF WS-CT-STATUS = "35"
               OPEN OUTPUT ROLE-CATALOG-FILE
               CLOSE ROLE-CATALOG-FILE
               OPEN INPUT ROLE-CATALOG-FILE
           END-IF
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "ERROR: ROLE CATALOG OPEN FAILED (STATUS "
                   WS-CT-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

      * REGISTER AS A LIVE UPDATER OF THE MASTER, SAME AS USERMGMT.
               ADD 1 TO WS-ROWS-APPLIED-PASS
               EVALUATE TRUE
                   WHEN RC-KEEP-DECISION
                       PERFORM APPLY-ONE-KEEP
                   WHEN RC-REVOKE-DECISION
                       PERFORM APPLY-ONE-REVOCATION
                   WHEN RC-UNREVIEWED
           END-IF
           READ RECERT-IN-FILE.

      * AN ADMIN FLAG IS ALWAYS KEEPABLE. A ROLE IS ONLY KEEPABLE
      * WHILE IT IS ACTIVE ON THE CATALOG - A KEEP ON A MISTYPED OR
      * RETIRED CODE IS REFUSED AND LISTED, AND THE ROW IS LEFT FOR
      * THE OWNER TO CLEAN UP FROM USRROLRP'S EXCEPTION LIST.
       APPLY-ONE-KEEP.
           IF RC-ROLE-ITEM
               MOVE RC-ROLE-CODE TO CT-ROLE-CODE
               READ ROLE-CATALOG-FILE
                   KEY IS CT-ROLE-CODE
                   INVALID KEY
                       ADD 1 TO WS-KEEP-REFUSED-COUNT
                       DISPLAY "  KEEP REFUSED (NOT IN CATALOG): "
                           RC-USER-NAME " " RC-ROLE-CODE
                   NOT INVALID KEY
                       IF CT-RETIRED
                           ADD 1 TO WS-KEEP-REFUSED-COUNT
                           DISPLAY "  KEEP REFUSED (ROLE RETIRED): "
                               RC-USER-NAME " " RC-ROLE-CODE
                       ELSE
                           ADD 1 TO WS-KEEP-COUNT
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-KEEP-COUNT
           END-IF.

       APPLY-ONE-REVOCATION.
           EVALUATE TRUE
               WHEN RC-ROLE-ITEM
                       ADD 1 TO WS-ALREADY-GONE
                   ELSE
                       MOVE 0 TO UM-IS-ADMIN
                       PERFORM REWRITE-MASTER-RECORD
                       ADD 1 TO WS-ADMINS-REVOKED
                       DISPLAY "ADMIN FLAG REVOKED: " RC-USER-NAME
                       MOVE "RCREVADM" TO WS-AUDIT-ACTION
           DISPLAY "ADMIN FLAGS REVOKED:  " WS-ADMINS-REVOKED.
           DISPLAY "ALREADY GONE:         " WS-ALREADY-GONE.
           DISPLAY "BAD DECISIONS:        " WS-BAD-DECISION-COUNT.
           DISPLAY "KEEPS REFUSED:        " WS-KEEP-REFUSED-COUNT.
           DISPLAY "NOT REVIEWED:         " WS-UNREVIEWED-COUNT.
           IF WS-UNREVIEWED-COUNT = 0 AND WS-BAD-DECISION-COUNT = 0
               AND WS-KEEP-REFUSED-COUNT = 0
               DISPLAY "EVERY ROW REVIEWED - CAMPAIGN CLOSED CLEAN."
           ELSE
               DISPLAY "*** UNREVIEWED OR BAD ROWS LISTED ABOVE -"
                   " RETURN THEM TO THE REVIEWERS ***"
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
           MOVE "USRRCAPP" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
