       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-PW-AGE-DAYS          PIC S9(8).
       01  WS-PW-MAX-AGE-DAYS      PIC 9(4) VALUE 90.
      * A SERVICE ACCOUNT'S PASSWORD IS ROTATED ON THE OWNING
      * APPLICATION'S RELEASE CYCLE, NOT A PERSON'S - ITS OWN, LONGER
      * INTERVAL (SEE UM-ACCOUNT-TYPE).
       01  WS-SVC-PW-MAX-AGE-DAYS  PIC 9(4) VALUE 365.
       01  WS-PW-LIMIT-DAYS        PIC 9(4).
       01  WS-AUDIT-ACTION         PIC X(10) VALUE "LOGIN".
       01  WS-AUDIT-RESULT         PIC X(7).
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.
           COPY "mlkif.cpy".
       01  WS-MLOCK-REFUSED        PIC 9 VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

       LINKAGE SECTION.
           COPY "authif.cpy".

      * LOGIN-USER, SO A LOGIN THROUGH THIS SUBPROGRAM ALSO COUNTS
      * FOR THE DORMANT-ACCOUNT REVIEW (USRDORM).
                           PERFORM STAMP-LAST-LOGIN
                           PERFORM REWRITE-MASTER-RECORD
                           PERFORM FETCH-USER-ROLES
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUTH-AUDIT-RECORD
                               ELSE
                                   MOVE "01" TO AUTH-RESP-STATUS
                               END-IF
                               PERFORM REWRITE-MASTER-RECORD
                           ELSE
                               MOVE "01" TO AUTH-RESP-STATUS
                           END-IF
           END-READ.

      * SET AUTH-RESP-PW-EXPIRED IF UM-PASSWORD-CHANGED IS OVER
      * WS-PW-MAX-AGE-DAYS OLD (WS-SVC-PW-MAX-AGE-DAYS FOR A SERVICE
      * ACCOUNT). A ZERO CHANGE-DATE PREDATES REQ 007 TRACKING AND IS
      * GRANDFATHERED IN, MATCHING LOGIN-USER.
       CHECK-PASSWORD-AGE.
           IF UM-SERVICE-ACCOUNT
               MOVE WS-SVC-PW-MAX-AGE-DAYS TO WS-PW-LIMIT-DAYS
           ELSE
               MOVE WS-PW-MAX-AGE-DAYS TO WS-PW-LIMIT-DAYS
           END-IF
           IF UM-PASSWORD-CHANGED NOT = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
               COMPUTE WS-PW-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(UM-PASSWORD-CHANGED)
               IF WS-PW-AGE-DAYS > WS-PW-LIMIT-DAYS
                   MOVE 1 TO AUTH-RESP-PW-EXPIRED
               END-IF
           END-IF.

      * BOTH MASTER REWRITES COME THROUGH HERE SO EACH SUCCESSFUL
      * ONE IS JOURNALED WITH ITS AFTER-IMAGE FOR FORWARD RECOVERY
      * (USRMJREC), SAME CONTRACT AS USERMGMT'S LOGIN-USER. A
      * JOURNAL FAILURE IS WARNED, NOT FATAL - IT HAS NO BEARING ON
      * THE VERDICT ON THE CREDENTIALS.
       REWRITE-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           REWRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               MOVE "W" TO MJRW-REQ-FUNCTION
               MOVE "USRAUTH" TO MJRW-REQ-PROGRAM
               MOVE "C" TO MJRW-REQ-ACTION
               CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
               IF NOT MJRW-OK
                   DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED"
                       " (STATUS " MJRW-RESP-STATUS ")."
               END-IF
           END-IF.
