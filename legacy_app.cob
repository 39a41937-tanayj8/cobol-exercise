      * TABLE APPROACH NOW THAT THE 100-USER CAP IS GONE).

       01  WS-LOGIN-LOCKED         PIC 9 VALUE 0.
       01  WS-LOGIN-SERVICE        PIC 9 VALUE 0.

       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-RST-STATUS           PIC XX VALUE "00".
      * MASTER UNDER A LIVE SESSION.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL WRITE OR REWRITE OF USER-MASTER-FILE IS
      * JOURNALED THROUGH USRMJRNL SO THE MASTER CAN BE ROLLED
      * FORWARD FROM THE LAST USRUNLD IMAGE.
           COPY "mjrif.cpy".

       PROCEDURE DIVISION.
       
       MAIN-ROUTINE.
                       MOVE WS-FULL-NAME TO UM-FULL-NAME
                       MOVE WS-DEPARTMENT TO UM-DEPARTMENT
                       MOVE WS-EMAIL TO UM-EMAIL
      * SELF-REGISTRATION IS OPEN-ENDED - A FIXED-TERM ACCOUNT GETS
      * ITS END DATE FROM USRADMIN OR THE USRBATCH FEED.
                       MOVE 0 TO UM-END-DATE
      * AND ALWAYS A PERSON - ONLY AN ADMINISTRATOR CAN NAME AN
      * ACCOUNT A SERVICE ACCOUNT, AND GIVE IT ITS OWNER.
                       MOVE "P" TO UM-ACCOUNT-TYPE
                       MOVE SPACES TO UM-OWNER
                       MOVE 0 TO UM-ATTESTED-DATE
                       PERFORM ADD-MASTER-RECORD
                       DISPLAY "SUCCESS: USER REGISTERED!"
                       MOVE "SUCCESS" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ENTER USERNAME TO UNLOCK: " WITH NO ADVANCING
               ACCEPT WS-USERNAME
      * AUDITED LIKE A RESET-CODE ISSUE - AN UNLOCK FOLLOWED BY MORE
      * FAILED LOGINS IS ONE OF THE PATTERNS USRSACT WATCHES FOR.
               MOVE "UNLOCK" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-TOKEN

               MOVE WS-USERNAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       DISPLAY "ERROR: USERNAME NOT FOUND!"
                       MOVE "FAILURE" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   NOT INVALID KEY
                       IF UM-USER-ACTIVE NOT = 2
                           DISPLAY "ERROR: ACCOUNT IS NOT LOCKED!"
                           MOVE "FAILURE" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                       ELSE
                           MOVE 1 TO UM-USER-ACTIVE
                           MOVE 0 TO UM-FAILED-ATTEMPTS
                           PERFORM REWRITE-MASTER-RECORD
                           DISPLAY "SUCCESS: ACCOUNT UNLOCKED!"
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                       END-IF
               END-READ
           END-IF.
           MOVE WS-TODAY-DATE TO UM-PASSWORD-CHANGED
           MOVE 1 TO UM-USER-ACTIVE
           MOVE 0 TO UM-FAILED-ATTEMPTS
           PERFORM REWRITE-MASTER-RECORD
      * THE CODE IS SPENT - DELETE IT RATHER THAN FLAGGING IT USED,
      * SO PWRESET HOLDS ONLY LIVE CODES. THE REDEMPTION AUDIT ROW
      * BELOW CARRIES THE (NOW DEAD) CODE FOR THE TRAIL.
      * LOCKED FROM 3 PRIOR FAILED ATTEMPTS (SEE REQ 003).
           MOVE 0 TO WS-USER-FOUND
           MOVE 0 TO WS-LOGIN-LOCKED
           MOVE 0 TO WS-LOGIN-SERVICE
      * CHECKPOINT THE TRANSACTION BEFORE TOUCHING USER-MASTER-FILE
      * (SEE REQ 008).
           MOVE "LOGIN" TO WS-CKPT-ACTION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      * A SERVICE ACCOUNT BELONGS TO AN APPLICATION, NOT A PERSON -
      * IT AUTHENTICATES THROUGH USRAUTH ONLY. IT IS REFUSED HERE
      * BEFORE THE PASSWORD IS LOOKED AT, SO THIS SCREEN CAN NEITHER
      * LOCK THE INTERFACE OUT NOR BE USED TO TEST ITS PASSWORD, AND
      * THE REFUSAL READS THE SAME AS A BAD PASSWORD.
                   IF UM-SERVICE-ACCOUNT
                       MOVE 1 TO WS-LOGIN-SERVICE
                   ELSE
                       IF UM-USER-ACTIVE = 2
                           MOVE 1 TO WS-LOGIN-LOCKED
                       ELSE
                           IF UM-USER-PASSWORD = CRYPT-RESP-ENCODED
                               AND UM-USER-ACTIVE = 1
                               MOVE 1 TO WS-USER-FOUND
                               MOVE 0 TO UM-FAILED-ATTEMPTS
                               MOVE UM-PASSWORD-CHANGED
                                   TO WS-PW-LAST-CHANGED
      * STAMP THE LAST SUCCESSFUL LOGIN SO THE DORMANT-ACCOUNT REVIEW
      * (USRDORM) HAS A REAL DATE TO MEASURE IDLENESS FROM.
                               PERFORM GET-TODAY-DATE
                               MOVE WS-TODAY-DATE TO UM-LAST-LOGIN
                               PERFORM REWRITE-MASTER-RECORD
                           ELSE
                               IF UM-USER-ACTIVE = 1
                                   ADD 1 TO UM-FAILED-ATTEMPTS
                                   IF UM-FAILED-ATTEMPTS >= 3
                                       MOVE 2 TO UM-USER-ACTIVE
                                       MOVE 1 TO WS-LOGIN-LOCKED
                                       DISPLAY
                                         "ACCOUNT LOCKED: TOO MANY"
                                         " FAILURES"
                                   END-IF
                                   PERFORM REWRITE-MASTER-RECORD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                                   PERFORM GET-TODAY-DATE
                                   MOVE WS-TODAY-DATE
                                       TO UM-PASSWORD-CHANGED
                                   PERFORM REWRITE-MASTER-RECORD
                                   DISPLAY "SUCCESS: PASSWORD CHANGED!"
                                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM RECORD-PASSWORD-HISTORY
                   MOVE WS-PW-ENCODED-CANDIDATE TO UM-USER-PASSWORD
                   MOVE WS-TODAY-DATE TO UM-PASSWORD-CHANGED
                   PERFORM REWRITE-MASTER-RECORD
           END-READ
           DISPLAY "SUCCESS: PASSWORD UPDATED.".

               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.

      * EVERY WRITE AND REWRITE OF USER-MASTER-FILE COMES THROUGH
      * THESE TWO PARAGRAPHS SO EACH SUCCESSFUL ONE IS JOURNALED
      * WITH ITS AFTER-IMAGE FOR FORWARD RECOVERY (USRMJREC). THE
      * IMAGE IS TAKEN BEFORE THE I/O - THE RECORD AREA IS NOT
      * GUARANTEED TO SURVIVE IT.
       ADD-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           WRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               MOVE "A" TO MJRW-REQ-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       REWRITE-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           REWRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               MOVE "C" TO MJRW-REQ-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      * A JOURNAL FAILURE IS WARNED, NOT FATAL - THE SAME RULE AS
      * AN AUDIT TRAIL FAILURE. THE NEXT USRUNLD IMAGE CLOSES THE
      * GAP IT LEAVES IN THE RECOVERY PATH.
       WRITE-JOURNAL-RECORD.
           MOVE "W" TO MJRW-REQ-FUNCTION
           MOVE "USERMGMT" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
