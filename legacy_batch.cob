      * CHECKS AS USERMGMT'S REGISTER-USER; DEACT/REACT AND           *
      * ROLEGRANT/ROLEREVOKE MIRROR USRADMIN'S MAINTENANCE PATHS SO   *
      * HR-DRIVEN CHANGES NO LONGER GET KEYED BY HAND THE NEXT DAY.   *
      * AN ADD OR ROLEGRANT MAY CARRY AN END DATE FOR A FIXED-TERM    *
      * ACCOUNT OR A TEMPORARY GRANT, AND ENDDATE/ROLEEXPIRY MOVE OR  *
      * CLEAR IT LATER (USREXPRY ENFORCES THE DATES EACH NIGHT).      *
      * THE FEED'S HEADER/TRAILER CONTROLS ARE VERIFIED IN A FIRST    *
      * PASS BEFORE ANYTHING IS APPLIED, SO A TRUNCATED TRANSMISSION  *
      * NEVER HALF-APPLIES; ROWS THAT CANNOT BE APPLIED GO TO THE     *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SESSION-TOKEN
               FILE STATUS IS WS-SES-STATUS.
      * ROLE CATALOG (SEE rctrec.cpy) - A ROLEGRANT FOR A CODE THAT
      * IS NOT ON THE CATALOG, OR IS RETIRED, IS REJECTED BACK TO HR.
           SELECT ROLE-CATALOG-FILE ASSIGN TO "ROLECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLE-CODE
               FILE STATUS IS WS-CT-STATUS.
      * SEGREGATION-OF-DUTIES RULES (SEE sodrec.cpy) - A ROLEGRANT
      * THAT WOULD COMPLETE A TOXIC COMBINATION IS REJECTED BACK TO
      * HR, SAME RULES USRADMIN ENFORCES.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
      * MACHINE-READABLE REJECT-RECYCLE FILE - REWRITTEN EACH RUN,
      * RETURNED TO HR FOR CORRECTION AND RESUBMISSION.
           SELECT REJECT-FILE ASSIGN TO "NEWUREJ"
       FD  SESSION-FILE.
           COPY "sesrec.cpy".

       FD  ROLE-CATALOG-FILE.
           COPY "rctrec.cpy".

       FD  SOD-RULES-FILE.
           COPY "sodrec.cpy".

       FD  REJECT-FILE.
           COPY "nrjrec.cpy".

       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-SES-STATUS           PIC XX VALUE "00".
       01  WS-RJ-STATUS            PIC XX VALUE "00".
       01  WS-CT-STATUS            PIC XX VALUE "00".
       01  WS-SD-STATUS            PIC XX VALUE "00".

      * CONTROL-PASS VERDICT FIELDS - THE FEED IS WALKED ONCE FOR
      * STRUCTURE (HEADER FIRST, TRAILER LAST, TRAILER COUNT MATCHES
       01  WS-REACT-COUNT          PIC 9(6) VALUE 0.
       01  WS-GRANT-COUNT          PIC 9(6) VALUE 0.
       01  WS-REVOKE-COUNT         PIC 9(6) VALUE 0.
       01  WS-ENDDATE-COUNT        PIC 9(6) VALUE 0.
       01  WS-EXPIRY-COUNT         PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
       01  WS-SESSIONS-PURGED      PIC 9(3) VALUE 0.

       01  WS-REJECT-REASON        PIC X(30).
       01  WS-CATALOG-OK           PIC 9 VALUE 0.

      * SEGREGATION-OF-DUTIES RULES, HELD IN STORAGE FOR THE RUN -
      * SAME TABLE AND SAME CHECKS AS USRADMIN'S GRANT-ROLE.
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY OCCURS 200 TIMES INDEXED BY SOD-IDX.
               10  WS-SOD-RULE-ID      PIC X(6).
               10  WS-SOD-TYPE         PIC X.
               10  WS-SOD-ROLE-A       PIC X(8).
               10  WS-SOD-ROLE-B       PIC X(8).
       01  WS-SOD-COUNT            PIC 9(3) VALUE 0.
       01  WS-SOD-MAX              PIC 9(3) VALUE 200.
       01  WS-SOD-CONFLICT         PIC 9 VALUE 0.
       01  WS-SOD-RULE-HIT         PIC X(6).
       01  WS-SOD-CONFLICT-WITH    PIC X(10).
       01  WS-SOD-OTHER-ROLE       PIC X(8).
      * NEWUREJ REASON TEXT FOR A CONFLICT, E.G. "SOD RULE SOD001 VS
      * PAYAPPR" - FITS THE 30-BYTE REASON FIELD.
       01  WS-SOD-REASON.
           05  FILLER              PIC X(9) VALUE "SOD RULE ".
           05  WS-SOD-REASON-RULE  PIC X(6).
           05  FILLER              PIC X(4) VALUE " VS ".
           05  WS-SOD-REASON-WITH  PIC X(10).

       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-AUDIT-ACTION         PIC X(10).
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.
       01  WS-TODAY                PIC 9(8).

      * THE ROW'S NU-END-DATE, CHECKED BY CHECK-FEED-END-DATE - ZERO
      * WHEN THE ROW CARRIES NONE.
       01  WS-END-DATE             PIC 9(8) VALUE 0.
       01  WS-END-DATE-OK          PIC 9 VALUE 0.

      * PASSWORD COMPLEXITY CHECK - SAME RULE AS USERMGMT'S
      * REGISTER-USER/CHANGE-PASSWORD (SEE REQ 007): AT LEAST 8
      * CHARACTERS WITH AT LEAST ONE DIGIT.
      * MID-WAY THROUGH UPDATING.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL WRITE OR REWRITE OF USER-MASTER-FILE IS
      * JOURNALED THROUGH USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           PERFORM VALIDATE-FEED-CONTROLS
           PERFORM LOAD-SOD-RULES
           PERFORM OPEN-BATCH-FILES
           READ NEWUSER-FILE
           PERFORM PROCESS-ONE-RECORD
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           CLOSE SESSION-FILE
           CLOSE ROLE-CATALOG-FILE
           CLOSE REJECT-FILE
           PERFORM RELEASE-MASTER-LOCK
           MOVE WS-TRANS-READ TO RNLOG-REQ-READ
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-ADD-COUNT + WS-DEACT-COUNT + WS-REACT-COUNT
               + WS-GRANT-COUNT + WS-REVOKE-COUNT
               + WS-ENDDATE-COUNT + WS-EXPIRY-COUNT
           MOVE WS-REJECTED-COUNT TO RNLOG-REQ-REJECTED
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
           END-EVALUATE
           READ NEWUSER-FILE.

      * THE RULES FILE IS READ ONCE, BEFORE THE MASTER LOCK IS
      * TAKEN. NO FILE AT ALL MEANS SECURITY HAS NOT PUBLISHED ANY
      * RULES YET - SAID SO, NOT FATAL. A FILE THAT IS THERE BUT
      * UNREADABLE, OR HOLDS MORE RULES THAN THE TABLE, ABORTS THE
      * RUN: ENFORCING HALF THE RULES WOULD LOOK LIKE ENFORCING ALL.
       LOAD-SOD-RULES.
           MOVE 0 TO WS-SOD-COUNT
           OPEN INPUT SOD-RULES-FILE
           IF WS-SD-STATUS = "35"
               DISPLAY "NOTE: NO SODRULES FILE - NO SEGREGATION-OF-"
                   "DUTIES RULES IN FORCE."
           ELSE
               IF WS-SD-STATUS NOT = "00"
                   DISPLAY "ERROR: SODRULES OPEN FAILED (STATUS "
                       WS-SD-STATUS "). ABORTING RUN."
                   PERFORM ABORT-RUN
               END-IF
               READ SOD-RULES-FILE
               PERFORM LOAD-ONE-SOD-RULE
                   UNTIL WS-SD-STATUS NOT = "00"
               CLOSE SOD-RULES-FILE
           END-IF.

       LOAD-ONE-SOD-RULE.
           IF (SD-PAIR-RULE AND SD-ROLE-A NOT = SPACES
                   AND SD-ROLE-B NOT = SPACES)
               OR (SD-ADMIN-RULE AND SD-ROLE-A NOT = SPACES)
               IF WS-SOD-COUNT >= WS-SOD-MAX
                   DISPLAY "ERROR: MORE THAN " WS-SOD-MAX
                       " SODRULES ROWS. ABORTING RUN."
                   PERFORM ABORT-RUN
               END-IF
               ADD 1 TO WS-SOD-COUNT
               SET SOD-IDX TO WS-SOD-COUNT
               MOVE SD-RULE-ID TO WS-SOD-RULE-ID(SOD-IDX)
               MOVE SD-RULE-TYPE TO WS-SOD-TYPE(SOD-IDX)
               MOVE SD-ROLE-A TO WS-SOD-ROLE-A(SOD-IDX)
               MOVE SD-ROLE-B TO WS-SOD-ROLE-B(SOD-IDX)
           ELSE
               DISPLAY "WARNING: SODRULES ROW " SD-RULE-ID
                   " MALFORMED - IGNORED."
           END-IF
           READ SOD-RULES-FILE.

       OPEN-BATCH-FILES.
           OPEN INPUT NEWUSER-FILE
           IF WS-NU-STATUS NOT = "00"
                   WS-SES-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * THE CATALOG IS ONLY READ HERE - AN EMPTY ONE REJECTS EVERY
      * ROLEGRANT, WHICH IS RIGHT UNTIL USRROLMT HAS BUILT IT.
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
           END-IF
           OPEN OUTPUT REJECT-FILE.

      * SECOND PASS: APPLY EACH DETAIL ROW. THE HEADER AND TRAILER
                   WHEN NU-TRANS-ROLEREVOKE
                       MOVE "REVOKEROLE" TO WS-AUDIT-ACTION
                       PERFORM APPLY-ROLEREVOKE-TRANS
                   WHEN NU-TRANS-ENDDATE
                       MOVE "ENDDATE" TO WS-AUDIT-ACTION
                       PERFORM APPLY-ENDDATE-TRANS
                   WHEN NU-TRANS-ROLEEXPIRY
                       MOVE "ROLEEXPIRY" TO WS-AUDIT-ACTION
                       PERFORM APPLY-ROLEEXPIRY-TRANS
                   WHEN OTHER
                       MOVE "MAINT" TO WS-AUDIT-ACTION
                       MOVE "UNKNOWN TRANSACTION CODE"
               INVALID KEY
                   MOVE NU-PASSWORD TO WS-PW-CANDIDATE
                   PERFORM CHECK-PASSWORD-COMPLEXITY
                   PERFORM CHECK-FEED-END-DATE
                   EVALUATE TRUE
                       WHEN WS-PW-VALID = 0
                           MOVE "WEAK PASSWORD" TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN WS-END-DATE-OK = 0
                           PERFORM REJECT-TRANSACTION
                       WHEN OTHER
                           PERFORM ACCEPT-NEW-USER
                   END-EVALUATE
               NOT INVALID KEY
                   MOVE "DUPLICATE USERNAME" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           MOVE NU-FULL-NAME TO UM-FULL-NAME
           MOVE NU-DEPARTMENT TO UM-DEPARTMENT
           MOVE NU-EMAIL TO UM-EMAIL
           MOVE WS-END-DATE TO UM-END-DATE
      * THE FEED ENROLS PEOPLE - A SERVICE ACCOUNT IS NAMED AS ONE,
      * WITH ITS OWNER, THROUGH USRADMIN.
           MOVE "P" TO UM-ACCOUNT-TYPE
           MOVE SPACES TO UM-OWNER
           MOVE 0 TO UM-ATTESTED-DATE
           PERFORM ADD-MASTER-RECORD
           ADD 1 TO WS-ADD-COUNT
           DISPLAY "ADDED: " NU-USERNAME
           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE 0 TO UM-USER-ACTIVE
                       PERFORM REWRITE-MASTER-RECORD
                       PERFORM PURGE-ACCOUNT-SESSIONS
                       ADD 1 TO WS-DEACT-COUNT
                       DISPLAY "DEACTIVATED: " NU-USERNAME
                   ELSE
                       MOVE 1 TO UM-USER-ACTIVE
                       MOVE 0 TO UM-FAILED-ATTEMPTS
                       PERFORM REWRITE-MASTER-RECORD
                       ADD 1 TO WS-REACT-COUNT
                       DISPLAY "REACTIVATED: " NU-USERNAME
                       MOVE "SUCCESS" TO WS-AUDIT-RESULT
           END-READ.

      * THE ACCOUNT MUST EXIST ON THE MASTER BEFORE IT CAN HOLD A
      * ROLE, AND THE ROLE MUST BE ACTIVE ON THE CATALOG, SAME AS
      * USRADMIN'S GRANT-ROLE. A BAD EXPIRY DATE IS REJECTED BEFORE
      * ANY OF THAT IS LOOKED AT.
       APPLY-ROLEGRANT-TRANS.
           PERFORM CHECK-FEED-END-DATE
           IF WS-END-DATE-OK = 0
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE NU-USERNAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       MOVE "USERNAME NOT FOUND" TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM CHECK-ROLE-CATALOG
                       IF WS-CATALOG-OK = 1
                           PERFORM CHECK-SOD-ROLE-GRANT
                           IF WS-SOD-CONFLICT = 1
                               PERFORM REJECT-SOD-CONFLICT
                           ELSE
                               PERFORM WRITE-ROLE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * WOULD THE GRANT COMPLETE A TOXIC COMBINATION? CALLED WITH THE
      * ACCOUNT'S MASTER RECORD IN THE BUFFER - SAME RULES AS
      * USRADMIN'S CHECK-SOD-ROLE-GRANT.
       CHECK-SOD-ROLE-GRANT.
           MOVE 0 TO WS-SOD-CONFLICT
           PERFORM CHECK-ONE-SOD-ROLE-RULE
               VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > WS-SOD-COUNT OR WS-SOD-CONFLICT = 1.

       CHECK-ONE-SOD-ROLE-RULE.
           EVALUATE TRUE
               WHEN WS-SOD-TYPE(SOD-IDX) = "A"
                   AND WS-SOD-ROLE-A(SOD-IDX) = NU-ROLE-CODE
                   IF UM-IS-ADMIN = 1
                       MOVE 1 TO WS-SOD-CONFLICT
                       MOVE WS-SOD-RULE-ID(SOD-IDX) TO WS-SOD-RULE-HIT
                       MOVE "ADMIN FLAG" TO WS-SOD-CONFLICT-WITH
                   END-IF
               WHEN WS-SOD-TYPE(SOD-IDX) = "P"
                   AND WS-SOD-ROLE-A(SOD-IDX) = NU-ROLE-CODE
                   MOVE WS-SOD-ROLE-B(SOD-IDX) TO WS-SOD-OTHER-ROLE
                   PERFORM CHECK-SOD-ROLE-HELD
               WHEN WS-SOD-TYPE(SOD-IDX) = "P"
                   AND WS-SOD-ROLE-B(SOD-IDX) = NU-ROLE-CODE
                   MOVE WS-SOD-ROLE-A(SOD-IDX) TO WS-SOD-OTHER-ROLE
                   PERFORM CHECK-SOD-ROLE-HELD
           END-EVALUATE.

       CHECK-SOD-ROLE-HELD.
           MOVE NU-USERNAME TO UR-USER-NAME
           MOVE WS-SOD-OTHER-ROLE TO UR-ROLE-CODE
           READ USER-ROLE-FILE
               KEY IS UR-ROLE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-SOD-CONFLICT
                   MOVE WS-SOD-RULE-ID(SOD-IDX) TO WS-SOD-RULE-HIT
                   MOVE WS-SOD-OTHER-ROLE TO WS-SOD-CONFLICT-WITH
           END-READ.

      * THE REFUSAL RIDES THE NORMAL REJECT PATH, BUT UNDER ITS OWN
      * SODROLE AUDIT ACTION SO THE TRAIL SHOWS IT WAS A CONFLICT,
      * NOT A KEYING ERROR.
       REJECT-SOD-CONFLICT.
           MOVE WS-SOD-RULE-HIT TO WS-SOD-REASON-RULE
           MOVE WS-SOD-CONFLICT-WITH TO WS-SOD-REASON-WITH
           MOVE WS-SOD-REASON TO WS-REJECT-REASON
           MOVE "SODROLE" TO WS-AUDIT-ACTION
           PERFORM REJECT-TRANSACTION.

      * A CODE HR MISTYPED, OR A ROLE THE OWNER HAS RETIRED, GOES
      * BACK ON NEWUREJ INSTEAD OF ONTO USERROLE.
       CHECK-ROLE-CATALOG.
           MOVE 0 TO WS-CATALOG-OK
           MOVE NU-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   MOVE "ROLE NOT IN CATALOG" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF CT-RETIRED
                       MOVE "ROLE RETIRED IN CATALOG"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE 1 TO WS-CATALOG-OK
                   END-IF
           END-READ.

       WRITE-ROLE-RECORD.
           MOVE NU-USERNAME TO UR-USER-NAME
           MOVE NU-ROLE-CODE TO UR-ROLE-CODE
           MOVE WS-TODAY TO UR-GRANTED-DATE
           MOVE WS-END-DATE TO UR-EXPIRY-DATE
           WRITE USER-ROLE-RECORD
               INVALID KEY
                   MOVE "ROLE ALREADY GRANTED" TO WS-REJECT-REASON
                   ADD 1 TO WS-GRANT-COUNT
                   DISPLAY "ROLE GRANTED: " NU-USERNAME " "
                       NU-ROLE-CODE
                   IF UR-EXPIRY-DATE NOT = 0
                       DISPLAY "  EXPIRES AFTER: " UR-EXPIRY-DATE
                   END-IF
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-BATCH-AUDIT-RECORD
           END-WRITE.
                   PERFORM WRITE-BATCH-AUDIT-RECORD
           END-READ.

      * ENDDATE SETS, MOVES OR (WITH NO DATE) CLEARS THE ACCOUNT'S
      * END DATE. THE ACCOUNT'S STATUS IS LEFT ALONE EITHER WAY -
      * CLEARING A DATE THE SWEEP ALREADY ACTED ON DOES NOT BRING THE
      * ACCOUNT BACK; THAT TAKES A REACT.
       APPLY-ENDDATE-TRANS.
           PERFORM CHECK-FEED-END-DATE
           IF WS-END-DATE-OK = 0
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE NU-USERNAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       MOVE "USERNAME NOT FOUND" TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE WS-END-DATE TO UM-END-DATE
                       PERFORM REWRITE-MASTER-RECORD
                       ADD 1 TO WS-ENDDATE-COUNT
                       DISPLAY "END DATE SET: " NU-USERNAME " "
                           UM-END-DATE
                       MOVE "SUCCESS" TO WS-AUDIT-RESULT
                       PERFORM WRITE-BATCH-AUDIT-RECORD
               END-READ
           END-IF.

      * ROLEEXPIRY SETS, MOVES OR CLEARS THE EXPIRY ON A GRANT THE
      * ACCOUNT ALREADY HOLDS - THE RENEWAL PATH FOR A SPONSOR WHO
      * SAW THE GRANT ON THE USREXPRP WARNING LIST.
       APPLY-ROLEEXPIRY-TRANS.
           PERFORM CHECK-FEED-END-DATE
           IF WS-END-DATE-OK = 0
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE NU-USERNAME TO UR-USER-NAME
               MOVE NU-ROLE-CODE TO UR-ROLE-CODE
               READ USER-ROLE-FILE
                   KEY IS UR-ROLE-KEY
                   INVALID KEY
                       MOVE "ROLE NOT HELD BY ACCOUNT"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE WS-END-DATE TO UR-EXPIRY-DATE
                       REWRITE USER-ROLE-RECORD
                       ADD 1 TO WS-EXPIRY-COUNT
                       DISPLAY "ROLE EXPIRY SET: " NU-USERNAME " "
                           NU-ROLE-CODE " " UR-EXPIRY-DATE
                       MOVE "SUCCESS" TO WS-AUDIT-RESULT
                       PERFORM WRITE-BATCH-AUDIT-RECORD
               END-READ
           END-IF.

      * VALIDATE THE ROW'S NU-END-DATE INTO WS-END-DATE. BLANK OR
      * ZERO IS "NO DATE". ANYTHING ELSE MUST BE A REAL CALENDAR
      * DATE NO EARLIER THAN TODAY - A DATE ALREADY GONE WOULD ONLY
      * BE UNDONE BY TONIGHT'S SWEEP. WS-REJECT-REASON IS SET FOR
      * THE CALLER WHEN THE DATE IS REFUSED.
       CHECK-FEED-END-DATE.
           MOVE 1 TO WS-END-DATE-OK
           MOVE 0 TO WS-END-DATE
           PERFORM GET-TODAY-DATE
           EVALUATE TRUE
               WHEN NU-END-DATE = SPACES
                   CONTINUE
               WHEN NU-END-DATE IS NOT NUMERIC
                   MOVE 0 TO WS-END-DATE-OK
                   MOVE "INVALID END DATE" TO WS-REJECT-REASON
               WHEN NU-END-DATE-NUM = 0
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(NU-END-DATE-NUM)
                       NOT = 0
                   MOVE 0 TO WS-END-DATE-OK
                   MOVE "INVALID END DATE" TO WS-REJECT-REASON
               WHEN NU-END-DATE-NUM < WS-TODAY
                   MOVE 0 TO WS-END-DATE-OK
                   MOVE "END DATE ALREADY PAST" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE NU-END-DATE-NUM TO WS-END-DATE
           END-EVALUATE.

      * DELETE EVERY SESSION ROW BELONGING TO THE DEACTIVATED
      * ACCOUNT. SESSIONS ARE KEYED ON THE TOKEN, NOT THE USER, SO
      * THIS IS A FULL SWEEP - THE SAME SCAN-AND-DELETE SHAPE
                   AUDW-RESP-STATUS ")."
           END-IF.

      * EVERY WRITE AND REWRITE OF USER-MASTER-FILE COMES THROUGH
      * THESE TWO PARAGRAPHS SO EACH SUCCESSFUL ONE IS JOURNALED
      * WITH ITS AFTER-IMAGE - SAME CONTRACT AS USERMGMT'S.
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

       WRITE-JOURNAL-RECORD.
           MOVE "W" TO MJRW-REQ-FUNCTION
           MOVE "USRBATCH" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.

       PRINT-MAINTENANCE-REPORT.
           DISPLAY "========================================".
           DISPLAY "  NIGHTLY USER MAINTENANCE REPORT       ".
           DISPLAY "ACCOUNTS REACTIVATED:  " WS-REACT-COUNT.
           DISPLAY "ROLES GRANTED:         " WS-GRANT-COUNT.
           DISPLAY "ROLES REVOKED:         " WS-REVOKE-COUNT.
           DISPLAY "END DATES SET:         " WS-ENDDATE-COUNT.
           DISPLAY "ROLE EXPIRIES SET:     " WS-EXPIRY-COUNT.
           DISPLAY "REJECTED (SEE NEWUREJ):" WS-REJECTED-COUNT.
           DISPLAY "========================================".
