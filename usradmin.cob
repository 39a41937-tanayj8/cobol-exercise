      * CHECK USERMGMT'S ADMIN-UNLOCK-ACCOUNT USES, AND EVERY          *
      * MAINTENANCE ACTION IS APPENDED TO THE USERAUDT TRAIL LIKE      *
      * EVERY OTHER CHANGE TO AN ACCOUNT.                              *
      * THE HIGH-RISK ACTIONS - GRANT ADMIN FLAG, DELETE ACCOUNT AND   *
      * A GRANT OF A ROLE MARKED PRIVILEGED ON THE CATALOG - ARE NOT   *
      * APPLIED BY THE ADMIN WHO ASKS FOR THEM: THEY GO ON THE APPRQUE *
      * QUEUE (SEE aprrec.cpy) AND ONLY TAKE EFFECT WHEN A SECOND,     *
      * DIFFERENT ADMIN APPROVES THEM FROM THEIR OWN SESSION.          *
      * A ROLE GRANT MAY CARRY AN EXPIRY DATE AND AN ACCOUNT AN END   *
      * DATE (ENFORCED NIGHTLY BY USREXPRY); PUSHING BACK OR CLEARING *
      * THE EXPIRY OF A PRIVILEGED GRANT IS QUEUED THE SAME WAY.      *
      * AN ACCOUNT IS NAMED A SERVICE ACCOUNT HERE BY GIVING IT AN    *
      * OWNER - A LIVE PERSON ACCOUNT ANSWERABLE FOR IT.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PWH-STATUS.
      * ROLE CATALOG (SEE rctrec.cpy) - A ROLE IS ONLY GRANTED WHILE
      * IT IS ON THE CATALOG AND ACTIVE. READ ONLY HERE; USRROLMT
      * MAINTAINS IT.
           SELECT ROLE-CATALOG-FILE ASSIGN TO "ROLECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLE-CODE
               FILE STATUS IS WS-CT-STATUS.
      * SEGREGATION-OF-DUTIES RULES (SEE sodrec.cpy) - LOADED WHOLE
      * AT STARTUP; A ROLE OR ADMIN-FLAG GRANT THAT WOULD COMPLETE A
      * TOXIC COMBINATION IS REFUSED AND AUDITED.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
      * DUAL-CONTROL APPROVAL QUEUE (SEE aprrec.cpy) - HIGH-RISK
      * ACTIONS ARE WRITTEN HERE PENDING, AND APPLIED ONLY WHEN A
      * SECOND ADMIN APPROVES THEM THROUGH THIS MENU.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-REQUEST-ID
               FILE STATUS IS WS-AQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PWHIST-FILE.
           COPY "phrrec.cpy".

       FD  ROLE-CATALOG-FILE.
           COPY "rctrec.cpy".

       FD  SOD-RULES-FILE.
           COPY "sodrec.cpy".

       FD  APPROVAL-QUEUE-FILE.
           COPY "aprrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-SES-STATUS           PIC XX VALUE "00".
       01  WS-PWH-STATUS           PIC XX VALUE "00".
       01  WS-CT-STATUS            PIC XX VALUE "00".
       01  WS-SD-STATUS            PIC XX VALUE "00".
       01  WS-AQ-STATUS            PIC XX VALUE "00".
       01  WS-MENU-CHOICE          PIC 99.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-NOW-TIME             PIC 9(6).

      * ADMIN GATE - VERIFIED ONCE AT STARTUP AGAINST A UM-IS-ADMIN
      * ACCOUNT IN USER-MASTER-FILE, THE SAME CHECK USERMGMT'S
       01  WS-SELECT-STATUS        PIC 9.
       01  WS-CONFIRM              PIC X.
       01  WS-ROLE-CODE            PIC X(8).
       01  WS-CATALOG-OK           PIC 9 VALUE 0.
       01  WS-FULL-NAME            PIC X(30).
       01  WS-DEPARTMENT           PIC X(10).
       01  WS-EMAIL                PIC X(30).
      * AN EXPIRY OR END DATE AS KEYED (BLANK = NONE), AND THE
      * VALIDATED DATE CHECK-ENTERED-DATE LEAVES IN WS-VALID-DATE.
       01  WS-DATE-ENTRY           PIC X(8).
       01  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                   PIC 9(8).
       01  WS-DATE-OK              PIC 9 VALUE 0.
       01  WS-VALID-DATE           PIC 9(8) VALUE 0.
      * SET-ROLE-EXPIRY: DOES THE NEW DATE KEEP ACCESS ALIVE LONGER,
      * AND IS THE ROLE MARKED PRIVILEGED ON THE CATALOG?
       01  WS-EXTENDING            PIC 9 VALUE 0.
       01  WS-PRIVILEGED-ROLE      PIC 9 VALUE 0.
      * SET-SERVICE-OWNER: THE OWNER AS KEYED (BLANK = MAKE THE
      * ACCOUNT A PERSON AGAIN) AND WHETHER IT PASSED ITS CHECKS.
       01  WS-OWNER                PIC X(20).
       01  WS-OWNER-OK             PIC 9 VALUE 0.
       01  WS-ROLES-DONE           PIC 9 VALUE 0.
       01  WS-ROLES-LISTED         PIC 9(3) VALUE 0.
       01  WS-ROLES-PURGED         PIC 9(3) VALUE 0.
       01  WS-SESSIONS-PURGED      PIC 9(3) VALUE 0.

      * SEGREGATION-OF-DUTIES RULES, HELD IN STORAGE FOR THE SESSION
      * SO EVERY GRANT CHECKS THEM WITHOUT RE-READING THE FILE.
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

      * DUAL-CONTROL QUEUE FIELDS. A PENDING REQUEST OLDER THAN THE
      * EXPIRY LIMIT CAN NO LONGER BE APPROVED - SAME LIMIT AS THE
      * MORNING USRAPPRP RUN THAT CLOSES THEM.
       01  WS-APPROVAL-EXPIRY-DAYS PIC 9(4) VALUE 7.
       01  WS-REQUEST-AGE-DAYS     PIC S9(8).
       01  WS-REQUEST-ID           PIC 9(6).
       01  WS-NEW-REQUEST-ID       PIC 9(6).
       01  WS-QUEUE-ACTION         PIC X(10).
       01  WS-DUPLICATE-REQUEST    PIC 9 VALUE 0.
       01  WS-DECISION             PIC X.
       01  WS-APPLY-OK             PIC 9 VALUE 0.
       01  WS-PENDING-LISTED       PIC 9(6) VALUE 0.
      * QUEUE EVENTS GO TO THE TRAIL AS REQ/APR/REJ/EXP PLUS WHAT
      * WAS ASKED FOR, E.G. REQADMIN, APRDELETE, REJROLE.
       01  WS-QUEUE-AUDIT-ACTION.
           05  WS-QA-PREFIX        PIC X(3).
           05  WS-QA-SUFFIX        PIC X(7).

      * PASSWORD HISTORY SLOTS - SAME DEPTH USERMGMT'S REUSE CHECK
      * KEEPS, SO THE DELETE SWEEP COVERS EVERY SLOT THAT CAN EXIST.
       01  WS-PW-HISTORY-DEPTH     PIC 99 VALUE 5.
      * MASTER UNDER A LIVE ADMIN SESSION.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OR DELETE OF USER-MASTER-FILE IS
      * JOURNALED THROUGH USRMJRNL SO THE MASTER CAN BE ROLLED
      * FORWARD FROM THE LAST USRUNLD IMAGE.
           COPY "mjrif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM REGISTER-MASTER-LOCK
           PERFORM VERIFY-ADMIN-CREDENTIALS
           IF WS-ADMIN-VERIFIED = 1
               PERFORM MENU-LOOP UNTIL WS-MENU-CHOICE = 17
           ELSE
               DISPLAY "ERROR: ADMIN CREDENTIALS INVALID!"
           END-IF
           CLOSE USER-ROLE-FILE
           CLOSE SESSION-FILE
           CLOSE PWHIST-FILE
           CLOSE ROLE-CATALOG-FILE
           CLOSE APPROVAL-QUEUE-FILE
           PERFORM RELEASE-MASTER-LOCK
           STOP RUN.

               DISPLAY "ERROR: PASSWORD HISTORY OPEN FAILED (STATUS "
                   WS-PWH-STATUS "). ABORTING."
               STOP RUN
           END-IF
      * THE CATALOG IS ONLY READ HERE. A SHOP THAT HAS NOT BUILT ONE
      * YET GETS AN EMPTY FILE - EVERY GRANT IS THEN REFUSED UNTIL
      * USRROLMT ADDS THE ROLE, WHICH IS THE POINT.
           OPEN INPUT ROLE-CATALOG-FILE
           IF WS-CT-STATUS = "35"
               OPEN OUTPUT ROLE-CATALOG-FILE
               CLOSE ROLE-CATALOG-FILE
               OPEN INPUT ROLE-CATALOG-FILE
           END-IF
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "ERROR: ROLE CATALOG OPEN FAILED (STATUS "
                   WS-CT-STATUS "). ABORTING."
               STOP RUN
           END-IF
      * SAME STATUS-35-ONLY CREATE AND HARD ABORT FOR THE APPROVAL
      * QUEUE - A QUEUE RE-CREATED EMPTY WOULD SILENTLY DROP EVERY
      * REQUEST WAITING ON A SECOND ADMIN.
           OPEN I-O APPROVAL-QUEUE-FILE
           IF WS-AQ-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               CLOSE APPROVAL-QUEUE-FILE
               OPEN I-O APPROVAL-QUEUE-FILE
           END-IF
           IF WS-AQ-STATUS NOT = "00"
               DISPLAY "ERROR: APPROVAL QUEUE OPEN FAILED (STATUS "
                   WS-AQ-STATUS "). ABORTING."
               STOP RUN
           END-IF
           PERFORM LOAD-SOD-RULES.

      * THE RULES FILE IS READ ONCE AND CLOSED. NO FILE AT ALL MEANS
      * SECURITY HAS NOT PUBLISHED ANY RULES YET - SAID SO, NOT
      * FATAL. A FILE THAT IS THERE BUT UNREADABLE, OR HOLDS MORE
      * RULES THAN THE TABLE, IS FATAL: ENFORCING HALF THE RULES
      * WOULD LOOK LIKE ENFORCING ALL OF THEM.
       LOAD-SOD-RULES.
           MOVE 0 TO WS-SOD-COUNT
           OPEN INPUT SOD-RULES-FILE
           IF WS-SD-STATUS = "35"
               DISPLAY "NOTE: NO SODRULES FILE - NO SEGREGATION-OF-"
                   "DUTIES RULES IN FORCE."
           ELSE
               IF WS-SD-STATUS NOT = "00"
                   DISPLAY "ERROR: SODRULES OPEN FAILED (STATUS "
                       WS-SD-STATUS "). ABORTING."
                   STOP RUN
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
                       " SODRULES ROWS. ABORTING."
                   STOP RUN
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

       VERIFY-ADMIN-CREDENTIALS.
           DISPLAY "ENTER ADMIN USERNAME: " WITH NO ADVANCING
           ACCEPT WS-ADMIN-USERNAME
           DISPLAY "9. REVOKE ROLE".
           DISPLAY "10. LIST ROLES FOR ACCOUNT".
           DISPLAY "11. UPDATE PROFILE".
           DISPLAY "12. LIST PENDING APPROVALS".
           DISPLAY "13. APPROVE / REJECT PENDING REQUEST".
           DISPLAY "14. SET ROLE EXPIRY DATE".
           DISPLAY "15. SET ACCOUNT END DATE".
           DISPLAY "16. SET SERVICE ACCOUNT OWNER".
           DISPLAY "17. EXIT".
           DISPLAY "ENTER CHOICE (1-17): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 11
                   PERFORM UPDATE-PROFILE
               WHEN 12
                   PERFORM LIST-PENDING-REQUESTS
               WHEN 13
                   PERFORM REVIEW-PENDING-REQUEST
               WHEN 14
                   PERFORM SET-ROLE-EXPIRY
               WHEN 15
                   PERFORM SET-ACCOUNT-END-DATE
               WHEN 16
                   PERFORM SET-SERVICE-OWNER
               WHEN 17
                   DISPLAY "END OF MAINTENANCE."
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN."
           DISPLAY "FULL NAME:        " UM-FULL-NAME.
           DISPLAY "DEPARTMENT:       " UM-DEPARTMENT.
           DISPLAY "EMAIL:            " UM-EMAIL.
           IF UM-END-DATE = 0
               DISPLAY "END DATE:         NONE"
           ELSE
               DISPLAY "END DATE:         " UM-END-DATE
           END-IF.
           IF UM-SERVICE-ACCOUNT
               DISPLAY "ACCOUNT TYPE:     SERVICE"
               DISPLAY "OWNER:            " UM-OWNER
               IF UM-ATTESTED-DATE = 0
                   DISPLAY "LAST ATTESTED:    NEVER"
               ELSE
                   DISPLAY "LAST ATTESTED:    " UM-ATTESTED-DATE
               END-IF
           ELSE
               DISPLAY "ACCOUNT TYPE:     PERSON"
           END-IF.

      * SEQUENTIAL BROWSE OF THE WHOLE MASTER IN KEY ORDER, LISTING
      * ONLY THE ACCOUNTS IN THE REQUESTED STATUS.
                           DISPLAY "ERROR: ACCOUNT ALREADY INACTIVE!"
                       ELSE
                           MOVE 0 TO UM-USER-ACTIVE
                           PERFORM REWRITE-MASTER-RECORD
      * A DEACTIVATED ACCOUNT'S LIVE TOKENS DIE WITH IT - OTHERWISE
      * AN EXISTING SESSION KEEPS PASSING TOKEN CHECKS FOR THE REST
      * OF ITS IDLE WINDOW.
      * RE-LOCK ON ITS FIRST BAD PASSWORD.
                       MOVE 1 TO UM-USER-ACTIVE
                       MOVE 0 TO UM-FAILED-ATTEMPTS
                       PERFORM REWRITE-MASTER-RECORD
                       DISPLAY "SUCCESS: ACCOUNT REACTIVATED!"
                       MOVE "SUCCESS" TO WS-AUDIT-RESULT
                       PERFORM WRITE-MAINT-AUDIT-RECORD
                       DISPLAY "CONFIRM DELETE OF " WS-USERNAME
                       DISPLAY "ENTER Y TO CONFIRM: " WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
      * A DELETE IS DUAL-CONTROL - IT IS QUEUED HERE AND ONLY
      * CARRIED OUT BY APPLY-DELETE-ACCOUNT WHEN A SECOND ADMIN
      * APPROVES IT.
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           MOVE "DELETE" TO WS-QUEUE-ACTION
                           MOVE SPACES TO WS-ROLE-CODE
                           PERFORM QUEUE-APPROVAL-REQUEST
                       ELSE
                           DISPLAY "DELETE CANCELLED."
                       END-IF
               END-READ
           END-IF.

      * CARRY OUT AN APPROVED DELETE. THE ACCOUNT IS RE-READ - IT MAY
      * HAVE GONE SINCE THE REQUEST WAS RAISED.
       APPLY-DELETE-ACCOUNT.
           MOVE "DELETE" TO WS-AUDIT-ACTION
           MOVE WS-USERNAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               INVALID KEY
                   DISPLAY "ERROR: USERNAME NO LONGER ON FILE!"
               NOT INVALID KEY
                   PERFORM DELETE-MASTER-RECORD
      * A DELETED ACCOUNT'S ROLE ROWS MUST GO WITH IT - ORPHANED
      * ENTITLEMENTS WOULD COME BACK TO LIFE IF THE USERNAME IS
      * EVER RE-REGISTERED.
                   PERFORM PURGE-ACCOUNT-ROLES
                   PERFORM PURGE-ACCOUNT-SESSIONS
      * THE PASSWORD HISTORY GOES WITH THE ACCOUNT - A RE-REGISTERED
      * USERNAME MUST NOT INHERIT A STRANGER'S HISTORY, AND ORPHANED
      * ENCODED PASSWORDS ARE DEAD WEIGHT ON THE FILE.
                   PERFORM PURGE-ACCOUNT-HISTORY
                   DISPLAY "SUCCESS: ACCOUNT DELETED!"
                   MOVE 1 TO WS-APPLY-OK
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-READ.

       GRANT-ADMIN-FLAG.
           DISPLAY "--- GRANT ADMIN FLAG ---".
                   IF UM-IS-ADMIN = 1
                       DISPLAY "ERROR: ACCOUNT IS ALREADY AN ADMIN!"
                   ELSE
                       PERFORM CHECK-SOD-ADMIN-GRANT
                       IF WS-SOD-CONFLICT = 1
                           MOVE "SODADMIN" TO WS-AUDIT-ACTION
                           PERFORM REFUSE-SOD-GRANT
                       ELSE
                           MOVE "GRANTADM" TO WS-QUEUE-ACTION
                           MOVE SPACES TO WS-ROLE-CODE
                           PERFORM QUEUE-APPROVAL-REQUEST
                       END-IF
                   END-IF
           END-READ.

      * CARRY OUT AN APPROVED ADMIN-FLAG GRANT. THE ACCOUNT AND THE
      * SEGREGATION-OF-DUTIES RULES ARE CHECKED AGAIN - ROLES MAY
      * HAVE BEEN GRANTED SINCE THE REQUEST WAS RAISED.
       APPLY-GRANT-ADMIN-FLAG.
           MOVE "GRANTADM" TO WS-AUDIT-ACTION
           MOVE WS-USERNAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               INVALID KEY
                   DISPLAY "ERROR: USERNAME NO LONGER ON FILE!"
               NOT INVALID KEY
                   IF UM-IS-ADMIN = 1
                       DISPLAY "ERROR: ACCOUNT IS ALREADY AN ADMIN!"
                   ELSE
                       PERFORM CHECK-SOD-ADMIN-GRANT
                       IF WS-SOD-CONFLICT = 1
                           MOVE "SODADMIN" TO WS-AUDIT-ACTION
                           PERFORM REFUSE-SOD-GRANT
                       ELSE
                           MOVE 1 TO UM-IS-ADMIN
                           PERFORM REWRITE-MASTER-RECORD
                           DISPLAY "SUCCESS: ADMIN FLAG GRANTED!"
                           MOVE 1 TO WS-APPLY-OK
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-MAINT-AUDIT-RECORD
                       END-IF
                   END-IF
           END-READ.

                           DISPLAY "ERROR: ACCOUNT IS NOT AN ADMIN!"
                       ELSE
                           MOVE 0 TO UM-IS-ADMIN
                           PERFORM REWRITE-MASTER-RECORD
                           DISPLAY "SUCCESS: ADMIN FLAG REVOKED!"
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-MAINT-AUDIT-RECORD
           ACCEPT WS-USERNAME
           DISPLAY "ENTER ROLE CODE: " WITH NO ADVANCING
           ACCEPT WS-ROLE-CODE
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, BLANK = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           MOVE "GRANTROLE" TO WS-AUDIT-ACTION

      * THE ACCOUNT MUST EXIST ON THE MASTER BEFORE IT CAN HOLD A
      * ROLE - A ROLE ROW WITH NO ACCOUNT BEHIND IT IS EXACTLY THE
      * KIND OF ORPHAN THE PRIVATE PERMISSION SIDE FILES WERE FULL OF.
           PERFORM CHECK-ENTERED-DATE
           IF WS-DATE-OK = 1
               MOVE WS-USERNAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       DISPLAY "ERROR: USERNAME NOT FOUND!"
                   NOT INVALID KEY
                       PERFORM CHECK-ROLE-CATALOG
                       IF WS-CATALOG-OK = 1
                           PERFORM CHECK-SOD-ROLE-GRANT
                           IF WS-SOD-CONFLICT = 1
                               MOVE "SODROLE" TO WS-AUDIT-ACTION
                               PERFORM REFUSE-SOD-GRANT
                           ELSE
      * THE CATALOG ROW READ BY CHECK-ROLE-CATALOG IS STILL IN THE
      * BUFFER - A PRIVILEGED ROLE IS QUEUED FOR A SECOND ADMIN.
                               IF CT-IS-PRIVILEGED
                                   PERFORM QUEUE-PRIVILEGED-ROLE-GRANT
                               ELSE
                                   PERFORM WRITE-ROLE-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * A ROLE ALREADY HELD IS REFUSED NOW, NOT AFTER A SECOND ADMIN
      * HAS SPENT TIME APPROVING IT.
       QUEUE-PRIVILEGED-ROLE-GRANT.
           MOVE WS-USERNAME TO UR-USER-NAME
           MOVE WS-ROLE-CODE TO UR-ROLE-CODE
           READ USER-ROLE-FILE
               KEY IS UR-ROLE-KEY
               INVALID KEY
                   MOVE "GRANTROLE" TO WS-QUEUE-ACTION
                   PERFORM QUEUE-APPROVAL-REQUEST
               NOT INVALID KEY
                   DISPLAY "ERROR: ROLE ALREADY GRANTED!"
           END-READ.

      * CARRY OUT AN APPROVED PRIVILEGED-ROLE GRANT. THE ACCOUNT,
      * THE CATALOG AND THE SEGREGATION-OF-DUTIES RULES ARE ALL
      * CHECKED AGAIN AS OF NOW, NOT AS OF THE REQUEST - INCLUDING
      * AN EXPIRY DATE THAT HAS PASSED WHILE THE REQUEST WAITED.
       APPLY-GRANT-ROLE.
           MOVE "GRANTROLE" TO WS-AUDIT-ACTION
           PERFORM GET-TODAY-DATE
           IF WS-VALID-DATE NOT = 0
               AND WS-VALID-DATE < WS-TODAY-DATE
               DISPLAY "ERROR: REQUESTED EXPIRY " WS-VALID-DATE
                   " HAS ALREADY PASSED!"
           ELSE
               MOVE WS-USERNAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       DISPLAY "ERROR: USERNAME NO LONGER ON FILE!"
                   NOT INVALID KEY
                       PERFORM CHECK-ROLE-CATALOG
                       IF WS-CATALOG-OK = 1
                           PERFORM CHECK-SOD-ROLE-GRANT
                           IF WS-SOD-CONFLICT = 1
                               MOVE "SODROLE" TO WS-AUDIT-ACTION
                               PERFORM REFUSE-SOD-GRANT
                           ELSE
                               PERFORM WRITE-ROLE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * A ROLE MAY ONLY BE GRANTED WHILE IT IS ON THE CATALOG AND
      * ACTIVE - A MISTYPED CODE NEVER REACHES USERROLE, AND A
      * RETIRED ROLE NEVER GAINS A NEW HOLDER.
       CHECK-ROLE-CATALOG.
           MOVE 0 TO WS-CATALOG-OK
           MOVE WS-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   DISPLAY "ERROR: ROLE NOT IN CATALOG!"
               NOT INVALID KEY
                   IF CT-RETIRED
                       DISPLAY "ERROR: ROLE RETIRED ON "
                           CT-RETIRED-DATE "!"
                   ELSE
                       MOVE 1 TO WS-CATALOG-OK
                   END-IF
           END-READ.

      * WOULD GRANTING WS-ROLE-CODE TO WS-USERNAME COMPLETE A TOXIC
      * COMBINATION? CALLED WITH THE ACCOUNT'S MASTER RECORD IN THE
      * BUFFER - AN ADMIN RULE ON THE ROLE CONFLICTS WITH THE FLAG,
      * A PAIR RULE CONFLICTS WHEN THE OTHER ROLE OF THE PAIR IS
      * ALREADY HELD.
       CHECK-SOD-ROLE-GRANT.
           MOVE 0 TO WS-SOD-CONFLICT
           PERFORM CHECK-ONE-SOD-ROLE-RULE
               VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > WS-SOD-COUNT OR WS-SOD-CONFLICT = 1.

       CHECK-ONE-SOD-ROLE-RULE.
           EVALUATE TRUE
               WHEN WS-SOD-TYPE(SOD-IDX) = "A"
                   AND WS-SOD-ROLE-A(SOD-IDX) = WS-ROLE-CODE
                   IF UM-IS-ADMIN = 1
                       MOVE 1 TO WS-SOD-CONFLICT
                       MOVE WS-SOD-RULE-ID(SOD-IDX) TO WS-SOD-RULE-HIT
                       MOVE "ADMIN FLAG" TO WS-SOD-CONFLICT-WITH
                   END-IF
               WHEN WS-SOD-TYPE(SOD-IDX) = "P"
                   AND WS-SOD-ROLE-A(SOD-IDX) = WS-ROLE-CODE
                   MOVE WS-SOD-ROLE-B(SOD-IDX) TO WS-SOD-OTHER-ROLE
                   PERFORM CHECK-SOD-ROLE-HELD
               WHEN WS-SOD-TYPE(SOD-IDX) = "P"
                   AND WS-SOD-ROLE-B(SOD-IDX) = WS-ROLE-CODE
                   MOVE WS-SOD-ROLE-A(SOD-IDX) TO WS-SOD-OTHER-ROLE
                   PERFORM CHECK-SOD-ROLE-HELD
           END-EVALUATE.

      * WOULD SETTING THE ADMIN FLAG ON WS-USERNAME COMPLETE A TOXIC
      * COMBINATION? ONLY THE ADMIN RULES APPLY - ANY OF THEIR ROLES
      * ALREADY HELD IS A CONFLICT.
       CHECK-SOD-ADMIN-GRANT.
           MOVE 0 TO WS-SOD-CONFLICT
           PERFORM CHECK-ONE-SOD-ADMIN-RULE
               VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > WS-SOD-COUNT OR WS-SOD-CONFLICT = 1.

       CHECK-ONE-SOD-ADMIN-RULE.
           IF WS-SOD-TYPE(SOD-IDX) = "A"
               MOVE WS-SOD-ROLE-A(SOD-IDX) TO WS-SOD-OTHER-ROLE
               PERFORM CHECK-SOD-ROLE-HELD
           END-IF.

      * KEYED PROBE OF USERROLE FOR THE OTHER HALF OF A RULE. THE
      * MASTER BUFFER IS UNTOUCHED, SO A CALLER CAN STILL REWRITE IT.
       CHECK-SOD-ROLE-HELD.
           MOVE WS-USERNAME TO UR-USER-NAME
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

      * A REFUSED GRANT IS A SECURITY EVENT IN ITS OWN RIGHT - IT
      * GOES TO THE TRAIL AS A FAILURE UNDER THE SODROLE/SODADMIN
      * ACTION SET BY THE CALLER.
       REFUSE-SOD-GRANT.
           DISPLAY "ERROR: GRANT REFUSED - SOD RULE " WS-SOD-RULE-HIT
               " CONFLICTS WITH " WS-SOD-CONFLICT-WITH "!"
           MOVE "FAILURE" TO WS-AUDIT-RESULT
           PERFORM WRITE-MAINT-AUDIT-RECORD.

       WRITE-ROLE-RECORD.
           PERFORM GET-TODAY-DATE
           MOVE WS-USERNAME TO UR-USER-NAME
           MOVE WS-ROLE-CODE TO UR-ROLE-CODE
           MOVE WS-TODAY-DATE TO UR-GRANTED-DATE
           MOVE WS-VALID-DATE TO UR-EXPIRY-DATE
           WRITE USER-ROLE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: ROLE ALREADY GRANTED!"
               NOT INVALID KEY
                   DISPLAY "SUCCESS: ROLE GRANTED!"
                   MOVE 1 TO WS-APPLY-OK
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-WRITE.
                       MOVE 1 TO WS-ROLES-DONE
                   ELSE
                       ADD 1 TO WS-ROLES-LISTED
                       IF UR-EXPIRY-DATE = 0
                           DISPLAY "  " UR-ROLE-CODE
                               " GRANTED " UR-GRANTED-DATE
                       ELSE
                           DISPLAY "  " UR-ROLE-CODE
                               " GRANTED " UR-GRANTED-DATE
                               " EXPIRES AFTER " UR-EXPIRY-DATE
                       END-IF
                   END-IF
           END-READ.

                   MOVE WS-FULL-NAME TO UM-FULL-NAME
                   MOVE WS-DEPARTMENT TO UM-DEPARTMENT
                   MOVE WS-EMAIL TO UM-EMAIL
                   PERFORM REWRITE-MASTER-RECORD
                   DISPLAY "SUCCESS: PROFILE UPDATED!"
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-READ.

      * CHANGE THE EXPIRY DATE ON A GRANT THE ACCOUNT ALREADY HOLDS -
      * THE RENEWAL PATH FOR A SPONSOR WHO SAW IT ON THE USREXPRP
      * WARNING LIST, OR A WAY TO CUT TEMPORARY ACCESS SHORT.
       SET-ROLE-EXPIRY.
           DISPLAY "--- SET ROLE EXPIRY DATE ---".
           DISPLAY "ENTER USERNAME: " WITH NO ADVANCING
           ACCEPT WS-USERNAME
           DISPLAY "ENTER ROLE CODE: " WITH NO ADVANCING
           ACCEPT WS-ROLE-CODE
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, BLANK = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           MOVE "ROLEEXPIRY" TO WS-AUDIT-ACTION

           PERFORM CHECK-ENTERED-DATE
           IF WS-DATE-OK = 1
               MOVE WS-USERNAME TO UR-USER-NAME
               MOVE WS-ROLE-CODE TO UR-ROLE-CODE
               READ USER-ROLE-FILE
                   KEY IS UR-ROLE-KEY
                   INVALID KEY
                       DISPLAY "ERROR: ROLE NOT HELD BY THIS ACCOUNT!"
                   NOT INVALID KEY
                       PERFORM CHANGE-ROLE-EXPIRY
               END-READ
           END-IF.

      * SHORTENING A GRANT, OR PUTTING A DATE ON AN OPEN-ENDED ONE,
      * ONLY TAKES ACCESS AWAY AND IS APPLIED AT ONCE. PUSHING THE
      * DATE BACK OR CLEARING IT KEEPS ACCESS ALIVE LONGER - ON A
      * PRIVILEGED ROLE THAT IS A FRESH GRANT IN ALL BUT NAME, SO IT
      * GOES ON THE QUEUE FOR A SECOND ADMIN LIKE THE GRANT DID.
      * CALLED WITH THE ROLE ROW IN THE BUFFER.
       CHANGE-ROLE-EXPIRY.
           MOVE 0 TO WS-EXTENDING
           IF UR-EXPIRY-DATE NOT = 0
               AND (WS-VALID-DATE = 0
                   OR WS-VALID-DATE > UR-EXPIRY-DATE)
               MOVE 1 TO WS-EXTENDING
           END-IF
           MOVE 0 TO WS-PRIVILEGED-ROLE
           MOVE WS-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CT-IS-PRIVILEGED
                       MOVE 1 TO WS-PRIVILEGED-ROLE
                   END-IF
           END-READ
           IF WS-EXTENDING = 1 AND WS-PRIVILEGED-ROLE = 1
               MOVE "ROLEEXPIRY" TO WS-QUEUE-ACTION
               PERFORM QUEUE-APPROVAL-REQUEST
           ELSE
               PERFORM REWRITE-ROLE-EXPIRY
           END-IF.

      * CARRY OUT AN APPROVED EXPIRY CHANGE ON A PRIVILEGED GRANT.
      * THE GRANT MAY HAVE BEEN REVOKED, OR SWEPT, SINCE THE REQUEST
      * WAS RAISED, AND THE NEW DATE MAY ITSELF HAVE PASSED.
       APPLY-SET-ROLE-EXPIRY.
           MOVE "ROLEEXPIRY" TO WS-AUDIT-ACTION
           PERFORM GET-TODAY-DATE
           IF WS-VALID-DATE NOT = 0
               AND WS-VALID-DATE < WS-TODAY-DATE
               DISPLAY "ERROR: REQUESTED EXPIRY " WS-VALID-DATE
                   " HAS ALREADY PASSED!"
           ELSE
               MOVE WS-USERNAME TO UR-USER-NAME
               MOVE WS-ROLE-CODE TO UR-ROLE-CODE
               READ USER-ROLE-FILE
                   KEY IS UR-ROLE-KEY
                   INVALID KEY
                       DISPLAY "ERROR: ROLE NO LONGER HELD!"
                   NOT INVALID KEY
                       PERFORM REWRITE-ROLE-EXPIRY
               END-READ
           END-IF.

      * PUT WS-VALID-DATE ON THE ROLE ROW IN THE BUFFER.
       REWRITE-ROLE-EXPIRY.
           MOVE WS-VALID-DATE TO UR-EXPIRY-DATE
           REWRITE USER-ROLE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: ROLE REWRITE FAILED (STATUS "
                       WS-UR-STATUS ")!"
               NOT INVALID KEY
                   DISPLAY "SUCCESS: ROLE EXPIRY SET!"
                   MOVE 1 TO WS-APPLY-OK
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-REWRITE.

      * SET, MOVE OR CLEAR THE DAY A FIXED-TERM ACCOUNT STOPS. THE
      * ACCOUNT'S STATUS IS LEFT ALONE - CLEARING A DATE THE SWEEP
      * HAS ALREADY ACTED ON DOES NOT BRING THE ACCOUNT BACK; THAT
      * TAKES A REACTIVATE. NOBODY EXTENDS THEIR OWN ACCOUNT.
       SET-ACCOUNT-END-DATE.
           DISPLAY "--- SET ACCOUNT END DATE ---".
           DISPLAY "ENTER USERNAME: " WITH NO ADVANCING
           ACCEPT WS-USERNAME
           DISPLAY "ENTER END DATE (YYYYMMDD, BLANK = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           MOVE "ENDDATE" TO WS-AUDIT-ACTION

           IF WS-USERNAME = WS-ADMIN-USERNAME
               DISPLAY "ERROR: CANNOT CHANGE YOUR OWN END DATE!"
           ELSE
               PERFORM CHECK-ENTERED-DATE
               IF WS-DATE-OK = 1
                   MOVE WS-USERNAME TO UM-USER-NAME
                   READ USER-MASTER-FILE
                       KEY IS UM-USER-NAME
                       INVALID KEY
                           DISPLAY "ERROR: USERNAME NOT FOUND!"
                       NOT INVALID KEY
                           MOVE WS-VALID-DATE TO UM-END-DATE
                           PERFORM REWRITE-MASTER-RECORD
                           DISPLAY "SUCCESS: ACCOUNT END DATE SET!"
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-MAINT-AUDIT-RECORD
                   END-READ
               END-IF
           END-IF.

      * NAME AN ACCOUNT A SERVICE ACCOUNT, MOVE ONE TO A NEW OWNER, OR
      * (BLANK OWNER) TURN ONE BACK INTO A PERSON ACCOUNT. THE OWNER
      * IS CHECKED FIRST, SINCE ITS READ USES THE SAME RECORD AREA AS
      * THE TARGET'S. AN ACCOUNT BECOMING A SERVICE ACCOUNT LOSES ITS
      * LIVE SESSIONS - IT CAN NO LONGER SIGN ON THROUGH USERMGMT, SO
      * NO SESSION IT HOLDS SHOULD OUTLIVE THAT. NOBODY CHANGES THEIR
      * OWN ACCOUNT'S TYPE.
       SET-SERVICE-OWNER.
           DISPLAY "--- SET SERVICE ACCOUNT OWNER ---".
           DISPLAY "ENTER USERNAME: " WITH NO ADVANCING
           ACCEPT WS-USERNAME
           DISPLAY "ENTER OWNER USERNAME (BLANK = PERSON ACCOUNT): "
               WITH NO ADVANCING
           ACCEPT WS-OWNER
           MOVE "SVCOWNER" TO WS-AUDIT-ACTION

           IF WS-USERNAME = WS-ADMIN-USERNAME
               DISPLAY "ERROR: CANNOT CHANGE YOUR OWN ACCOUNT TYPE!"
           ELSE
               PERFORM CHECK-SERVICE-OWNER
               IF WS-OWNER-OK = 1
                   MOVE WS-USERNAME TO UM-USER-NAME
                   READ USER-MASTER-FILE
                       KEY IS UM-USER-NAME
                       INVALID KEY
                           DISPLAY "ERROR: USERNAME NOT FOUND!"
                       NOT INVALID KEY
                           PERFORM APPLY-SERVICE-OWNER
                   END-READ
               END-IF
           END-IF.

      * THE OWNER MUST BE A DIFFERENT, EXISTING, NOT-DEACTIVATED
      * PERSON ACCOUNT - A SERVICE ACCOUNT CANNOT ANSWER FOR ANOTHER.
      * A BLANK OWNER NEEDS NO CHECK.
       CHECK-SERVICE-OWNER.
           MOVE 1 TO WS-OWNER-OK
           IF WS-OWNER NOT = SPACES
               IF WS-OWNER = WS-USERNAME
                   MOVE 0 TO WS-OWNER-OK
                   DISPLAY "ERROR: AN ACCOUNT CANNOT OWN ITSELF!"
               ELSE
                   MOVE WS-OWNER TO UM-USER-NAME
                   READ USER-MASTER-FILE
                       KEY IS UM-USER-NAME
                       INVALID KEY
                           MOVE 0 TO WS-OWNER-OK
                           DISPLAY "ERROR: OWNER NOT FOUND!"
                       NOT INVALID KEY
                           IF UM-SERVICE-ACCOUNT
                               MOVE 0 TO WS-OWNER-OK
                               DISPLAY "ERROR: OWNER IS ITSELF A"
                                   " SERVICE ACCOUNT!"
                           END-IF
                           IF UM-USER-ACTIVE = 0
                               MOVE 0 TO WS-OWNER-OK
                               DISPLAY "ERROR: OWNER ACCOUNT IS"
                                   " INACTIVE!"
                           END-IF
                   END-READ
               END-IF
           END-IF.

       APPLY-SERVICE-OWNER.
           IF WS-OWNER = SPACES
               IF UM-PERSON-ACCOUNT
                   DISPLAY "ERROR: NOT A SERVICE ACCOUNT!"
               ELSE
                   MOVE "P" TO UM-ACCOUNT-TYPE
                   MOVE SPACES TO UM-OWNER
                   MOVE 0 TO UM-ATTESTED-DATE
                   PERFORM REWRITE-MASTER-RECORD
                   DISPLAY "SUCCESS: NOW A PERSON ACCOUNT!"
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-MAINT-AUDIT-RECORD
               END-IF
           ELSE
               IF UM-PERSON-ACCOUNT
                   MOVE "S" TO UM-ACCOUNT-TYPE
                   MOVE WS-OWNER TO UM-OWNER
                   MOVE 0 TO UM-ATTESTED-DATE
                   PERFORM REWRITE-MASTER-RECORD
                   PERFORM PURGE-ACCOUNT-SESSIONS
                   DISPLAY "SUCCESS: NOW A SERVICE ACCOUNT!"
               ELSE
                   MOVE WS-OWNER TO UM-OWNER
                   PERFORM REWRITE-MASTER-RECORD
                   DISPLAY "SUCCESS: SERVICE ACCOUNT OWNER CHANGED!"
               END-IF
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
               PERFORM WRITE-MAINT-AUDIT-RECORD
           END-IF.

      * VALIDATE THE DATE KEYED INTO WS-DATE-ENTRY. BLANK IS "NO
      * DATE" (ZERO). ANYTHING ELSE MUST BE A REAL CALENDAR DATE NO
      * EARLIER THAN TODAY - A DATE ALREADY GONE WOULD ONLY BE
      * UNDONE BY TONIGHT'S USREXPRY SWEEP.
       CHECK-ENTERED-DATE.
           MOVE 1 TO WS-DATE-OK
           MOVE 0 TO WS-VALID-DATE
           PERFORM GET-TODAY-DATE
           EVALUATE TRUE
               WHEN WS-DATE-ENTRY = SPACES
                   CONTINUE
               WHEN WS-DATE-ENTRY IS NOT NUMERIC
                   MOVE 0 TO WS-DATE-OK
                   DISPLAY "ERROR: DATE MUST BE YYYYMMDD!"
               WHEN WS-DATE-ENTRY-NUM = 0
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY-NUM)
                       NOT = 0
                   MOVE 0 TO WS-DATE-OK
                   DISPLAY "ERROR: " WS-DATE-ENTRY
                       " IS NOT A CALENDAR DATE!"
               WHEN WS-DATE-ENTRY-NUM < WS-TODAY-DATE
                   MOVE 0 TO WS-DATE-OK
                   DISPLAY "ERROR: " WS-DATE-ENTRY
                       " HAS ALREADY PASSED!"
               WHEN OTHER
                   MOVE WS-DATE-ENTRY-NUM TO WS-VALID-DATE
           END-EVALUATE.

      * RAISE A DUAL-CONTROL REQUEST FOR WS-QUEUE-ACTION AGAINST
      * WS-USERNAME (AND WS-ROLE-CODE FOR A ROLE GRANT). NOTHING IS
      * CHANGED ON THE ACCOUNT - THE REQUEST WAITS ON THE QUEUE FOR A
      * SECOND ADMIN. THE SAME THING ASKED FOR TWICE IS ONE REQUEST.
       QUEUE-APPROVAL-REQUEST.
           PERFORM FIND-PENDING-DUPLICATE
           IF WS-DUPLICATE-REQUEST = 1
               DISPLAY "ERROR: REQUEST " WS-REQUEST-ID
                   " IS ALREADY PENDING FOR THIS ACTION!"
           ELSE
               PERFORM NEXT-REQUEST-NUMBER
               IF WS-NEW-REQUEST-ID > 0
                   PERFORM GET-TODAY-DATE
                   MOVE WS-NEW-REQUEST-ID TO AQ-REQUEST-ID
                   MOVE WS-QUEUE-ACTION TO AQ-ACTION
                   MOVE WS-USERNAME TO AQ-TARGET-USER
                   MOVE WS-ROLE-CODE TO AQ-ROLE-CODE
                   IF WS-QUEUE-ACTION = "GRANTROLE"
                       OR WS-QUEUE-ACTION = "ROLEEXPIRY"
                       MOVE WS-VALID-DATE TO AQ-ROLE-EXPIRY
                   ELSE
                       MOVE 0 TO AQ-ROLE-EXPIRY
                   END-IF
                   MOVE WS-ADMIN-USERNAME TO AQ-REQUESTED-BY
                   MOVE WS-TODAY-DATE TO AQ-REQUESTED-DATE
                   MOVE WS-NOW-TIME TO AQ-REQUESTED-TIME
                   MOVE "P" TO AQ-STATUS
                   MOVE SPACES TO AQ-DECIDED-BY
                   MOVE 0 TO AQ-DECIDED-DATE
                   WRITE APPROVAL-QUEUE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: APPROVAL QUEUE WRITE FAILED"
                               " (STATUS " WS-AQ-STATUS ")!"
                       NOT INVALID KEY
                           DISPLAY "REQUEST " WS-NEW-REQUEST-ID
                               " QUEUED - A SECOND ADMIN MUST APPROVE"
                               " IT BEFORE IT TAKES EFFECT."
                           MOVE "REQ" TO WS-QA-PREFIX
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-QUEUE-AUDIT-RECORD
                   END-WRITE
               END-IF
           END-IF.

      * SCAN THE QUEUE FOR A PENDING ROW ASKING FOR EXACTLY THE SAME
      * THING. THE QUEUE IS SMALL AND THIS IS AN OPERATOR ACTION, SO
      * A FULL PASS IS CHEAP.
       FIND-PENDING-DUPLICATE.
           MOVE 0 TO WS-DUPLICATE-REQUEST
           MOVE 1 TO AQ-REQUEST-ID
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AQ-REQUEST-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-AQ-STATUS = "00"
               READ APPROVAL-QUEUE-FILE NEXT
               PERFORM CHECK-ONE-PENDING-DUPLICATE
                   UNTIL WS-AQ-STATUS NOT = "00"
                       OR WS-DUPLICATE-REQUEST = 1
           END-IF.

       CHECK-ONE-PENDING-DUPLICATE.
           IF AQ-PENDING
               AND AQ-ACTION = WS-QUEUE-ACTION
               AND AQ-TARGET-USER = WS-USERNAME
               AND AQ-ROLE-CODE = WS-ROLE-CODE
               MOVE 1 TO WS-DUPLICATE-REQUEST
               MOVE AQ-REQUEST-ID TO WS-REQUEST-ID
           ELSE
               READ APPROVAL-QUEUE-FILE NEXT
           END-IF.

      * HAND OUT THE NEXT REQUEST NUMBER FROM THE CONTROL ROW,
      * CREATING THE ROW ON THE FIRST REQUEST EVER RAISED. ZERO
      * BACK MEANS THE CONTROL ROW COULD NOT BE MAINTAINED.
       NEXT-REQUEST-NUMBER.
           MOVE 0 TO WS-NEW-REQUEST-ID
           MOVE 0 TO AQ-REQUEST-ID
           READ APPROVAL-QUEUE-FILE
               KEY IS AQ-REQUEST-ID
               INVALID KEY
                   MOVE SPACES TO APPROVAL-CONTROL-RECORD
                   MOVE 0 TO AQ-CTL-ID
                   MOVE 1 TO AQ-CTL-LAST-ID
                   WRITE APPROVAL-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AQ-CTL-LAST-ID TO WS-NEW-REQUEST-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO AQ-CTL-LAST-ID
                   REWRITE APPROVAL-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AQ-CTL-LAST-ID TO WS-NEW-REQUEST-ID
                   END-REWRITE
           END-READ
           IF WS-NEW-REQUEST-ID = 0
               DISPLAY "ERROR: APPROVAL QUEUE CONTROL ROW FAILED"
                   " (STATUS " WS-AQ-STATUS ")!"
           END-IF.

      * EVERY PENDING REQUEST IN NUMBER ORDER, WITH ITS AGE - THE
      * SAME PICTURE THE MORNING USRAPPRP LISTING GIVES, ON DEMAND.
       LIST-PENDING-REQUESTS.
           DISPLAY "--- PENDING APPROVALS ---".
           PERFORM GET-TODAY-DATE
           MOVE 0 TO WS-PENDING-LISTED
           MOVE 1 TO AQ-REQUEST-ID
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AQ-REQUEST-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-AQ-STATUS = "00"
               READ APPROVAL-QUEUE-FILE NEXT
               PERFORM LIST-ONE-PENDING-REQUEST
                   UNTIL WS-AQ-STATUS NOT = "00"
           END-IF
           DISPLAY "REQUESTS PENDING: " WS-PENDING-LISTED.

       LIST-ONE-PENDING-REQUEST.
           IF AQ-PENDING
               ADD 1 TO WS-PENDING-LISTED
               COMPUTE WS-REQUEST-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(AQ-REQUESTED-DATE)
               DISPLAY "  " AQ-REQUEST-ID " " AQ-ACTION " "
                   AQ-TARGET-USER " " AQ-ROLE-CODE
               IF WS-REQUEST-AGE-DAYS > WS-APPROVAL-EXPIRY-DAYS
                   DISPLAY "         BY " AQ-REQUESTED-BY " ON "
                       AQ-REQUESTED-DATE " (EXPIRED)"
               ELSE
                   DISPLAY "         BY " AQ-REQUESTED-BY " ON "
                       AQ-REQUESTED-DATE
               END-IF
           END-IF
           READ APPROVAL-QUEUE-FILE NEXT.

      * THE SECOND HALF OF DUAL CONTROL. THE DECIDING ADMIN MAY NOT
      * BE THE ONE WHO ASKED, NOR THE ACCOUNT THE REQUEST IS ABOUT,
      * AND A REQUEST PAST THE EXPIRY LIMIT IS CLOSED, NOT APPROVED.
       REVIEW-PENDING-REQUEST.
           DISPLAY "--- APPROVE / REJECT PENDING REQUEST ---".
           DISPLAY "ENTER REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-REQUEST-ID

           MOVE WS-REQUEST-ID TO AQ-REQUEST-ID
           IF WS-REQUEST-ID = 0
               DISPLAY "ERROR: REQUEST NOT FOUND!"
           ELSE
               READ APPROVAL-QUEUE-FILE
                   KEY IS AQ-REQUEST-ID
                   INVALID KEY
                       DISPLAY "ERROR: REQUEST NOT FOUND!"
                   NOT INVALID KEY
                       PERFORM REVIEW-ONE-REQUEST
               END-READ
           END-IF.

       REVIEW-ONE-REQUEST.
           MOVE AQ-TARGET-USER TO WS-USERNAME
           MOVE AQ-ROLE-CODE TO WS-ROLE-CODE
           MOVE AQ-ROLE-EXPIRY TO WS-VALID-DATE
           MOVE AQ-ACTION TO WS-QUEUE-ACTION
           PERFORM GET-TODAY-DATE
           COMPUTE WS-REQUEST-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(AQ-REQUESTED-DATE)
           EVALUATE TRUE
               WHEN NOT AQ-PENDING
                   DISPLAY "ERROR: REQUEST IS NO LONGER PENDING"
                       " (STATUS " AQ-STATUS ")!"
               WHEN AQ-REQUESTED-BY = WS-ADMIN-USERNAME
                   DISPLAY "ERROR: CANNOT DECIDE YOUR OWN REQUEST -"
                       " A SECOND ADMIN MUST!"
                   MOVE "APR" TO WS-QA-PREFIX
                   MOVE "FAILURE" TO WS-AUDIT-RESULT
                   PERFORM WRITE-QUEUE-AUDIT-RECORD
               WHEN AQ-TARGET-USER = WS-ADMIN-USERNAME
                   DISPLAY "ERROR: CANNOT DECIDE A REQUEST ON YOUR OWN"
                       " ACCOUNT!"
                   MOVE "APR" TO WS-QA-PREFIX
                   MOVE "FAILURE" TO WS-AUDIT-RESULT
                   PERFORM WRITE-QUEUE-AUDIT-RECORD
               WHEN WS-REQUEST-AGE-DAYS > WS-APPROVAL-EXPIRY-DAYS
                   DISPLAY "ERROR: REQUEST EXPIRED - OLDER THAN "
                       WS-APPROVAL-EXPIRY-DAYS " DAYS. RAISE IT AGAIN"
                       " IF IT IS STILL WANTED."
                   MOVE "E" TO AQ-STATUS
                   MOVE "USRADMIN" TO AQ-DECIDED-BY
                   MOVE "EXP" TO WS-QA-PREFIX
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM CLOSE-QUEUE-REQUEST
               WHEN OTHER
                   PERFORM DECIDE-REQUEST
           END-EVALUATE.

       DECIDE-REQUEST.
           DISPLAY "REQUEST:    " AQ-REQUEST-ID
           DISPLAY "ACTION:     " AQ-ACTION
           DISPLAY "ACCOUNT:    " AQ-TARGET-USER
           IF AQ-GRANT-ROLE OR AQ-SET-ROLE-EXPIRY
               DISPLAY "ROLE:       " AQ-ROLE-CODE
               IF AQ-ROLE-EXPIRY = 0
                   DISPLAY "EXPIRES:    NEVER"
               ELSE
                   DISPLAY "EXPIRES:    AFTER " AQ-ROLE-EXPIRY
               END-IF
           END-IF
           DISPLAY "RAISED BY:  " AQ-REQUESTED-BY
           DISPLAY "RAISED ON:  " AQ-REQUESTED-DATE " "
               AQ-REQUESTED-TIME
           DISPLAY "ENTER A TO APPROVE, R TO REJECT, ANYTHING ELSE TO"
               " LEAVE PENDING: " WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-REQUEST
               WHEN "R"
               WHEN "r"
                   DISPLAY "REQUEST " AQ-REQUEST-ID " REJECTED."
                   MOVE "R" TO AQ-STATUS
                   MOVE WS-ADMIN-USERNAME TO AQ-DECIDED-BY
                   MOVE "REJ" TO WS-QA-PREFIX
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM CLOSE-QUEUE-REQUEST
               WHEN OTHER
                   DISPLAY "REQUEST LEFT PENDING."
           END-EVALUATE.

      * APPLY THE CHANGE THROUGH THE SAME CHECKS A DIRECT ACTION
      * WOULD MAKE. ONE THAT CAN NO LONGER BE APPLIED (ACCOUNT GONE,
      * ROLE RETIRED, NEW CONFLICT) CLOSES THE REQUEST AS VOID - IT
      * IS NOT LEFT PENDING FOR SOMEONE TO TRY AGAIN LATER.
       APPROVE-REQUEST.
           MOVE 0 TO WS-APPLY-OK
           EVALUATE TRUE
               WHEN AQ-GRANT-ADMIN
                   PERFORM APPLY-GRANT-ADMIN-FLAG
               WHEN AQ-DELETE-ACCOUNT
                   PERFORM APPLY-DELETE-ACCOUNT
               WHEN AQ-GRANT-ROLE
                   PERFORM APPLY-GRANT-ROLE
               WHEN AQ-SET-ROLE-EXPIRY
                   PERFORM APPLY-SET-ROLE-EXPIRY
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN QUEUED ACTION " AQ-ACTION "!"
           END-EVALUATE
           MOVE WS-ADMIN-USERNAME TO AQ-DECIDED-BY
           MOVE "APR" TO WS-QA-PREFIX
           IF WS-APPLY-OK = 1
               DISPLAY "REQUEST " AQ-REQUEST-ID " APPROVED AND APPLIED."
               MOVE "A" TO AQ-STATUS
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
           ELSE
               DISPLAY "REQUEST " AQ-REQUEST-ID " CLOSED AS VOID - NOT"
                   " APPLIED."
               MOVE "V" TO AQ-STATUS
               MOVE "FAILURE" TO WS-AUDIT-RESULT
           END-IF
           PERFORM CLOSE-QUEUE-REQUEST.

      * STAMP THE DECISION DATE ON THE QUEUE ROW STILL IN THE BUFFER
      * (STATUS AND DECIDER SET BY THE CALLER), REWRITE IT AND AUDIT
      * THE DECISION.
       CLOSE-QUEUE-REQUEST.
           PERFORM GET-TODAY-DATE
           MOVE WS-TODAY-DATE TO AQ-DECIDED-DATE
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: APPROVAL QUEUE REWRITE FAILED"
                       " (STATUS " WS-AQ-STATUS ")!"
           END-REWRITE
           PERFORM WRITE-QUEUE-AUDIT-RECORD.

      * A QUEUE EVENT IS AUDITED AGAINST THE TARGET ACCOUNT, LIKE ANY
      * OTHER MAINTENANCE ROW - THE PREFIX SAYS WHAT HAPPENED TO THE
      * REQUEST, THE SUFFIX WHAT THE REQUEST WAS FOR.
       WRITE-QUEUE-AUDIT-RECORD.
           EVALUATE WS-QUEUE-ACTION
               WHEN "GRANTADM"
                   MOVE "ADMIN" TO WS-QA-SUFFIX
               WHEN "DELETE"
                   MOVE "DELETE" TO WS-QA-SUFFIX
               WHEN "GRANTROLE"
                   MOVE "ROLE" TO WS-QA-SUFFIX
               WHEN "ROLEEXPIRY"
                   MOVE "EXPIRY" TO WS-QA-SUFFIX
               WHEN OTHER
                   MOVE "OTHER" TO WS-QA-SUFFIX
           END-EVALUATE
           MOVE WS-QUEUE-AUDIT-ACTION TO WS-AUDIT-ACTION
           PERFORM WRITE-MAINT-AUDIT-RECORD.

      * DELETE EVERY ROLE ROW KEYED TO THE ACCOUNT JUST REMOVED FROM
      * THE MASTER. EACH PASS RE-STARTS AT THE ACCOUNT'S FIRST
      * REMAINING ROW SO THE KEYED DELETE CANNOT UPSET A SEQUENTIAL

       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-NOW-TIME.

      * APPEND ONE ROW TO THE SHARED AUDIT TRAIL THROUGH THE CHAINED
      * WRITER, SAME CONTRACT AS USERMGMT'S WRITE-AUDIT-RECORD. THE
               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.

      * EVERY REWRITE AND DELETE OF USER-MASTER-FILE COMES THROUGH
      * THESE TWO PARAGRAPHS SO EACH SUCCESSFUL ONE IS JOURNALED
      * WITH ITS AFTER-IMAGE FOR FORWARD RECOVERY (USRMJREC) - A
      * DELETE JOURNALS THE RECORD AS IT STOOD WHEN IT WAS REMOVED.
      * THE IMAGE IS TAKEN BEFORE THE I/O, SAME AS USERMGMT.
       REWRITE-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           REWRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               MOVE "C" TO MJRW-REQ-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       DELETE-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           DELETE USER-MASTER-FILE
           IF WS-UM-STATUS = "00"
               MOVE "D" TO MJRW-REQ-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      * A JOURNAL FAILURE IS WARNED, NOT FATAL - THE SAME RULE AS
      * AN AUDIT TRAIL FAILURE.
       WRITE-JOURNAL-RECORD.
           MOVE "W" TO MJRW-REQ-FUNCTION
           MOVE "USRADMIN" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
