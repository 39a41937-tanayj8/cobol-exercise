       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSODRP.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY SEGREGATION-OF-DUTIES VIOLATIONS REPORT                *
      * USRADMIN AND USRBATCH REFUSE A GRANT THAT WOULD COMPLETE A    *
      * TOXIC COMBINATION, BUT THAT ONLY STOPS NEW ONES. THIS JOB     *
      * WALKS USERMAST IN KEY ORDER, GATHERS EACH ACCOUNT'S ROLES     *
      * FROM USERROLE, AND CHECKS THEM AND THE UM-IS-ADMIN FLAG       *
      * AGAINST EVERY RULE ON SODRULES (SEE sodrec.cpy), LISTING     *
      * EVERY ACCOUNT ALREADY IN VIOLATION - THE CONFLICTS THAT       *
      * EXISTED BEFORE THE RULES DID, OR THAT A NEW RULE HAS JUST     *
      * EXPOSED. READ ONLY: NOTHING IS REVOKED HERE. RUNS UNATTENDED  *
      * UNDER ITS OWN JCL STEP - NO ACCEPT PROMPTS.                   *
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
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       FD  SOD-RULES-FILE.
           COPY "sodrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-SD-STATUS            PIC XX VALUE "00".

      * THE RULES, HELD IN STORAGE FOR THE RUN - SAME TABLE AS
      * USRADMIN AND USRBATCH, PLUS THE DESCRIPTION FOR THE REPORT.
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY OCCURS 200 TIMES INDEXED BY SOD-IDX.
               10  WS-SOD-RULE-ID      PIC X(6).
               10  WS-SOD-TYPE         PIC X.
               10  WS-SOD-ROLE-A       PIC X(8).
               10  WS-SOD-ROLE-B       PIC X(8).
               10  WS-SOD-DESCRIPTION  PIC X(30).
       01  WS-SOD-COUNT            PIC 9(3) VALUE 0.
       01  WS-SOD-MAX              PIC 9(3) VALUE 200.

      * THE CURRENT ACCOUNT'S ROLES, GATHERED WITH ONE KEYED START
      * ON USERROLE BEFORE THE RULES ARE APPLIED.
       01  WS-HELD-TABLE.
           05  WS-HELD-ROLE        PIC X(8) OCCURS 50 TIMES
                                   INDEXED BY HLD-IDX.
       01  WS-HELD-COUNT           PIC 99 VALUE 0.
       01  WS-HELD-MAX             PIC 99 VALUE 50.
       01  WS-HELD-OVERFLOW        PIC 9 VALUE 0.
       01  WS-ROLES-DONE           PIC 9 VALUE 0.

      * RULE EVALUATION WORK FIELDS
       01  WS-LOOK-ROLE            PIC X(8).
       01  WS-ROLE-HELD            PIC 9 VALUE 0.
       01  WS-ROLE-A-HELD          PIC 9 VALUE 0.
       01  WS-ACCOUNT-FLAGGED      PIC 9 VALUE 0.
       01  WS-STATUS-TEXT          PIC X(8).

       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-IN-VIOLATION PIC 9(6) VALUE 0.
       01  WS-VIOLATIONS-FOUND     PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-ACCOUNTS    PIC 9(6) VALUE 0.

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           PERFORM LOAD-SOD-RULES
           PERFORM OPEN-REPORT-FILES
           DISPLAY "========================================".
           DISPLAY "  SEGREGATION-OF-DUTIES VIOLATIONS      ".
           DISPLAY "========================================".
           DISPLAY "RULES IN FORCE: " WS-SOD-COUNT.
           IF WS-SOD-COUNT > 0
               PERFORM CHECK-ALL-ACCOUNTS
           END-IF
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           PERFORM PRINT-CONTROL-TOTALS
           MOVE WS-ACCOUNTS-READ TO RNLOG-REQ-READ
           MOVE WS-VIOLATIONS-FOUND TO RNLOG-REQ-WRITTEN
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
           MOVE "USRSODRP" TO RNLOG-REQ-JOB-NAME
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

      * SAME LOAD AS USRADMIN/USRBATCH. NO FILE MEANS NO RULES -
      * AN EMPTY REPORT, SAID SO. AN UNREADABLE OR OVERFULL FILE
      * ABORTS: A REPORT OVER HALF THE RULES WOULD CLEAR ACCOUNTS
      * THAT ARE NOT CLEAR.
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
               MOVE SD-DESCRIPTION TO WS-SOD-DESCRIPTION(SOD-IDX)
           ELSE
               DISPLAY "WARNING: SODRULES ROW " SD-RULE-ID
                   " MALFORMED - IGNORED."
           END-IF
           READ SOD-RULES-FILE.

       OPEN-REPORT-FILES.
           OPEN INPUT USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * A SHOP THAT HAS NEVER GRANTED A ROLE CAN STILL BREAK NO
      * RULE - A MISSING ROLE FILE IS EMPTY, NOT AN ERROR.
           OPEN INPUT USER-ROLE-FILE
           IF WS-UR-STATUS = "35"
               OPEN OUTPUT USER-ROLE-FILE
               CLOSE USER-ROLE-FILE
               OPEN INPUT USER-ROLE-FILE
           END-IF
           IF WS-UR-STATUS NOT = "00"
               DISPLAY "ERROR: ROLE FILE OPEN FAILED (STATUS "
                   WS-UR-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       CHECK-ALL-ACCOUNTS.
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
           MOVE 0 TO WS-ACCOUNT-FLAGGED
           PERFORM GATHER-ACCOUNT-ROLES
           PERFORM CHECK-ONE-RULE
               VARYING SOD-IDX FROM 1 BY 1
               UNTIL SOD-IDX > WS-SOD-COUNT
           IF WS-ACCOUNT-FLAGGED = 1
               ADD 1 TO WS-ACCOUNTS-IN-VIOLATION
           END-IF
           READ USER-MASTER-FILE NEXT.

      * ONE KEYED START AT THE ACCOUNT'S FIRST ROLE ROW, THEN READ
      * FORWARD UNTIL THE USERNAME CHANGES - SAME SHAPE AS USRADMIN'S
      * LIST-ACCOUNT-ROLES. THE USERROLE CURSOR IS INDEPENDENT OF
      * THE MASTER'S, SO THE MASTER WALK IS UNDISTURBED.
       GATHER-ACCOUNT-ROLES.
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-HELD-OVERFLOW
           MOVE 0 TO WS-ROLES-DONE
           MOVE "00" TO WS-UR-STATUS
           MOVE UM-USER-NAME TO UR-USER-NAME
           MOVE LOW-VALUES TO UR-ROLE-CODE
           START USER-ROLE-FILE
               KEY IS NOT LESS THAN UR-ROLE-KEY
               INVALID KEY
                   MOVE 1 TO WS-ROLES-DONE
           END-START
           PERFORM GATHER-ONE-ROLE
               UNTIL WS-ROLES-DONE = 1
                   OR WS-UR-STATUS NOT = "00"
           IF WS-HELD-OVERFLOW = 1
               ADD 1 TO WS-OVERFLOW-ACCOUNTS
               DISPLAY "WARNING: " UM-USER-NAME " HOLDS MORE THAN "
                   WS-HELD-MAX " ROLES - ONLY THE FIRST "
                   WS-HELD-MAX " WERE CHECKED."
           END-IF.

       GATHER-ONE-ROLE.
           READ USER-ROLE-FILE NEXT
               AT END
                   MOVE 1 TO WS-ROLES-DONE
               NOT AT END
                   IF UR-USER-NAME NOT = UM-USER-NAME
                       MOVE 1 TO WS-ROLES-DONE
                   ELSE
                       IF WS-HELD-COUNT < WS-HELD-MAX
                           ADD 1 TO WS-HELD-COUNT
                           SET HLD-IDX TO WS-HELD-COUNT
                           MOVE UR-ROLE-CODE TO WS-HELD-ROLE(HLD-IDX)
                       ELSE
                           MOVE 1 TO WS-HELD-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      * A PAIR RULE IS BROKEN WHEN BOTH ROLES ARE HELD; AN ADMIN
      * RULE WHEN THE FLAG IS SET AND ITS ROLE IS HELD.
       CHECK-ONE-RULE.
           MOVE WS-SOD-ROLE-A(SOD-IDX) TO WS-LOOK-ROLE
           PERFORM CHECK-ROLE-IN-HELD
           MOVE WS-ROLE-HELD TO WS-ROLE-A-HELD
           IF WS-ROLE-A-HELD = 1
               EVALUATE WS-SOD-TYPE(SOD-IDX)
                   WHEN "A"
                       IF UM-IS-ADMIN = 1
                           PERFORM REPORT-ONE-VIOLATION
                       END-IF
                   WHEN "P"
                       MOVE WS-SOD-ROLE-B(SOD-IDX) TO WS-LOOK-ROLE
                       PERFORM CHECK-ROLE-IN-HELD
                       IF WS-ROLE-HELD = 1
                           PERFORM REPORT-ONE-VIOLATION
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-ROLE-IN-HELD.
           MOVE 0 TO WS-ROLE-HELD
           PERFORM TEST-ONE-HELD-ROLE
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HELD-COUNT OR WS-ROLE-HELD = 1.

       TEST-ONE-HELD-ROLE.
           IF WS-HELD-ROLE(HLD-IDX) = WS-LOOK-ROLE
               MOVE 1 TO WS-ROLE-HELD
           END-IF.

       REPORT-ONE-VIOLATION.
           ADD 1 TO WS-VIOLATIONS-FOUND
           IF WS-ACCOUNT-FLAGGED = 0
               MOVE 1 TO WS-ACCOUNT-FLAGGED
               EVALUATE UM-USER-ACTIVE
                   WHEN 0
                       MOVE "INACTIVE" TO WS-STATUS-TEXT
                   WHEN 1
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
                   WHEN 2
                       MOVE "LOCKED" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-TEXT
               END-EVALUATE
               DISPLAY "----------------------------------------"
               DISPLAY UM-USER-NAME " " UM-FULL-NAME
               DISPLAY "      " UM-DEPARTMENT " " WS-STATUS-TEXT
           END-IF
           IF WS-SOD-TYPE(SOD-IDX) = "A"
               DISPLAY "  RULE " WS-SOD-RULE-ID(SOD-IDX) ": ADMIN FLAG"
                   " + " WS-SOD-ROLE-A(SOD-IDX)
           ELSE
               DISPLAY "  RULE " WS-SOD-RULE-ID(SOD-IDX) ": "
                   WS-SOD-ROLE-A(SOD-IDX) " + " WS-SOD-ROLE-B(SOD-IDX)
           END-IF
           DISPLAY "       " WS-SOD-DESCRIPTION(SOD-IDX).

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "ACCOUNTS READ:         " WS-ACCOUNTS-READ.
           DISPLAY "ACCOUNTS IN VIOLATION: " WS-ACCOUNTS-IN-VIOLATION.
           DISPLAY "RULE VIOLATIONS:       " WS-VIOLATIONS-FOUND.
           IF WS-OVERFLOW-ACCOUNTS > 0
               DISPLAY "ACCOUNTS PART-CHECKED: " WS-OVERFLOW-ACCOUNTS
           END-IF
           IF WS-VIOLATIONS-FOUND = 0
               DISPLAY "NO ACCOUNT HOLDS A CONFLICTING COMBINATION."
           ELSE
               DISPLAY "*** CONFLICTS LISTED ABOVE - RAISE WITH THE"
                   " ROLE OWNERS ***"
           END-IF
           DISPLAY "========================================".
