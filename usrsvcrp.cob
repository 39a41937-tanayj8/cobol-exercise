       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSVCRP.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY SERVICE ACCOUNT OWNERSHIP EXCEPTION REPORT             *
      * LISTS EVERY ACTIVE OR LOCKED SERVICE ACCOUNT ON USERMAST WITH *
      * NOBODY ANSWERABLE FOR IT: AN OWNER WHO HAS BEEN DELETED FROM  *
      * THE MASTER OR DEACTIVATED, AN OWNER THAT IS ITSELF A SERVICE  *
      * ACCOUNT, OR NO OWNER RECORDED AT ALL - WITH THE DATE THE      *
      * ACCOUNT WAS LAST ATTESTED. THE SECURITY TEAM REASSIGNS EACH   *
      * ONE THROUGH USRADMIN'S SET SERVICE ACCOUNT OWNER OR DISABLES  *
      * IT, WITHOUT WAITING FOR THE ANNUAL ATTESTATION (USRSAEXT).    *
      * A DEACTIVATED SERVICE ACCOUNT IS NOT LISTED. READ ONLY:       *
      * NOTHING IS CHANGED HERE. RUNS UNATTENDED UNDER ITS OWN JCL    *
      * STEP - NO ACCEPT PROMPTS.                                     *
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

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".

      * THE SERVICE ACCOUNT UNDER CHECK - THE OWNER LOOKUP REUSES THE
      * MASTER RECORD AREA, SO ITS FIELDS ARE HELD HERE FIRST.
       01  WS-SERVICE-HOLD.
           05  WS-HOLD-USER-NAME   PIC X(20).
           05  WS-HOLD-OWNER       PIC X(20).
           05  WS-HOLD-ATTESTED    PIC 9(8).
       01  WS-OWNER-PROBLEM        PIC X(24).
       01  WS-ATTESTED-TEXT        PIC X(8).

       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-SERVICE-COUNT        PIC 9(6) VALUE 0.
       01  WS-DISABLED-COUNT       PIC 9(6) VALUE 0.
       01  WS-NO-OWNER-COUNT       PIC 9(6) VALUE 0.
       01  WS-OWNER-DELETED-COUNT  PIC 9(6) VALUE 0.
       01  WS-OWNER-INACTIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-OWNER-SERVICE-COUNT  PIC 9(6) VALUE 0.
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
           PERFORM OPEN-REPORT-FILES
           DISPLAY "========================================".
           DISPLAY "  SERVICE ACCOUNT OWNERSHIP EXCEPTIONS  ".
           DISPLAY "  " WS-RUN-START(1:8).
           DISPLAY "========================================".
           PERFORM CHECK-ALL-ACCOUNTS
      * A WALK THAT STOPPED SHORT OF END OF FILE WOULD REPORT A
      * CLEAN NIGHT THAT WAS NEVER CHECKED.
           IF WS-UM-STATUS NOT = "10"
               DISPLAY "ERROR: USER MASTER READ FAILED (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               CLOSE USER-MASTER-FILE
               PERFORM ABORT-RUN
           END-IF
           CLOSE USER-MASTER-FILE
           PERFORM PRINT-CONTROL-TOTALS
           MOVE WS-ACCOUNTS-READ TO RNLOG-REQ-READ
           MOVE WS-EXCEPTION-COUNT TO RNLOG-REQ-WRITTEN
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
           MOVE "USRSVCRP" TO RNLOG-REQ-JOB-NAME
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

       OPEN-REPORT-FILES.
           OPEN INPUT USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       CHECK-ALL-ACCOUNTS.
           MOVE LOW-VALUES TO UM-USER-NAME
           START USER-MASTER-FILE
               KEY IS NOT LESS THAN UM-USER-NAME
               INVALID KEY
                   MOVE "10" TO WS-UM-STATUS
           END-START
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
               PERFORM CHECK-ONE-ACCOUNT
                   UNTIL WS-UM-STATUS NOT = "00"
           END-IF.

      * THE OWNER LOOKUP IS A KEYED READ OF THE SAME FILE, SO THE
      * WALK IS REPOSITIONED PAST THE SERVICE ACCOUNT BEFORE READING
      * ON - THE SAME RESTART USRSAEXT USES.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF UM-SERVICE-ACCOUNT
               ADD 1 TO WS-SERVICE-COUNT
               IF UM-USER-ACTIVE = 0
                   ADD 1 TO WS-DISABLED-COUNT
               ELSE
                   MOVE UM-USER-NAME TO WS-HOLD-USER-NAME
                   MOVE UM-OWNER TO WS-HOLD-OWNER
                   MOVE UM-ATTESTED-DATE TO WS-HOLD-ATTESTED
                   PERFORM CHECK-ONE-OWNER
                   MOVE WS-HOLD-USER-NAME TO UM-USER-NAME
                   START USER-MASTER-FILE
                       KEY IS GREATER THAN UM-USER-NAME
                       INVALID KEY
                           MOVE "10" TO WS-UM-STATUS
                   END-START
               END-IF
           END-IF
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
           END-IF.

      * A LOCKED OWNER IS STILL ANSWERABLE AND IS NOT LISTED - THE
      * SAME STANDING USRADMIN REQUIRES WHEN AN OWNER IS ASSIGNED.
       CHECK-ONE-OWNER.
           MOVE SPACES TO WS-OWNER-PROBLEM
           IF WS-HOLD-OWNER = SPACES
               MOVE "NO OWNER RECORDED" TO WS-OWNER-PROBLEM
               ADD 1 TO WS-NO-OWNER-COUNT
           ELSE
               MOVE WS-HOLD-OWNER TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       MOVE "OWNER DELETED" TO WS-OWNER-PROBLEM
                       ADD 1 TO WS-OWNER-DELETED-COUNT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN UM-USER-ACTIVE = 0
                               MOVE "OWNER DEACTIVATED"
                                   TO WS-OWNER-PROBLEM
                               ADD 1 TO WS-OWNER-INACTIVE-COUNT
                           WHEN UM-SERVICE-ACCOUNT
                               MOVE "OWNER IS A SERVICE ACCT"
                                   TO WS-OWNER-PROBLEM
                               ADD 1 TO WS-OWNER-SERVICE-COUNT
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-OWNER-PROBLEM NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               IF WS-HOLD-ATTESTED = 0
                   MOVE "NEVER" TO WS-ATTESTED-TEXT
               ELSE
                   MOVE WS-HOLD-ATTESTED TO WS-ATTESTED-TEXT
               END-IF
               DISPLAY "  " WS-HOLD-USER-NAME " " WS-OWNER-PROBLEM
                   " OWNER " WS-HOLD-OWNER
               DISPLAY "      LAST ATTESTED: " WS-ATTESTED-TEXT
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "ACCOUNTS READ:         " WS-ACCOUNTS-READ.
           DISPLAY "SERVICE ACCOUNTS:      " WS-SERVICE-COUNT.
           DISPLAY "  DISABLED (SKIPPED):  " WS-DISABLED-COUNT.
           DISPLAY "NO OWNER RECORDED:     " WS-NO-OWNER-COUNT.
           DISPLAY "OWNER DELETED:         " WS-OWNER-DELETED-COUNT.
           DISPLAY "OWNER DEACTIVATED:     " WS-OWNER-INACTIVE-COUNT.
           DISPLAY "OWNER IS SERVICE ACCT: " WS-OWNER-SERVICE-COUNT.
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "EVERY ENABLED SERVICE ACCOUNT HAS AN OWNER."
           ELSE
               DISPLAY "*** " WS-EXCEPTION-COUNT
                   " SERVICE ACCOUNTS LISTED ABOVE NEED A NEW OWNER"
                   " OR RETIREMENT ***"
           END-IF
           DISPLAY "========================================".
