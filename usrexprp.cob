       IDENTIFICATION DIVISION.
       PROGRAM-ID. USREXPRP.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * UPCOMING ACCESS EXPIRY WARNING REPORT                          *
      * LISTS EVERY USERROLE GRANT WHOSE UR-EXPIRY-DATE AND EVERY     *
      * ACTIVE OR LOCKED ACCOUNT WHOSE UM-END-DATE FALLS WITHIN THE   *
      * NEXT WS-WARN-DAYS DAYS (TODAY INCLUDED), WITH THE DAYS LEFT   *
      * AND THE HOLDER'S NAME AND DEPARTMENT - THE LIST THE OWNERS    *
      * WORK FROM TO EXTEND ACCESS THAT IS STILL NEEDED BEFORE THE    *
      * NIGHTLY USREXPRY SWEEP TAKES IT AWAY. READ ONLY: NOTHING IS   *
      * CHANGED HERE. RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO     *
      * ACCEPT PROMPTS.                                               *
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

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-TODAY-DATE           PIC 9(8).

      * THE WARNING WINDOW. THE LAST DAY IN IT IS TODAY PLUS
      * WS-WARN-DAYS, SO A GRANT IS LISTED ON EACH OF THE FIFTEEN
      * NIGHTS BEFORE THE SWEEP REMOVES IT.
       01  WS-WARN-DAYS            PIC 9(3) VALUE 14.
       01  WS-HORIZON-DATE         PIC 9(8).
       01  WS-DAYS-LEFT            PIC 9(3).

       01  WS-ROLE-ROWS-READ       PIC 9(6) VALUE 0.
       01  WS-ROLES-EXPIRING       PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-ENDING      PIC 9(6) VALUE 0.
       01  WS-HOLDER-NAME          PIC X(30).
       01  WS-HOLDER-DEPT          PIC X(10).

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-WARN-DAYS)
           PERFORM OPEN-REPORT-FILES
           DISPLAY "========================================".
           DISPLAY "  UPCOMING ACCESS EXPIRY WARNING        ".
           DISPLAY "  " WS-TODAY-DATE " THROUGH " WS-HORIZON-DATE.
           DISPLAY "========================================".
           DISPLAY "--- ROLE GRANTS EXPIRING ---".
           PERFORM CHECK-ALL-GRANTS
           DISPLAY "--- ACCOUNTS REACHING END DATE ---".
           PERFORM CHECK-ALL-ACCOUNTS
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           PERFORM PRINT-CONTROL-TOTALS
           COMPUTE RNLOG-REQ-READ =
               WS-ROLE-ROWS-READ + WS-ACCOUNTS-READ
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-ROLES-EXPIRING + WS-ACCOUNTS-ENDING
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
           MOVE "USREXPRP" TO RNLOG-REQ-JOB-NAME
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

      * BOTH FILES ARE READ ONLY. THE MASTER MUST EXIST; A MISSING
      * ROLE FILE IS AN EMPTY GRANT SECTION, NOT AN ERROR.
       OPEN-REPORT-FILES.
           OPEN INPUT USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
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

      * ONE SEQUENTIAL PASS OF USERROLE IN KEY ORDER, SO AN
      * ACCOUNT'S EXPIRING GRANTS PRINT TOGETHER.
       CHECK-ALL-GRANTS.
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

      * A DATE ALREADY PAST IS NOT LISTED - IT IS THE SWEEP'S, AND
      * WILL BE GONE BY MORNING. THE KEYED MASTER READ DISTURBS NO
      * USERROLE POSITION - EACH FILE HAS ITS OWN CURSOR.
       CHECK-ONE-GRANT.
           ADD 1 TO WS-ROLE-ROWS-READ
           IF UR-EXPIRY-DATE NOT < WS-TODAY-DATE
               AND UR-EXPIRY-DATE NOT > WS-HORIZON-DATE
               ADD 1 TO WS-ROLES-EXPIRING
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(UR-EXPIRY-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               PERFORM LOOKUP-ROLE-HOLDER
               DISPLAY "  " UR-USER-NAME " " UR-ROLE-CODE
                   " EXPIRES " UR-EXPIRY-DATE
                   " (" WS-DAYS-LEFT " DAYS)"
               DISPLAY "      HOLDER: " WS-HOLDER-NAME " / "
                   WS-HOLDER-DEPT
           END-IF
           READ USER-ROLE-FILE NEXT.

       LOOKUP-ROLE-HOLDER.
           MOVE UR-USER-NAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               INVALID KEY
                   MOVE "(NO MASTER RECORD)" TO WS-HOLDER-NAME
                   MOVE SPACES TO WS-HOLDER-DEPT
               NOT INVALID KEY
                   MOVE UM-FULL-NAME TO WS-HOLDER-NAME
                   MOVE UM-DEPARTMENT TO WS-HOLDER-DEPT
           END-READ.

      * A SEPARATE PASS OF THE MASTER, AFTER THE GRANTS - THE KEYED
      * HOLDER LOOKUPS ABOVE WOULD OTHERWISE MOVE ITS POSITION.
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

      * AN INACTIVE ACCOUNT HAS NOTHING LEFT TO LOSE AND IS NOT
      * LISTED.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF UM-USER-ACTIVE NOT = 0
               AND UM-END-DATE NOT < WS-TODAY-DATE
               AND UM-END-DATE NOT > WS-HORIZON-DATE
               ADD 1 TO WS-ACCOUNTS-ENDING
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(UM-END-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               DISPLAY "  " UM-USER-NAME " ENDS " UM-END-DATE
                   " (" WS-DAYS-LEFT " DAYS)"
               DISPLAY "      " UM-FULL-NAME " / " UM-DEPARTMENT
           END-IF
           READ USER-MASTER-FILE NEXT.

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "ROLE ROWS READ:        " WS-ROLE-ROWS-READ.
           DISPLAY "GRANTS EXPIRING:       " WS-ROLES-EXPIRING.
           DISPLAY "ACCOUNTS READ:         " WS-ACCOUNTS-READ.
           DISPLAY "ACCOUNTS ENDING:       " WS-ACCOUNTS-ENDING.
           IF WS-ROLES-EXPIRING = 0 AND WS-ACCOUNTS-ENDING = 0
               DISPLAY "NOTHING EXPIRES IN THE WARNING WINDOW."
           END-IF
           DISPLAY "========================================".
