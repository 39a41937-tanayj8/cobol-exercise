       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRROLRP.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ROLE CATALOG EXCEPTION REPORT                                  *
      * WALKS EVERY ROW ON USERROLE AND CHECKS ITS CODE AGAINST THE   *
      * ROLE CATALOG (SEE rctrec.cpy). EVERY ROW WHOSE CODE IS NOT ON *
      * THE CATALOG AT ALL (A TYPO THAT PRE-DATES THE CATALOG) OR IS  *
      * RETIRED IS LISTED WITH THE HOLDER'S NAME AND, FOR A RETIRED   *
      * ROLE, THE ROLE'S DESCRIPTION AND BUSINESS OWNER - THE         *
      * CLEAN-UP LIST FOR THE OWNERS AND THE RECERTIFICATION          *
      * REVIEWERS. READ ONLY: NOTHING IS REVOKED HERE. RUNS           *
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
           SELECT ROLE-CATALOG-FILE ASSIGN TO "ROLECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLE-CODE
               FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       FD  ROLE-CATALOG-FILE.
           COPY "rctrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-CT-STATUS            PIC XX VALUE "00".

       01  WS-ROLE-ROWS-READ       PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-ROWS         PIC 9(6) VALUE 0.
       01  WS-RETIRED-ROWS         PIC 9(6) VALUE 0.
       01  WS-HOLDER-NAME          PIC X(30).

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
           DISPLAY "  ROLE CATALOG EXCEPTION REPORT         ".
           DISPLAY "========================================".
           PERFORM CHECK-ALL-ROLES
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           CLOSE ROLE-CATALOG-FILE
           PERFORM PRINT-CONTROL-TOTALS
           MOVE WS-ROLE-ROWS-READ TO RNLOG-REQ-READ
           COMPUTE RNLOG-REQ-WRITTEN =
               WS-UNKNOWN-ROWS + WS-RETIRED-ROWS
           MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       CAPTURE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-START
           MOVE 0 TO RNLOG-REQ-READ
           MOVE 0 TO RNLOG-REQ-WRITTEN
           MOVE 0 TO RNLOG-REQ-REJECTED.

       WRITE-RUN-LOG.
           MOVE "USRROLRP" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      * ALL THREE FILES ARE READ ONLY. THE MASTER MUST EXIST; A
      * MISSING ROLE FILE IS AN EMPTY REPORT AND A MISSING CATALOG
      * MAKES EVERY ROW AN EXCEPTION - BOTH ARE TRUE STATEMENTS OF
      * THE SHOP, NOT ERRORS.
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

      * ONE SEQUENTIAL PASS OF USERROLE IN KEY ORDER, SO AN
      * ACCOUNT'S EXCEPTIONS PRINT TOGETHER.
       CHECK-ALL-ROLES.
           MOVE LOW-VALUES TO UR-ROLE-KEY
           START USER-ROLE-FILE
               KEY IS NOT LESS THAN UR-ROLE-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-UR-STATUS = "00"
               READ USER-ROLE-FILE NEXT
               PERFORM CHECK-ONE-ROLE
                   UNTIL WS-UR-STATUS NOT = "00"
           END-IF.

      * THE KEYED CATALOG AND MASTER READS DISTURB NO USERROLE
      * POSITION - EACH FILE HAS ITS OWN CURSOR.
       CHECK-ONE-ROLE.
           ADD 1 TO WS-ROLE-ROWS-READ
           MOVE UR-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-ROWS
                   PERFORM LOOKUP-ROLE-HOLDER
                   DISPLAY "UNKNOWN ROLE: " UR-USER-NAME " "
                       UR-ROLE-CODE " GRANTED " UR-GRANTED-DATE
                   DISPLAY "      HOLDER: " WS-HOLDER-NAME
                   DISPLAY "      (CODE IS NOT ON THE ROLE CATALOG)"
               NOT INVALID KEY
                   IF CT-RETIRED
                       ADD 1 TO WS-RETIRED-ROWS
                       PERFORM LOOKUP-ROLE-HOLDER
                       DISPLAY "RETIRED ROLE: " UR-USER-NAME " "
                           UR-ROLE-CODE " GRANTED " UR-GRANTED-DATE
                       DISPLAY "      HOLDER: " WS-HOLDER-NAME
                       DISPLAY "      ROLE:   " CT-DESCRIPTION
                           " RETIRED " CT-RETIRED-DATE
                       DISPLAY "      OWNER:  " CT-OWNER
                   END-IF
           END-READ
           READ USER-ROLE-FILE NEXT.

       LOOKUP-ROLE-HOLDER.
           MOVE UR-USER-NAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               INVALID KEY
                   MOVE "(NO MASTER RECORD)" TO WS-HOLDER-NAME
               NOT INVALID KEY
                   MOVE UM-FULL-NAME TO WS-HOLDER-NAME
           END-READ.

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "ROLE ROWS READ:        " WS-ROLE-ROWS-READ.
           DISPLAY "UNKNOWN ROLE ROWS:     " WS-UNKNOWN-ROWS.
           DISPLAY "RETIRED ROLE ROWS:     " WS-RETIRED-ROWS.
           IF WS-UNKNOWN-ROWS = 0 AND WS-RETIRED-ROWS = 0
               DISPLAY "EVERY ROLE HELD IS ACTIVE ON THE CATALOG."
           END-IF
           DISPLAY "========================================".
