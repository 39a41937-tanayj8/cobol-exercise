       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRDEPST.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY DEPARTMENT ACCESS STATEMENTS                           *
      * ONE PRINTED STATEMENT PER DEPARTMENT FOR ITS MANAGER: EVERY   *
      * MEMBER'S FULL NAME, USERNAME, STATUS, ADMIN FLAG, LAST LOGIN, *
      * PASSWORD AGE AND PASSWORD-HISTORY DEPTH (PWHIST), WITH EACH   *
      * ROLE HELD AND ITS GRANTED DATE FROM USERROLE, AND DEPARTMENT  *
      * SUBTOTALS. USERMAST IS KEYED ON USERNAME, SO THE ACCOUNTS ARE *
      * SORTED INTO UM-DEPARTMENT ORDER FIRST. EACH STATEMENT STARTS  *
      * ON A NEW PAGE OF THE DEPTSTMT PRINT FILE; ACCOUNTS WITH NO    *
      * DEPARTMENT GO ON A FINAL "UNASSIGNED" STATEMENT FOR THE       *
      * SECURITY TEAM. READ ONLY. RUNS UNATTENDED UNDER ITS OWN JCL   *
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
           SELECT USER-ROLE-FILE ASSIGN TO "USERROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ROLE-KEY
               FILE STATUS IS WS-UR-STATUS.
           SELECT PWHIST-FILE ASSIGN TO "PWHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-PWH-STATUS.
      * THE PRINTED STATEMENTS, ONE DEPARTMENT PER PAGE BREAK
           SELECT DEPT-STATEMENT-FILE ASSIGN TO "DEPTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
      * SORT WORK FILE FOR THE DEPARTMENT ORDERING
           SELECT DEPT-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       FD  PWHIST-FILE.
           COPY "phrrec.cpy".

       FD  DEPT-STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(132).

      * ONE ROW PER ACCOUNT - THE MASTER FIELDS THE STATEMENT PRINTS,
      * UNDER A SORT KEY OF DEPARTMENT THEN USERNAME. A BLANK
      * DEPARTMENT SORTS AS HIGH-VALUES SO "UNASSIGNED" COMES LAST.
       SD  DEPT-SORT-FILE.
       01  DEPT-SORT-RECORD.
           05  SR-SORT-DEPT            PIC X(10).
           05  SR-USER-NAME            PIC X(20).
           05  SR-FULL-NAME            PIC X(30).
           05  SR-USER-ACTIVE          PIC 9.
           05  SR-IS-ADMIN             PIC 9.
           05  SR-PASSWORD-CHANGED     PIC 9(8).
           05  SR-LAST-LOGIN           PIC 9(8).
           05  SR-ACCOUNT-TYPE         PIC X.
               88  SR-SERVICE-ACCOUNT  VALUE "S".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-PWH-STATUS           PIC XX VALUE "00".
       01  WS-ST-STATUS            PIC XX VALUE "00".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-SORT-DONE            PIC 9 VALUE 0.
       01  WS-ROLES-DONE           PIC 9 VALUE 0.
       01  WS-HISTORY-DONE         PIC 9 VALUE 0.
       01  WS-FIRST-STATEMENT      PIC 9 VALUE 1.
       01  WS-CURRENT-DEPT         PIC X(10).

      * A PASSWORD OLDER THAN THIS IS FLAGGED "*" - SAME LIMITS AS
      * USRAUTH'S PASSWORD-AGING CHECK, THE SECOND FOR A SERVICE
      * ACCOUNT.
       01  WS-PW-MAX-AGE-DAYS      PIC 9(4) VALUE 90.
       01  WS-SVC-PW-MAX-AGE-DAYS  PIC 9(4) VALUE 365.
       01  WS-PW-LIMIT-DAYS        PIC 9(4).
       01  WS-PW-AGE-DAYS          PIC S9(8).
       01  WS-HISTORY-COUNT        PIC 99 VALUE 0.
       01  WS-ROLES-LISTED         PIC 9(4) VALUE 0.

      * PAGE CONTROL - A DEPARTMENT LONGER THAN ONE PAGE CARRIES ON
      * UNDER A "CONTINUED" HEADING; PAGE NUMBERS RESTART FOR EACH
      * STATEMENT SINCE EACH GOES TO A DIFFERENT MANAGER.
       01  WS-PAGE-LINES           PIC 99 VALUE 55.
       01  WS-LINES-ON-PAGE        PIC 99 VALUE 0.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.

      * PER-DEPARTMENT SUBTOTALS
       01  WS-DEPT-MEMBERS         PIC 9(6) VALUE 0.
       01  WS-DEPT-ACTIVE          PIC 9(6) VALUE 0.
       01  WS-DEPT-INACTIVE        PIC 9(6) VALUE 0.
       01  WS-DEPT-LOCKED          PIC 9(6) VALUE 0.
       01  WS-DEPT-ADMINS          PIC 9(6) VALUE 0.
       01  WS-DEPT-GRANTS          PIC 9(6) VALUE 0.
       01  WS-DEPT-PW-OVERDUE      PIC 9(6) VALUE 0.

      * RUN TOTALS
       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-PRINTED     PIC 9(6) VALUE 0.
       01  WS-STATEMENTS-PRINTED   PIC 9(6) VALUE 0.
       01  WS-UNASSIGNED-COUNT     PIC 9(6) VALUE 0.

      * PRINT LINES
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(32)
                                   VALUE "DEPARTMENT ACCESS STATEMENT".
           05  FILLER              PIC X(6) VALUE "AS AT ".
           05  WS-TL-DATE          PIC 9(8).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-TL-PAGE          PIC ZZZ9.
       01  WS-DEPT-HEAD-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT: ".
           05  WS-DH-DEPT          PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DH-CONTINUED     PIC X(11).
       01  WS-COLUMN-LINE-1.
           05  FILLER              PIC X(21) VALUE "USERNAME".
           05  FILLER              PIC X(31) VALUE "FULL NAME".
           05  FILLER              PIC X(9) VALUE "STATUS".
           05  FILLER              PIC X(6) VALUE "ADMIN".
           05  FILLER              PIC X(11) VALUE "LAST LOGIN".
           05  FILLER              PIC X(11) VALUE "PW AGE".
           05  FILLER              PIC X(7) VALUE "PW HIST".
       01  WS-COLUMN-LINE-2.
           05  FILLER              PIC X(96) VALUE ALL "-".
       01  WS-MEMBER-LINE.
           05  WS-ML-USER-NAME     PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-FULL-NAME     PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-STATUS        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-ADMIN         PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-LAST-LOGIN    PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-PW-AGE-AREA.
               10  WS-ML-PW-AGE    PIC ZZZZ9.
               10  FILLER          PIC X VALUE SPACE.
               10  WS-ML-PW-FLAG   PIC X(4).
           05  WS-ML-PW-AGE-TEXT REDEFINES WS-ML-PW-AGE-AREA
                                   PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-HISTORY       PIC Z9.
       01  WS-ROLE-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "ROLE ".
           05  WS-RL-ROLE-CODE     PIC X(8).
           05  FILLER              PIC X(9) VALUE " GRANTED ".
           05  WS-RL-GRANTED       PIC X(8).
       01  WS-SUBTOTAL-LINE-1.
           05  FILLER              PIC X(19)
                                   VALUE "DEPARTMENT TOTALS: ".
           05  FILLER              PIC X(8) VALUE "MEMBERS ".
           05  WS-ST-MEMBERS       PIC ZZZZZ9.
           05  FILLER              PIC X(9) VALUE "  ACTIVE ".
           05  WS-ST-ACTIVE        PIC ZZZZZ9.
           05  FILLER              PIC X(11) VALUE "  INACTIVE ".
           05  WS-ST-INACTIVE      PIC ZZZZZ9.
           05  FILLER              PIC X(9) VALUE "  LOCKED ".
           05  WS-ST-LOCKED        PIC ZZZZZ9.
       01  WS-SUBTOTAL-LINE-2.
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "ADMINS  ".
           05  WS-ST-ADMINS        PIC ZZZZZ9.
           05  FILLER              PIC X(15) VALUE "  ROLE GRANTS  ".
           05  WS-ST-GRANTS        PIC ZZZZZ9.
           05  FILLER              PIC X(23)
                                   VALUE "  PASSWORDS PAST LIMIT ".
           05  WS-ST-PW-OVERDUE    PIC ZZZZZ9.
       01  WS-FOOTNOTE-LINE.
           05  FILLER              PIC X(26)
                                   VALUE "* PASSWORD OLDER THAN THE ".
           05  WS-FN-MAX-AGE       PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "-DAY LIMIT".
           05  FILLER              PIC X(18)
                                   VALUE " (SERVICE ACCOUNT ".
           05  WS-FN-SVC-MAX-AGE   PIC ZZZ9.
           05  FILLER              PIC X(5) VALUE "-DAY)".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           MOVE WS-RUN-START(1:8) TO WS-TODAY-DATE
           PERFORM OPEN-STATEMENT-FILES
           DISPLAY "========================================".
           DISPLAY "  DEPARTMENT ACCESS STATEMENTS " WS-TODAY-DATE.
           DISPLAY "========================================".
           SORT DEPT-SORT-FILE
               ON ASCENDING KEY SR-SORT-DEPT SR-USER-NAME
               INPUT PROCEDURE IS RELEASE-ALL-ACCOUNTS
               OUTPUT PROCEDURE IS PRINT-ALL-STATEMENTS
           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR: DEPARTMENT SORT FAILED (RETURN "
                   SORT-RETURN "). ABORTING RUN."
               CLOSE USER-ROLE-FILE
               CLOSE PWHIST-FILE
               CLOSE DEPT-STATEMENT-FILE
               PERFORM ABORT-RUN
           END-IF
           CLOSE USER-ROLE-FILE
           CLOSE PWHIST-FILE
           CLOSE DEPT-STATEMENT-FILE
           PERFORM PRINT-CONTROL-TOTALS
           MOVE WS-ACCOUNTS-READ TO RNLOG-REQ-READ
           MOVE WS-STATEMENTS-PRINTED TO RNLOG-REQ-WRITTEN
      * EVERY ACCOUNT READ MUST COME OUT ON SOME STATEMENT - A
      * SHORTFALL MEANS A MANAGER WAS NOT SHOWN SOMEONE.
           IF WS-ACCOUNTS-PRINTED = WS-ACCOUNTS-READ
               MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           ELSE
               DISPLAY "*** CONTROL FAILURE: ACCOUNTS READ AND "
                   "PRINTED DO NOT AGREE ***"
               COMPUTE RNLOG-REQ-REJECTED =
                   WS-ACCOUNTS-READ - WS-ACCOUNTS-PRINTED
               MOVE "FAILURE" TO RNLOG-REQ-OUTCOME
           END-IF
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       CAPTURE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-START
           MOVE 0 TO RNLOG-REQ-READ
           MOVE 0 TO RNLOG-REQ-WRITTEN
           MOVE 0 TO RNLOG-REQ-REJECTED.

       WRITE-RUN-LOG.
           MOVE "USRDEPST" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      * THE JOIN FILES ARE READ BY KEY WHILE THE STATEMENTS PRINT. A
      * SHOP THAT HAS NEVER GRANTED A ROLE OR RETIRED A PASSWORD HAS
      * EMPTY FILES, NOT MISSING ONES - SAME CREATE AS USRSODRP.
       OPEN-STATEMENT-FILES.
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
           OPEN INPUT PWHIST-FILE
           IF WS-PWH-STATUS = "35"
               OPEN OUTPUT PWHIST-FILE
               CLOSE PWHIST-FILE
               OPEN INPUT PWHIST-FILE
           END-IF
           IF WS-PWH-STATUS NOT = "00"
               DISPLAY "ERROR: PASSWORD HISTORY OPEN FAILED (STATUS "
                   WS-PWH-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           OPEN OUTPUT DEPT-STATEMENT-FILE
           IF WS-ST-STATUS NOT = "00"
               DISPLAY "ERROR: DEPTSTMT OPEN FAILED (STATUS "
                   WS-ST-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

      ***************************************************************
      * SORT INPUT - EVERY ACCOUNT ON THE MASTER                     *
      ***************************************************************
       RELEASE-ALL-ACCOUNTS.
           OPEN INPUT USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           MOVE LOW-VALUES TO UM-USER-NAME
           START USER-MASTER-FILE
               KEY IS NOT LESS THAN UM-USER-NAME
               INVALID KEY
                   MOVE "10" TO WS-UM-STATUS
           END-START
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
               PERFORM RELEASE-ONE-ACCOUNT
                   UNTIL WS-UM-STATUS NOT = "00"
           END-IF
      * A WALK THAT STOPPED SHORT OF END OF FILE WOULD LEAVE PEOPLE
      * OFF THEIR MANAGER'S STATEMENT WITHOUT A WORD.
           IF WS-UM-STATUS NOT = "10"
               DISPLAY "ERROR: USER MASTER READ FAILED (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               CLOSE USER-MASTER-FILE
               PERFORM ABORT-RUN
           END-IF
           CLOSE USER-MASTER-FILE.

       RELEASE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF UM-DEPARTMENT = SPACES
               MOVE HIGH-VALUES TO SR-SORT-DEPT
           ELSE
               MOVE UM-DEPARTMENT TO SR-SORT-DEPT
           END-IF
           MOVE UM-USER-NAME TO SR-USER-NAME
           MOVE UM-FULL-NAME TO SR-FULL-NAME
           MOVE UM-USER-ACTIVE TO SR-USER-ACTIVE
           MOVE UM-IS-ADMIN TO SR-IS-ADMIN
           MOVE UM-PASSWORD-CHANGED TO SR-PASSWORD-CHANGED
           MOVE UM-LAST-LOGIN TO SR-LAST-LOGIN
           MOVE UM-ACCOUNT-TYPE TO SR-ACCOUNT-TYPE
           RELEASE DEPT-SORT-RECORD
           READ USER-MASTER-FILE NEXT.

      ***************************************************************
      * SORT OUTPUT - ONE STATEMENT PER DEPARTMENT                   *
      ***************************************************************
       PRINT-ALL-STATEMENTS.
           MOVE 0 TO WS-SORT-DONE
           RETURN DEPT-SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-DONE
           END-RETURN
           PERFORM PRINT-ONE-MEMBER
               UNTIL WS-SORT-DONE = 1
           IF WS-FIRST-STATEMENT = 0
               PERFORM PRINT-DEPARTMENT-TOTALS
           END-IF.

      * A CHANGE OF DEPARTMENT CLOSES THE PREVIOUS STATEMENT WITH ITS
      * SUBTOTALS AND OPENS THE NEXT ONE ON A FRESH PAGE.
       PRINT-ONE-MEMBER.
           IF WS-FIRST-STATEMENT = 1
               OR SR-SORT-DEPT NOT = WS-CURRENT-DEPT
               IF WS-FIRST-STATEMENT = 0
                   PERFORM PRINT-DEPARTMENT-TOTALS
               END-IF
               MOVE 0 TO WS-FIRST-STATEMENT
               PERFORM START-NEW-STATEMENT
           END-IF
           ADD 1 TO WS-ACCOUNTS-PRINTED
           ADD 1 TO WS-DEPT-MEMBERS
           IF SR-SORT-DEPT = HIGH-VALUES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           PERFORM BUILD-MEMBER-LINE
           MOVE WS-MEMBER-LINE TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM PRINT-MEMBER-ROLES
           RETURN DEPT-SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-DONE
           END-RETURN.

       START-NEW-STATEMENT.
           MOVE SR-SORT-DEPT TO WS-CURRENT-DEPT
           ADD 1 TO WS-STATEMENTS-PRINTED
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-DEPT-MEMBERS
           MOVE 0 TO WS-DEPT-ACTIVE
           MOVE 0 TO WS-DEPT-INACTIVE
           MOVE 0 TO WS-DEPT-LOCKED
           MOVE 0 TO WS-DEPT-ADMINS
           MOVE 0 TO WS-DEPT-GRANTS
           MOVE 0 TO WS-DEPT-PW-OVERDUE
           MOVE SPACES TO WS-DH-CONTINUED
           PERFORM PRINT-PAGE-HEADING.

      * EVERY PAGE OF A STATEMENT STARTS WITH THE TITLE, DEPARTMENT
      * AND COLUMN HEADINGS.
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-TODAY-DATE TO WS-TL-DATE
           MOVE WS-PAGE-NUMBER TO WS-TL-PAGE
           IF WS-CURRENT-DEPT = HIGH-VALUES
               MOVE "UNASSIGNED" TO WS-DH-DEPT
           ELSE
               MOVE WS-CURRENT-DEPT TO WS-DH-DEPT
           END-IF
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE STATEMENT-LINE FROM WS-DEPT-HEAD-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
               AFTER ADVANCING 1 LINE
           WRITE STATEMENT-LINE FROM WS-COLUMN-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE STATEMENT-LINE FROM WS-COLUMN-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WS-LINES-ON-PAGE
           MOVE "(CONTINUED)" TO WS-DH-CONTINUED.

      * ALL BODY LINES COME THROUGH HERE SO A FULL PAGE ROLLS OVER
      * TO A CONTINUATION PAGE OF THE SAME STATEMENT.
       WRITE-STATEMENT-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-LINES
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE STATEMENT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ST-STATUS NOT = "00"
               DISPLAY "ERROR: DEPTSTMT WRITE FAILED (STATUS "
                   WS-ST-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           ADD 1 TO WS-LINES-ON-PAGE.

      * STATUS AND ADMIN IN WORDS, "NEVER" FOR AN ACCOUNT THAT HAS
      * NOT LOGGED IN, AND THE PASSWORD AGE IN DAYS - "UNKNOWN" FOR A
      * ZERO CHANGE-DATE, WHICH PREDATES PASSWORD AGING.
       BUILD-MEMBER-LINE.
           MOVE SR-USER-NAME TO WS-ML-USER-NAME
           MOVE SR-FULL-NAME TO WS-ML-FULL-NAME
           EVALUATE SR-USER-ACTIVE
               WHEN 1
                   MOVE "ACTIVE" TO WS-ML-STATUS
                   ADD 1 TO WS-DEPT-ACTIVE
               WHEN 2
                   MOVE "LOCKED" TO WS-ML-STATUS
                   ADD 1 TO WS-DEPT-LOCKED
               WHEN OTHER
                   MOVE "INACTIVE" TO WS-ML-STATUS
                   ADD 1 TO WS-DEPT-INACTIVE
           END-EVALUATE
           IF SR-IS-ADMIN = 1
               MOVE "YES" TO WS-ML-ADMIN
               ADD 1 TO WS-DEPT-ADMINS
           ELSE
               MOVE "NO" TO WS-ML-ADMIN
           END-IF
           IF SR-LAST-LOGIN = 0
               MOVE "NEVER" TO WS-ML-LAST-LOGIN
           ELSE
               MOVE SR-LAST-LOGIN TO WS-ML-LAST-LOGIN
           END-IF
           IF SR-PASSWORD-CHANGED = 0
               MOVE "UNKNOWN" TO WS-ML-PW-AGE-TEXT
           ELSE
               MOVE SPACES TO WS-ML-PW-AGE-AREA
               COMPUTE WS-PW-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(SR-PASSWORD-CHANGED)
               IF WS-PW-AGE-DAYS < 0
                   MOVE 0 TO WS-PW-AGE-DAYS
               END-IF
               MOVE WS-PW-AGE-DAYS TO WS-ML-PW-AGE
               IF SR-SERVICE-ACCOUNT
                   MOVE WS-SVC-PW-MAX-AGE-DAYS TO WS-PW-LIMIT-DAYS
               ELSE
                   MOVE WS-PW-MAX-AGE-DAYS TO WS-PW-LIMIT-DAYS
               END-IF
               IF WS-PW-AGE-DAYS > WS-PW-LIMIT-DAYS
                   MOVE "*" TO WS-ML-PW-FLAG
                   ADD 1 TO WS-DEPT-PW-OVERDUE
               ELSE
                   MOVE SPACES TO WS-ML-PW-FLAG
               END-IF
           END-IF
           PERFORM COUNT-PASSWORD-HISTORY
           MOVE WS-HISTORY-COUNT TO WS-ML-HISTORY.

      * HOW MANY RETIRED PASSWORDS THE ACCOUNT HAS ON PWHIST - ONE
      * KEYED START ON THE USERNAME, THE SLOTS FOLLOW IN KEY ORDER.
       COUNT-PASSWORD-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 0 TO WS-HISTORY-DONE
           MOVE SR-USER-NAME TO PH-USER-NAME
           MOVE 0 TO PH-SLOT-NUMBER
           START PWHIST-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 1 TO WS-HISTORY-DONE
           END-START
           PERFORM COUNT-ONE-HISTORY-SLOT
               UNTIL WS-HISTORY-DONE = 1.

       COUNT-ONE-HISTORY-SLOT.
           READ PWHIST-FILE NEXT
               AT END
                   MOVE 1 TO WS-HISTORY-DONE
               NOT AT END
                   IF PH-USER-NAME NOT = SR-USER-NAME
                       MOVE 1 TO WS-HISTORY-DONE
                   ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                   END-IF
           END-READ.

      * ONE LINE PER ROLE HELD, IN ROLE-CODE ORDER, FROM A KEYED
      * START ON THE USERNAME - THE SAME WALK USRSODRP USES.
       PRINT-MEMBER-ROLES.
           MOVE 0 TO WS-ROLES-LISTED
           MOVE 0 TO WS-ROLES-DONE
           MOVE SR-USER-NAME TO UR-USER-NAME
           MOVE LOW-VALUES TO UR-ROLE-CODE
           START USER-ROLE-FILE
               KEY IS NOT LESS THAN UR-ROLE-KEY
               INVALID KEY
                   MOVE 1 TO WS-ROLES-DONE
           END-START
           PERFORM PRINT-ONE-ROLE
               UNTIL WS-ROLES-DONE = 1
           IF WS-ROLES-LISTED = 0
               MOVE SPACES TO STATEMENT-LINE
               MOVE "      (NO ROLES)" TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       PRINT-ONE-ROLE.
           READ USER-ROLE-FILE NEXT
               AT END
                   MOVE 1 TO WS-ROLES-DONE
               NOT AT END
                   IF UR-USER-NAME NOT = SR-USER-NAME
                       MOVE 1 TO WS-ROLES-DONE
                   ELSE
                       ADD 1 TO WS-ROLES-LISTED
                       ADD 1 TO WS-DEPT-GRANTS
                       MOVE UR-ROLE-CODE TO WS-RL-ROLE-CODE
                       IF UR-GRANTED-DATE = 0
                           MOVE "UNKNOWN" TO WS-RL-GRANTED
                       ELSE
                           MOVE UR-GRANTED-DATE TO WS-RL-GRANTED
                       END-IF
                       MOVE WS-ROLE-LINE TO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                   END-IF
           END-READ.

       PRINT-DEPARTMENT-TOTALS.
           MOVE WS-DEPT-MEMBERS TO WS-ST-MEMBERS
           MOVE WS-DEPT-ACTIVE TO WS-ST-ACTIVE
           MOVE WS-DEPT-INACTIVE TO WS-ST-INACTIVE
           MOVE WS-DEPT-LOCKED TO WS-ST-LOCKED
           MOVE WS-DEPT-ADMINS TO WS-ST-ADMINS
           MOVE WS-DEPT-GRANTS TO WS-ST-GRANTS
           MOVE WS-DEPT-PW-OVERDUE TO WS-ST-PW-OVERDUE
           MOVE WS-PW-MAX-AGE-DAYS TO WS-FN-MAX-AGE
           MOVE WS-SVC-PW-MAX-AGE-DAYS TO WS-FN-SVC-MAX-AGE
           MOVE WS-COLUMN-LINE-2 TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-SUBTOTAL-LINE-1 TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-SUBTOTAL-LINE-2 TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-FOOTNOTE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           DISPLAY "  " WS-DH-DEPT " MEMBERS " WS-DEPT-MEMBERS
               " ADMINS " WS-DEPT-ADMINS " GRANTS " WS-DEPT-GRANTS.

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "ACCOUNTS READ:         " WS-ACCOUNTS-READ.
           DISPLAY "ACCOUNTS PRINTED:      " WS-ACCOUNTS-PRINTED.
           DISPLAY "STATEMENTS PRINTED:    " WS-STATEMENTS-PRINTED.
           DISPLAY "UNASSIGNED ACCOUNTS:   " WS-UNASSIGNED-COUNT.
           DISPLAY "========================================".
