       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRROLMT.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ROLE CATALOG MAINTENANCE                                       *
      * THE ONLY PATH ONTO AND OFF THE ROLECAT FILE (SEE rctrec.cpy): *
      * LISTS THE CATALOG, ADDS A ROLE WITH ITS DESCRIPTION AND       *
      * BUSINESS OWNER, CORRECTS THE DESCRIPTION OR OWNER, MARKS A    *
      * ROLE PRIVILEGED (ITS GRANTS THEN NEED A SECOND ADMIN'S        *
      * APPROVAL IN USRADMIN), AND RETIRES A ROLE SO IT CAN NO        *
      * LONGER BE GRANTED. ROWS ARE NEVER DELETED - A RETIRED ROLE    *
      * STILL HELD ON USERROLE MUST STAY DESCRIBABLE UNTIL USRROLRP'S *
      * EXCEPTION LIST IS CLEANED UP.                                 *
      * GATED BY THE SAME ADMIN CREDENTIAL CHECK USRADMIN USES, AND   *
      * EVERY CATALOG CHANGE GOES TO THE USERAUDT TRAIL UNDER THE     *
      * ADMIN WHO MADE IT.                                            *
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
      * ROLE CATALOG - ONE ROW PER RECOGNISED ROLE CODE, CHECKED BY
      * EVERY PROGRAM THAT GRANTS OR KEEPS A ROLE.
           SELECT ROLE-CATALOG-FILE ASSIGN TO "ROLECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLE-CODE
               FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  ROLE-CATALOG-FILE.
           COPY "rctrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-CT-STATUS            PIC XX VALUE "00".
       01  WS-MENU-CHOICE          PIC 9.
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-TODAY-DATE           PIC 9(8).

      * ADMIN GATE - VERIFIED ONCE AT STARTUP AGAINST A UM-IS-ADMIN
      * ACCOUNT IN USER-MASTER-FILE, THE SAME CHECK USRADMIN MAKES.
      * NO VERIFIED ADMIN, NO MENU.
       01  WS-ADMIN-USERNAME       PIC X(20).
       01  WS-ADMIN-PW-ENTERED     PIC X(20).
       01  WS-ADMIN-VERIFIED       PIC 9 VALUE 0.

      * TARGET CATALOG ROW FOR THE CURRENT MAINTENANCE ACTION
       01  WS-ROLE-CODE            PIC X(8).
       01  WS-DESCRIPTION          PIC X(30).
       01  WS-OWNER                PIC X(20).
       01  WS-OWNER-FOUND          PIC 9 VALUE 0.
       01  WS-PRIVILEGED           PIC X.
       01  WS-CONFIRM              PIC X.

      * BROWSE COUNTERS
       01  WS-ACTIVE-LISTED        PIC 9(6) VALUE 0.
       01  WS-RETIRED-LISTED       PIC 9(6) VALUE 0.

      * AUDIT FIELDS - SAME CONTRACT AS USRADMIN'S MAINT WRITER. A
      * CATALOG CHANGE HAS NO TARGET ACCOUNT, SO THE ROW NAMES THE
      * ADMIN WHO MADE IT.
       01  WS-AUDIT-ACTION         PIC X(10).
       01  WS-AUDIT-RESULT         PIC X(7).
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED ONE-WAY PASSWORD ENCODER - THE
      * MASTER FILE ONLY HOLDS THE ENCODED FORM, SO THE ADMIN GATE
      * ENCODES THE ENTERED PASSWORD BEFORE THE COMPARE.
           COPY "crypif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED AUDIT TRAIL WRITER.
           COPY "audwif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           DISPLAY "========================================".
           DISPLAY "   ROLE CATALOG MAINTENANCE             ".
           DISPLAY "========================================".
           PERFORM OPEN-CATALOG-FILES
           PERFORM VERIFY-ADMIN-CREDENTIALS
           IF WS-ADMIN-VERIFIED = 1
               PERFORM MENU-LOOP UNTIL WS-MENU-CHOICE = 5
           ELSE
               DISPLAY "ERROR: ADMIN CREDENTIALS INVALID!"
           END-IF
           CLOSE USER-MASTER-FILE
           CLOSE ROLE-CATALOG-FILE
           STOP RUN.

      * THE MASTER IS ONLY READ (ADMIN GATE AND OWNER LOOKUPS) - IT
      * IS NEVER REWRITTEN HERE, SO THIS PROGRAM DOES NOT REGISTER
      * AS A MASTER UPDATER.
       OPEN-CATALOG-FILES.
           OPEN INPUT USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING."
               STOP RUN
           END-IF
      * THE FIRST ROLE EVER ADDED CREATES THE CATALOG - SAME
      * STATUS-35-ONLY CREATE AND HARD ABORT AS EVERY OTHER KEYED
      * FILE, SO AN ATTRIBUTE CONFLICT NEVER RE-CREATES IT EMPTY.
           OPEN I-O ROLE-CATALOG-FILE
           IF WS-CT-STATUS = "35"
               OPEN OUTPUT ROLE-CATALOG-FILE
               CLOSE ROLE-CATALOG-FILE
               OPEN I-O ROLE-CATALOG-FILE
           END-IF
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "ERROR: ROLE CATALOG OPEN FAILED (STATUS "
                   WS-CT-STATUS "). ABORTING."
               STOP RUN
           END-IF.

       VERIFY-ADMIN-CREDENTIALS.
           DISPLAY "ENTER ADMIN USERNAME: " WITH NO ADVANCING
           ACCEPT WS-ADMIN-USERNAME
           DISPLAY "ENTER ADMIN PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-ADMIN-PW-ENTERED

           MOVE 0 TO WS-ADMIN-VERIFIED
           MOVE WS-ADMIN-PW-ENTERED TO CRYPT-REQ-PASSWORD
           CALL "USRCRYPT" USING CRYPT-REQUEST, CRYPT-RESPONSE
           MOVE WS-ADMIN-USERNAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               NOT INVALID KEY
                   IF UM-IS-ADMIN = 1
                       AND UM-USER-ACTIVE = 1
                       AND UM-USER-PASSWORD = CRYPT-RESP-ENCODED
                       MOVE 1 TO WS-ADMIN-VERIFIED
                   END-IF
           END-READ.

       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "ROLE CATALOG MENU:".
           DISPLAY "1. LIST CATALOG".
           DISPLAY "2. ADD ROLE".
           DISPLAY "3. UPDATE DESCRIPTION / OWNER / PRIVILEGE".
           DISPLAY "4. RETIRE ROLE".
           DISPLAY "5. EXIT".
           DISPLAY "ENTER CHOICE (1-5): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM LIST-CATALOG
               WHEN 2
                   PERFORM ADD-CATALOG-ROLE
               WHEN 3
                   PERFORM UPDATE-CATALOG-ROLE
               WHEN 4
                   PERFORM RETIRE-CATALOG-ROLE
               WHEN 5
                   DISPLAY "END OF CATALOG MAINTENANCE."
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. TRY AGAIN."
           END-EVALUATE.

      * ONE LINE PER CATALOG ROW IN CODE ORDER, RETIRED ROWS
      * INCLUDED AND MARKED SO THE OPERATOR SEES THE WHOLE FILE.
       LIST-CATALOG.
           DISPLAY "--- ROLE CATALOG ---".
           MOVE 0 TO WS-ACTIVE-LISTED
           MOVE 0 TO WS-RETIRED-LISTED
           MOVE "00" TO WS-CT-STATUS
           MOVE LOW-VALUES TO CT-ROLE-CODE
           START ROLE-CATALOG-FILE
               KEY IS NOT LESS THAN CT-ROLE-CODE
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-CT-STATUS = "00"
               READ ROLE-CATALOG-FILE NEXT
               PERFORM LIST-ONE-CATALOG-ROLE
                   UNTIL WS-CT-STATUS NOT = "00"
           END-IF
           DISPLAY "ACTIVE ROLES:  " WS-ACTIVE-LISTED
           DISPLAY "RETIRED ROLES: " WS-RETIRED-LISTED
           MOVE "00" TO WS-CT-STATUS.

       LIST-ONE-CATALOG-ROLE.
           IF CT-RETIRED
               ADD 1 TO WS-RETIRED-LISTED
               DISPLAY "  " CT-ROLE-CODE " " CT-DESCRIPTION
                   " (RETIRED " CT-RETIRED-DATE ")"
           ELSE
               ADD 1 TO WS-ACTIVE-LISTED
               DISPLAY "  " CT-ROLE-CODE " " CT-DESCRIPTION
           END-IF
           IF CT-IS-PRIVILEGED
               DISPLAY "      OWNER: " CT-OWNER " (PRIVILEGED)"
           ELSE
               DISPLAY "      OWNER: " CT-OWNER
           END-IF
           READ ROLE-CATALOG-FILE NEXT.

       ADD-CATALOG-ROLE.
           DISPLAY "--- ADD ROLE ---".
           DISPLAY "ENTER ROLE CODE: " WITH NO ADVANCING
           ACCEPT WS-ROLE-CODE
           MOVE "CATADD" TO WS-AUDIT-ACTION

           IF WS-ROLE-CODE = SPACES
               DISPLAY "ERROR: ROLE CODE IS REQUIRED!"
           ELSE
               MOVE WS-ROLE-CODE TO CT-ROLE-CODE
               READ ROLE-CATALOG-FILE
                   KEY IS CT-ROLE-CODE
                   INVALID KEY
                       PERFORM ADD-NEW-CATALOG-ROW
                   NOT INVALID KEY
                       IF CT-RETIRED
                           DISPLAY "ERROR: ROLE CODE WAS RETIRED ON "
                               CT-RETIRED-DATE " - CHOOSE A NEW CODE!"
                       ELSE
                           DISPLAY "ERROR: ROLE ALREADY ON CATALOG!"
                       END-IF
               END-READ
           END-IF.

      * EVERY ROLE NEEDS A DESCRIPTION THE REVIEWERS CAN READ AND AN
      * OWNER WHO EXISTS ON THE MASTER TO ANSWER FOR IT. THE
      * PRIVILEGE ANSWER DECIDES WHETHER USRADMIN GRANTS THE ROLE AT
      * ONCE OR QUEUES THE GRANT FOR A SECOND ADMIN.
       ADD-NEW-CATALOG-ROW.
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT WS-DESCRIPTION
           DISPLAY "ENTER OWNER USERNAME: " WITH NO ADVANCING
           ACCEPT WS-OWNER
           DISPLAY "PRIVILEGED - GRANTS NEED APPROVAL (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-PRIVILEGED
           IF WS-PRIVILEGED = "y"
               MOVE "Y" TO WS-PRIVILEGED
           END-IF
           IF WS-PRIVILEGED = "n"
               MOVE "N" TO WS-PRIVILEGED
           END-IF
           PERFORM CHECK-OWNER-ON-MASTER
           EVALUATE TRUE
               WHEN WS-DESCRIPTION = SPACES
                   DISPLAY "ERROR: DESCRIPTION IS REQUIRED!"
               WHEN WS-OWNER-FOUND = 0
                   DISPLAY "ERROR: OWNER USERNAME NOT FOUND!"
               WHEN WS-PRIVILEGED NOT = "Y" AND WS-PRIVILEGED NOT = "N"
                   DISPLAY "ERROR: PRIVILEGED MUST BE Y OR N!"
               WHEN OTHER
                   PERFORM GET-TODAY-DATE
                   MOVE WS-ROLE-CODE TO CT-ROLE-CODE
                   MOVE WS-DESCRIPTION TO CT-DESCRIPTION
                   MOVE WS-OWNER TO CT-OWNER
                   MOVE "A" TO CT-STATUS
                   MOVE WS-TODAY-DATE TO CT-ADDED-DATE
                   MOVE 0 TO CT-RETIRED-DATE
                   MOVE WS-PRIVILEGED TO CT-PRIVILEGED
                   WRITE ROLE-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: CATALOG WRITE FAILED"
                               " (STATUS " WS-CT-STATUS ")!"
                       NOT INVALID KEY
                           DISPLAY "SUCCESS: ROLE ADDED TO CATALOG!"
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-CATALOG-AUDIT-RECORD
                   END-WRITE
           END-EVALUATE.

      * DESCRIPTIONS GET REWORDED, OWNERS MOVE ON AND A ROLE'S REACH
      * GROWS - A BLANK ENTRY KEEPS THE CURRENT VALUE.
       UPDATE-CATALOG-ROLE.
           DISPLAY "--- UPDATE DESCRIPTION / OWNER / PRIVILEGE ---".
           DISPLAY "ENTER ROLE CODE: " WITH NO ADVANCING
           ACCEPT WS-ROLE-CODE
           MOVE "CATUPDATE" TO WS-AUDIT-ACTION

           MOVE WS-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   DISPLAY "ERROR: ROLE NOT ON CATALOG!"
               NOT INVALID KEY
                   PERFORM UPDATE-CATALOG-ROW
           END-READ.

       UPDATE-CATALOG-ROW.
           DISPLAY "CURRENT DESCRIPTION: " CT-DESCRIPTION
           DISPLAY "CURRENT OWNER:       " CT-OWNER
           DISPLAY "CURRENT PRIVILEGED:  " CT-PRIVILEGED
           DISPLAY "ENTER DESCRIPTION (BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-DESCRIPTION
           DISPLAY "ENTER OWNER USERNAME (BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-OWNER
           DISPLAY "ENTER PRIVILEGED Y/N (BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-PRIVILEGED
           IF WS-OWNER = SPACES
               MOVE CT-OWNER TO WS-OWNER
           END-IF
           IF WS-DESCRIPTION = SPACES
               MOVE CT-DESCRIPTION TO WS-DESCRIPTION
           END-IF
           IF WS-PRIVILEGED = SPACES
               MOVE CT-PRIVILEGED TO WS-PRIVILEGED
           END-IF
           IF WS-PRIVILEGED = "y"
               MOVE "Y" TO WS-PRIVILEGED
           END-IF
           IF WS-PRIVILEGED = "n"
               MOVE "N" TO WS-PRIVILEGED
           END-IF
           PERFORM CHECK-OWNER-ON-MASTER
           EVALUATE TRUE
               WHEN WS-OWNER-FOUND = 0
                   DISPLAY "ERROR: OWNER USERNAME NOT FOUND!"
               WHEN WS-PRIVILEGED NOT = "Y" AND WS-PRIVILEGED NOT = "N"
                   DISPLAY "ERROR: PRIVILEGED MUST BE Y OR N!"
               WHEN OTHER
                   MOVE WS-DESCRIPTION TO CT-DESCRIPTION
                   MOVE WS-OWNER TO CT-OWNER
                   MOVE WS-PRIVILEGED TO CT-PRIVILEGED
                   REWRITE ROLE-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: CATALOG REWRITE FAILED"
                               " (STATUS " WS-CT-STATUS ")!"
                       NOT INVALID KEY
                           DISPLAY "SUCCESS: CATALOG ROLE UPDATED!"
                           MOVE "SUCCESS" TO WS-AUDIT-RESULT
                           PERFORM WRITE-CATALOG-AUDIT-RECORD
                   END-REWRITE
           END-EVALUATE.

      * RETIRING STOPS NEW GRANTS AND KEEP DECISIONS; IT DOES NOT
      * TOUCH THE ROWS ALREADY HELD - THOSE SURFACE ON USRROLRP'S
      * EXCEPTION LIST FOR THE OWNER TO CLEAN UP.
       RETIRE-CATALOG-ROLE.
           DISPLAY "--- RETIRE ROLE ---".
           DISPLAY "ENTER ROLE CODE: " WITH NO ADVANCING
           ACCEPT WS-ROLE-CODE
           MOVE "CATRETIRE" TO WS-AUDIT-ACTION

           MOVE WS-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   DISPLAY "ERROR: ROLE NOT ON CATALOG!"
               NOT INVALID KEY
                   IF CT-RETIRED
                       DISPLAY "ERROR: ROLE ALREADY RETIRED!"
                   ELSE
                       DISPLAY "CONFIRM RETIREMENT OF " CT-ROLE-CODE
                           " " CT-DESCRIPTION
                       DISPLAY "ENTER Y TO CONFIRM: " WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           PERFORM RETIRE-CATALOG-ROW
                       ELSE
                           DISPLAY "RETIREMENT CANCELLED."
                       END-IF
                   END-IF
           END-READ.

       RETIRE-CATALOG-ROW.
           PERFORM GET-TODAY-DATE
           MOVE "R" TO CT-STATUS
           MOVE WS-TODAY-DATE TO CT-RETIRED-DATE
           REWRITE ROLE-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "ERROR: CATALOG REWRITE FAILED (STATUS "
                       WS-CT-STATUS ")!"
               NOT INVALID KEY
                   DISPLAY "SUCCESS: ROLE RETIRED!"
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   PERFORM WRITE-CATALOG-AUDIT-RECORD
           END-REWRITE.

      * A ROLE OWNER MUST BE A REAL ACCOUNT ON THE MASTER - AN OWNER
      * NOBODY CAN FIND IS NO OWNER AT ALL.
       CHECK-OWNER-ON-MASTER.
           MOVE 0 TO WS-OWNER-FOUND
           MOVE WS-OWNER TO UM-USER-NAME
           READ USER-MASTER-FILE
               KEY IS UM-USER-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-OWNER-FOUND
           END-READ.

       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE.

      * APPEND ONE ROW TO THE SHARED AUDIT TRAIL THROUGH THE CHAINED
      * WRITER. THE USERNAME RECORDED IS THE ADMIN RUNNING THIS
      * SESSION; NO SESSION TOKEN EXISTS AT THIS LAYER SO THE TOKEN
      * IS ALWAYS ZERO.
       WRITE-CATALOG-AUDIT-RECORD.
           MOVE WS-ADMIN-USERNAME TO AUDW-REQ-USERNAME
           MOVE WS-AUDIT-ACTION TO AUDW-REQ-ACTION
           MOVE WS-AUDIT-TOKEN TO AUDW-REQ-TOKEN
           MOVE WS-AUDIT-RESULT TO AUDW-REQ-RESULT
           CALL "USRAUDWR" USING AUDW-REQUEST, AUDW-RESPONSE
           IF NOT AUDW-OK
               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.
