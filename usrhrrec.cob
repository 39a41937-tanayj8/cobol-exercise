       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRHRREC.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY HR ROSTER RECONCILIATION AND PROFILE SYNC              *
      * MATCHES THE FULL HR ROSTER (HRROSTER, SEE hrsrec.cpy) AGAINST *
      * USER-MASTER-FILE IN USERNAME ORDER IN ONE BALANCED FORWARD    *
      * PASS, THE SAME SHAPE AS USRDELTA'S MATCH. IT REPORTS EVERY    *
      * ACCOUNT WITH NO EMPLOYEE BEHIND IT (ORPHAN), EVERY NAME,      *
      * DEPARTMENT OR EMAIL THAT DIFFERS FROM HR, AND EVERY EMPLOYEE  *
      * HR SHOWS AS TERMINATED WHOSE ACCOUNT IS STILL ACTIVE - A      *
      * CROSS-CHECK ON THE HRTERMS FEED USROFFBD AND USRRECON WORK    *
      * FROM. WHEN THE HRRPARM CONTROL CARD SAYS APPLY, HR'S VALUES   *
      * ARE ALSO WRITTEN ONTO THE MASTER WITH ONE AUDIT ROW PER FIELD *
      * CHANGED, AND THE NEXT USRDELTA EXTRACT CARRIES THE            *
      * CORRECTIONS DOWNSTREAM AS PROFILE CHANGES. WITHOUT THE CARD   *
      * THE RUN ONLY REPORTS. NOTHING IS EVER DEACTIVATED OR DELETED  *
      * HERE. RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO ACCEPT      *
      * PROMPTS.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-ROSTER-FILE ASSIGN TO "HRROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-UM-STATUS.
      * ONE-CARD RUN CONTROL - "APPLY" IN THE FIRST FIVE COLUMNS
      * TURNS ON THE PROFILE SYNC. NO CARD, OR ANYTHING ELSE ON IT,
      * IS A REPORT-ONLY RUN.
           SELECT RUN-CONTROL-FILE ASSIGN TO "HRRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-ROSTER-FILE.
           COPY "hrsrec.cpy".

       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RP-RUN-MODE         PIC X(5).
               88  RP-APPLY-MODE   VALUE "APPLY".
           05  FILLER              PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-RS-STATUS            PIC XX VALUE "00".
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-RP-STATUS            PIC XX VALUE "00".
       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-APPLY-CHANGES        PIC 9 VALUE 0.

      * MATCH KEYS FOR THE BALANCED PASS - HIGH-VALUES MARKS AN
      * EXHAUSTED SIDE SO THE OTHER SIDE DRAINS NORMALLY.
       01  WS-MAST-KEY             PIC X(20).
       01  WS-ROSTER-KEY           PIC X(20).
       01  WS-LAST-ROSTER-KEY      PIC X(20) VALUE LOW-VALUES.

      * THE STATUS EACH SIDE ENDED ON - SAME RULE AS USRDELTA: A
      * MID-FILE ERROR TREATED AS END-OF-FILE WOULD MAKE EVERY
      * UNREAD ACCOUNT LOOK LIKE AN ORPHAN, SO THE RUN ABORTS.
       01  WS-MAST-END-STATUS      PIC XX VALUE "10".
       01  WS-ROSTER-END-STATUS    PIC XX VALUE "10".

      * SET WHEN ANY FIELD OF THE CURRENT PAIR DIFFERS FROM HR, AND
      * PER FIELD FOR THE APPLY
       01  WS-PROFILE-DIFFERS      PIC 9 VALUE 0.
       01  WS-NAME-DIFFERS         PIC 9 VALUE 0.
       01  WS-DEPT-DIFFERS         PIC 9 VALUE 0.
       01  WS-EMAIL-DIFFERS        PIC 9 VALUE 0.

       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-ROSTER-READ          PIC 9(6) VALUE 0.
       01  WS-MATCHED-COUNT        PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT         PIC 9(6) VALUE 0.
       01  WS-SERVICE-COUNT        PIC 9(6) VALUE 0.
       01  WS-NO-ACCOUNT-COUNT     PIC 9(6) VALUE 0.
       01  WS-DIFFER-COUNT         PIC 9(6) VALUE 0.
       01  WS-FIELDS-DIFFERING     PIC 9(6) VALUE 0.
       01  WS-FIELDS-APPLIED       PIC 9(6) VALUE 0.
       01  WS-TERM-ACTIVE-COUNT    PIC 9(6) VALUE 0.

       01  WS-AUDIT-ACTION         PIC X(10).
       01  WS-AUDIT-TOKEN          PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED AUDIT TRAIL WRITER - EVERY ROW
      * GOES THROUGH USRAUDWR SO THE TRAIL'S SEQUENCE NUMBERS AND
      * TAMPER-EVIDENT CHAIN CHECKS ARE MAINTAINED IN ONE PLACE.
           COPY "audwif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER IN-USE LOCK - AN APPLY
      * RUN REWRITES MASTER RECORDS, SO IT REGISTERS AS AN UPDATER
      * FOR ITS RUN LIKE EVERY OTHER UPDATER. A REPORT-ONLY RUN
      * OPENS THE MASTER INPUT AND DOES NOT.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY APPLIED REWRITE IS JOURNALED THROUGH USRMJRNL, SAME AS
      * USERMGMT.
           COPY "mjrif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-DATE
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-RECON-FILES
           IF WS-APPLY-CHANGES = 1
               PERFORM REGISTER-MASTER-LOCK
           END-IF
           PERFORM PRINT-REPORT-HEADER
           PERFORM READ-NEXT-MASTER
           PERFORM READ-NEXT-ROSTER
           PERFORM MATCH-ONE-PAIR
               UNTIL WS-MAST-KEY = HIGH-VALUES
                   AND WS-ROSTER-KEY = HIGH-VALUES
           CLOSE HR-ROSTER-FILE
           CLOSE USER-MASTER-FILE
           IF WS-APPLY-CHANGES = 1
               PERFORM RELEASE-MASTER-LOCK
           END-IF
           IF (WS-MAST-END-STATUS NOT = "10"
               AND WS-MAST-END-STATUS NOT = "23")
               OR WS-ROSTER-END-STATUS NOT = "10"
               DISPLAY "ERROR: RECONCILIATION ABORTED - MASTER END"
                   " STATUS " WS-MAST-END-STATUS ", ROSTER END STATUS "
                   WS-ROSTER-END-STATUS ". REPORT IS INCOMPLETE."
               PERFORM ABORT-RUN
           END-IF
           PERFORM PRINT-REPORT-FOOTER
           MOVE WS-ACCOUNTS-READ TO RNLOG-REQ-READ
           MOVE WS-FIELDS-APPLIED TO RNLOG-REQ-WRITTEN
           COMPUTE RNLOG-REQ-REJECTED =
               WS-ORPHAN-COUNT + WS-TERM-ACTIVE-COUNT
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
           MOVE "USRHRREC" TO RNLOG-REQ-JOB-NAME
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

      * THE SAFE DEFAULT IS REPORT-ONLY - ONLY A CARD THAT SAYS
      * APPLY LETS THIS JOB TOUCH THE MASTER.
       READ-RUN-CONTROL.
           MOVE 0 TO WS-APPLY-CHANGES
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RP-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-APPLY-MODE
                           MOVE 1 TO WS-APPLY-CHANGES
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * REGISTER AS A LIVE UPDATER OF THE MASTER, SAME AS USERMGMT.
      * A STALE ROW LEFT BY AN ABENDED PRIOR RUN IS REPORTED BY
      * USRMLOCK AND TAKEN OVER; A LOCK FILE THAT CANNOT BE
      * MAINTAINED IS FATAL.
       REGISTER-MASTER-LOCK.
           MOVE "R" TO MLOCK-REQ-FUNCTION
           MOVE "USRHRREC" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE
      * A REBUILD OR CONVERSION UTILITY HOLDS THE MASTER - STARTING
      * NOW WOULD UPDATE A FILE ABOUT TO BE SWAPPED OUT FROM UNDER
      * US. THE HOLDER IS LISTED ABOVE BY USRMLOCK.
           IF MLOCK-BUSY
               DISPLAY "ERROR: MASTER HELD BY A REBUILD/CONVERSION"
                   " UTILITY - RERUN THIS STEP WHEN IT FINISHES."
               PERFORM ABORT-RUN
           END-IF
           IF MLOCK-FILE-ERROR
               DISPLAY "ERROR: MASTER LOCK FILE FAILED (STATUS "
                   MLOCK-RESP-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       RELEASE-MASTER-LOCK.
           MOVE "D" TO MLOCK-REQ-FUNCTION
           MOVE "USRHRREC" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE.

       OPEN-RECON-FILES.
      * THE ROSTER IS A ROUTINE OPS DEPENDENCY - WITHOUT IT EVERY
      * ACCOUNT WOULD LOOK LIKE AN ORPHAN, SO FAIL CLEARLY INSTEAD.
           OPEN INPUT HR-ROSTER-FILE
           IF WS-RS-STATUS NOT = "00"
               DISPLAY "ERROR: HRROSTER FEED NOT FOUND (STATUS "
                   WS-RS-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
      * AN EXISTING MASTER IS A PRECONDITION - AN EMPTY ONE CREATED
      * HERE WOULD JUST PRODUCE A MEANINGLESS EMPTY REPORT.
           IF WS-APPLY-CHANGES = 1
               OPEN I-O USER-MASTER-FILE
           ELSE
               OPEN INPUT USER-MASTER-FILE
           END-IF
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               CLOSE HR-ROSTER-FILE
               PERFORM ABORT-RUN
           END-IF
           MOVE LOW-VALUES TO UM-USER-NAME
           START USER-MASTER-FILE
               KEY IS NOT LESS THAN UM-USER-NAME
               INVALID KEY
                   CONTINUE
           END-START.

       PRINT-REPORT-HEADER.
           DISPLAY "========================================".
           DISPLAY "  HR ROSTER RECONCILIATION " WS-TODAY-DATE.
           IF WS-APPLY-CHANGES = 1
               DISPLAY "  MODE: APPLY - HR VALUES WRITTEN TO MASTER"
           ELSE
               DISPLAY "  MODE: REPORT ONLY"
           END-IF
           DISPLAY "========================================".

       READ-NEXT-MASTER.
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
                   AT END
                       MOVE WS-UM-STATUS TO WS-MAST-END-STATUS
                       MOVE HIGH-VALUES TO WS-MAST-KEY
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       MOVE UM-USER-NAME TO WS-MAST-KEY
               END-READ
      * A READ ERROR RAISES NEITHER AT END NOR NOT AT END - THE
      * STALE STATUS IS CAUGHT HERE SO THE SIDE ENDS AND THE ERROR
      * STATUS IS KEPT FOR THE ABORT CHECK.
               IF WS-UM-STATUS NOT = "00" AND WS-UM-STATUS NOT = "10"
                   MOVE WS-UM-STATUS TO WS-MAST-END-STATUS
                   MOVE HIGH-VALUES TO WS-MAST-KEY
               END-IF
           ELSE
               MOVE WS-UM-STATUS TO WS-MAST-END-STATUS
               MOVE HIGH-VALUES TO WS-MAST-KEY
           END-IF.

      * THE MATCH ONLY WORKS ON A ROSTER IN STRICT EMPLOYEE-ID
      * ORDER. A ROW OUT OF SEQUENCE OR REPEATED ENDS THE SIDE WITH
      * A PSEUDO-STATUS OF "SQ" SO THE RUN ABORTS RATHER THAN
      * REPORTING A SCREEN FULL OF FALSE ORPHANS.
       READ-NEXT-ROSTER.
           IF WS-RS-STATUS NOT = "00"
               MOVE WS-RS-STATUS TO WS-ROSTER-END-STATUS
               MOVE HIGH-VALUES TO WS-ROSTER-KEY
           ELSE
               READ HR-ROSTER-FILE
                   AT END
                       MOVE WS-RS-STATUS TO WS-ROSTER-END-STATUS
                       MOVE HIGH-VALUES TO WS-ROSTER-KEY
                   NOT AT END
                       ADD 1 TO WS-ROSTER-READ
                       IF RS-EMPLOYEE-ID NOT > WS-LAST-ROSTER-KEY
                           DISPLAY "ERROR: HRROSTER OUT OF SEQUENCE AT "
                               RS-EMPLOYEE-ID
                           MOVE "SQ" TO WS-ROSTER-END-STATUS
                           MOVE HIGH-VALUES TO WS-ROSTER-KEY
                       ELSE
                           MOVE RS-EMPLOYEE-ID TO WS-ROSTER-KEY
                           MOVE RS-EMPLOYEE-ID TO WS-LAST-ROSTER-KEY
                       END-IF
               END-READ
               IF WS-RS-STATUS NOT = "00" AND WS-RS-STATUS NOT = "10"
                   MOVE WS-RS-STATUS TO WS-ROSTER-END-STATUS
                   MOVE HIGH-VALUES TO WS-ROSTER-KEY
               END-IF
           END-IF.

      * ONE STEP OF THE BALANCED MATCH: MASTER-ONLY IS AN ORPHAN
      * ACCOUNT, ROSTER-ONLY IS AN EMPLOYEE WITH NO ACCOUNT (COUNTED,
      * NOT LISTED - NOT EVERY EMPLOYEE NEEDS ONE), AND A PAIR IS
      * COMPARED.
       MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-MAST-KEY < WS-ROSTER-KEY
                   PERFORM REPORT-ORPHAN-ACCOUNT
                   PERFORM READ-NEXT-MASTER
               WHEN WS-MAST-KEY > WS-ROSTER-KEY
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
                   PERFORM READ-NEXT-ROSTER
               WHEN OTHER
                   PERFORM COMPARE-MATCHED-PAIR
                   PERFORM READ-NEXT-MASTER
                   PERFORM READ-NEXT-ROSTER
           END-EVALUATE.

      * A SERVICE ACCOUNT HAS NO EMPLOYEE BEHIND IT BY DESIGN - IT IS
      * ANSWERED FOR BY ITS OWNER, WHOSE STANDING USRSVCRP CHECKS, SO
      * IT IS COUNTED HERE RATHER THAN LISTED AS AN ORPHAN.
       REPORT-ORPHAN-ACCOUNT.
           IF UM-SERVICE-ACCOUNT
               ADD 1 TO WS-SERVICE-COUNT
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY "ORPHAN:     " UM-USER-NAME " - NO HR RECORD"
               DISPLAY "            " UM-FULL-NAME " / " UM-DEPARTMENT
           END-IF.

      * TERMINATED-BUT-ACTIVE IS REPORTED FIRST AND ON ITS OWN - IT
      * MEANS THE HRTERMS FEED MISSED SOMEBODY. THE PROFILE IS
      * COMPARED FOR EVERY MATCHED PAIR REGARDLESS.
       COMPARE-MATCHED-PAIR.
           ADD 1 TO WS-MATCHED-COUNT
           IF RS-TERMINATED AND UM-USER-ACTIVE = 1
               ADD 1 TO WS-TERM-ACTIVE-COUNT
               DISPLAY "TERMINATED: " UM-USER-NAME
                   " - TERMINATED IN HR BUT ACCOUNT STILL ACTIVE"
               DISPLAY "            " UM-FULL-NAME " / " UM-DEPARTMENT
           END-IF
           MOVE 0 TO WS-PROFILE-DIFFERS
           MOVE 0 TO WS-NAME-DIFFERS
           MOVE 0 TO WS-DEPT-DIFFERS
           MOVE 0 TO WS-EMAIL-DIFFERS
           IF RS-FULL-NAME NOT = SPACES
               AND RS-FULL-NAME NOT = UM-FULL-NAME
               MOVE 1 TO WS-NAME-DIFFERS
               PERFORM FLAG-PROFILE-DIFFERENCE
               DISPLAY "            NAME:  " UM-FULL-NAME
               DISPLAY "              HR:  " RS-FULL-NAME
           END-IF
           IF RS-DEPARTMENT NOT = SPACES
               AND RS-DEPARTMENT NOT = UM-DEPARTMENT
               MOVE 1 TO WS-DEPT-DIFFERS
               PERFORM FLAG-PROFILE-DIFFERENCE
               DISPLAY "            DEPT:  " UM-DEPARTMENT
               DISPLAY "              HR:  " RS-DEPARTMENT
           END-IF
           IF RS-EMAIL NOT = SPACES
               AND RS-EMAIL NOT = UM-EMAIL
               MOVE 1 TO WS-EMAIL-DIFFERS
               PERFORM FLAG-PROFILE-DIFFERENCE
               DISPLAY "            EMAIL: " UM-EMAIL
               DISPLAY "              HR:  " RS-EMAIL
           END-IF
           IF WS-PROFILE-DIFFERS = 1 AND WS-APPLY-CHANGES = 1
               PERFORM APPLY-HR-PROFILE
           END-IF.

      * THE FIRST DIFFERING FIELD OF AN ACCOUNT PRINTS ITS HEADING
      * LINE; EVERY ONE IS COUNTED.
       FLAG-PROFILE-DIFFERENCE.
           ADD 1 TO WS-FIELDS-DIFFERING
           IF WS-PROFILE-DIFFERS = 0
               MOVE 1 TO WS-PROFILE-DIFFERS
               ADD 1 TO WS-DIFFER-COUNT
               DISPLAY "PROFILE:    " UM-USER-NAME
                   " - DIFFERS FROM HR"
           END-IF.

      * TAKE HR'S VALUE FOR EVERY FIELD THAT DIFFERED, REWRITE THE
      * RECORD ONCE, AND ONLY THEN AUDIT EACH FIELD - A FAILED
      * REWRITE LEAVES NO ROW CLAIMING A CHANGE THAT NEVER LANDED.
       APPLY-HR-PROFILE.
           IF WS-NAME-DIFFERS = 1
               MOVE RS-FULL-NAME TO UM-FULL-NAME
           END-IF
           IF WS-DEPT-DIFFERS = 1
               MOVE RS-DEPARTMENT TO UM-DEPARTMENT
           END-IF
           IF WS-EMAIL-DIFFERS = 1
               MOVE RS-EMAIL TO UM-EMAIL
           END-IF
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: MASTER REWRITE FAILED FOR "
                       UM-USER-NAME " (STATUS " WS-UM-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "            HR VALUES APPLIED."
                   PERFORM WRITE-JOURNAL-RECORD
                   IF WS-NAME-DIFFERS = 1
                       MOVE "HRSYNCNAME" TO WS-AUDIT-ACTION
                       PERFORM WRITE-SYNC-AUDIT-RECORD
                   END-IF
                   IF WS-DEPT-DIFFERS = 1
                       MOVE "HRSYNCDEPT" TO WS-AUDIT-ACTION
                       PERFORM WRITE-SYNC-AUDIT-RECORD
                   END-IF
                   IF WS-EMAIL-DIFFERS = 1
                       MOVE "HRSYNCMAIL" TO WS-AUDIT-ACTION
                       PERFORM WRITE-SYNC-AUDIT-RECORD
                   END-IF
           END-REWRITE.

      * APPEND ONE ROW TO THE SHARED AUDIT TRAIL THROUGH THE CHAINED
      * WRITER - SAME CONTRACT AS USERMGMT'S WRITE-AUDIT-RECORD.
       WRITE-SYNC-AUDIT-RECORD.
           ADD 1 TO WS-FIELDS-APPLIED
           MOVE UM-USER-NAME TO AUDW-REQ-USERNAME
           MOVE WS-AUDIT-ACTION TO AUDW-REQ-ACTION
           MOVE WS-AUDIT-TOKEN TO AUDW-REQ-TOKEN
           MOVE "SUCCESS" TO AUDW-REQ-RESULT
           CALL "USRAUDWR" USING AUDW-REQUEST, AUDW-RESPONSE
           IF NOT AUDW-OK
               DISPLAY "WARNING: AUDIT TRAIL WRITE FAILED (STATUS "
                   AUDW-RESP-STATUS ")."
           END-IF.

       PRINT-REPORT-FOOTER.
           DISPLAY "========================================".
           DISPLAY "ACCOUNTS READ:          " WS-ACCOUNTS-READ.
           DISPLAY "ROSTER ROWS READ:       " WS-ROSTER-READ.
           DISPLAY "MATCHED:                " WS-MATCHED-COUNT.
           DISPLAY "ORPHAN ACCOUNTS:        " WS-ORPHAN-COUNT.
           DISPLAY "SERVICE ACCOUNTS:       " WS-SERVICE-COUNT.
           DISPLAY "EMPLOYEES NO ACCOUNT:   " WS-NO-ACCOUNT-COUNT.
           DISPLAY "TERMINATED BUT ACTIVE:  " WS-TERM-ACTIVE-COUNT.
           DISPLAY "PROFILES DIFFERING:     " WS-DIFFER-COUNT.
           DISPLAY "FIELDS DIFFERING:       " WS-FIELDS-DIFFERING.
           DISPLAY "FIELDS APPLIED:         " WS-FIELDS-APPLIED.
           DISPLAY "========================================".

      * JOURNAL THE AFTER-IMAGE OF AN APPLIED REWRITE FOR FORWARD
      * RECOVERY (USRMJREC). THE IMAGE WAS TAKEN BEFORE THE I/O -
      * THE RECORD AREA IS NOT GUARANTEED TO SURVIVE IT. A JOURNAL
      * FAILURE IS WARNED, NOT FATAL, THE SAME RULE AS AN AUDIT
      * FAILURE.
       WRITE-JOURNAL-RECORD.
           MOVE "W" TO MJRW-REQ-FUNCTION
           MOVE "USRHRREC" TO MJRW-REQ-PROGRAM
           MOVE "C" TO MJRW-REQ-ACTION
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
