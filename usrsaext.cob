       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSAEXT.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * ANNUAL SERVICE ACCOUNT ATTESTATION EXTRACT                     *
      * OPENS THE YEAR'S ATTESTATION: EVERY SERVICE ACCOUNT STILL     *
      * ENABLED ON USERMAST GOES OUT AS ONE ROW TO ITS OWNER (SEE     *
      * atsrec.cpy) WITH A BLANK DECISION FIELD, ENDED BY A TRAILER   *
      * CARRYING THE DETAIL COUNT. USERMAST IS KEYED ON USERNAME, SO  *
      * THE ACCOUNTS ARE SORTED INTO OWNER ORDER FIRST AND EACH OWNER *
      * ALSO GETS A PRINTED LIST OF THEIR ACCOUNTS ON ITS OWN PAGE OF *
      * THE SAOWNLST PRINT FILE. THE OWNERS MARK EACH ROW CONFIRM OR  *
      * RETIRE AND THE FILE COMES BACK THROUGH USRSAAPP. AN ACCOUNT   *
      * WHOSE OWNER HAS BEEN DEACTIVATED OR DELETED STILL GOES OUT,   *
      * MARKED, ON A FINAL "NO OWNER" PAGE FOR THE SECURITY TEAM TO   *
      * REASSIGN OR RETIRE. READ ONLY. RUNS UNATTENDED UNDER ITS OWN  *
      * JCL STEP - NO ACCEPT PROMPTS.                                 *
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
           SELECT ATTEST-OUT-FILE ASSIGN TO "ATTESTEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
      * THE PRINTED OWNER LISTS, ONE OWNER PER PAGE BREAK
           SELECT OWNER-LIST-FILE ASSIGN TO "SAOWNLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.
      * SORT WORK FILE FOR THE OWNER ORDERING
           SELECT OWNER-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       FD  ATTEST-OUT-FILE.
           COPY "atsrec.cpy".

       FD  OWNER-LIST-FILE.
       01  OWNER-LIST-LINE             PIC X(132).

      * ONE ROW PER ENABLED SERVICE ACCOUNT UNDER A SORT KEY OF OWNER
      * THEN USERNAME. AN OWNER NO LONGER ENABLED SORTS AS
      * HIGH-VALUES SO THE "NO OWNER" PAGE COMES LAST; THE OWNER
      * RECORDED ON THE MASTER STILL RIDES ON THE ROW.
       SD  OWNER-SORT-FILE.
       01  OWNER-SORT-RECORD.
           05  SR-SORT-OWNER           PIC X(20).
           05  SR-USER-NAME            PIC X(20).
           05  SR-OWNER                PIC X(20).
           05  SR-OWNER-NAME           PIC X(30).
           05  SR-OWNER-STATUS         PIC X.
           05  SR-USER-ACTIVE          PIC 9.
           05  SR-LAST-LOGIN           PIC 9(8).
           05  SR-PASSWORD-CHANGED     PIC 9(8).
           05  SR-ATTESTED-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-AT-STATUS            PIC XX VALUE "00".
       01  WS-OL-STATUS            PIC XX VALUE "00".
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-SORT-DONE            PIC 9 VALUE 0.
       01  WS-FIRST-OWNER          PIC 9 VALUE 1.
       01  WS-CURRENT-OWNER        PIC X(20).

      * THE SERVICE ACCOUNT BEING RELEASED - THE OWNER LOOKUP REUSES
      * THE MASTER RECORD AREA, SO ITS FIELDS ARE HELD HERE FIRST.
       01  WS-SERVICE-HOLD.
           05  WS-HOLD-USER-NAME   PIC X(20).
           05  WS-HOLD-OWNER       PIC X(20).
           05  WS-HOLD-USER-ACTIVE PIC 9.
           05  WS-HOLD-LAST-LOGIN  PIC 9(8).
           05  WS-HOLD-PW-CHANGED  PIC 9(8).
           05  WS-HOLD-ATTESTED    PIC 9(8).

      * RUN TOTALS
       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01  WS-ACCOUNTS-RELEASED    PIC 9(6) VALUE 0.
       01  WS-DETAIL-ROWS          PIC 9(6) VALUE 0.
       01  WS-OWNERS-LISTED        PIC 9(6) VALUE 0.
       01  WS-NO-OWNER-ROWS        PIC 9(6) VALUE 0.
       01  WS-NEVER-ATTESTED       PIC 9(6) VALUE 0.
       01  WS-OWNER-ACCOUNTS       PIC 9(4) VALUE 0.

      * PRINT LINES
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(36) VALUE
               "SERVICE ACCOUNT ANNUAL ATTESTATION".
           05  FILLER              PIC X(6) VALUE "AS AT ".
           05  WS-TL-DATE          PIC 9(8).
       01  WS-OWNER-HEAD-LINE.
           05  FILLER              PIC X(7) VALUE "OWNER: ".
           05  WS-OH-OWNER         PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OH-OWNER-NAME    PIC X(30).
       01  WS-NO-OWNER-HEAD-LINE.
           05  FILLER              PIC X(60) VALUE
               "NO OWNER - OWNER DEACTIVATED OR DELETED. FOR SECURITY".
           05  FILLER              PIC X(30) VALUE
               " TO REASSIGN OR RETIRE.".
       01  WS-COLUMN-LINE-1.
           05  FILLER              PIC X(21) VALUE "SERVICE ACCOUNT".
           05  FILLER              PIC X(9) VALUE "STATUS".
           05  FILLER              PIC X(11) VALUE "LAST LOGIN".
           05  FILLER              PIC X(11) VALUE "PW CHANGED".
           05  FILLER              PIC X(11) VALUE "ATTESTED".
           05  FILLER              PIC X(21) VALUE "RECORDED OWNER".
           05  FILLER              PIC X(8) VALUE "DECISION".
       01  WS-COLUMN-LINE-2.
           05  FILLER              PIC X(92) VALUE ALL "-".
       01  WS-ACCOUNT-LINE.
           05  WS-AL-USER-NAME     PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AL-STATUS        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AL-LAST-LOGIN    PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AL-PW-CHANGED    PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AL-ATTESTED      PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AL-OWNER         PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AL-DECISION      PIC X(16)
                                   VALUE "CONFIRM / RETIRE".
       01  WS-OWNER-FOOT-LINE.
           05  FILLER              PIC X(16) VALUE "ACCOUNTS LISTED ".
           05  WS-OF-COUNT         PIC ZZZ9.
           05  FILLER              PIC X(40)
                   VALUE " - MARK EACH ONE ON THE RETURN FILE.".

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
           PERFORM OPEN-EXTRACT-FILES
           SORT OWNER-SORT-FILE
               ON ASCENDING KEY SR-SORT-OWNER SR-USER-NAME
               INPUT PROCEDURE IS RELEASE-SERVICE-ACCOUNTS
               OUTPUT PROCEDURE IS WRITE-ALL-ATTESTATIONS
           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR: OWNER SORT FAILED (RETURN "
                   SORT-RETURN "). ABORTING RUN."
               CLOSE USER-MASTER-FILE
               CLOSE ATTEST-OUT-FILE
               CLOSE OWNER-LIST-FILE
               PERFORM ABORT-RUN
           END-IF
           PERFORM WRITE-ATTEST-TRAILER
           CLOSE USER-MASTER-FILE
           CLOSE ATTEST-OUT-FILE
           CLOSE OWNER-LIST-FILE
           PERFORM PRINT-CONTROL-REPORT
           MOVE WS-ACCOUNTS-READ TO RNLOG-REQ-READ
           MOVE WS-DETAIL-ROWS TO RNLOG-REQ-WRITTEN
      * EVERY SERVICE ACCOUNT RELEASED MUST GO OUT ON THE FILE - A
      * SHORTFALL MEANS AN OWNER WAS NOT ASKED ABOUT ONE.
           IF WS-DETAIL-ROWS = WS-ACCOUNTS-RELEASED
               MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           ELSE
               DISPLAY "*** CONTROL FAILURE: ACCOUNTS RELEASED AND "
                   "ROWS WRITTEN DO NOT AGREE ***"
               COMPUTE RNLOG-REQ-REJECTED =
                   WS-ACCOUNTS-RELEASED - WS-DETAIL-ROWS
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
           MOVE "USRSAEXT" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      * THE MASTER STAYS OPEN ACROSS THE SORT - THE INPUT SIDE WALKS
      * IT AND THE OWNER LOOKUPS READ IT BY KEY.
       OPEN-EXTRACT-FILES.
           OPEN INPUT USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           OPEN OUTPUT ATTEST-OUT-FILE
           IF WS-AT-STATUS NOT = "00"
               DISPLAY "ERROR: ATTESTEX OPEN FAILED (STATUS "
                   WS-AT-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           OPEN OUTPUT OWNER-LIST-FILE
           IF WS-OL-STATUS NOT = "00"
               DISPLAY "ERROR: SAOWNLST OPEN FAILED (STATUS "
                   WS-OL-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

      ***************************************************************
      * SORT INPUT - EVERY ENABLED SERVICE ACCOUNT ON THE MASTER     *
      ***************************************************************
       RELEASE-SERVICE-ACCOUNTS.
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
      * A WALK THAT STOPPED SHORT OF END OF FILE WOULD LEAVE SERVICE
      * ACCOUNTS OUT OF THE YEAR'S ATTESTATION WITHOUT A WORD.
           IF WS-UM-STATUS NOT = "10"
               DISPLAY "ERROR: USER MASTER READ FAILED (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               CLOSE USER-MASTER-FILE
               CLOSE ATTEST-OUT-FILE
               CLOSE OWNER-LIST-FILE
               PERFORM ABORT-RUN
           END-IF.

      * A DEACTIVATED SERVICE ACCOUNT HAS NOTHING LEFT TO CONFIRM.
      * THE OWNER LOOKUP IS A KEYED READ OF THE SAME FILE, SO THE
      * WALK IS REPOSITIONED PAST THIS ACCOUNT BEFORE READING ON.
       RELEASE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF UM-SERVICE-ACCOUNT AND UM-USER-ACTIVE NOT = 0
               MOVE UM-USER-NAME TO WS-HOLD-USER-NAME
               MOVE UM-OWNER TO WS-HOLD-OWNER
               MOVE UM-USER-ACTIVE TO WS-HOLD-USER-ACTIVE
               MOVE UM-LAST-LOGIN TO WS-HOLD-LAST-LOGIN
               MOVE UM-PASSWORD-CHANGED TO WS-HOLD-PW-CHANGED
               MOVE UM-ATTESTED-DATE TO WS-HOLD-ATTESTED
               PERFORM LOOK-UP-OWNER
               PERFORM BUILD-SORT-RECORD
               RELEASE OWNER-SORT-RECORD
               ADD 1 TO WS-ACCOUNTS-RELEASED
               MOVE WS-HOLD-USER-NAME TO UM-USER-NAME
               START USER-MASTER-FILE
                   KEY IS GREATER THAN UM-USER-NAME
                   INVALID KEY
                       MOVE "10" TO WS-UM-STATUS
               END-START
           END-IF
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
           END-IF.

      * AN OWNER COUNTS ONLY WHILE THEY ARE ON THE MASTER AS AN
      * ENABLED PERSON ACCOUNT - A LOCKED OWNER IS STILL ANSWERABLE.
       LOOK-UP-OWNER.
           MOVE SPACES TO SR-OWNER-NAME
           IF WS-HOLD-OWNER = SPACES
               MOVE "D" TO SR-OWNER-STATUS
           ELSE
               MOVE WS-HOLD-OWNER TO UM-USER-NAME
               READ USER-MASTER-FILE
                   KEY IS UM-USER-NAME
                   INVALID KEY
                       MOVE "D" TO SR-OWNER-STATUS
                   NOT INVALID KEY
                       MOVE UM-FULL-NAME TO SR-OWNER-NAME
                       IF UM-USER-ACTIVE = 0 OR UM-SERVICE-ACCOUNT
                           MOVE "I" TO SR-OWNER-STATUS
                       ELSE
                           MOVE "A" TO SR-OWNER-STATUS
                       END-IF
               END-READ
           END-IF.

       BUILD-SORT-RECORD.
           IF SR-OWNER-STATUS = "A"
               MOVE WS-HOLD-OWNER TO SR-SORT-OWNER
           ELSE
               MOVE HIGH-VALUES TO SR-SORT-OWNER
           END-IF
           MOVE WS-HOLD-USER-NAME TO SR-USER-NAME
           MOVE WS-HOLD-OWNER TO SR-OWNER
           MOVE WS-HOLD-USER-ACTIVE TO SR-USER-ACTIVE
           MOVE WS-HOLD-LAST-LOGIN TO SR-LAST-LOGIN
           MOVE WS-HOLD-PW-CHANGED TO SR-PASSWORD-CHANGED
           MOVE WS-HOLD-ATTESTED TO SR-ATTESTED-DATE.

      ***************************************************************
      * SORT OUTPUT - ONE ROW PER ACCOUNT, ONE PAGE PER OWNER        *
      ***************************************************************
       WRITE-ALL-ATTESTATIONS.
           MOVE 0 TO WS-SORT-DONE
           RETURN OWNER-SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-DONE
           END-RETURN
           PERFORM WRITE-ONE-ATTESTATION
               UNTIL WS-SORT-DONE = 1
           IF WS-FIRST-OWNER = 0
               PERFORM PRINT-OWNER-FOOTING
           END-IF.

      * A CHANGE OF OWNER CLOSES THE PREVIOUS LIST AND OPENS THE
      * NEXT ONE ON A FRESH PAGE.
       WRITE-ONE-ATTESTATION.
           IF WS-FIRST-OWNER = 1
               OR SR-SORT-OWNER NOT = WS-CURRENT-OWNER
               IF WS-FIRST-OWNER = 0
                   PERFORM PRINT-OWNER-FOOTING
               END-IF
               MOVE 0 TO WS-FIRST-OWNER
               PERFORM START-NEW-OWNER
           END-IF
           MOVE "D" TO AT-RECORD-TYPE
           MOVE SR-OWNER TO AT-OWNER
           MOVE SR-OWNER-NAME TO AT-OWNER-NAME
           MOVE SR-OWNER-STATUS TO AT-OWNER-STATUS
           MOVE SR-USER-NAME TO AT-SERVICE-ACCOUNT
           MOVE SR-USER-ACTIVE TO AT-ACCOUNT-STATUS
           MOVE SR-LAST-LOGIN TO AT-LAST-LOGIN
           MOVE SR-PASSWORD-CHANGED TO AT-PASSWORD-CHANGED
           MOVE SR-ATTESTED-DATE TO AT-LAST-ATTESTED
           MOVE SPACES TO AT-DECISION
           WRITE ATTEST-RECORD
           IF WS-AT-STATUS NOT = "00"
               DISPLAY "ERROR: ATTESTEX WRITE FAILED (STATUS "
                   WS-AT-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           ADD 1 TO WS-DETAIL-ROWS
           ADD 1 TO WS-OWNER-ACCOUNTS
           IF SR-SORT-OWNER = HIGH-VALUES
               ADD 1 TO WS-NO-OWNER-ROWS
           END-IF
           IF SR-ATTESTED-DATE = 0
               ADD 1 TO WS-NEVER-ATTESTED
           END-IF
           PERFORM BUILD-ACCOUNT-LINE
           WRITE OWNER-LIST-LINE FROM WS-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE
           RETURN OWNER-SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-DONE
           END-RETURN.

       START-NEW-OWNER.
           MOVE SR-SORT-OWNER TO WS-CURRENT-OWNER
           ADD 1 TO WS-OWNERS-LISTED
           MOVE 0 TO WS-OWNER-ACCOUNTS
           MOVE WS-TODAY-DATE TO WS-TL-DATE
           WRITE OWNER-LIST-LINE FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE
           IF WS-CURRENT-OWNER = HIGH-VALUES
               WRITE OWNER-LIST-LINE FROM WS-NO-OWNER-HEAD-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE SR-OWNER TO WS-OH-OWNER
               MOVE SR-OWNER-NAME TO WS-OH-OWNER-NAME
               WRITE OWNER-LIST-LINE FROM WS-OWNER-HEAD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO OWNER-LIST-LINE
           WRITE OWNER-LIST-LINE
               AFTER ADVANCING 1 LINE
           WRITE OWNER-LIST-LINE FROM WS-COLUMN-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE OWNER-LIST-LINE FROM WS-COLUMN-LINE-2
               AFTER ADVANCING 1 LINE.

       PRINT-OWNER-FOOTING.
           MOVE SPACES TO OWNER-LIST-LINE
           WRITE OWNER-LIST-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-OWNER-ACCOUNTS TO WS-OF-COUNT
           WRITE OWNER-LIST-LINE FROM WS-OWNER-FOOT-LINE
               AFTER ADVANCING 1 LINE.

      * STATUS IN WORDS, "NEVER" FOR A ZERO LOGIN OR ATTESTED DATE,
      * "UNKNOWN" FOR A ZERO CHANGE-DATE, WHICH PREDATES AGING. THE
      * RECORDED OWNER IS REPEATED SO THE "NO OWNER" PAGE SHOWS WHO
      * THE ACCOUNT USED TO ANSWER TO.
       BUILD-ACCOUNT-LINE.
           MOVE SR-USER-NAME TO WS-AL-USER-NAME
           IF SR-USER-ACTIVE = 2
               MOVE "LOCKED" TO WS-AL-STATUS
           ELSE
               MOVE "ACTIVE" TO WS-AL-STATUS
           END-IF
           IF SR-LAST-LOGIN = 0
               MOVE "NEVER" TO WS-AL-LAST-LOGIN
           ELSE
               MOVE SR-LAST-LOGIN TO WS-AL-LAST-LOGIN
           END-IF
           IF SR-PASSWORD-CHANGED = 0
               MOVE "UNKNOWN" TO WS-AL-PW-CHANGED
           ELSE
               MOVE SR-PASSWORD-CHANGED TO WS-AL-PW-CHANGED
           END-IF
           IF SR-ATTESTED-DATE = 0
               MOVE "NEVER" TO WS-AL-ATTESTED
           ELSE
               MOVE SR-ATTESTED-DATE TO WS-AL-ATTESTED
           END-IF
           IF SR-OWNER = SPACES
               MOVE "(NONE RECORDED)" TO WS-AL-OWNER
           ELSE
               MOVE SR-OWNER TO WS-AL-OWNER
           END-IF.

       WRITE-ATTEST-TRAILER.
           MOVE "T" TO AT-RECORD-TYPE
           MOVE SPACES TO AT-DETAIL-DATA
           MOVE WS-DETAIL-ROWS TO AT-RECORD-COUNT
           WRITE ATTEST-RECORD.

       PRINT-CONTROL-REPORT.
           DISPLAY "========================================".
           DISPLAY "  SERVICE ACCOUNT ATTESTATION EXTRACT   ".
           DISPLAY "========================================".
           DISPLAY "ACCOUNTS READ:         " WS-ACCOUNTS-READ.
           DISPLAY "SERVICE ACCOUNTS OUT:  " WS-DETAIL-ROWS.
           DISPLAY "OWNERS LISTED:         " WS-OWNERS-LISTED.
           DISPLAY "NEVER ATTESTED:        " WS-NEVER-ATTESTED.
           DISPLAY "NO ENABLED OWNER:      " WS-NO-OWNER-ROWS.
           DISPLAY "TRAILER WRITTEN WITH MATCHING COUNT.".
           DISPLAY "========================================".
