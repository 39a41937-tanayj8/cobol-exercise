       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRMJREC.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * USER MASTER FORWARD RECOVERY                                   *
      * RUN AFTER USRRELD HAS RELOADED USERMAST FROM THE LATEST       *
      * USRUNLD IMAGE. REPLAYS THE AFTER-IMAGE JOURNAL (USERJRNL, SEE *
      * mjrrec.cpy) OVER THE RELOADED MASTER, IN JOURNAL ORDER, UP TO *
      * THE POINT IN TIME ON THE ONE-CARD MJRPARM CONTROL (NO CARD,   *
      * OR A BLANK ONE, REPLAYS THE WHOLE JOURNAL). THE JOURNAL'S     *
      * HEADER NAMES THE IMAGE IT RUNS FROM, AND THE RUN REFUSES TO   *
      * START UNLESS THE MASTER HOLDS EXACTLY THAT IMAGE'S RECORD     *
      * COUNT - REPLAYING OVER THE WRONG BASE WOULD LOOK CLEAN AND BE *
      * WRONG. EVERY ROW IS A FULL AFTER-IMAGE, SO THE REPLAY IS      *
      * IDEMPOTENT: AN ADD FOR A RECORD ALREADY ON FILE IS APPLIED AS *
      * A REWRITE, A CHANGE FOR A MISSING ONE AS A WRITE, AND A       *
      * DELETE OF A RECORD ALREADY GONE IS COUNTED AND PASSED - THE   *
      * ROWS USRUNLD'S CUT-OVER CARRIES ACROSS THE IMAGE BOUNDARY     *
      * LAND CLEANLY EITHER WAY. THE RESULT IS BALANCED: THE MASTER   *
      * IS WALKED AGAIN AND ITS COUNT MUST EQUAL THE IMAGE COUNT PLUS *
      * RECORDS ADDED LESS RECORDS DELETED. NOTHING REPLAYED HERE IS  *
      * JOURNALED AGAIN - TAKE A FRESH USRUNLD IMAGE BEFORE THE       *
      * UPDATERS ARE RELEASED, SO THE JOURNAL IS CUT OVER TO THE      *
      * RECOVERED MASTER. RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO *
      * ACCEPT PROMPTS.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE-CARD RUN CONTROL - THE RECOVER-TO POINT IN TIME
      * (YYYYMMDDHHMMSS) IN THE FIRST FOURTEEN COLUMNS. JOURNAL ROWS
      * STAMPED AFTER IT ARE COUNTED BUT NOT APPLIED.
           SELECT RUN-CONTROL-FILE ASSIGN TO "MJRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "USERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-UM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RP-RECOVER-TO       PIC X(14).
           05  FILLER              PIC X(66).

       FD  MASTER-JOURNAL-FILE.
           COPY "mjrrec.cpy".

       FD  USER-MASTER-FILE.
           COPY "usrrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RP-STATUS            PIC XX VALUE "00".
       01  WS-MJ-STATUS            PIC XX VALUE "00".
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-CURRENT-DATETIME     PIC X(21).

      * THE POINT IN TIME TO RECOVER TO. ALL NINES WHEN THE CARD IS
      * ABSENT OR BLANK, SO EVERY ROW COMPARES AT OR BEFORE IT.
       01  WS-RECOVER-TO           PIC X(14) VALUE SPACES.
       01  WS-RECOVER-TO-END       PIC 9 VALUE 0.

      * THE IMAGE THE JOURNAL RUNS FROM, OFF ITS HEADER ROW
       01  WS-IMAGE-TIME           PIC X(14) VALUE SPACES.
       01  WS-IMAGE-COUNT          PIC 9(9) VALUE 0.

      * REPLAY COUNTS. ADDED AND DELETED ARE RECORDS THAT REALLY
      * APPEARED ON OR LEFT THE FILE, WHICHEVER ACTION THE ROW
      * CARRIED - THEY ARE WHAT THE BALANCE IS STRUCK ON.
       01  WS-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-ROWS-APPLIED         PIC 9(9) VALUE 0.
       01  WS-ROWS-BEYOND          PIC 9(9) VALUE 0.
       01  WS-ROWS-REJECTED        PIC 9(9) VALUE 0.
       01  WS-APPLY-ERRORS         PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(9) VALUE 0.
       01  WS-DELETED-COUNT        PIC 9(9) VALUE 0.
       01  WS-ALREADY-GONE         PIC 9(9) VALUE 0.
       01  WS-LAST-APPLIED         PIC X(14) VALUE SPACES.
       01  WS-REPLAY-OK            PIC 9 VALUE 0.

      * MASTER RECORD COUNTS FOR THE BALANCE
       01  WS-WALK-COUNT           PIC 9(9) VALUE 0.
       01  WS-START-COUNT          PIC 9(9) VALUE 0.
       01  WS-END-COUNT            PIC 9(9) VALUE 0.
       01  WS-EXPECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-IN-BALANCE           PIC 9 VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED MASTER IN-USE LOCK - ROLLING
      * THE MASTER FORWARD UNDER A LIVE UPDATER WOULD MIX ITS
      * REWRITES WITH THE REPLAY, SO THIS UTILITY REFUSES TO START
      * WHILE ANYONE HOLDS THE MASTER AND REGISTERS ITSELF FOR THE
      * RUN, THE SAME WAY USRRELD DOES.
           COPY "mlkif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           PERFORM CHECK-MASTER-AVAILABLE
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-RECOVERY-FILES
           PERFORM COUNT-MASTER-RECORDS
           MOVE WS-WALK-COUNT TO WS-START-COUNT
           PERFORM CHECK-JOURNAL-HEADER
           READ MASTER-JOURNAL-FILE
           PERFORM REPLAY-ONE-ROW
               UNTIL WS-MJ-STATUS NOT = "00"
           IF WS-MJ-STATUS NOT = "10"
               DISPLAY "ERROR: JOURNAL READ FAILED (STATUS "
                   WS-MJ-STATUS ") AFTER " WS-ROWS-READ " ROWS."
               DISPLAY "*** MASTER IS PART WAY FORWARD - RELOAD THE"
                   " IMAGE AND RERUN ***"
               PERFORM REFUSE-RUN
           END-IF
           PERFORM COUNT-MASTER-RECORDS
           MOVE WS-WALK-COUNT TO WS-END-COUNT
           CLOSE MASTER-JOURNAL-FILE
           CLOSE USER-MASTER-FILE
           PERFORM RELEASE-MASTER-LOCK
           COMPUTE WS-EXPECTED-COUNT =
               WS-START-COUNT + WS-ADDED-COUNT - WS-DELETED-COUNT
           IF WS-END-COUNT = WS-EXPECTED-COUNT
               AND WS-APPLY-ERRORS = 0
               MOVE 1 TO WS-IN-BALANCE
           END-IF
           PERFORM PRINT-RECOVERY-REPORT
           MOVE WS-ROWS-READ TO RNLOG-REQ-READ
           MOVE WS-ROWS-APPLIED TO RNLOG-REQ-WRITTEN
           COMPUTE RNLOG-REQ-REJECTED =
               WS-ROWS-REJECTED + WS-APPLY-ERRORS
           IF WS-IN-BALANCE = 1
               MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           ELSE
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
           MOVE "USRMJREC" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      * AN ABORT ONCE THIS UTILITY HOLDS THE MASTER. THE ROW IS
      * DROPPED FIRST - LEFT BEHIND, IT WOULD BLOCK THE USRRELD
      * RERUN THE OPERATOR NEEDS NEXT AS WELL AS EVERY UPDATER.
       REFUSE-RUN.
           PERFORM RELEASE-MASTER-LOCK
           PERFORM ABORT-RUN.

      * REFUSE TO START WHILE ANY UPDATER HOLDS THE MASTER, THEN
      * REGISTER - THE SAME QUERY-THEN-REGISTER PATH AS USRRELD, SO
      * A STALE ROW THIS UTILITY'S OWN ABENDED RUN LEFT BEHIND IS
      * RECLAIMED RATHER THAN COUNTED AS A BLOCKER.
       CHECK-MASTER-AVAILABLE.
           MOVE "Q" TO MLOCK-REQ-FUNCTION
           MOVE "USRMJREC" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE
           IF MLOCK-BUSY
               DISPLAY "ERROR: USER MASTER IS IN USE BY "
                   MLOCK-RESP-HOLDERS " PROGRAM(S) - SEE LIST ABOVE."
               DISPLAY "RECOVERY REFUSED. ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           IF MLOCK-FILE-ERROR
               DISPLAY "ERROR: MASTER LOCK FILE FAILED (STATUS "
                   MLOCK-RESP-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           MOVE "R" TO MLOCK-REQ-FUNCTION
           MOVE "USRMJREC" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE
      * ANOTHER UTILITY SLIPPED IN BETWEEN THE QUERY AND THE
      * REGISTER - STAND DOWN, SAME AS IF THE QUERY HAD SEEN IT.
           IF MLOCK-BUSY
               DISPLAY "ERROR: ANOTHER UTILITY TOOK THE MASTER"
                   " FIRST - SEE LIST ABOVE. ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           IF MLOCK-FILE-ERROR
               DISPLAY "ERROR: MASTER LOCK FILE FAILED (STATUS "
                   MLOCK-RESP-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       RELEASE-MASTER-LOCK.
           MOVE "D" TO MLOCK-REQ-FUNCTION
           MOVE "USRMJREC" TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE.

      * NO CARD, OR A BLANK ONE, MEANS RECOVER TO THE END OF THE
      * JOURNAL. A CARD THAT IS NEITHER BLANK NOR A FULL NUMERIC
      * TIMESTAMP IS REFUSED - GUESSING AT A POINT IN TIME COULD
      * QUIETLY DROP UPDATES THE OPERATOR MEANT TO KEEP.
       READ-RUN-CONTROL.
           MOVE 1 TO WS-RECOVER-TO-END
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RP-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-RECOVER-TO NOT = SPACES
                           MOVE 0 TO WS-RECOVER-TO-END
                           MOVE RP-RECOVER-TO TO WS-RECOVER-TO
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-RECOVER-TO-END = 1
               MOVE ALL "9" TO WS-RECOVER-TO
           ELSE
               IF WS-RECOVER-TO IS NOT NUMERIC
                   DISPLAY "ERROR: MJRPARM RECOVER-TO '" WS-RECOVER-TO
                       "' IS NOT YYYYMMDDHHMMSS. ABORTING RUN."
                   PERFORM REFUSE-RUN
               END-IF
           END-IF.

      * THE MASTER MUST ALREADY EXIST - IT IS WHAT USRRELD JUST
      * REBUILT. CREATING AN EMPTY ONE HERE WOULD ONLY FAIL THE
      * IMAGE COUNT CHECK LATER WITH A LESS USEFUL MESSAGE.
       OPEN-RECOVERY-FILES.
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-MJ-STATUS NOT = "00"
               DISPLAY "ERROR: MASTER JOURNAL NOT FOUND (STATUS "
                   WS-MJ-STATUS "). ABORTING RUN."
               PERFORM REFUSE-RUN
           END-IF
           OPEN I-O USER-MASTER-FILE
           IF WS-UM-STATUS NOT = "00"
               DISPLAY "ERROR: USER MASTER NOT FOUND (STATUS "
                   WS-UM-STATUS "). ABORTING RUN."
               CLOSE MASTER-JOURNAL-FILE
               PERFORM REFUSE-RUN
           END-IF.

      * THE FIRST ROW MUST BE THE CUT-OVER HEADER, AND THE MASTER
      * MUST HOLD EXACTLY THE IMAGE'S RECORD COUNT. A RECOVER-TO
      * POINT BEFORE THE IMAGE CANNOT BE REACHED FROM IT AT ALL.
       CHECK-JOURNAL-HEADER.
           READ MASTER-JOURNAL-FILE
           IF WS-MJ-STATUS NOT = "00" OR NOT MJ-HEADER-RECORD
               DISPLAY "ERROR: JOURNAL HAS NO CUT-OVER HEADER (STATUS "
                   WS-MJ-STATUS ") - IT IS NOT TIED TO ANY IMAGE."
               PERFORM REFUSE-RUN
           END-IF
           MOVE MJ-TIMESTAMP TO WS-IMAGE-TIME
           MOVE MJ-IMAGE-COUNT TO WS-IMAGE-COUNT
           IF WS-START-COUNT NOT = WS-IMAGE-COUNT
               DISPLAY "ERROR: MASTER HOLDS " WS-START-COUNT
                   " RECORDS BUT THE JOURNAL RUNS FROM AN IMAGE OF "
                   WS-IMAGE-COUNT "."
               DISPLAY "RELOAD THE IMAGE TAKEN " WS-IMAGE-TIME
                   " WITH USRRELD FIRST. ABORTING RUN."
               PERFORM REFUSE-RUN
           END-IF
           IF WS-RECOVER-TO < WS-IMAGE-TIME
               DISPLAY "ERROR: RECOVER-TO " WS-RECOVER-TO
                   " IS BEFORE THE IMAGE TAKEN " WS-IMAGE-TIME
                   ". ABORTING RUN."
               PERFORM REFUSE-RUN
           END-IF.

      * COUNT EVERY RECORD ON THE MASTER - ONCE BEFORE THE REPLAY
      * FOR THE IMAGE CHECK, ONCE AFTER IT FOR THE BALANCE.
       COUNT-MASTER-RECORDS.
           MOVE 0 TO WS-WALK-COUNT
           MOVE LOW-VALUES TO UM-USER-NAME
           START USER-MASTER-FILE
               KEY IS NOT LESS THAN UM-USER-NAME
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-UM-STATUS = "00"
               READ USER-MASTER-FILE NEXT
               PERFORM COUNT-ONE-MASTER-RECORD
                   UNTIL WS-UM-STATUS NOT = "00"
           END-IF
           IF WS-UM-STATUS NOT = "10" AND WS-UM-STATUS NOT = "23"
               DISPLAY "ERROR: MASTER READ FAILED (STATUS "
                   WS-UM-STATUS ") AFTER " WS-WALK-COUNT
                   " RECORDS. ABORTING RUN."
               PERFORM REFUSE-RUN
           END-IF.

       COUNT-ONE-MASTER-RECORD.
           ADD 1 TO WS-WALK-COUNT
           READ USER-MASTER-FILE NEXT.

      * ROWS STAMPED PAST THE RECOVER-TO POINT ARE COUNTED, NOT
      * APPLIED. THE JOURNAL IS IN TIME ORDER (USRMJRNL STAMPS UNDER
      * ITS MUTEX), SO THEY ARE ALWAYS THE TAIL OF THE FILE.
       REPLAY-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           EVALUATE TRUE
               WHEN NOT MJ-DATA-RECORD
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "ERROR: UNEXPECTED RECORD TYPE '"
                       MJ-RECORD-TYPE "' AT JOURNAL ROW "
                       WS-ROWS-READ " - SKIPPED."
               WHEN MJ-TIMESTAMP > WS-RECOVER-TO
                   ADD 1 TO WS-ROWS-BEYOND
               WHEN OTHER
                   PERFORM APPLY-JOURNAL-ROW
           END-EVALUATE
           READ MASTER-JOURNAL-FILE.

       APPLY-JOURNAL-ROW.
           MOVE 0 TO WS-REPLAY-OK
           EVALUATE TRUE
               WHEN MJ-ACTION-ADD
                   PERFORM REPLAY-ADDED-RECORD
               WHEN MJ-ACTION-CHANGE
                   PERFORM REPLAY-CHANGED-RECORD
               WHEN MJ-ACTION-DELETE
                   PERFORM REPLAY-DELETED-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "ERROR: UNKNOWN ACTION '" MJ-ACTION
                       "' AT JOURNAL ROW " WS-ROWS-READ " - SKIPPED."
           END-EVALUATE
           IF WS-REPLAY-OK = 1
               ADD 1 TO WS-ROWS-APPLIED
               MOVE MJ-TIMESTAMP TO WS-LAST-APPLIED
           END-IF.

      * AN ADD WHOSE KEY IS ALREADY ON FILE IS A ROW THE IMAGE
      * ALREADY CAUGHT - THE AFTER-IMAGE GOES ON AS A REWRITE.
       REPLAY-ADDED-RECORD.
           PERFORM WRITE-REPLAYED-IMAGE
           IF WS-UM-STATUS = "22"
               PERFORM REWRITE-REPLAYED-IMAGE
           END-IF
           PERFORM CHECK-REPLAY-STATUS.

      * A CHANGE WHOSE KEY IS NOT ON FILE CAN ONLY BE AN ADD THE
      * IMAGE DID NOT CATCH - THE AFTER-IMAGE GOES ON AS A WRITE.
       REPLAY-CHANGED-RECORD.
           PERFORM REWRITE-REPLAYED-IMAGE
           IF WS-UM-STATUS = "23"
               PERFORM WRITE-REPLAYED-IMAGE
           END-IF
           PERFORM CHECK-REPLAY-STATUS.

      * A DELETE WHOSE KEY IS ALREADY GONE IS A ROW THE IMAGE
      * ALREADY CAUGHT - COUNTED, NOT AN ERROR.
       REPLAY-DELETED-RECORD.
           MOVE MJ-USER-DATA TO USER-MASTER-RECORD
           DELETE USER-MASTER-FILE
           EVALUATE WS-UM-STATUS
               WHEN "00"
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 1 TO WS-REPLAY-OK
               WHEN "23"
                   ADD 1 TO WS-ALREADY-GONE
                   MOVE 1 TO WS-REPLAY-OK
               WHEN OTHER
                   PERFORM CHECK-REPLAY-STATUS
           END-EVALUATE.

       WRITE-REPLAYED-IMAGE.
           MOVE MJ-USER-DATA TO USER-MASTER-RECORD
           WRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       REWRITE-REPLAYED-IMAGE.
           MOVE MJ-USER-DATA TO USER-MASTER-RECORD
           REWRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       CHECK-REPLAY-STATUS.
           IF WS-UM-STATUS = "00"
               MOVE 1 TO WS-REPLAY-OK
           ELSE
               ADD 1 TO WS-APPLY-ERRORS
               DISPLAY "ERROR: REPLAY FAILED FOR " MJ-USER-DATA(1:20)
                   " ACTION " MJ-ACTION " OF " MJ-TIMESTAMP
                   " (STATUS " WS-UM-STATUS ")"
           END-IF.

       PRINT-RECOVERY-REPORT.
           DISPLAY "========================================".
           DISPLAY "  USER MASTER FORWARD RECOVERY REPORT   ".
           DISPLAY "========================================".
           DISPLAY "IMAGE TAKEN:          " WS-IMAGE-TIME.
           IF WS-RECOVER-TO-END = 1
               DISPLAY "RECOVERED TO:         END OF JOURNAL"
           ELSE
               DISPLAY "RECOVERED TO:         " WS-RECOVER-TO
           END-IF
           DISPLAY "LAST ROW APPLIED:     " WS-LAST-APPLIED.
           DISPLAY "JOURNAL ROWS READ:    " WS-ROWS-READ.
           DISPLAY "ROWS APPLIED:         " WS-ROWS-APPLIED.
           DISPLAY "  RECORDS ADDED:      " WS-ADDED-COUNT.
           DISPLAY "  RECORDS CHANGED:    " WS-CHANGED-COUNT.
           DISPLAY "  RECORDS DELETED:    " WS-DELETED-COUNT.
           DISPLAY "  ALREADY DELETED:    " WS-ALREADY-GONE.
           DISPLAY "ROWS PAST THE POINT:  " WS-ROWS-BEYOND.
           DISPLAY "ROWS REJECTED:        " WS-ROWS-REJECTED.
           DISPLAY "APPLY ERRORS:         " WS-APPLY-ERRORS.
           DISPLAY "MASTER AT START:      " WS-START-COUNT.
           DISPLAY "MASTER EXPECTED:      " WS-EXPECTED-COUNT.
           DISPLAY "MASTER AT END:        " WS-END-COUNT.
           IF WS-IN-BALANCE = 1
               DISPLAY "BALANCED - RECOVERY COMPLETE."
               DISPLAY "TAKE A FRESH USRUNLD IMAGE BEFORE THE UPDATERS"
                   " ARE RELEASED."
           ELSE
               DISPLAY "*** OUT OF BALANCE - DO NOT RELEASE THIS"
                   " FILE ***"
           END-IF
           DISPLAY "========================================".
