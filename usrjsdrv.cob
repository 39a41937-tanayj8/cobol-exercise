       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRJSDRV.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY JOB-STREAM DRIVER                                      *
      * RUNS THE NIGHTLY STEPS IN THE ORDER THE JOBSTEPS FILE GIVES   *
      * (SEE jsdrec.cpy), CALLING EACH STEP PROGRAM IN TURN. BEFORE   *
      * A STEP IT QUERIES THE USERLOCK MASTER LOCK THROUGH USRMLOCK - *
      * A STEP THAT UPDATES THE MASTER DOES NOT START WHILE ANOTHER   *
      * PROGRAM HOLDS IT. AFTER A STEP IT READS THE STEP'S OWN        *
      * USERRUNL RECORD FOR THE OUTCOME; ANYTHING BUT SUCCESS FAILS   *
      * THE STEP, AND EVERY STEP DEPENDING ON IT (DIRECTLY OR         *
      * THROUGH ANOTHER STEP) IS SKIPPED RATHER THAN RUN AGAINST BAD  *
      * DATA. THE STATE OF EVERY STEP IS KEPT ON THE JOBRSTRT         *
      * RESTART RECORD (SEE jsrrec.cpy). AFTER A FIX, "RESTART" ON    *
      * THE JSDPARM CARD RESUMES THE STREAM: STEPS ALREADY COMPLETE   *
      * ARE NOT RERUN - A USRBATCH WHOSE FEED WAS APPLIED STAYS       *
      * APPLIED - AND THE FAILED AND SKIPPED STEPS RUN. "FRESH"       *
      * DISCARDS AN UNFINISHED STREAM AND STARTS OVER; WITH NO CARD   *
      * AN UNFINISHED STREAM IS NEVER GUESSED AT AND THE RUN STOPS.   *
      * RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO ACCEPT PROMPTS.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE-CARD RUN CONTROL - "RESTART" OR "FRESH" IN THE FIRST
      * SEVEN COLUMNS. NO CARD IS AN ORDINARY NIGHTLY START.
           SELECT RUN-CONTROL-FILE ASSIGN TO "JSDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
           SELECT JOB-RESTART-FILE ASSIGN TO "JOBRSTRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "USERRUNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RP-RUN-MODE         PIC X(7).
               88  RP-RESTART-MODE VALUE "RESTART".
               88  RP-FRESH-MODE   VALUE "FRESH".
           05  FILLER              PIC X(73).

       FD  JOB-STEP-FILE.
           COPY "jsdrec.cpy".

       FD  JOB-RESTART-FILE.
           COPY "jsrrec.cpy".

       FD  RUN-LOG-FILE.
           COPY "runrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RP-STATUS            PIC XX VALUE "00".
       01  WS-JS-STATUS            PIC XX VALUE "00".
       01  WS-JR-STATUS            PIC XX VALUE "00".
       01  WS-RL-STATUS            PIC XX VALUE "00".
       01  WS-CURRENT-DATETIME     PIC X(21).

      * "R" = RESTART, "F" = FRESH, SPACE = NO CARD
       01  WS-RUN-MODE             PIC X VALUE SPACE.

      * THE STREAM AS DEFINED ON JOBSTEPS, WITH EACH STEP'S STATE
      * FOR THIS STREAM (SAME CODES AS jsrrec.cpy). A DEPENDENCY IS
      * HELD AS THE TABLE POSITION OF THE EARLIER STEP IT NAMES.
       01  WS-STEP-MAX             PIC 99 VALUE 30.
       01  WS-STEP-COUNT           PIC 99 VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY       OCCURS 30 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-USE     PIC X.
               10  WS-STEP-DEP-COUNT
                                   PIC 9.
               10  WS-STEP-DEP-IDX PIC 99 OCCURS 6 TIMES.
               10  WS-STEP-STATE   PIC X.
               10  WS-STEP-START   PIC X(14).
               10  WS-STEP-OUTCOME PIC X(8).
       01  WS-STEP-IDX             PIC 99 VALUE 0.
       01  WS-DEP-IDX              PIC 99 VALUE 0.
       01  WS-SCAN-IDX             PIC 99 VALUE 0.
       01  WS-FOUND-IDX            PIC 99 VALUE 0.
       01  WS-FIND-NAME            PIC X(8).
       01  WS-FIND-LIMIT           PIC 99 VALUE 0.
       01  WS-STEP-FILE-BAD        PIC 9 VALUE 0.
       01  WS-CARDS-READ           PIC 9(6) VALUE 0.

      * THE RESTART RECORD AS LEFT BY THE PREVIOUS STREAM
       01  WS-PRIOR-COUNT          PIC 99 VALUE 0.
       01  WS-PRIOR-STREAM-START   PIC X(14) VALUE SPACES.
       01  WS-PRIOR-INCOMPLETE     PIC 9 VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY      OCCURS 30 TIMES.
               10  WS-PRIOR-NAME   PIC X(8).
               10  WS-PRIOR-STATE  PIC X.
               10  WS-PRIOR-START  PIC X(14).
               10  WS-PRIOR-OUTCOME
                                   PIC X(8).

       01  WS-STREAM-START         PIC X(14) VALUE SPACES.

      * PER-STEP WORK FIELDS
       01  WS-DEPS-MET             PIC 9 VALUE 0.
       01  WS-BLOCKING-STEP        PIC X(8).
       01  WS-LOCK-CLEAR           PIC 9 VALUE 0.
       01  WS-CALL-NAME            PIC X(8).
       01  WS-CALL-FAILED          PIC 9 VALUE 0.
       01  WS-STATE-TEXT           PIC X(8).

      * RUN-LOG LOOKUP - THE LATEST ROW FOR THE STEP STARTED AT OR
      * AFTER THE TIME THE DRIVER CALLED IT
       01  WS-LOOKUP-NAME          PIC X(8).
       01  WS-LOOKUP-SINCE         PIC X(14).
       01  WS-LOOKUP-FOUND         PIC 9 VALUE 0.
       01  WS-LOOKUP-OUTCOME       PIC X(8).

      * STREAM TOTALS
       01  WS-STEPS-RUN            PIC 9(6) VALUE 0.
       01  WS-STEPS-COMPLETE       PIC 9(6) VALUE 0.
       01  WS-STEPS-CARRIED        PIC 9(6) VALUE 0.
       01  WS-STEPS-FAILED         PIC 9(6) VALUE 0.
       01  WS-STEPS-SKIPPED        PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED MASTER IN-USE LOCK - QUERIED
      * (NEVER REGISTERED) BEFORE EVERY STEP, UNDER THE STEP'S OWN
      * NAME SO A STALE ROW THE SAME STEP LEFT BEHIND IS REPORTED
      * BUT LEFT FOR THE STEP ITSELF TO RECLAIM AT REGISTER.
           COPY "mlkif.cpy".

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
      * SUMMARY (USRRUNRP) SEES THIS STEP.
       01  WS-RUN-START            PIC X(14).
           COPY "rnlif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CAPTURE-RUN-START
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-STEP-DEFINITIONS
           PERFORM LOAD-RESTART-RECORD
           PERFORM DECIDE-STREAM-START
           PERFORM SAVE-RESTART-RECORD
           PERFORM PRINT-REPORT-HEADER
           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           PERFORM PRINT-STREAM-REPORT
           MOVE WS-STEP-COUNT TO RNLOG-REQ-READ
           MOVE WS-STEPS-RUN TO RNLOG-REQ-WRITTEN
           COMPUTE RNLOG-REQ-REJECTED =
               WS-STEPS-FAILED + WS-STEPS-SKIPPED
           IF WS-STEPS-COMPLETE + WS-STEPS-CARRIED = WS-STEP-COUNT
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
           MOVE "USRJSDRV" TO RNLOG-REQ-JOB-NAME
           MOVE WS-RUN-START TO RNLOG-REQ-START
           CALL "USRRNLOG" USING RNLOG-REQUEST, RNLOG-RESPONSE.

      * EVERY ABORT PATH COMES THROUGH HERE SO EVEN A RUN THAT DIED
      * ON A MISSING FILE LEAVES ITS ROW FOR THE MORNING SUMMARY.
       ABORT-RUN.
           MOVE "ABORTED" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       READ-RUN-CONTROL.
           MOVE SPACE TO WS-RUN-MODE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RP-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RP-RESTART-MODE
                               MOVE "R" TO WS-RUN-MODE
                           WHEN RP-FRESH-MODE
                               MOVE "F" TO WS-RUN-MODE
                           WHEN RP-RUN-MODE = SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "ERROR: JSDPARM MODE '"
                                   RP-RUN-MODE "' IS NOT RESTART OR"
                                   " FRESH. ABORTING RUN."
                               CLOSE RUN-CONTROL-FILE
                               PERFORM ABORT-RUN
                       END-EVALUATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * LOAD AND VALIDATE THE WHOLE STREAM BEFORE ANYTHING RUNS - A
      * BAD CARD FOUND HALF WAY THROUGH THE NIGHT WOULD LEAVE THE
      * STREAM PART RUN FOR NO GOOD REASON.
       LOAD-STEP-DEFINITIONS.
           OPEN INPUT JOB-STEP-FILE
           IF WS-JS-STATUS NOT = "00"
               DISPLAY "ERROR: JOBSTEPS FILE NOT FOUND (STATUS "
                   WS-JS-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           READ JOB-STEP-FILE
           PERFORM LOAD-ONE-STEP
               UNTIL WS-JS-STATUS NOT = "00"
           IF WS-JS-STATUS NOT = "10"
               DISPLAY "ERROR: JOBSTEPS READ FAILED (STATUS "
                   WS-JS-STATUS "). ABORTING RUN."
               MOVE 1 TO WS-STEP-FILE-BAD
           END-IF
           CLOSE JOB-STEP-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "ERROR: JOBSTEPS DEFINES NO STEPS."
               MOVE 1 TO WS-STEP-FILE-BAD
           END-IF
           IF WS-STEP-FILE-BAD = 1
               DISPLAY "STEP DEFINITIONS REJECTED - NO STEP RUN."
               PERFORM ABORT-RUN
           END-IF.

       LOAD-ONE-STEP.
           ADD 1 TO WS-CARDS-READ
           IF JS-STEP-NAME = SPACES OR JS-STEP-NAME(1:1) = "*"
               CONTINUE
           ELSE
               IF WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY "ERROR: MORE THAN " WS-STEP-MAX
                       " STEPS ON JOBSTEPS - CARD " WS-CARDS-READ
                   MOVE 1 TO WS-STEP-FILE-BAD
               ELSE
                   PERFORM STORE-ONE-STEP
               END-IF
           END-IF
           READ JOB-STEP-FILE.

      * A STEP MAY ONLY DEPEND ON A STEP ABOVE IT - THAT IS WHAT
      * MAKES CARD ORDER A VALID RUN ORDER, AND IT RULES OUT A
      * DEPENDENCY LOOP.
       STORE-ONE-STEP.
           MOVE JS-STEP-NAME TO WS-FIND-NAME
           MOVE WS-STEP-COUNT TO WS-FIND-LIMIT
           PERFORM FIND-STEP-BY-NAME
           IF WS-FOUND-IDX > 0
               DISPLAY "ERROR: STEP " JS-STEP-NAME
                   " IS DEFINED TWICE - CARD " WS-CARDS-READ
               MOVE 1 TO WS-STEP-FILE-BAD
           END-IF
           IF NOT JS-UPDATES-MASTER AND NOT JS-READS-MASTER
               DISPLAY "ERROR: STEP " JS-STEP-NAME
                   " MASTER USE '" JS-MASTER-USE
                   "' IS NOT U OR R - CARD " WS-CARDS-READ
               MOVE 1 TO WS-STEP-FILE-BAD
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE JS-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE JS-MASTER-USE TO WS-STEP-USE(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-DEP-COUNT(WS-STEP-COUNT)
           MOVE "P" TO WS-STEP-STATE(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-START(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-OUTCOME(WS-STEP-COUNT)
           PERFORM STORE-ONE-DEPENDENCY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 6.

       STORE-ONE-DEPENDENCY.
           IF JS-DEPENDS-ON(WS-DEP-IDX) NOT = SPACES
               MOVE JS-DEPENDS-ON(WS-DEP-IDX) TO WS-FIND-NAME
               COMPUTE WS-FIND-LIMIT = WS-STEP-COUNT - 1
               PERFORM FIND-STEP-BY-NAME
               IF WS-FOUND-IDX = 0
                   DISPLAY "ERROR: STEP " JS-STEP-NAME
                       " DEPENDS ON " JS-DEPENDS-ON(WS-DEP-IDX)
                       ", WHICH IS NOT AN EARLIER STEP - CARD "
                       WS-CARDS-READ
                   MOVE 1 TO WS-STEP-FILE-BAD
               ELSE
                   ADD 1 TO WS-STEP-DEP-COUNT(WS-STEP-COUNT)
                   MOVE WS-FOUND-IDX TO WS-STEP-DEP-IDX(WS-STEP-COUNT,
                       WS-STEP-DEP-COUNT(WS-STEP-COUNT))
               END-IF
           END-IF.

      * LOOK WS-FIND-NAME UP AMONG THE FIRST WS-FIND-LIMIT STEPS -
      * WS-FOUND-IDX COMES BACK ZERO WHEN IT IS NOT THERE.
       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-ONE-STEP-NAME
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-FIND-LIMIT
                   OR WS-FOUND-IDX > 0.

       MATCH-ONE-STEP-NAME.
           IF WS-STEP-NAME(WS-SCAN-IDX) = WS-FIND-NAME
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.

      * NO RESTART RECORD (STATUS 35) IS THE FIRST STREAM EVER RUN.
      * ANY ROW NOT COMPLETE MEANS THE LAST STREAM DID NOT FINISH.
       LOAD-RESTART-RECORD.
           MOVE 0 TO WS-PRIOR-COUNT
           MOVE 0 TO WS-PRIOR-INCOMPLETE
           OPEN INPUT JOB-RESTART-FILE
           IF WS-JR-STATUS NOT = "00" AND WS-JR-STATUS NOT = "35"
               DISPLAY "ERROR: RESTART RECORD OPEN FAILED (STATUS "
                   WS-JR-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           IF WS-JR-STATUS = "00"
               READ JOB-RESTART-FILE
               PERFORM LOAD-ONE-RESTART-ROW
                   UNTIL WS-JR-STATUS NOT = "00"
               IF WS-JR-STATUS NOT = "10"
                   DISPLAY "ERROR: RESTART RECORD READ FAILED"
                       " (STATUS " WS-JR-STATUS "). ABORTING RUN."
                   CLOSE JOB-RESTART-FILE
                   PERFORM ABORT-RUN
               END-IF
               CLOSE JOB-RESTART-FILE
           END-IF.

       LOAD-ONE-RESTART-ROW.
           IF WS-PRIOR-COUNT < WS-STEP-MAX
               ADD 1 TO WS-PRIOR-COUNT
               MOVE JR-STREAM-START TO WS-PRIOR-STREAM-START
               MOVE JR-STEP-NAME TO WS-PRIOR-NAME(WS-PRIOR-COUNT)
               MOVE JR-STEP-STATE TO WS-PRIOR-STATE(WS-PRIOR-COUNT)
               MOVE JR-STEP-START TO WS-PRIOR-START(WS-PRIOR-COUNT)
               MOVE JR-STEP-OUTCOME
                   TO WS-PRIOR-OUTCOME(WS-PRIOR-COUNT)
               IF NOT JR-STEP-COMPLETE
                   MOVE 1 TO WS-PRIOR-INCOMPLETE
               END-IF
           END-IF
           READ JOB-RESTART-FILE.

      * AN UNFINISHED STREAM IS RESUMED OR DISCARDED ONLY ON THE
      * OPERATOR'S SAY-SO. GUESSING "FRESH" WOULD RERUN USRBATCH
      * AGAINST A FEED ALREADY APPLIED; GUESSING "RESTART" WOULD
      * SKIP TONIGHT'S WORK ON THE STRENGTH OF LAST NIGHT'S.
       DECIDE-STREAM-START.
           MOVE WS-RUN-START TO WS-STREAM-START
           EVALUATE TRUE
               WHEN WS-RUN-MODE = "R" AND WS-PRIOR-INCOMPLETE = 0
                   DISPLAY "ERROR: RESTART REQUESTED BUT THE LAST"
                       " STREAM COMPLETED - NOTHING TO RESUME."
                   PERFORM ABORT-RUN
               WHEN WS-RUN-MODE = "R"
                   MOVE WS-PRIOR-STREAM-START TO WS-STREAM-START
                   DISPLAY "RESUMING STREAM STARTED "
                       WS-PRIOR-STREAM-START
                   PERFORM CARRY-ONE-PRIOR-STATE
                       VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
               WHEN WS-PRIOR-INCOMPLETE = 1 AND WS-RUN-MODE = "F"
                   DISPLAY "WARNING: UNFINISHED STREAM STARTED "
                       WS-PRIOR-STREAM-START " DISCARDED - FRESH"
                       " START REQUESTED."
               WHEN WS-PRIOR-INCOMPLETE = 1
                   DISPLAY "ERROR: STREAM STARTED "
                       WS-PRIOR-STREAM-START " DID NOT COMPLETE."
                   DISPLAY "CODE RESTART (RESUME IT) OR FRESH"
                       " (DISCARD IT) ON JSDPARM. ABORTING RUN."
                   PERFORM ABORT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A STEP THE LAST STREAM COMPLETED STAYS COMPLETE. A STEP IT
      * LEFT RUNNING (THE DRIVER ITSELF DIED MID-STEP) IS SETTLED
      * FROM THE STEP'S OWN RUN RECORD - A STEP THAT FINISHED CLEAN
      * BEFORE THE DRIVER DIED MUST NOT RUN A SECOND TIME. ANYTHING
      * ELSE RUNS AGAIN.
       CARRY-ONE-PRIOR-STATE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-ONE-PRIOR-STEP
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PRIOR-COUNT
                   OR WS-FOUND-IDX > 0
           IF WS-FOUND-IDX > 0
               EVALUATE WS-PRIOR-STATE(WS-FOUND-IDX)
                   WHEN "C"
                       MOVE "C" TO WS-STEP-STATE(WS-STEP-IDX)
                       MOVE WS-PRIOR-START(WS-FOUND-IDX)
                           TO WS-STEP-START(WS-STEP-IDX)
                       MOVE WS-PRIOR-OUTCOME(WS-FOUND-IDX)
                           TO WS-STEP-OUTCOME(WS-STEP-IDX)
                   WHEN "R"
                       PERFORM SETTLE-INTERRUPTED-STEP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MATCH-ONE-PRIOR-STEP.
           IF WS-PRIOR-NAME(WS-SCAN-IDX) = WS-STEP-NAME(WS-STEP-IDX)
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.

       SETTLE-INTERRUPTED-STEP.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOOKUP-NAME
           MOVE WS-PRIOR-START(WS-FOUND-IDX) TO WS-LOOKUP-SINCE
           PERFORM FIND-STEP-RUN-LOG
           IF WS-LOOKUP-FOUND = 1 AND WS-LOOKUP-OUTCOME = "SUCCESS"
               MOVE "C" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE WS-PRIOR-START(WS-FOUND-IDX)
                   TO WS-STEP-START(WS-STEP-IDX)
               MOVE WS-LOOKUP-OUTCOME TO WS-STEP-OUTCOME(WS-STEP-IDX)
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                   " WAS LEFT RUNNING BUT LOGGED SUCCESS - COMPLETE."
           ELSE
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                   " WAS LEFT RUNNING WITH NO CLEAN RUN RECORD -"
                   " IT WILL RUN AGAIN."
           END-IF.

      * THE WHOLE TABLE IS REWRITTEN ON EVERY STATE CHANGE. A
      * RESTART RECORD THAT CANNOT BE KEPT IS FATAL - RUNNING ON
      * WITHOUT ONE COULD SEND A LATER RESTART BACK THROUGH A STEP
      * THAT ALREADY COMPLETED.
       SAVE-RESTART-RECORD.
           OPEN OUTPUT JOB-RESTART-FILE
           IF WS-JR-STATUS NOT = "00"
               DISPLAY "ERROR: RESTART RECORD WRITE FAILED (STATUS "
                   WS-JR-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           PERFORM WRITE-ONE-RESTART-ROW
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-STEP-COUNT
           CLOSE JOB-RESTART-FILE.

       WRITE-ONE-RESTART-ROW.
           MOVE WS-STREAM-START TO JR-STREAM-START
           MOVE WS-STEP-NAME(WS-SCAN-IDX) TO JR-STEP-NAME
           MOVE WS-STEP-STATE(WS-SCAN-IDX) TO JR-STEP-STATE
           MOVE WS-STEP-START(WS-SCAN-IDX) TO JR-STEP-START
           MOVE WS-STEP-OUTCOME(WS-SCAN-IDX) TO JR-STEP-OUTCOME
           WRITE JOB-RESTART-RECORD
           IF WS-JR-STATUS NOT = "00"
               DISPLAY "ERROR: RESTART RECORD WRITE FAILED (STATUS "
                   WS-JR-STATUS "). ABORTING RUN."
               CLOSE JOB-RESTART-FILE
               PERFORM ABORT-RUN
           END-IF.

       PRINT-REPORT-HEADER.
           DISPLAY "========================================".
           DISPLAY "  NIGHTLY JOB STREAM " WS-STREAM-START.
           IF WS-RUN-MODE = "R"
               DISPLAY "  MODE: RESTART"
           ELSE
               DISPLAY "  MODE: NORMAL"
           END-IF
           DISPLAY "  STEPS DEFINED: " WS-STEP-COUNT.
           DISPLAY "========================================".

       RUN-ONE-STEP.
           IF WS-STEP-STATE(WS-STEP-IDX) = "C"
               ADD 1 TO WS-STEPS-CARRIED
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                   " ALREADY COMPLETE IN THIS STREAM - NOT RERUN."
           ELSE
               PERFORM CHECK-STEP-DEPENDENCIES
               IF WS-DEPS-MET = 0
                   MOVE "S" TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE "DEPFAIL" TO WS-STEP-OUTCOME(WS-STEP-IDX)
                   ADD 1 TO WS-STEPS-SKIPPED
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " SKIPPED - " WS-BLOCKING-STEP
                       " DID NOT COMPLETE."
                   PERFORM SAVE-RESTART-RECORD
               ELSE
                   PERFORM CHECK-STEP-LOCK
                   IF WS-LOCK-CLEAR = 1
                       PERFORM DISPATCH-STEP
                   END-IF
               END-IF
           END-IF.

      * EVERY STEP NAMED AS A DEPENDENCY MUST BE COMPLETE. A SKIPPED
      * STEP IS NOT, SO A FAILURE CASCADES DOWN THE WHOLE CHAIN.
       CHECK-STEP-DEPENDENCIES.
           MOVE 1 TO WS-DEPS-MET
           MOVE SPACES TO WS-BLOCKING-STEP
           PERFORM CHECK-ONE-DEPENDENCY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-STEP-DEP-COUNT(WS-STEP-IDX).

       CHECK-ONE-DEPENDENCY.
           MOVE WS-STEP-DEP-IDX(WS-STEP-IDX, WS-DEP-IDX)
               TO WS-FOUND-IDX
           IF WS-STEP-STATE(WS-FOUND-IDX) NOT = "C"
               AND WS-DEPS-MET = 1
               MOVE 0 TO WS-DEPS-MET
               MOVE WS-STEP-NAME(WS-FOUND-IDX) TO WS-BLOCKING-STEP
           END-IF.

      * THE HOLDERS ARE LISTED ON THE JOB LOG BY USRMLOCK ITSELF. A
      * STEP THAT ONLY READS THE MASTER RUNS ANYWAY; ONE THAT
      * UPDATES OR IMAGES IT FAILS, SO ITS DEPENDENTS ARE SKIPPED
      * AND A RESTART PICKS IT UP ONCE THE HOLDER IS GONE.
       CHECK-STEP-LOCK.
           MOVE 1 TO WS-LOCK-CLEAR
           MOVE "Q" TO MLOCK-REQ-FUNCTION
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO MLOCK-REQ-HOLDER
           CALL "USRMLOCK" USING MLOCK-REQUEST, MLOCK-RESPONSE
           EVALUATE TRUE
               WHEN MLOCK-FILE-ERROR
                   MOVE 0 TO WS-LOCK-CLEAR
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " NOT STARTED - MASTER LOCK FILE FAILED"
                       " (STATUS " MLOCK-RESP-STATUS ")."
                   MOVE "LOCKERR" TO WS-STEP-OUTCOME(WS-STEP-IDX)
                   PERFORM MARK-STEP-FAILED
               WHEN MLOCK-BUSY AND WS-STEP-USE(WS-STEP-IDX) = "U"
                   MOVE 0 TO WS-LOCK-CLEAR
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " NOT STARTED - MASTER HELD BY "
                       MLOCK-RESP-HOLDERS " PROGRAM(S) - SEE ABOVE."
                   MOVE "LOCKED" TO WS-STEP-OUTCOME(WS-STEP-IDX)
                   PERFORM MARK-STEP-FAILED
               WHEN MLOCK-BUSY
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " READS ONLY - RUNNING WITH THE MASTER HELD."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * THE STEP IS MARKED RUNNING ON THE RESTART RECORD BEFORE THE
      * CALL, SO A DRIVER THAT DIES INSIDE THE STEP LEAVES THE
      * EVIDENCE A RESTART NEEDS. CANCEL AFTERWARDS GIVES A STEP
      * CALLED AGAIN LATER A FRESH COPY OF ITS WORKING-STORAGE AND
      * CLOSES ANY FILE AN ABORTED STEP LEFT OPEN.
       DISPATCH-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14)
               TO WS-STEP-START(WS-STEP-IDX)
           MOVE "R" TO WS-STEP-STATE(WS-STEP-IDX)
           MOVE SPACES TO WS-STEP-OUTCOME(WS-STEP-IDX)
           PERFORM SAVE-RESTART-RECORD
           ADD 1 TO WS-STEPS-RUN
           DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX) " STARTED "
               WS-STEP-START(WS-STEP-IDX)
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-CALL-NAME
           MOVE 0 TO WS-CALL-FAILED
           CALL WS-CALL-NAME
               ON EXCEPTION
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL
           CANCEL WS-CALL-NAME
           IF WS-CALL-FAILED = 1
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                   " COULD NOT BE CALLED - PROGRAM NOT FOUND."
               MOVE "NOTFOUND" TO WS-STEP-OUTCOME(WS-STEP-IDX)
               PERFORM MARK-STEP-FAILED
           ELSE
               PERFORM SETTLE-STEP-OUTCOME
           END-IF.

      * THE STEP'S OWN RUN RECORD IS THE ONLY WORD ON HOW IT WENT. A
      * STEP THAT CAME BACK WITHOUT WRITING ONE IS TREATED AS FAILED
      * - ITS OUTPUT CANNOT BE TRUSTED BY THE STEPS THAT FOLLOW.
       SETTLE-STEP-OUTCOME.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOOKUP-NAME
           MOVE WS-STEP-START(WS-STEP-IDX) TO WS-LOOKUP-SINCE
           PERFORM FIND-STEP-RUN-LOG
           IF WS-LOOKUP-FOUND = 0
               MOVE "NOLOG" TO WS-STEP-OUTCOME(WS-STEP-IDX)
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                   " ENDED WITH NO RUN RECORD - TREATED AS FAILED."
               PERFORM MARK-STEP-FAILED
           ELSE
               MOVE WS-LOOKUP-OUTCOME TO WS-STEP-OUTCOME(WS-STEP-IDX)
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX) " ENDED "
                   WS-LOOKUP-OUTCOME
               IF WS-LOOKUP-OUTCOME = "SUCCESS"
                   MOVE "C" TO WS-STEP-STATE(WS-STEP-IDX)
                   ADD 1 TO WS-STEPS-COMPLETE
                   PERFORM SAVE-RESTART-RECORD
               ELSE
                   PERFORM MARK-STEP-FAILED
               END-IF
           END-IF.

       MARK-STEP-FAILED.
           MOVE "F" TO WS-STEP-STATE(WS-STEP-IDX)
           ADD 1 TO WS-STEPS-FAILED
           PERFORM SAVE-RESTART-RECORD.

      * SCAN USERRUNL FOR THE LATEST ROW UNDER WS-LOOKUP-NAME THAT
      * STARTED AT OR AFTER WS-LOOKUP-SINCE. AN EARLIER ROW BELONGS
      * TO AN EARLIER RUN OF THE STEP AND SAYS NOTHING ABOUT THIS ONE.
       FIND-STEP-RUN-LOG.
           MOVE 0 TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-OUTCOME
           OPEN INPUT RUN-LOG-FILE
           IF WS-RL-STATUS = "00"
               READ RUN-LOG-FILE
               PERFORM CHECK-ONE-RUN-LOG-ROW
                   UNTIL WS-RL-STATUS NOT = "00"
               CLOSE RUN-LOG-FILE
           END-IF.

       CHECK-ONE-RUN-LOG-ROW.
           IF RL-JOB-NAME = WS-LOOKUP-NAME
               AND RL-START-TIMESTAMP NOT < WS-LOOKUP-SINCE
               MOVE 1 TO WS-LOOKUP-FOUND
               MOVE RL-OUTCOME TO WS-LOOKUP-OUTCOME
           END-IF
           READ RUN-LOG-FILE.

       PRINT-STREAM-REPORT.
           DISPLAY "========================================".
           DISPLAY "  JOB STREAM SUMMARY".
           DISPLAY "========================================".
           PERFORM PRINT-ONE-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           DISPLAY "----------------------------------------".
           DISPLAY "STEPS RUN THIS TIME:  " WS-STEPS-RUN.
           DISPLAY "  COMPLETED:          " WS-STEPS-COMPLETE.
           DISPLAY "  FAILED:             " WS-STEPS-FAILED.
           DISPLAY "SKIPPED (DEPENDENTS): " WS-STEPS-SKIPPED.
           DISPLAY "COMPLETE BEFORE THIS: " WS-STEPS-CARRIED.
           IF WS-STEPS-COMPLETE + WS-STEPS-CARRIED = WS-STEP-COUNT
               DISPLAY "STREAM COMPLETE."
           ELSE
               DISPLAY "*** STREAM INCOMPLETE - CORRECT THE FAILED"
                   " STEP(S), THEN RERUN WITH RESTART ON JSDPARM ***"
           END-IF
           DISPLAY "========================================".

       PRINT-ONE-STEP-LINE.
           EVALUATE WS-STEP-STATE(WS-STEP-IDX)
               WHEN "C"
                   MOVE "COMPLETE" TO WS-STATE-TEXT
               WHEN "F"
                   MOVE "FAILED" TO WS-STATE-TEXT
               WHEN "S"
                   MOVE "SKIPPED" TO WS-STATE-TEXT
               WHEN "R"
                   MOVE "RUNNING" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-STATE-TEXT
           END-EVALUATE
           DISPLAY "  " WS-STEP-NAME(WS-STEP-IDX) " " WS-STATE-TEXT
               " " WS-STEP-OUTCOME(WS-STEP-IDX) " "
               WS-STEP-START(WS-STEP-IDX).
