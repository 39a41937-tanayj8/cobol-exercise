           05  FILLER              PIC X(8) VALUE "USRUNLD".
           05  FILLER              PIC X(8) VALUE "USRDORM".
           05  FILLER              PIC X(8) VALUE "USRPURGE".
           05  FILLER              PIC X(8) VALUE "USRSODRP".
           05  FILLER              PIC X(8) VALUE "USRAPPRP".
           05  FILLER              PIC X(8) VALUE "USRHRREC".
           05  FILLER              PIC X(8) VALUE "USRSACT".
           05  FILLER              PIC X(8) VALUE "USRRECON".
           05  FILLER              PIC X(8) VALUE "USRJSDRV".
           05  FILLER              PIC X(8) VALUE "USREXPRY".
           05  FILLER              PIC X(8) VALUE "USREXPRP".
           05  FILLER              PIC X(8) VALUE "USRSVCRP".
       01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-NAMES.
           05  WS-EXPECTED-JOB     PIC X(8) OCCURS 15 TIMES.
       01  WS-JOB-SEEN-TABLE.
           05  WS-JOB-SEEN         PIC 9 OCCURS 15 TIMES.
       01  WS-EXPECTED-COUNT       PIC 99 VALUE 15.
       01  WS-JOB-IDX              PIC 99 VALUE 0.

       01  WS-AUDAR-SEEN           PIC 9 VALUE 0.
       01  WS-DELTA-SEEN           PIC 9 VALUE 0.
       01  WS-UNLD-SEEN            PIC 9 VALUE 0.

      * A USRSACT RUN THAT WROTE ALERTS RAN CLEAN BUT STILL NEEDS
      * SECURITY'S EYES - COUNTED APART FROM THE FAILED STEPS.
       01  WS-ALERT-RUNS           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           PERFORM CLEAR-SEEN-TABLE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-EXPECTED-COUNT
           PERFORM PRINT-REPORT-HEADER
      * NO RUN LOG AT ALL MEANS NOT ONE STEP RAN (OR THE LOG WAS
      * LOST) - EITHER WAY THE WHOLE NIGHT NEEDS EYES.
               END-IF
               PERFORM MARK-JOB-SEEN
                   VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-EXPECTED-COUNT
               IF RL-JOB-NAME = "USRAUDAR"
                   MOVE 1 TO WS-AUDAR-SEEN
               END-IF
               IF RL-JOB-NAME = "USRUNLD"
                   MOVE 1 TO WS-UNLD-SEEN
               END-IF
               IF RL-JOB-NAME = "USRSACT"
                   AND RL-RECORDS-WRITTEN > 0
                   ADD 1 TO WS-ALERT-RUNS
                   DISPLAY "    *** " RL-RECORDS-WRITTEN
                       " SUSPICIOUS-ACTIVITY ALERTS - SEE THE USRSACT"
                       " REPORT ***"
               END-IF
           END-IF
           READ RUN-LOG-FILE.

           DISPLAY "EXPECTED NIGHTLY STEPS THAT NEVER RAN:".
           PERFORM REPORT-ONE-MISSING
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-EXPECTED-COUNT
           IF WS-MISSING-STEPS = 0
               DISPLAY "  (EVERY EXPECTED STEP RAN)"
           END-IF
           DISPLAY "RUNS IN WINDOW:       " WS-ROWS-IN-WINDOW.
           DISPLAY "FAILED OR ABORTED:    " WS-BAD-OUTCOMES.
           DISPLAY "EXPECTED BUT MISSING: " WS-MISSING-STEPS.
           DISPLAY "RUNS WITH ALERTS:     " WS-ALERT-RUNS.
           IF WS-BAD-OUTCOMES = 0 AND WS-MISSING-STEPS = 0
               AND WS-ALERT-RUNS = 0
               DISPLAY "ALL CLEAR - A QUIET NIGHT."
           ELSE
               DISPLAY "*** ATTENTION REQUIRED - SEE FLAGS ABOVE ***"
