       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSACT.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY SUSPICIOUS-ACTIVITY DETECTION                          *
      * USRAUDRP COUNTS THE USERAUDT TRAIL BUT CANNOT SEE PATTERNS.   *
      * THIS JOB READS THE TRAIL FOR A WINDOW (DEFAULT THE LAST 24    *
      * HOURS) AND APPLIES FOUR RULES: PASSWORD SPRAYING (FAILED      *
      * LOGINS AGAINST MANY DIFFERENT USERNAMES IN ONE BURST), FAILED *
      * LOGINS HARD ON THE HEELS OF AN ADMIN UNLOCK, A RESET CODE     *
      * REDEEMED MINUTES AFTER IT WAS ISSUED, AND ADMIN MAINTENANCE   *
      * IN THE SMALL HOURS. THRESHOLDS COME FROM THE SACTPARM CARDS   *
      * (SEE saprec.cpy). EVERY FINDING IS WRITTEN TO THE SACTALRT    *
      * FILE (SEE salrec.cpy) AND PRINTED; THE RUN-LOG ROW CARRIES    *
      * THE ALERT COUNT SO USRRUNRP FLAGS A NIGHT THAT FOUND          *
      * SOMETHING. READ ONLY AGAINST THE TRAIL. RUNS UNATTENDED UNDER *
      * ITS OWN JCL STEP - NO ACCEPT PROMPTS.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERAUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SACT-PARM-FILE ASSIGN TO "SACTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT SACT-ALERT-FILE ASSIGN TO "SACTALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERAUDIT-FILE.
           COPY "audrec.cpy".

       FD  SACT-PARM-FILE.
           COPY "saprec.cpy".

       FD  SACT-ALERT-FILE.
           COPY "salrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS           PIC XX VALUE "00".
       01  WS-SP-STATUS            PIC XX VALUE "00".
       01  WS-AL-STATUS            PIC XX VALUE "00".
       01  WS-TODAY-DATE           PIC 9(8).

      * BUILT-IN THRESHOLDS - IN FORCE FOR ANY RULE WITHOUT A CARD
      * ON SACTPARM. THE ON SWITCHES ARE 1 = RULE RUNS, 0 = OFF.
       01  WS-LOOKBACK-HOURS       PIC 9(3) VALUE 24.
       01  WS-SPRAY-ON             PIC 9 VALUE 1.
       01  WS-SPRAY-USERS          PIC 9(4) VALUE 5.
       01  WS-SPRAY-MINUTES        PIC 9(4) VALUE 10.
       01  WS-SPRAY-SEVERITY       PIC X(4) VALUE "HIGH".
       01  WS-UNLK-ON              PIC 9 VALUE 1.
       01  WS-UNLK-FAILURES        PIC 9(4) VALUE 2.
       01  WS-UNLK-MINUTES         PIC 9(4) VALUE 60.
       01  WS-UNLK-SEVERITY        PIC X(4) VALUE "MED".
       01  WS-RST-ON               PIC 9 VALUE 1.
       01  WS-RST-MINUTES          PIC 9(4) VALUE 5.
       01  WS-RST-SEVERITY         PIC X(4) VALUE "MED".
       01  WS-NIGHT-ON             PIC 9 VALUE 1.
       01  WS-NIGHT-START          PIC 9(4) VALUE 2200.
       01  WS-NIGHT-END            PIC 9(4) VALUE 0500.
       01  WS-NIGHT-SEVERITY       PIC X(4) VALUE "MED".

      * THE WINDOW OF TRAIL ROWS EXAMINED (YYYYMMDDHHMMSS, BOTH ENDS
      * INCLUSIVE) AND THE CARD COUNTS FOR THE REPORT AND RUN LOG.
       01  WS-WINDOW-FROM          PIC X(14).
       01  WS-WINDOW-TO            PIC X(14).
       01  WS-CARDS-READ           PIC 9(6) VALUE 0.
       01  WS-CARDS-REJECTED       PIC 9(6) VALUE 0.
       01  WS-CARD-OK              PIC 9 VALUE 0.

      * THE AUDIT ACTIONS COUNTED AS ADMIN MAINTENANCE BY THE NIGHT
      * RULE - THE CODES ONLY AN INTERACTIVE ADMIN SESSION (USRADMIN,
      * USERMGMT'S ADMIN OPTIONS, USRROLMT) WRITES. GRANTROLE,
      * REVOKEROLE, DEACTIVATE AND REACTIVATE ARE LEFT OUT ON PURPOSE:
      * THE NIGHTLY USRBATCH FEED WRITES THEM TOO, AND WOULD TRIP THE
      * RULE EVERY NIGHT. ENDDATE AND ROLEEXPIRY ARE LEFT OUT FOR THE
      * SAME REASON, USREXPRY'S ROLEEXPIRE/ACCTEXPIRE ARE NIGHTLY BY
      * DESIGN, AND THE ATTESTATION CLOSE (USRSAAPP) WRITES
      * SVCATTEST/SVCRETIRE FROM ITS OWN BATCH STEP.
       01  WS-ADMIN-ACTION-NAMES.
           05  FILLER              PIC X(10) VALUE "DELETE".
           05  FILLER              PIC X(10) VALUE "GRANTADM".
           05  FILLER              PIC X(10) VALUE "REVOKEADM".
           05  FILLER              PIC X(10) VALUE "PROFILE".
           05  FILLER              PIC X(10) VALUE "SODADMIN".
           05  FILLER              PIC X(10) VALUE "UNLOCK".
           05  FILLER              PIC X(10) VALUE "RSTISSUE".
           05  FILLER              PIC X(10) VALUE "CATADD".
           05  FILLER              PIC X(10) VALUE "CATUPDATE".
           05  FILLER              PIC X(10) VALUE "CATRETIRE".
           05  FILLER              PIC X(10) VALUE "REQADMIN".
           05  FILLER              PIC X(10) VALUE "REQDELETE".
           05  FILLER              PIC X(10) VALUE "REQROLE".
           05  FILLER              PIC X(10) VALUE "APRADMIN".
           05  FILLER              PIC X(10) VALUE "APRDELETE".
           05  FILLER              PIC X(10) VALUE "APRROLE".
           05  FILLER              PIC X(10) VALUE "REJADMIN".
           05  FILLER              PIC X(10) VALUE "REJDELETE".
           05  FILLER              PIC X(10) VALUE "REJROLE".
           05  FILLER              PIC X(10) VALUE "REQEXPIRY".
           05  FILLER              PIC X(10) VALUE "APREXPIRY".
           05  FILLER              PIC X(10) VALUE "REJEXPIRY".
           05  FILLER              PIC X(10) VALUE "SVCOWNER".
       01  WS-ADMIN-ACTION-TABLE REDEFINES WS-ADMIN-ACTION-NAMES.
           05  WS-ADMIN-ACTION     PIC X(10) OCCURS 23 TIMES.
       01  WS-ADMIN-ACTION-COUNT   PIC 99 VALUE 23.
       01  WS-ACT-SUB              PIC 99 VALUE 0.
       01  WS-ADMIN-ACTION-FOUND   PIC 9 VALUE 0.

      * TIMESTAMP ARITHMETIC - A TRAIL STAMP AS SECONDS SINCE THE
      * INTEGER-OF-DATE EPOCH, SO A WINDOW CAN CROSS MIDNIGHT.
       01  WS-STAMP                PIC X(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE       PIC 9(8).
           05  WS-STAMP-HH         PIC 99.
           05  WS-STAMP-MM         PIC 99.
           05  WS-STAMP-SS         PIC 99.
       01  WS-STAMP-SECONDS        PIC 9(11).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-DAY-SECONDS          PIC 9(5).
       01  WS-HOUR-SECONDS         PIC 9(4).
       01  WS-ROW-SECONDS          PIC 9(11).
       01  WS-ROW-HHMM             PIC 9(4).
       01  WS-CUTOFF-SECONDS       PIC 9(11).
       01  WS-WINDOW-SECONDS       PIC 9(7).

      * SPRAY RULE - THE FAILED LOGINS STILL INSIDE THE BURST WINDOW,
      * OLDEST FIRST. WS-SPRAY-ARMED GOES TO 0 WHEN AN ALERT IS RAISED
      * AND BACK TO 1 ONCE THE BURST DROPS BELOW THE THRESHOLD, SO ONE
      * LONG SPRAY IS ONE ALERT, NOT ONE PER FAILED LOGIN.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 500 TIMES.
               10  WS-FL-SECONDS       PIC 9(11).
               10  WS-FL-STAMP         PIC X(14).
               10  WS-FL-USERNAME      PIC X(20).
       01  WS-FAIL-COUNT           PIC 9(4) VALUE 0.
       01  WS-FAIL-MAX             PIC 9(4) VALUE 500.
       01  WS-FAIL-OVERFLOW        PIC 9 VALUE 0.
       01  WS-DROP-COUNT           PIC 9(4) VALUE 0.
       01  WS-FROM-SUB             PIC 9(4) VALUE 0.
       01  WS-TO-SUB               PIC 9(4) VALUE 0.
       01  WS-EARLIER-SUB          PIC 9(4) VALUE 0.
       01  WS-DISTINCT-COUNT       PIC 9(4) VALUE 0.
       01  WS-EARLIER-FOUND        PIC 9 VALUE 0.
       01  WS-SPRAY-ARMED          PIC 9 VALUE 1.

      * UNLOCKS AND RESET-CODE ISSUES STILL WAITING ON THEIR RULE -
      * "U" = UNLOCK (COUNTING FAILED LOGINS SINCE), "I" = RESET CODE
      * ISSUED. A SLOT IS FREE AGAIN ONCE ITS RULE WINDOW HAS PASSED.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 300 TIMES.
               10  WS-PE-TYPE          PIC X.
               10  WS-PE-USERNAME      PIC X(20).
               10  WS-PE-STAMP         PIC X(14).
               10  WS-PE-EXPIRES       PIC 9(11).
               10  WS-PE-FAILURES      PIC 9(4).
               10  WS-PE-ALERTED       PIC 9.
       01  WS-PENDING-COUNT        PIC 9(4) VALUE 0.
       01  WS-PENDING-MAX          PIC 9(4) VALUE 300.
       01  WS-PENDING-OVERFLOW     PIC 9 VALUE 0.
       01  WS-PE-SUB               PIC 9(4) VALUE 0.
       01  WS-FREE-SUB             PIC 9(4) VALUE 0.
       01  WS-LOOK-TYPE            PIC X.
       01  WS-LOOK-MINUTES         PIC 9(4).

      * ALERT BUILDING
       01  WS-NAME-SUB             PIC 9 VALUE 0.
       01  WS-ALERT-TEXT-IDX       PIC 9 VALUE 0.

      * RUN COUNTERS
       01  WS-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-ROWS-IN-WINDOW       PIC 9(9) VALUE 0.
       01  WS-ROWS-UNDATED         PIC 9(9) VALUE 0.
       01  WS-ALERTS-WRITTEN       PIC 9(6) VALUE 0.
       01  WS-SPRAY-ALERTS         PIC 9(6) VALUE 0.
       01  WS-UNLK-ALERTS          PIC 9(6) VALUE 0.
       01  WS-RST-ALERTS           PIC 9(6) VALUE 0.
       01  WS-NIGHT-ALERTS         PIC 9(6) VALUE 0.

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
           MOVE SPACES TO WS-WINDOW-FROM
           MOVE SPACES TO WS-WINDOW-TO
           PERFORM LOAD-PARAMETER-CARDS
           PERFORM SET-DEFAULT-WINDOW
           PERFORM OPEN-ALERT-FILE
           PERFORM PRINT-REPORT-HEADER
           OPEN INPUT USERAUDIT-FILE
           IF WS-AUD-STATUS = "35"
               DISPLAY "NOTE: NO AUDIT TRAIL ON FILE - NOTHING TO "
                   "EXAMINE."
           ELSE
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "ERROR: AUDIT TRAIL OPEN FAILED (STATUS "
                       WS-AUD-STATUS "). ABORTING RUN."
                   PERFORM ABORT-RUN
               END-IF
               READ USERAUDIT-FILE
               PERFORM EXAMINE-ONE-ROW
                   UNTIL WS-AUD-STATUS NOT = "00"
      * ANYTHING BUT A CLEAN END OF FILE MEANS PART OF THE TRAIL WAS
      * NEVER LOOKED AT - A QUIET REPORT OVER HALF THE ROWS WOULD SAY
      * ALL CLEAR WHEN IT DOES NOT KNOW.
               IF WS-AUD-STATUS NOT = "10"
                   DISPLAY "ERROR: AUDIT TRAIL READ FAILED (STATUS "
                       WS-AUD-STATUS "). ABORTING RUN."
                   CLOSE USERAUDIT-FILE
                   CLOSE SACT-ALERT-FILE
                   PERFORM ABORT-RUN
               END-IF
               CLOSE USERAUDIT-FILE
           END-IF
           CLOSE SACT-ALERT-FILE
           PERFORM PRINT-CONTROL-TOTALS
           MOVE WS-ROWS-READ TO RNLOG-REQ-READ
           MOVE WS-ALERTS-WRITTEN TO RNLOG-REQ-WRITTEN
           MOVE WS-CARDS-REJECTED TO RNLOG-REQ-REJECTED
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
           MOVE "USRSACT" TO RNLOG-REQ-JOB-NAME
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

      * NO PARAMETER FILE MEANS EVERY RULE RUNS ON ITS BUILT-IN
      * THRESHOLDS - SAID SO ON THE REPORT. A BAD CARD IS SKIPPED AND
      * COUNTED (ITS RULE KEEPS THE DEFAULT); AN UNREADABLE FILE
      * ABORTS, SINCE THE RULES WOULD RUN ON THRESHOLDS NOBODY SET.
       LOAD-PARAMETER-CARDS.
           OPEN INPUT SACT-PARM-FILE
           IF WS-SP-STATUS = "35"
               DISPLAY "NOTE: NO SACTPARM FILE - BUILT-IN THRESHOLDS "
                   "IN FORCE."
           ELSE
               IF WS-SP-STATUS NOT = "00"
                   DISPLAY "ERROR: SACTPARM OPEN FAILED (STATUS "
                       WS-SP-STATUS "). ABORTING RUN."
                   PERFORM ABORT-RUN
               END-IF
               READ SACT-PARM-FILE
               PERFORM APPLY-ONE-CARD
                   UNTIL WS-SP-STATUS NOT = "00"
               CLOSE SACT-PARM-FILE
           END-IF.

       APPLY-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE 0 TO WS-CARD-OK
           EVALUATE TRUE
               WHEN SP-WINDOW-CARD
                   PERFORM APPLY-WINDOW-CARD
               WHEN SP-RULE-CARD
                   PERFORM APPLY-RULE-CARD
           END-EVALUATE
           IF WS-CARD-OK = 0
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "WARNING: SACTPARM CARD " WS-CARDS-READ
                   " MALFORMED - IGNORED: " SACT-PARM-RECORD(1:40)
           END-IF
           READ SACT-PARM-FILE.

      * AN EXPLICIT FROM/TO PAIR IS TAKEN ONLY WHOLE AND IN ORDER;
      * OTHERWISE THE LOOK-BACK HOURS APPLY.
       APPLY-WINDOW-CARD.
           IF SP-WINDOW-FROM NOT = SPACES
               OR SP-WINDOW-TO NOT = SPACES
               IF SP-WINDOW-FROM IS NUMERIC
                   AND SP-WINDOW-TO IS NUMERIC
                   AND SP-WINDOW-FROM <= SP-WINDOW-TO
                   MOVE SP-WINDOW-FROM TO WS-WINDOW-FROM
                   MOVE SP-WINDOW-TO TO WS-WINDOW-TO
                   MOVE 1 TO WS-CARD-OK
               END-IF
           ELSE
               IF SP-LOOKBACK-HOURS IS NUMERIC
                   AND SP-LOOKBACK-HOURS > 0
                   MOVE SP-LOOKBACK-HOURS TO WS-LOOKBACK-HOURS
                   MOVE 1 TO WS-CARD-OK
               END-IF
           END-IF.

      * EVERY RULE CARD NEEDS A KNOWN SEVERITY AND NUMERIC FIELDS;
      * THE FIELDS A RULE DOES NOT USE MAY BE ZERO.
       APPLY-RULE-CARD.
           IF (SP-SEVERITY = "HIGH" OR "MED" OR "LOW")
               AND SP-COUNT IS NUMERIC
               AND SP-MINUTES IS NUMERIC
               AND SP-NIGHT-START IS NUMERIC
               AND SP-NIGHT-END IS NUMERIC
               EVALUATE SP-RULE-CODE
                   WHEN "SPRAY"
                       IF SP-COUNT > 1 AND SP-MINUTES > 0
                           MOVE SP-COUNT TO WS-SPRAY-USERS
                           MOVE SP-MINUTES TO WS-SPRAY-MINUTES
                           MOVE SP-SEVERITY TO WS-SPRAY-SEVERITY
                           PERFORM SET-SPRAY-SWITCH
                           MOVE 1 TO WS-CARD-OK
                       END-IF
                   WHEN "UNLKFAIL"
                       IF SP-COUNT > 0 AND SP-MINUTES > 0
                           MOVE SP-COUNT TO WS-UNLK-FAILURES
                           MOVE SP-MINUTES TO WS-UNLK-MINUTES
                           MOVE SP-SEVERITY TO WS-UNLK-SEVERITY
                           PERFORM SET-UNLK-SWITCH
                           MOVE 1 TO WS-CARD-OK
                       END-IF
                   WHEN "RSTQUICK"
                       IF SP-MINUTES > 0
                           MOVE SP-MINUTES TO WS-RST-MINUTES
                           MOVE SP-SEVERITY TO WS-RST-SEVERITY
                           PERFORM SET-RST-SWITCH
                           MOVE 1 TO WS-CARD-OK
                       END-IF
                   WHEN "NIGHTADM"
                       IF SP-NIGHT-START < 2400
                           AND SP-NIGHT-END < 2400
                           AND SP-NIGHT-START NOT = SP-NIGHT-END
                           MOVE SP-NIGHT-START TO WS-NIGHT-START
                           MOVE SP-NIGHT-END TO WS-NIGHT-END
                           MOVE SP-SEVERITY TO WS-NIGHT-SEVERITY
                           PERFORM SET-NIGHT-SWITCH
                           MOVE 1 TO WS-CARD-OK
                       END-IF
               END-EVALUATE
           END-IF.

       SET-SPRAY-SWITCH.
           IF SP-RULE-OFF
               MOVE 0 TO WS-SPRAY-ON
           ELSE
               MOVE 1 TO WS-SPRAY-ON
           END-IF.

       SET-UNLK-SWITCH.
           IF SP-RULE-OFF
               MOVE 0 TO WS-UNLK-ON
           ELSE
               MOVE 1 TO WS-UNLK-ON
           END-IF.

       SET-RST-SWITCH.
           IF SP-RULE-OFF
               MOVE 0 TO WS-RST-ON
           ELSE
               MOVE 1 TO WS-RST-ON
           END-IF.

       SET-NIGHT-SWITCH.
           IF SP-RULE-OFF
               MOVE 0 TO WS-NIGHT-ON
           ELSE
               MOVE 1 TO WS-NIGHT-ON
           END-IF.

      * WITH NO EXPLICIT PAIR ON THE WINDOW CARD THE WINDOW ENDS AT
      * RUN START AND REACHES BACK WS-LOOKBACK-HOURS.
       SET-DEFAULT-WINDOW.
           IF WS-WINDOW-FROM = SPACES
               MOVE WS-RUN-START TO WS-WINDOW-TO
               MOVE WS-RUN-START TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               COMPUTE WS-STAMP-SECONDS =
                   WS-STAMP-SECONDS - WS-LOOKBACK-HOURS * 3600
               PERFORM SECONDS-TO-STAMP
               MOVE WS-STAMP TO WS-WINDOW-FROM
           END-IF.

      * WS-STAMP (YYYYMMDDHHMMSS) TO WS-STAMP-SECONDS.
       STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

      * WS-STAMP-SECONDS BACK TO WS-STAMP.
       SECONDS-TO-STAMP.
           DIVIDE WS-STAMP-SECONDS BY 86400 GIVING WS-DAY-NUMBER
               REMAINDER WS-DAY-SECONDS
           COMPUTE WS-STAMP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           DIVIDE WS-DAY-SECONDS BY 3600 GIVING WS-STAMP-HH
               REMAINDER WS-HOUR-SECONDS
           DIVIDE WS-HOUR-SECONDS BY 60 GIVING WS-STAMP-MM
               REMAINDER WS-STAMP-SS.

      * A NEW ALERT FILE EVERY RUN - YESTERDAY'S FINDINGS HAVE
      * ALREADY GONE TO SECURITY.
       OPEN-ALERT-FILE.
           OPEN OUTPUT SACT-ALERT-FILE
           IF WS-AL-STATUS NOT = "00"
               DISPLAY "ERROR: SACTALRT OPEN FAILED (STATUS "
                   WS-AL-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF.

       PRINT-REPORT-HEADER.
           DISPLAY "========================================".
           DISPLAY "  SUSPICIOUS-ACTIVITY ALERTS " WS-TODAY-DATE.
           DISPLAY "  WINDOW: " WS-WINDOW-FROM " THROUGH "
               WS-WINDOW-TO.
           DISPLAY "========================================".
           DISPLAY "RULES IN FORCE (1 = ON):".
           DISPLAY "  SPRAY    " WS-SPRAY-ON " " WS-SPRAY-USERS
               "+ USERNAMES IN " WS-SPRAY-MINUTES " MIN  "
               WS-SPRAY-SEVERITY.
           DISPLAY "  UNLKFAIL " WS-UNLK-ON " " WS-UNLK-FAILURES
               "+ FAILURES IN " WS-UNLK-MINUTES " MIN OF UNLOCK  "
               WS-UNLK-SEVERITY.
           DISPLAY "  RSTQUICK " WS-RST-ON " REDEEMED IN "
               WS-RST-MINUTES " MIN OF ISSUE  " WS-RST-SEVERITY.
           DISPLAY "  NIGHTADM " WS-NIGHT-ON " ADMIN ACTIVITY "
               WS-NIGHT-START " TO " WS-NIGHT-END "  "
               WS-NIGHT-SEVERITY.
           IF WS-CARDS-REJECTED > 0
               DISPLAY "  (" WS-CARDS-REJECTED " SACTPARM CARDS "
                   "IGNORED - SEE WARNINGS)"
           END-IF
           DISPLAY "----------------------------------------".
           DISPLAY "RULE     SEV  FIRST ROW      LAST ROW       "
               "EVENTS ACCTS ACTION".

      * ROWS OUTSIDE THE WINDOW ARE SKIPPED. A ROW WITH A DAMAGED
      * TIMESTAMP CANNOT BE PLACED IN TIME AND IS ONLY COUNTED. THE
      * NIGHT RULE LOOKS AT EVERY ROW; THE OTHERS AT THEIR OWN
      * ACTIONS, SUCCESSFUL ONES EXCEPT THE FAILED LOGINS.
       EXAMINE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           IF AUD-TIMESTAMP >= WS-WINDOW-FROM
               AND AUD-TIMESTAMP <= WS-WINDOW-TO
               IF AUD-TIMESTAMP IS NUMERIC
                   ADD 1 TO WS-ROWS-IN-WINDOW
                   MOVE AUD-TIMESTAMP TO WS-STAMP
                   PERFORM STAMP-TO-SECONDS
                   MOVE WS-STAMP-SECONDS TO WS-ROW-SECONDS
                   MOVE AUD-TIMESTAMP(9:4) TO WS-ROW-HHMM
                   PERFORM APPLY-RULES-TO-ROW
               ELSE
                   ADD 1 TO WS-ROWS-UNDATED
               END-IF
           END-IF
           READ USERAUDIT-FILE.

       APPLY-RULES-TO-ROW.
           EVALUATE TRUE
               WHEN AUD-ACTION = "LOGIN" AND AUD-RESULT = "FAILURE"
                   IF WS-SPRAY-ON = 1
                       PERFORM CHECK-SPRAY
                   END-IF
                   IF WS-UNLK-ON = 1
                       PERFORM CHECK-FAILURE-AFTER-UNLOCK
                   END-IF
               WHEN AUD-ACTION = "UNLOCK" AND AUD-RESULT = "SUCCESS"
                   IF WS-UNLK-ON = 1
                       MOVE "U" TO WS-LOOK-TYPE
                       MOVE WS-UNLK-MINUTES TO WS-LOOK-MINUTES
                       PERFORM NOTE-PENDING-EVENT
                   END-IF
               WHEN AUD-ACTION = "RSTISSUE" AND AUD-RESULT = "SUCCESS"
                   IF WS-RST-ON = 1
                       MOVE "I" TO WS-LOOK-TYPE
                       MOVE WS-RST-MINUTES TO WS-LOOK-MINUTES
                       PERFORM NOTE-PENDING-EVENT
                   END-IF
               WHEN AUD-ACTION = "RSTREDEEM" AND AUD-RESULT = "SUCCESS"
                   IF WS-RST-ON = 1
                       PERFORM CHECK-QUICK-REDEEM
                   END-IF
           END-EVALUATE
           IF WS-NIGHT-ON = 1
               PERFORM CHECK-NIGHT-ADMIN
           END-IF.

      ***************************************************************
      * SPRAY RULE                                                   *
      ***************************************************************
      * DROP THE FAILURES THAT HAVE AGED OUT OF THE BURST WINDOW,
      * ADD THIS ONE, AND COUNT THE DIFFERENT USERNAMES LEFT. A FULL
      * TABLE LOSES ITS OLDEST ENTRY - A BURST THAT BIG HAS ALREADY
      * RAISED ITS ALERT.
       CHECK-SPRAY.
           COMPUTE WS-WINDOW-SECONDS = WS-SPRAY-MINUTES * 60
           IF WS-ROW-SECONDS > WS-WINDOW-SECONDS
               COMPUTE WS-CUTOFF-SECONDS =
                   WS-ROW-SECONDS - WS-WINDOW-SECONDS
           ELSE
               MOVE 0 TO WS-CUTOFF-SECONDS
           END-IF
           MOVE 0 TO WS-DROP-COUNT
           PERFORM COUNT-STALE-FAILURE
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > WS-FAIL-COUNT
                   OR WS-FL-SECONDS(WS-FROM-SUB) >= WS-CUTOFF-SECONDS
           IF WS-DROP-COUNT = 0 AND WS-FAIL-COUNT >= WS-FAIL-MAX
               MOVE 1 TO WS-DROP-COUNT
               MOVE 1 TO WS-FAIL-OVERFLOW
           END-IF
           IF WS-DROP-COUNT > 0
               PERFORM SHIFT-ONE-FAILURE
                   VARYING WS-TO-SUB FROM 1 BY 1
                   UNTIL WS-TO-SUB > WS-FAIL-COUNT - WS-DROP-COUNT
               SUBTRACT WS-DROP-COUNT FROM WS-FAIL-COUNT
           END-IF
           ADD 1 TO WS-FAIL-COUNT
           MOVE WS-ROW-SECONDS TO WS-FL-SECONDS(WS-FAIL-COUNT)
           MOVE AUD-TIMESTAMP TO WS-FL-STAMP(WS-FAIL-COUNT)
           MOVE AUD-USERNAME TO WS-FL-USERNAME(WS-FAIL-COUNT)
      * FEWER ROWS THAN THE THRESHOLD CANNOT NAME ENOUGH USERNAMES -
      * THE DISTINCT COUNT IS ONLY WORTH TAKING ONCE THERE ARE.
           MOVE 0 TO WS-DISTINCT-COUNT
           IF WS-FAIL-COUNT >= WS-SPRAY-USERS
               PERFORM CLEAR-ALERT-RECORD
               PERFORM COUNT-DISTINCT-FAILURE
                   VARYING WS-FROM-SUB FROM 1 BY 1
                   UNTIL WS-FROM-SUB > WS-FAIL-COUNT
           END-IF
           IF WS-DISTINCT-COUNT >= WS-SPRAY-USERS
               IF WS-SPRAY-ARMED = 1
                   MOVE 0 TO WS-SPRAY-ARMED
                   MOVE "SPRAY" TO AL-RULE-CODE
                   MOVE WS-SPRAY-SEVERITY TO AL-SEVERITY
                   MOVE WS-FL-STAMP(1) TO AL-WINDOW-START
                   MOVE AUD-TIMESTAMP TO AL-WINDOW-END
                   MOVE WS-FAIL-COUNT TO AL-EVENT-COUNT
                   MOVE WS-DISTINCT-COUNT TO AL-USER-COUNT
                   MOVE "LOGIN" TO AL-ACTION
                   ADD 1 TO WS-SPRAY-ALERTS
                   PERFORM WRITE-ALERT
               END-IF
           ELSE
               MOVE 1 TO WS-SPRAY-ARMED
           END-IF.

       COUNT-STALE-FAILURE.
           ADD 1 TO WS-DROP-COUNT.

       SHIFT-ONE-FAILURE.
           COMPUTE WS-FROM-SUB = WS-TO-SUB + WS-DROP-COUNT
           MOVE WS-FAIL-ENTRY(WS-FROM-SUB) TO WS-FAIL-ENTRY(WS-TO-SUB).

      * A USERNAME COUNTS THE FIRST TIME IT APPEARS IN THE TABLE; THE
      * FIRST FIVE ARE NAMED ON THE ALERT.
       COUNT-DISTINCT-FAILURE.
           MOVE 0 TO WS-EARLIER-FOUND
           PERFORM CHECK-EARLIER-FAILURE
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB >= WS-FROM-SUB
                   OR WS-EARLIER-FOUND = 1
           IF WS-EARLIER-FOUND = 0
               ADD 1 TO WS-DISTINCT-COUNT
               IF WS-DISTINCT-COUNT <= 5
                   MOVE WS-DISTINCT-COUNT TO WS-NAME-SUB
                   MOVE WS-FL-USERNAME(WS-FROM-SUB)
                       TO AL-USERNAME(WS-NAME-SUB)
               END-IF
           END-IF.

       CHECK-EARLIER-FAILURE.
           IF WS-FL-USERNAME(WS-EARLIER-SUB) =
               WS-FL-USERNAME(WS-FROM-SUB)
               MOVE 1 TO WS-EARLIER-FOUND
           END-IF.

      ***************************************************************
      * UNLOCK-THEN-FAIL AND QUICK-REDEEM RULES                      *
      ***************************************************************
      * RECORD AN UNLOCK ("U") OR RESET-CODE ISSUE ("I") FOR THE ROW'S
      * ACCOUNT. A LATER EVENT OF THE SAME TYPE ON THE SAME ACCOUNT
      * RESTARTS ITS WINDOW; OTHERWISE THE FIRST FREE OR LAPSED SLOT
      * IS TAKEN.
       NOTE-PENDING-EVENT.
           PERFORM FIND-PENDING-EVENT
           IF WS-PE-SUB = 0
               PERFORM FIND-FREE-PENDING-SLOT
               MOVE WS-FREE-SUB TO WS-PE-SUB
           END-IF
           IF WS-PE-SUB = 0
               MOVE 1 TO WS-PENDING-OVERFLOW
           ELSE
               MOVE WS-LOOK-TYPE TO WS-PE-TYPE(WS-PE-SUB)
               MOVE AUD-USERNAME TO WS-PE-USERNAME(WS-PE-SUB)
               MOVE AUD-TIMESTAMP TO WS-PE-STAMP(WS-PE-SUB)
               COMPUTE WS-PE-EXPIRES(WS-PE-SUB) =
                   WS-ROW-SECONDS + WS-LOOK-MINUTES * 60
               MOVE 0 TO WS-PE-FAILURES(WS-PE-SUB)
               MOVE 0 TO WS-PE-ALERTED(WS-PE-SUB)
           END-IF.

      * LEAVES WS-PE-SUB ON THE LIVE ENTRY OF TYPE WS-LOOK-TYPE FOR
      * THE ROW'S ACCOUNT, OR ZERO.
       FIND-PENDING-EVENT.
           MOVE 0 TO WS-PE-SUB
           PERFORM CHECK-ONE-PENDING-EVENT
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > WS-PENDING-COUNT
                   OR WS-PE-SUB > 0.

       CHECK-ONE-PENDING-EVENT.
           IF WS-PE-TYPE(WS-FROM-SUB) = WS-LOOK-TYPE
               AND WS-PE-USERNAME(WS-FROM-SUB) = AUD-USERNAME
               AND WS-PE-EXPIRES(WS-FROM-SUB) >= WS-ROW-SECONDS
               MOVE WS-FROM-SUB TO WS-PE-SUB
           END-IF.

       FIND-FREE-PENDING-SLOT.
           MOVE 0 TO WS-FREE-SUB
           PERFORM CHECK-ONE-FREE-SLOT
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > WS-PENDING-COUNT
                   OR WS-FREE-SUB > 0
           IF WS-FREE-SUB = 0 AND WS-PENDING-COUNT < WS-PENDING-MAX
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-PENDING-COUNT TO WS-FREE-SUB
           END-IF.

       CHECK-ONE-FREE-SLOT.
           IF WS-PE-TYPE(WS-FROM-SUB) = SPACE
               OR WS-PE-EXPIRES(WS-FROM-SUB) < WS-ROW-SECONDS
               MOVE WS-FROM-SUB TO WS-FREE-SUB
           END-IF.

      * A FAILED LOGIN INSIDE AN UNLOCKED ACCOUNT'S WINDOW COUNTS
      * AGAINST IT; REACHING THE THRESHOLD RAISES ONE ALERT PER
      * UNLOCK.
       CHECK-FAILURE-AFTER-UNLOCK.
           MOVE "U" TO WS-LOOK-TYPE
           PERFORM FIND-PENDING-EVENT
           IF WS-PE-SUB > 0
               ADD 1 TO WS-PE-FAILURES(WS-PE-SUB)
               IF WS-PE-FAILURES(WS-PE-SUB) >= WS-UNLK-FAILURES
                   AND WS-PE-ALERTED(WS-PE-SUB) = 0
                   MOVE 1 TO WS-PE-ALERTED(WS-PE-SUB)
                   PERFORM CLEAR-ALERT-RECORD
                   MOVE "UNLKFAIL" TO AL-RULE-CODE
                   MOVE WS-UNLK-SEVERITY TO AL-SEVERITY
                   MOVE WS-PE-STAMP(WS-PE-SUB) TO AL-WINDOW-START
                   MOVE AUD-TIMESTAMP TO AL-WINDOW-END
                   COMPUTE AL-EVENT-COUNT =
                       WS-PE-FAILURES(WS-PE-SUB) + 1
                   MOVE 1 TO AL-USER-COUNT
                   MOVE AUD-USERNAME TO AL-USERNAME(1)
                   MOVE "LOGIN" TO AL-ACTION
                   ADD 1 TO WS-UNLK-ALERTS
                   PERFORM WRITE-ALERT
               END-IF
           END-IF.

      * A REDEMPTION INSIDE THE ISSUE'S WINDOW IS THE FINDING. EITHER
      * WAY THE ISSUE IS SPENT - THE CODE IS SINGLE-USE.
       CHECK-QUICK-REDEEM.
           MOVE "I" TO WS-LOOK-TYPE
           PERFORM FIND-PENDING-EVENT
           IF WS-PE-SUB > 0
               PERFORM CLEAR-ALERT-RECORD
               MOVE "RSTQUICK" TO AL-RULE-CODE
               MOVE WS-RST-SEVERITY TO AL-SEVERITY
               MOVE WS-PE-STAMP(WS-PE-SUB) TO AL-WINDOW-START
               MOVE AUD-TIMESTAMP TO AL-WINDOW-END
               MOVE 2 TO AL-EVENT-COUNT
               MOVE 1 TO AL-USER-COUNT
               MOVE AUD-USERNAME TO AL-USERNAME(1)
               MOVE "RSTREDEEM" TO AL-ACTION
               ADD 1 TO WS-RST-ALERTS
               PERFORM WRITE-ALERT
               MOVE SPACE TO WS-PE-TYPE(WS-PE-SUB)
           END-IF.

      ***************************************************************
      * NIGHT ADMIN RULE                                             *
      ***************************************************************
      * THE NIGHT RANGE MAY WRAP MIDNIGHT (2200 TO 0500) OR NOT
      * (0100 TO 0400). EACH QUALIFYING ROW IS ITS OWN ALERT - AT
      * THAT HOUR THERE SHOULD BE NONE.
       CHECK-NIGHT-ADMIN.
           MOVE 0 TO WS-ADMIN-ACTION-FOUND
           PERFORM CHECK-ONE-ADMIN-ACTION
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ADMIN-ACTION-COUNT
                   OR WS-ADMIN-ACTION-FOUND = 1
           IF WS-ADMIN-ACTION-FOUND = 1
               IF (WS-NIGHT-START < WS-NIGHT-END
                       AND WS-ROW-HHMM >= WS-NIGHT-START
                       AND WS-ROW-HHMM < WS-NIGHT-END)
                   OR (WS-NIGHT-START > WS-NIGHT-END
                       AND (WS-ROW-HHMM >= WS-NIGHT-START
                           OR WS-ROW-HHMM < WS-NIGHT-END))
                   PERFORM CLEAR-ALERT-RECORD
                   MOVE "NIGHTADM" TO AL-RULE-CODE
                   MOVE WS-NIGHT-SEVERITY TO AL-SEVERITY
                   MOVE AUD-TIMESTAMP TO AL-WINDOW-START
                   MOVE AUD-TIMESTAMP TO AL-WINDOW-END
                   MOVE 1 TO AL-EVENT-COUNT
                   MOVE 1 TO AL-USER-COUNT
                   MOVE AUD-USERNAME TO AL-USERNAME(1)
                   MOVE AUD-ACTION TO AL-ACTION
                   ADD 1 TO WS-NIGHT-ALERTS
                   PERFORM WRITE-ALERT
               END-IF
           END-IF.

       CHECK-ONE-ADMIN-ACTION.
           IF AUD-ACTION = WS-ADMIN-ACTION(WS-ACT-SUB)
               MOVE 1 TO WS-ADMIN-ACTION-FOUND
           END-IF.

      ***************************************************************
      * ALERT OUTPUT                                                 *
      ***************************************************************
       CLEAR-ALERT-RECORD.
           MOVE SPACES TO SACT-ALERT-RECORD
           MOVE 0 TO AL-EVENT-COUNT
           MOVE 0 TO AL-USER-COUNT.

      * ONE ROW TO SACTALRT AND THE SAME FINDING ON THE REPORT, WITH
      * THE ACCOUNTS INVOLVED LISTED UNDER IT.
       WRITE-ALERT.
           MOVE WS-TODAY-DATE TO AL-DETECTED-DATE
           WRITE SACT-ALERT-RECORD
           IF WS-AL-STATUS NOT = "00"
               DISPLAY "ERROR: SACTALRT WRITE FAILED (STATUS "
                   WS-AL-STATUS "). ABORTING RUN."
               CLOSE USERAUDIT-FILE
               CLOSE SACT-ALERT-FILE
               PERFORM ABORT-RUN
           END-IF
           ADD 1 TO WS-ALERTS-WRITTEN
           DISPLAY AL-RULE-CODE " " AL-SEVERITY " " AL-WINDOW-START
               " " AL-WINDOW-END " " AL-EVENT-COUNT "   "
               AL-USER-COUNT "  " AL-ACTION
           PERFORM PRINT-ALERT-ACCOUNT
               VARYING WS-ALERT-TEXT-IDX FROM 1 BY 1
               UNTIL WS-ALERT-TEXT-IDX > 5
           IF AL-USER-COUNT > 5
               DISPLAY "              ... AND "
                   AL-USER-COUNT " ACCOUNTS IN ALL"
           END-IF.

       PRINT-ALERT-ACCOUNT.
           IF AL-USERNAME(WS-ALERT-TEXT-IDX) NOT = SPACES
               DISPLAY "              ACCOUNT "
                   AL-USERNAME(WS-ALERT-TEXT-IDX)
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY "========================================".
           DISPLAY "TRAIL ROWS READ:       " WS-ROWS-READ.
           DISPLAY "ROWS IN WINDOW:        " WS-ROWS-IN-WINDOW.
           IF WS-ROWS-UNDATED > 0
               DISPLAY "ROWS WITH BAD STAMP:   " WS-ROWS-UNDATED
           END-IF
           DISPLAY "SPRAY ALERTS:          " WS-SPRAY-ALERTS.
           DISPLAY "UNLKFAIL ALERTS:       " WS-UNLK-ALERTS.
           DISPLAY "RSTQUICK ALERTS:       " WS-RST-ALERTS.
           DISPLAY "NIGHTADM ALERTS:       " WS-NIGHT-ALERTS.
           DISPLAY "ALERTS WRITTEN:        " WS-ALERTS-WRITTEN.
           IF WS-FAIL-OVERFLOW = 1
               DISPLAY "WARNING: MORE THAN " WS-FAIL-MAX
                   " FAILED LOGINS IN ONE BURST WINDOW - OLDEST"
               DISPLAY "DROPPED EARLY; SPRAY COUNTS ARE A FLOOR."
           END-IF
           IF WS-PENDING-OVERFLOW = 1
               DISPLAY "WARNING: MORE THAN " WS-PENDING-MAX
                   " UNLOCKS/RESET ISSUES OPEN AT ONCE - SOME WERE"
               DISPLAY "NOT TRACKED BY THE UNLKFAIL/RSTQUICK RULES."
           END-IF
           IF WS-ALERTS-WRITTEN = 0
               DISPLAY "NO SUSPICIOUS ACTIVITY FOUND."
           ELSE
               DISPLAY "*** " WS-ALERTS-WRITTEN
                   " ALERTS FOR SECURITY REVIEW ***"
           END-IF
           DISPLAY "========================================".
