       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRMJRNL.
       AUTHOR. LEGACY-SYSTEMS-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CALLABLE USER MASTER AFTER-IMAGE JOURNAL WRITER                *
      * APPENDS ONE ROW TO THE USERJRNL JOURNAL (SEE mjrrec.cpy) ON   *
      * BEHALF OF EVERY PROGRAM THAT UPDATES USERMAST (USERMGMT,      *
      * USRADMIN, USRAUTH, USRBATCH, USRDORM, USROFFBD, USRRCAPP,     *
      * USRHRREC), CARRYING THE FULL AFTER-IMAGE OF THE RECORD, THE   *
      * ACTION, THE CALLER'S PROGRAM ID AND THE TIMESTAMP. USRMJREC   *
      * REPLAYS THE JOURNAL OVER A MASTER USRRELD HAS RELOADED FROM   *
      * THE LAST USRUNLD IMAGE TO BRING IT FORWARD TO A POINT IN      *
      * TIME. CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE (SEE  *
      * copybooks/mjrif.cpy). EVERY CALL OPENS AND CLOSES ITS OWN     *
      * FILE HANDLES, THE SAME PER-CALL PATTERN AS USRAUDWR.          *
      *                                                                *
      * THE CUT-OVER ("C", CALLED BY USRUNLD ONCE ITS IMAGE IS        *
      * COMPLETE) SAVES THE WHOLE OUTGOING JOURNAL AS THE PREVIOUS    *
      * GENERATION (USERJRNO) AND STARTS A NEW ONE WITH A HEADER      *
      * NAMING THE IMAGE. USRUNLD DOES NOT HOLD THE MASTER WHILE IT   *
      * UNLOADS, SO ANY ROW JOURNALED SINCE THE UNLOAD STARTED MAY OR *
      * MAY NOT BE IN THE IMAGE - THOSE ROWS ARE CARRIED FORWARD INTO *
      * THE NEW GENERATION. REPLAYING AN AFTER-IMAGE THE IMAGE        *
      * ALREADY HOLDS CHANGES NOTHING, SO THE OVERLAP IS SAFE WHERE   *
      * A GAP WOULD LOSE AN UPDATE.                                   *
      *                                                                *
      * APPENDS AND THE CUT-OVER ARE SERIALIZED THROUGH A ONE-ROW     *
      * KEYED MUTEX FILE (MJRNLOCK) TAKEN THE SAME WAY USRAUDWR TAKES *
      * AUDWLOCK, AND THE TIMESTAMP IS STAMPED UNDER THE MUTEX, SO    *
      * THE JOURNAL IS ALWAYS IN TIME ORDER AND A CUT-OVER CAN NEVER  *
      * LOSE A ROW APPENDED HALFWAY THROUGH IT.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "USERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
      * THE PREVIOUS GENERATION - THE WHOLE OUTGOING JOURNAL, KEPT
      * UNTIL THE NEXT CUT-OVER REPLACES IT.
           SELECT PRIOR-JOURNAL-FILE ASSIGN TO "USERJRNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJO-STATUS.
      * ONE-ROW APPEND MUTEX - ONLY THIS SUBPROGRAM TOUCHES IT.
           SELECT JOURNAL-MUTEX-FILE ASSIGN TO "MJRNLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JM-LOCK-ID
               FILE STATUS IS WS-JMX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE.
           COPY "mjrrec.cpy".

      * SAME LAYOUT AS mjrrec.cpy, CARRIED WHOLE - A SECOND COPY OF
      * THE COPYBOOK WOULD DUPLICATE ITS DATA NAMES.
       FD  PRIOR-JOURNAL-FILE.
       01  PRIOR-JOURNAL-RECORD    PIC X(190).

      * DECLARED INLINE - NO OTHER PROGRAM EVER READS THIS FILE.
       FD  JOURNAL-MUTEX-FILE.
       01  JOURNAL-MUTEX-RECORD.
           05  JM-LOCK-ID          PIC X(8).
           05  JM-LOCK-DATE        PIC 9(8).
           05  JM-LOCK-TIME        PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-MJ-STATUS            PIC XX VALUE "00".
       01  WS-MJO-STATUS           PIC XX VALUE "00".
       01  WS-JMX-STATUS           PIC XX VALUE "00".
       01  WS-CURRENT-DATETIME     PIC X(21).

      * MUTEX ACQUISITION STATE - THE SAME RETRY AND STALE LIMITS
      * USRAUDWR USES FOR ITS APPEND MUTEX.
       01  WS-MUTEX-HELD           PIC 9 VALUE 0.
       01  WS-MUTEX-TRIES          PIC 9(6) VALUE 0.
       01  WS-MUTEX-TRY-LIMIT      PIC 9(6) VALUE 10000.
       01  WS-MUTEX-STALE-SECS     PIC 9(4) VALUE 120.
       01  WS-NOW-DATE             PIC 9(8).
       01  WS-NOW-HHMMSS           PIC 9(6).
       01  WS-NOW-HHMMSS-X REDEFINES WS-NOW-HHMMSS.
           05  WS-NOW-HH            PIC 99.
           05  WS-NOW-MM            PIC 99.
           05  WS-NOW-SS            PIC 99.
       01  WS-LOCK-HHMMSS           PIC 9(6).
       01  WS-LOCK-HHMMSS-X REDEFINES WS-LOCK-HHMMSS.
           05  WS-LOCK-HH           PIC 99.
           05  WS-LOCK-MM           PIC 99.
           05  WS-LOCK-SS           PIC 99.
       01  WS-ELAPSED-DAYS          PIC S9(7).
       01  WS-ELAPSED-SECONDS       PIC S9(9).

       LINKAGE SECTION.
           COPY "mjrif.cpy".

       PROCEDURE DIVISION USING MJRW-REQUEST, MJRW-RESPONSE.

       MAIN-ROUTINE.
           MOVE "00" TO MJRW-RESP-STATUS
           MOVE 0 TO MJRW-RESP-CARRIED
           PERFORM ACQUIRE-JOURNAL-MUTEX
           IF WS-MUTEX-HELD = 0
               MOVE "09" TO MJRW-RESP-STATUS
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN MJRW-FN-WRITE
                   PERFORM APPEND-JOURNAL-ROW
               WHEN MJRW-FN-CUTOVER
                   PERFORM CUT-OVER-JOURNAL
               WHEN OTHER
                   MOVE "09" TO MJRW-RESP-STATUS
           END-EVALUATE
           PERFORM RELEASE-JOURNAL-MUTEX
           GOBACK.

      * ONLY STATUS 35 (FILE NOT FOUND) TAKES THE CREATE PATH - ANY
      * OTHER FAILURE MUST NEVER SILENTLY START THE JOURNAL EMPTY.
      * A FAILED OPEN IS REPORTED BACK THROUGH MJRW-RESP-STATUS.
       APPEND-JOURNAL-ROW.
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-MJ-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
               CLOSE MASTER-JOURNAL-FILE
               OPEN EXTEND MASTER-JOURNAL-FILE
           END-IF
           IF WS-MJ-STATUS NOT = "00"
               MOVE "09" TO MJRW-RESP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE "D" TO MJ-RECORD-TYPE
               MOVE WS-CURRENT-DATETIME(1:14) TO MJ-TIMESTAMP
               MOVE MJRW-REQ-PROGRAM TO MJ-PROGRAM-ID
               MOVE MJRW-REQ-ACTION TO MJ-ACTION
               MOVE MJRW-REQ-IMAGE TO MJ-USER-DATA
               WRITE MASTER-JOURNAL-RECORD
               IF WS-MJ-STATUS NOT = "00"
                   MOVE "09" TO MJRW-RESP-STATUS
               END-IF
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

      * SAVE THE OUTGOING GENERATION WHOLE, THEN START THE NEW ONE
      * WITH ITS HEADER AND THE ROWS THAT OVERLAP THE UNLOAD. THE
      * SAVE COMES FIRST SO A FAILURE HALFWAY THROUGH THE REBUILD
      * STILL LEAVES EVERY ROW ON USERJRNO. A JOURNAL THAT DOES NOT
      * EXIST YET (STATUS 35) SAVES AS AN EMPTY GENERATION.
       CUT-OVER-JOURNAL.
           OPEN OUTPUT PRIOR-JOURNAL-FILE
           IF WS-MJO-STATUS NOT = "00"
               MOVE "09" TO MJRW-RESP-STATUS
           ELSE
               OPEN INPUT MASTER-JOURNAL-FILE
               IF WS-MJ-STATUS = "00"
                   READ MASTER-JOURNAL-FILE
                   PERFORM SAVE-ONE-JOURNAL-ROW
                       UNTIL WS-MJ-STATUS NOT = "00"
                   IF WS-MJ-STATUS NOT = "10"
                       MOVE "09" TO MJRW-RESP-STATUS
                   END-IF
                   CLOSE MASTER-JOURNAL-FILE
               ELSE
                   IF WS-MJ-STATUS NOT = "35"
                       MOVE "09" TO MJRW-RESP-STATUS
                   END-IF
               END-IF
               CLOSE PRIOR-JOURNAL-FILE
           END-IF
           IF MJRW-RESP-STATUS = "00"
               PERFORM START-NEW-GENERATION
           END-IF.

       SAVE-ONE-JOURNAL-ROW.
           MOVE MASTER-JOURNAL-RECORD TO PRIOR-JOURNAL-RECORD
           WRITE PRIOR-JOURNAL-RECORD
           IF WS-MJO-STATUS NOT = "00"
               MOVE "09" TO MJRW-RESP-STATUS
           END-IF
           READ MASTER-JOURNAL-FILE.

       START-NEW-GENERATION.
           OPEN OUTPUT MASTER-JOURNAL-FILE
           IF WS-MJ-STATUS NOT = "00"
               MOVE "09" TO MJRW-RESP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "H" TO MJ-RECORD-TYPE
               MOVE MJRW-REQ-IMAGE-TIME TO MJ-TIMESTAMP
               MOVE MJRW-REQ-PROGRAM TO MJ-PROGRAM-ID
               MOVE MJRW-REQ-IMAGE-COUNT TO MJ-IMAGE-COUNT
               MOVE WS-CURRENT-DATETIME(1:14) TO MJ-CUT-TIMESTAMP
               WRITE MASTER-JOURNAL-RECORD
               IF WS-MJ-STATUS NOT = "00"
                   MOVE "09" TO MJRW-RESP-STATUS
               END-IF
               OPEN INPUT PRIOR-JOURNAL-FILE
               IF WS-MJO-STATUS NOT = "00"
                   MOVE "09" TO MJRW-RESP-STATUS
               ELSE
                   READ PRIOR-JOURNAL-FILE
                   PERFORM CARRY-ONE-JOURNAL-ROW
                       UNTIL WS-MJO-STATUS NOT = "00"
                   IF WS-MJO-STATUS NOT = "10"
                       MOVE "09" TO MJRW-RESP-STATUS
                   END-IF
                   CLOSE PRIOR-JOURNAL-FILE
               END-IF
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

      * ONLY DATA ROWS JOURNALED AT OR AFTER THE IMAGE'S RUN START
      * COME ACROSS - EVERYTHING EARLIER IS ALREADY IN THE IMAGE.
       CARRY-ONE-JOURNAL-ROW.
           MOVE PRIOR-JOURNAL-RECORD TO MASTER-JOURNAL-RECORD
           IF MJ-DATA-RECORD
               AND MJ-TIMESTAMP NOT < MJRW-REQ-IMAGE-TIME
               WRITE MASTER-JOURNAL-RECORD
               IF WS-MJ-STATUS NOT = "00"
                   MOVE "09" TO MJRW-RESP-STATUS
               ELSE
                   ADD 1 TO MJRW-RESP-CARRIED
               END-IF
           END-IF
           READ PRIOR-JOURNAL-FILE.

      * TAKE THE ONE-ROW MUTEX BY WINNING THE KEYED WRITE, SPINNING
      * WHILE ANOTHER CALLER HOLDS IT AND TAKING OVER A ROW PAST THE
      * STALE LIMIT - SEE USRAUDWR, WHICH THIS FOLLOWS LINE FOR LINE.
       ACQUIRE-JOURNAL-MUTEX.
           MOVE 0 TO WS-MUTEX-HELD
           MOVE 0 TO WS-MUTEX-TRIES
           OPEN I-O JOURNAL-MUTEX-FILE
           IF WS-JMX-STATUS = "35"
               OPEN OUTPUT JOURNAL-MUTEX-FILE
               CLOSE JOURNAL-MUTEX-FILE
               OPEN I-O JOURNAL-MUTEX-FILE
           END-IF
           IF WS-JMX-STATUS NOT = "00"
               DISPLAY "WARNING: MASTER JOURNAL MUTEX FILE FAILED"
                   " (STATUS " WS-JMX-STATUS ")."
           ELSE
               PERFORM TRY-ACQUIRE-MUTEX
                   UNTIL WS-MUTEX-HELD = 1
                       OR WS-MUTEX-TRIES >= WS-MUTEX-TRY-LIMIT
               IF WS-MUTEX-HELD = 0
                   DISPLAY "WARNING: MASTER JOURNAL MUTEX NOT"
                       " ACQUIRED AFTER " WS-MUTEX-TRIES " TRIES."
                   CLOSE JOURNAL-MUTEX-FILE
               END-IF
           END-IF.

       TRY-ACQUIRE-MUTEX.
           ADD 1 TO WS-MUTEX-TRIES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE "USERJRNL" TO JM-LOCK-ID
           MOVE WS-CURRENT-DATETIME(1:8) TO JM-LOCK-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO JM-LOCK-TIME
           WRITE JOURNAL-MUTEX-RECORD
               INVALID KEY
                   PERFORM CHECK-STALE-MUTEX
               NOT INVALID KEY
                   MOVE 1 TO WS-MUTEX-HELD
           END-WRITE.

       CHECK-STALE-MUTEX.
           MOVE "USERJRNL" TO JM-LOCK-ID
           READ JOURNAL-MUTEX-FILE
               KEY IS JM-LOCK-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATETIME
                   MOVE WS-CURRENT-DATETIME(1:8) TO WS-NOW-DATE
                   MOVE WS-CURRENT-DATETIME(9:6) TO WS-NOW-HHMMSS
                   MOVE JM-LOCK-TIME TO WS-LOCK-HHMMSS
                   COMPUTE WS-ELAPSED-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) -
                       FUNCTION INTEGER-OF-DATE(JM-LOCK-DATE)
                   COMPUTE WS-ELAPSED-SECONDS =
                       WS-ELAPSED-DAYS * 86400
                       + WS-NOW-HH * 3600 + WS-NOW-MM * 60
                       + WS-NOW-SS
                       - WS-LOCK-HH * 3600 - WS-LOCK-MM * 60
                       - WS-LOCK-SS
                   IF WS-ELAPSED-SECONDS > WS-MUTEX-STALE-SECS
                       DISPLAY "STALE MASTER JOURNAL MUTEX FROM "
                           JM-LOCK-DATE " " JM-LOCK-TIME
                           " TAKEN OVER - A PRIOR WRITER ABENDED."
                       MOVE WS-NOW-DATE TO JM-LOCK-DATE
                       MOVE WS-NOW-HHMMSS TO JM-LOCK-TIME
                       REWRITE JOURNAL-MUTEX-RECORD
                       IF WS-JMX-STATUS = "00"
                           MOVE 1 TO WS-MUTEX-HELD
                       END-IF
                   END-IF
           END-READ.

       RELEASE-JOURNAL-MUTEX.
           MOVE "USERJRNL" TO JM-LOCK-ID
           DELETE JOURNAL-MUTEX-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE JOURNAL-MUTEX-FILE.
