      * HOW AN OLD-LAYOUT FILE CATCHES UP: IT READS THE OLD FILE,     *
      * COPIES EVERY FIELD ACROSS, FILLS THE APPENDED FIELDS WITH     *
      * THEIR "NOT ON RECORD" MARKERS, AND WRITES A NEW-LAYOUT FILE.  *
      * CURRENT CONVERSION: 129 TO 166 BYTES, FOR THE ACCOUNT END     *
      * DATE (UM-END-DATE, FILLED WITH ZERO) AND THE SERVICE ACCOUNT  *
      * FIELDS (UM-ACCOUNT-TYPE FILLED WITH "P" - EVERY EXISTING      *
      * ACCOUNT IS A PERSON UNTIL USRADMIN SAYS OTHERWISE - UM-OWNER  *
      * WITH SPACES AND UM-ATTESTED-DATE WITH ZERO), PLUS USERROLE 36 *
      * TO 44 BYTES FOR THE GRANT EXPIRY DATE APPENDED ALONGSIDE      *
      * UM-END-DATE (UR-EXPIRY-DATE, FILLED WITH ZERO), CONVERTED IN  *
      * THE SAME RUN, UNDER THE SAME LOCK, THE SAME WAY. THE PRIOR    *
      * CONVERSIONS (51 TO 59 FOR UM-LAST-LOGIN, 59 TO 129 FOR THE    *
      * PROFILE FIELDS) HAVE ALREADY RUN EVERYWHERE. THE JCL SUPPLIES *
      * THE OLD FILES UNDER THEIR USUAL NAMES AND SWAPS USERMNEW AND  *
      * USERRNEW INTO THEIR PLACE AFTERWARDS - BOTH OR NEITHER. TAKE  *
      * A FRESH USRUNLD IMAGE ONCE IT HAS RUN. RUNS UNATTENDED UNDER  *
      * ITS OWN JCL STEP - NO ACCEPT PROMPTS.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-UM-STATUS.
           SELECT OLD-ROLE-FILE ASSIGN TO "USERROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ROLE-KEY
               FILE STATUS IS WS-OR-STATUS.
           SELECT NEW-ROLE-FILE ASSIGN TO "USERRNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ROLE-KEY
               FILE STATUS IS WS-UR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE 129-BYTE PROFILE LAYOUT, FIELD FOR FIELD AS usrrec.cpy
      * STOOD BEFORE UM-END-DATE AND THE SERVICE ACCOUNT FIELDS WERE
      * APPENDED. DECLARED INLINE BECAUSE THE COPYBOOK NOW DESCRIBES
      * THE NEW LAYOUT.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OM-USER-NAME            PIC X(20).
           05  OM-PASSWORD-CHANGED     PIC 9(8).
           05  OM-IS-ADMIN             PIC 9.
           05  OM-LAST-LOGIN           PIC 9(8).
           05  OM-FULL-NAME            PIC X(30).
           05  OM-DEPARTMENT           PIC X(10).
           05  OM-EMAIL                PIC X(30).

       FD  NEW-MASTER-FILE.
           COPY "usrrec.cpy".

      * THE PRE-EXPIRY 36-BYTE GRANT, AS rolrec.cpy STOOD BEFORE
      * UR-EXPIRY-DATE WAS APPENDED.
       FD  OLD-ROLE-FILE.
       01  OLD-ROLE-RECORD.
           05  OR-ROLE-KEY.
               10  OR-USER-NAME        PIC X(20).
               10  OR-ROLE-CODE        PIC X(8).
           05  OR-GRANTED-DATE         PIC 9(8).

       FD  NEW-ROLE-FILE.
           COPY "rolrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS            PIC XX VALUE "00".
       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-OR-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".

       01  WS-RECORDS-READ         PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN      PIC 9(6) VALUE 0.
       01  WS-WRITE-ERRORS         PIC 9(6) VALUE 0.
       01  WS-ROLES-READ           PIC 9(6) VALUE 0.
       01  WS-ROLES-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-ROLE-ERRORS          PIC 9(6) VALUE 0.

      * LINKAGE LAYOUT FOR THE SHARED MASTER IN-USE LOCK - CONVERTING
      * THE MASTER UNDER A LIVE UPDATER WOULD SNAPSHOT HALF-APPLIED
           END-IF
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           PERFORM CONVERT-ROLE-FILE
           PERFORM RELEASE-MASTER-LOCK
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.
           MOVE OM-PASSWORD-CHANGED TO UM-PASSWORD-CHANGED
           MOVE OM-IS-ADMIN TO UM-IS-ADMIN
           MOVE OM-LAST-LOGIN TO UM-LAST-LOGIN
           MOVE OM-FULL-NAME TO UM-FULL-NAME
           MOVE OM-DEPARTMENT TO UM-DEPARTMENT
           MOVE OM-EMAIL TO UM-EMAIL
      * EVERY EXISTING ACCOUNT IS OPEN-ENDED UNTIL SOMEBODY GIVES IT
      * AN END DATE THROUGH USRADMIN OR THE USRBATCH FEED.
           MOVE 0 TO UM-END-DATE
      * EVERY EXISTING ACCOUNT IS A PERSON UNTIL AN ADMINISTRATOR
      * NAMES IT A SERVICE ACCOUNT AND GIVES IT AN OWNER.
           MOVE "P" TO UM-ACCOUNT-TYPE
           MOVE SPACES TO UM-OWNER
           MOVE 0 TO UM-ATTESTED-DATE
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
           END-WRITE
           READ OLD-MASTER-FILE NEXT.

      * A SITE THAT HAS NEVER GRANTED A ROLE HAS NO FILE TO CONVERT
      * (STATUS 35) - AN EMPTY NEW FILE IS WRITTEN SO THE SWAP STILL
      * HAS BOTH TO MOVE. ANY OTHER OPEN
      * FAILURE IS A CONVERSION ERROR.
       CONVERT-ROLE-FILE.
           OPEN OUTPUT NEW-ROLE-FILE
           OPEN INPUT OLD-ROLE-FILE
           IF WS-OR-STATUS = "00"
               MOVE LOW-VALUES TO OR-ROLE-KEY
               START OLD-ROLE-FILE
                   KEY IS NOT LESS THAN OR-ROLE-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-OR-STATUS = "00"
                   READ OLD-ROLE-FILE NEXT
                   PERFORM CONVERT-ONE-ROLE
                       UNTIL WS-OR-STATUS NOT = "00"
               END-IF
               CLOSE OLD-ROLE-FILE
           ELSE
               IF WS-OR-STATUS NOT = "35"
                   ADD 1 TO WS-ROLE-ERRORS
                   DISPLAY "ERROR: OLD ROLE FILE OPEN FAILED (STATUS "
                       WS-OR-STATUS ")"
               END-IF
           END-IF
           CLOSE NEW-ROLE-FILE.

       CONVERT-ONE-ROLE.
           ADD 1 TO WS-ROLES-READ
           MOVE OR-USER-NAME TO UR-USER-NAME
           MOVE OR-ROLE-CODE TO UR-ROLE-CODE
           MOVE OR-GRANTED-DATE TO UR-GRANTED-DATE
      * EVERY EXISTING GRANT IS OPEN-ENDED.
           MOVE 0 TO UR-EXPIRY-DATE
           WRITE USER-ROLE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ROLE-ERRORS
                   DISPLAY "ERROR: WRITE FAILED FOR ROLE " UR-USER-NAME
                       " " UR-ROLE-CODE " (STATUS " WS-UR-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-ROLES-WRITTEN
           END-WRITE
           READ OLD-ROLE-FILE NEXT.

       PRINT-CONTROL-REPORT.
           DISPLAY "========================================".
           DISPLAY "  MASTER LAYOUT CONVERSION REPORT       ".
           DISPLAY "RECORDS READ:    " WS-RECORDS-READ.
           DISPLAY "RECORDS WRITTEN: " WS-RECORDS-WRITTEN.
           DISPLAY "WRITE ERRORS:    " WS-WRITE-ERRORS.
           DISPLAY "ROLES READ:      " WS-ROLES-READ.
           DISPLAY "ROLES WRITTEN:   " WS-ROLES-WRITTEN.
           DISPLAY "ROLE ERRORS:     " WS-ROLE-ERRORS.
           IF WS-RECORDS-READ = WS-RECORDS-WRITTEN
               AND WS-WRITE-ERRORS = 0
               AND WS-ROLES-READ = WS-ROLES-WRITTEN
               AND WS-ROLE-ERRORS = 0
               DISPLAY "CONVERSION COMPLETE - SWAP USERMNEW AND"
                   " USERRNEW INTO PLACE."
           ELSE
               DISPLAY "*** COUNTS DO NOT BALANCE - DO NOT SWAP"
                   " EITHER FILE ***"
           END-IF
           DISPLAY "========================================".
