      * (SEE rcrrec.cpy) WITH A BLANK DECISION FIELD, ENDED BY A     *
      * TRAILER CARRYING THE DETAIL COUNT. THE REVIEWERS MARK EACH   *
      * ROW KEEP OR REVOKE AND THE FILE COMES BACK THROUGH USRRCAPP. *
      * EACH ROLE ROW CARRIES THE ROLE CATALOG'S DESCRIPTION AND      *
      * OWNER, AND IS MARKED WHEN THE CODE IS RETIRED OR UNKNOWN.    *
      * REPLACES THE ACCOUNT-BY-ACCOUNT EYEBALLING OF USRADMIN'S     *
      * "LIST ROLES" SCREEN WITH A TWO-FILE EXCHANGE AUDIT CAN HOLD. *
      * RUNS UNATTENDED UNDER ITS OWN JCL STEP - NO ACCEPT PROMPTS.  *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ROLE-KEY
               FILE STATUS IS WS-UR-STATUS.
      * ROLE CATALOG (SEE rctrec.cpy) - SUPPLIES THE DESCRIPTION AND
      * OWNER EACH ROLE ROW GOES OUT WITH.
           SELECT ROLE-CATALOG-FILE ASSIGN TO "ROLECAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ROLE-CODE
               FILE STATUS IS WS-CT-STATUS.
           SELECT RECERT-OUT-FILE ASSIGN TO "RECERTEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
       FD  USER-ROLE-FILE.
           COPY "rolrec.cpy".

       FD  ROLE-CATALOG-FILE.
           COPY "rctrec.cpy".

       FD  RECERT-OUT-FILE.
           COPY "rcrrec.cpy".

       01  WS-UM-STATUS            PIC XX VALUE "00".
       01  WS-UR-STATUS            PIC XX VALUE "00".
       01  WS-RC-STATUS            PIC XX VALUE "00".
       01  WS-CT-STATUS            PIC XX VALUE "00".

       01  WS-ROLE-ROWS            PIC 9(6) VALUE 0.
       01  WS-ADMIN-ROWS           PIC 9(6) VALUE 0.
       01  WS-DETAIL-ROWS          PIC 9(6) VALUE 0.
       01  WS-RETIRED-ROWS         PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-ROWS         PIC 9(6) VALUE 0.

      * RUN-LOG FIELDS - EVERY EXIT POINT (NORMAL OR ABORT) WRITES
      * ONE STANDARD RUN RECORD THROUGH USRRNLOG SO THE MORNING
           PERFORM WRITE-RECERT-TRAILER
           CLOSE USER-MASTER-FILE
           CLOSE USER-ROLE-FILE
           CLOSE ROLE-CATALOG-FILE
           CLOSE RECERT-OUT-FILE
           PERFORM PRINT-CONTROL-REPORT
           MOVE WS-DETAIL-ROWS TO RNLOG-REQ-READ
               CLOSE USER-ROLE-FILE
               OPEN INPUT USER-ROLE-FILE
           END-IF
      * NO CATALOG YET MEANS EVERY ROLE ROW GOES OUT MARKED UNKNOWN -
      * THE CAMPAIGN STILL RUNS, AND THE REVIEWERS SEE WHY.
           OPEN INPUT ROLE-CATALOG-FILE
           IF WS-CT-STATUS = "35"
               OPEN OUTPUT ROLE-CATALOG-FILE
               CLOSE ROLE-CATALOG-FILE
               OPEN INPUT ROLE-CATALOG-FILE
           END-IF
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "ERROR: ROLE CATALOG OPEN FAILED (STATUS "
                   WS-CT-STATUS "). ABORTING RUN."
               PERFORM ABORT-RUN
           END-IF
           OPEN OUTPUT RECERT-OUT-FILE.

      * EVERY ROLE ROW GOES OUT FOR REVIEW - ONE SEQUENTIAL PASS IN
           MOVE UR-ROLE-CODE TO RC-ROLE-CODE
           MOVE UR-GRANTED-DATE TO RC-GRANTED-DATE
           MOVE SPACES TO RC-DECISION
           PERFORM DESCRIBE-ONE-ROLE
           WRITE RECERT-RECORD
           ADD 1 TO WS-ROLE-ROWS
           ADD 1 TO WS-DETAIL-ROWS
           READ USER-ROLE-FILE NEXT.

      * THE KEYED CATALOG READ DISTURBS NO USERROLE POSITION - THE
      * TWO FILES HAVE INDEPENDENT CURSORS. A CODE NOT ON THE
      * CATALOG STILL GOES OUT, MARKED, SO THE REVIEWER REVOKES IT.
       DESCRIBE-ONE-ROLE.
           MOVE UR-ROLE-CODE TO CT-ROLE-CODE
           READ ROLE-CATALOG-FILE
               KEY IS CT-ROLE-CODE
               INVALID KEY
                   MOVE "*** NOT IN ROLE CATALOG ***"
                       TO RC-ROLE-DESCRIPTION
                   MOVE SPACES TO RC-ROLE-OWNER
                   MOVE "U" TO RC-CATALOG-STATUS
                   ADD 1 TO WS-UNKNOWN-ROWS
               NOT INVALID KEY
                   MOVE CT-DESCRIPTION TO RC-ROLE-DESCRIPTION
                   MOVE CT-OWNER TO RC-ROLE-OWNER
                   MOVE CT-STATUS TO RC-CATALOG-STATUS
                   IF CT-RETIRED
                       ADD 1 TO WS-RETIRED-ROWS
                   END-IF
           END-READ.

      * EVERY UM-IS-ADMIN FLAG GOES OUT FOR REVIEW TOO - THE FLAG
      * HAS NO GRANTED DATE ON THE MASTER, SO THE FIELD RIDES ZERO.
       EXTRACT-ADMIN-FLAGS.
               MOVE SPACES TO RC-ROLE-CODE
               MOVE 0 TO RC-GRANTED-DATE
               MOVE SPACES TO RC-DECISION
               MOVE SPACES TO RC-ROLE-DESCRIPTION
               MOVE SPACES TO RC-ROLE-OWNER
               MOVE SPACES TO RC-CATALOG-STATUS
               WRITE RECERT-RECORD
               ADD 1 TO WS-ADMIN-ROWS
               ADD 1 TO WS-DETAIL-ROWS
           DISPLAY "ROLE ROWS FOR REVIEW:  " WS-ROLE-ROWS.
           DISPLAY "ADMIN ROWS FOR REVIEW: " WS-ADMIN-ROWS.
           DISPLAY "TOTAL UNDER REVIEW:    " WS-DETAIL-ROWS.
           DISPLAY "RETIRED ROLE ROWS:     " WS-RETIRED-ROWS.
           DISPLAY "UNKNOWN ROLE ROWS:     " WS-UNKNOWN-ROWS.
           DISPLAY "TRAILER WRITTEN WITH MATCHING COUNT.".
           DISPLAY "========================================".
