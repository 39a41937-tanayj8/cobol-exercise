      * WHILE ANYONE HOLDS THE MASTER AND REGISTERS ITSELF.
           COPY "mlkif.cpy".

      * LINKAGE LAYOUT FOR THE SHARED MASTER AFTER-IMAGE JOURNAL -
      * EVERY SUCCESSFUL REWRITE OF THE MASTER IS JOURNALED THROUGH
      * USRMJRNL, SAME AS USERMGMT.
           COPY "mjrif.cpy".

       PROCEDURE DIVISION.

       MAIN-ROUTINE.
               MOVE UM-USER-PASSWORD TO CRYPT-REQ-PASSWORD
               CALL "USRCRYPT" USING CRYPT-REQUEST, CRYPT-RESPONSE
               MOVE CRYPT-RESP-ENCODED TO UM-USER-PASSWORD
               PERFORM REWRITE-MASTER-RECORD
               ADD 1 TO WS-RECORDS-CONVERTED
           END-IF
           READ USER-MASTER-FILE NEXT.
           DISPLAY "RECORDS CONVERTED:         " WS-RECORDS-CONVERTED.
           DISPLAY "ALREADY ENCODED (SKIPPED): " WS-RECORDS-SKIPPED.
           DISPLAY "========================================".

      * THE MASTER REWRITE COMES THROUGH HERE SO EACH SUCCESSFUL ONE
      * IS JOURNALED WITH ITS AFTER-IMAGE FOR FORWARD RECOVERY
      * (USRMJREC) - SAME CONTRACT AS USERMGMT'S. A JOURNAL FAILURE
      * IS WARNED, NOT FATAL, THE SAME RULE AS AN AUDIT FAILURE.
       REWRITE-MASTER-RECORD.
           MOVE USER-MASTER-RECORD TO MJRW-REQ-IMAGE
           REWRITE USER-MASTER-RECORD
           IF WS-UM-STATUS = "00"
               MOVE "C" TO MJRW-REQ-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE "W" TO MJRW-REQ-FUNCTION
           MOVE "USRPWCNV" TO MJRW-REQ-PROGRAM
           CALL "USRMJRNL" USING MJRW-REQUEST, MJRW-RESPONSE
           IF NOT MJRW-OK
               DISPLAY "WARNING: MASTER JOURNAL WRITE FAILED (STATUS "
                   MJRW-RESP-STATUS ")."
           END-IF.
