      ***************************************************************
      * MASTER JOURNAL WRITER SUBPROGRAM INTERFACE - SHARED LINKAGE  *
      * LAYOUT FOR "CALL ""USRMJRNL""...". EVERY PROGRAM THAT        *
      * WRITES, REWRITES OR DELETES A USER-MASTER-RECORD PASSES THE  *
      * RECORD'S AFTER-IMAGE HERE ONCE THE I/O HAS SUCCEEDED; THE    *
      * SUBPROGRAM STAMPS THE TIMESTAMP ITSELF (SEE mjrrec.cpy).     *
      * USRUNLD CALLS THE CUT-OVER ONCE ITS IMAGE IS COMPLETE.       *
      ***************************************************************
       01  MJRW-REQUEST.
      *    "W" = APPEND ONE AFTER-IMAGE ROW, "C" = CUT THE JOURNAL
      *    OVER TO A NEW GENERATION STARTING FROM A FRESH IMAGE
           05  MJRW-REQ-FUNCTION       PIC X.
               88  MJRW-FN-WRITE       VALUE "W".
               88  MJRW-FN-CUTOVER     VALUE "C".
           05  MJRW-REQ-PROGRAM        PIC X(8).
      *    "A" = ADDED, "C" = CHANGED, "D" = DELETED
           05  MJRW-REQ-ACTION         PIC X.
           05  MJRW-REQ-IMAGE          PIC X(166).
      *    CUT-OVER ONLY: THE IMAGE'S RUN START AND RECORD COUNT
           05  MJRW-REQ-IMAGE-TIME     PIC X(14).
           05  MJRW-REQ-IMAGE-COUNT    PIC 9(9).

       01  MJRW-RESPONSE.
      *    "00" = DONE, "09" = THE JOURNAL COULD NOT BE WRITTEN -
      *    THE CALLER DECIDES WHETHER THAT IS FATAL
           05  MJRW-RESP-STATUS        PIC XX.
               88  MJRW-OK             VALUE "00".
               88  MJRW-FILE-ERROR     VALUE "09".
      *    CUT-OVER ONLY: ROWS CARRIED INTO THE NEW GENERATION
           05  MJRW-RESP-CARRIED       PIC 9(9).
