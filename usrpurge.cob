               WS-CODES-PURGED + WS-SESSIONS-PURGED
           MOVE "SUCCESS" TO RNLOG-REQ-OUTCOME
           PERFORM WRITE-RUN-LOG
      * GOBACK RATHER THAN STOP RUN SO THE NIGHTLY DRIVER (USRJSDRV)
      * GETS CONTROL BACK AFTER THE STEP.
           GOBACK.

       CAPTURE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
