                   COMPUTE WS-DELTA-TRAILER-TOTAL =
                       DL-ADD-COUNT + DL-DEACT-COUNT + DL-LOCK-COUNT
                       + DL-REACT-COUNT + DL-DELETE-COUNT
                       + DL-PROFILE-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: UNRECOGNIZED RECORD TYPE '"
                       DL-RECORD-TYPE "' IN SENT FILE."
