      ***************************************************************
      * SUSPICIOUS-ACTIVITY ALERT - ONE ROW PER FINDING USRSACT      *
      * RAISES AGAINST THE USERAUDT TRAIL (SEE saprec.cpy FOR THE    *
      * RULES). THE FILE IS REWRITTEN EVERY RUN AND HANDED TO        *
      * SECURITY ALONGSIDE THE PRINTED ALERT REPORT.                 *
      ***************************************************************
       01  SACT-ALERT-RECORD.
      *    "SPRAY", "UNLKFAIL", "RSTQUICK" OR "NIGHTADM"
           05  AL-RULE-CODE            PIC X(8).
      *    "HIGH", "MED" OR "LOW" - FROM THE RULE'S PARAMETER CARD
           05  AL-SEVERITY             PIC X(4).
      *    FIRST AND LAST AUDIT ROW BEHIND THE FINDING
      *    (YYYYMMDDHHMMSS)
           05  AL-WINDOW-START         PIC X(14).
           05  AL-WINDOW-END           PIC X(14).
      *    AUDIT ROWS BEHIND THE FINDING, AND HOW MANY DIFFERENT
      *    ACCOUNTS THEY NAMED
           05  AL-EVENT-COUNT          PIC 9(4).
           05  AL-USER-COUNT           PIC 9(4).
      *    THE ACCOUNTS INVOLVED, FIRST FIVE IN TRAIL ORDER -
      *    AL-USER-COUNT SAYS WHETHER THERE WERE MORE
           05  AL-USERNAME             PIC X(20) OCCURS 5 TIMES.
      *    THE AUDIT ACTION THAT TRIPPED THE RULE
           05  AL-ACTION               PIC X(10).
           05  AL-DETECTED-DATE        PIC 9(8).
