               10  UR-ROLE-CODE        PIC X(8).
      *    DATE (YYYYMMDD) THE ROLE WAS GRANTED
           05  UR-GRANTED-DATE         PIC 9(8) VALUE 0.
      *    LAST DAY (YYYYMMDD) THE GRANT IS GOOD FOR - TEMPORARY
      *    PROJECT ACCESS. ZERO MEANS IT NEVER LAPSES. THE NIGHTLY
      *    USREXPRY SWEEP REVOKES THE ROW ONCE THE DATE HAS PASSED.
           05  UR-EXPIRY-DATE          PIC 9(8) VALUE 0.
