      ***************************************************************
      * SUSPICIOUS-ACTIVITY PARAMETER CARD - THE THRESHOLDS USRSACT  *
      * APPLIES TO THE USERAUDT TRAIL, OWNED BY SECURITY SO A RULE   *
      * CAN BE TUNED WITHOUT A PROGRAM CHANGE. ONE "W" CARD SETS THE *
      * WINDOW OF AUDIT ROWS EXAMINED; ONE "R" CARD PER RULE SETS    *
      * ITS THRESHOLDS AND SEVERITY. A RULE WITH NO CARD RUNS ON THE *
      * BUILT-IN DEFAULTS, WHICH USRSACT PRINTS AT THE TOP OF ITS    *
      * REPORT ALONGSIDE ANY OVERRIDES.                              *
      ***************************************************************
       01  SACT-PARM-RECORD.
      *    "W" = WINDOW CARD, "R" = RULE CARD
           05  SP-CARD-TYPE            PIC X.
               88  SP-WINDOW-CARD      VALUE "W".
               88  SP-RULE-CARD        VALUE "R".
           05  SP-CARD-DATA            PIC X(79).

      * WINDOW CARD. EITHER A LOOK-BACK IN HOURS ENDING AT RUN TIME
      * (THE NIGHTLY CASE) OR, FOR A RERUN OVER A PAST PERIOD, AN
      * EXPLICIT FROM/TO PAIR (YYYYMMDDHHMMSS) - THE PAIR WINS WHEN
      * BOTH HALVES ARE PRESENT.
       01  SACT-WINDOW-CARD.
           05  FILLER                  PIC X.
           05  SP-LOOKBACK-HOURS       PIC 9(3).
           05  SP-WINDOW-FROM          PIC X(14).
           05  SP-WINDOW-TO            PIC X(14).
           05  FILLER                  PIC X(48).

      * RULE CARD. SP-RULE-CODE NAMES THE RULE:
      *    "SPRAY"    - FAILED LOGINS AGAINST SP-COUNT OR MORE
      *                 DIFFERENT USERNAMES INSIDE SP-MINUTES
      *    "UNLKFAIL" - SP-COUNT OR MORE FAILED LOGINS ON ONE ACCOUNT
      *                 WITHIN SP-MINUTES OF AN ADMIN UNLOCK
      *    "RSTQUICK" - A RESET CODE REDEEMED WITHIN SP-MINUTES OF
      *                 BEING ISSUED (SP-COUNT NOT USED)
      *    "NIGHTADM" - ADMIN MAINTENANCE AT OR AFTER SP-NIGHT-START
      *                 AND BEFORE SP-NIGHT-END (HHMM - THE RANGE MAY
      *                 SPAN MIDNIGHT; SP-COUNT/SP-MINUTES NOT USED)
       01  SACT-RULE-CARD.
           05  FILLER                  PIC X.
           05  SP-RULE-CODE            PIC X(8).
      *    "N" SWITCHES THE RULE OFF; ANYTHING ELSE LEAVES IT ON
           05  SP-RULE-ENABLED         PIC X.
               88  SP-RULE-OFF         VALUE "N".
           05  SP-COUNT                PIC 9(4).
           05  SP-MINUTES              PIC 9(4).
           05  SP-NIGHT-START          PIC 9(4).
           05  SP-NIGHT-END            PIC 9(4).
      *    "HIGH", "MED" OR "LOW" - CARRIED ONTO EVERY ALERT THE RULE
      *    RAISES
           05  SP-SEVERITY             PIC X(4).
           05  FILLER                  PIC X(50).
