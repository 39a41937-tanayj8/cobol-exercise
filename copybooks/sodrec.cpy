      ***************************************************************
      * SEGREGATION-OF-DUTIES CONFLICT RULE - ONE ROW PER TOXIC      *
      * COMBINATION OF ENTITLEMENTS THAT ONE ACCOUNT MUST NEVER HOLD *
      * AT THE SAME TIME. THE SODRULES FILE IS OWNED BY SECURITY     *
      * AND LOADED WHOLE AT STARTUP BY EVERY PROGRAM THAT GRANTS A   *
      * ROLE OR THE ADMIN FLAG (USRADMIN, USRBATCH), WHICH REFUSE A  *
      * GRANT THAT WOULD COMPLETE A PAIR, AND BY THE NIGHTLY         *
      * USRSODRP, WHICH LISTS EVERY ACCOUNT ALREADY HOLDING ONE.     *
      ***************************************************************
       01  SOD-RULE-RECORD.
      *    SHORT RULE IDENTIFIER QUOTED ON REFUSALS AND THE REPORT
           05  SD-RULE-ID              PIC X(6).
      *    "P" = ROLE PAIR - SD-ROLE-A AND SD-ROLE-B MAY NOT BOTH BE
      *          HELD BY ONE ACCOUNT,
      *    "A" = ADMIN     - SD-ROLE-A MAY NOT BE HELD BY AN ACCOUNT
      *          CARRYING UM-IS-ADMIN (SD-ROLE-B IS BLANK)
           05  SD-RULE-TYPE            PIC X.
               88  SD-PAIR-RULE        VALUE "P".
               88  SD-ADMIN-RULE       VALUE "A".
           05  SD-ROLE-A               PIC X(8).
           05  SD-ROLE-B               PIC X(8).
      *    WHY THE COMBINATION IS TOXIC, FOR THE VIOLATIONS REPORT
           05  SD-DESCRIPTION          PIC X(30).
