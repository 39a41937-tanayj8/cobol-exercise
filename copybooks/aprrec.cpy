      ***************************************************************
      * DUAL-CONTROL APPROVAL QUEUE - ONE ROW PER HIGH-RISK USRADMIN  *
      * ACTION (GRANT ADMIN FLAG, DELETE ACCOUNT, GRANT OF A ROLE    *
      * MARKED PRIVILEGED ON THE CATALOG, PUSHING BACK THE EXPIRY OF *
      * SUCH A GRANT) WAITING FOR A SECOND, DIFFERENT ADMIN. THE     *
      * REQUESTING SESSION ONLY WRITES THE ROW; THE CHANGE IS        *
      * APPLIED BY THE SESSION THAT APPROVES IT.                     *
      * KEYED ON A SIX-DIGIT REQUEST NUMBER. ROW 000000 IS THE       *
      * CONTROL ROW CARRYING THE LAST NUMBER HANDED OUT (SEE         *
      * APPROVAL-CONTROL-RECORD). DECIDED ROWS STAY ON FILE AS THE   *
      * RECORD OF WHO ASKED AND WHO DECIDED. PENDING ROWS OLDER THAN *
      * THE EXPIRY LIMIT ARE CLOSED BY THE MORNING USRAPPRP RUN, OR  *
      * BY USRADMIN ITSELF IF SOMEBODY TRIES TO APPROVE ONE FIRST.   *
      ***************************************************************
       01  APPROVAL-QUEUE-RECORD.
           05  AQ-REQUEST-ID           PIC 9(6).
      *    THE MAINTENANCE ACTION TO APPLY ON APPROVAL - THE SAME
      *    CODE THE APPLIED CHANGE IS AUDITED UNDER
           05  AQ-ACTION               PIC X(10).
               88  AQ-GRANT-ADMIN      VALUE "GRANTADM".
               88  AQ-DELETE-ACCOUNT   VALUE "DELETE".
               88  AQ-GRANT-ROLE       VALUE "GRANTROLE".
               88  AQ-SET-ROLE-EXPIRY  VALUE "ROLEEXPIRY".
           05  AQ-TARGET-USER          PIC X(20).
      *    ROLE TO GRANT OR RE-DATE - SPACES FOR THE OTHER ACTIONS
           05  AQ-ROLE-CODE            PIC X(8).
      *    ADMIN WHO RAISED THE REQUEST, AND WHEN (YYYYMMDD HHMMSS)
           05  AQ-REQUESTED-BY         PIC X(20).
           05  AQ-REQUESTED-DATE       PIC 9(8).
           05  AQ-REQUESTED-TIME       PIC 9(6).
      *    "P" = PENDING, "A" = APPROVED AND APPLIED, "R" = REJECTED,
      *    "E" = EXPIRED UNDECIDED, "V" = APPROVED BUT VOID - THE
      *    ACCOUNT HAD CHANGED SO THE ACTION COULD NOT BE APPLIED
           05  AQ-STATUS               PIC X.
               88  AQ-PENDING          VALUE "P".
               88  AQ-APPROVED         VALUE "A".
               88  AQ-REJECTED         VALUE "R".
               88  AQ-EXPIRED          VALUE "E".
               88  AQ-VOID             VALUE "V".
      *    ADMIN WHO DECIDED THE REQUEST, AND WHEN - SPACES/ZERO
      *    WHILE PENDING; THE PROGRAM NAME FOR AN EXPIRY
           05  AQ-DECIDED-BY           PIC X(20).
           05  AQ-DECIDED-DATE         PIC 9(8).
      *    EXPIRY DATE TO PUT ON THE GRANT (SEE rolrec.cpy) - ZERO
      *    FOR NONE, AND FOR THE ACTIONS THAT ARE NOT ABOUT A ROLE
           05  AQ-ROLE-EXPIRY          PIC 9(8).

      * CONTROL ROW (AQ-CTL-ID = ZERO) - READ, BUMPED AND REWRITTEN
      * EACH TIME A REQUEST IS RAISED
       01  APPROVAL-CONTROL-RECORD.
           05  AQ-CTL-ID               PIC 9(6).
           05  AQ-CTL-LAST-ID          PIC 9(6).
           05  FILLER                  PIC X(103).
