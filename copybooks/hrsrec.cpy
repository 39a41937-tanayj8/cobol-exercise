      ***************************************************************
      * HR ROSTER RECORD - ONE ROW PER EMPLOYEE ON THE FULL NIGHTLY  *
      * HR EXTRACT (HRROSTER), IN EMPLOYEE-ID ORDER. THE EMPLOYEE ID *
      * IS THE USERNAME, THE SAME KEY THE HRTERMS FEED USES (SEE     *
      * hrtrec.cpy), SO USRHRREC MATCHES THE ROSTER AGAINST          *
      * USER-MASTER-FILE IN ONE BALANCED FORWARD PASS. A BLANK NAME, *
      * DEPARTMENT OR EMAIL MEANS HR HOLDS NO VALUE - IT IS NEVER    *
      * TREATED AS A DIFFERENCE OR COPIED ONTO THE MASTER.           *
      ***************************************************************
       01  HR-ROSTER-RECORD.
           05  RS-EMPLOYEE-ID          PIC X(20).
           05  RS-FULL-NAME            PIC X(30).
           05  RS-DEPARTMENT           PIC X(10).
           05  RS-EMAIL                PIC X(30).
      *    "A" = ACTIVE, "L" = ON LEAVE (STILL EMPLOYED),
      *    "T" = TERMINATED
           05  RS-EMPLOYMENT-STATUS    PIC X.
               88  RS-ACTIVE           VALUE "A".
               88  RS-ON-LEAVE         VALUE "L".
               88  RS-TERMINATED       VALUE "T".
