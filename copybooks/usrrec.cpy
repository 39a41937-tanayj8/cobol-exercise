           05  UM-FULL-NAME            PIC X(30) VALUE SPACES.
           05  UM-DEPARTMENT           PIC X(10) VALUE SPACES.
           05  UM-EMAIL                PIC X(30) VALUE SPACES.
      *    LAST DAY (YYYYMMDD) THE ACCOUNT MAY BE USED - CONTRACTORS
      *    AND OTHER FIXED-TERM ACCOUNTS. ZERO MEANS NO END DATE.
      *    SET AT ENROLLMENT BY THE USRBATCH FEED OR LATER THROUGH
      *    USRADMIN; THE NIGHTLY USREXPRY SWEEP DEACTIVATES THE
      *    ACCOUNT ONCE THE DATE HAS PASSED. APPENDED AFTER UM-EMAIL,
      *    WITH THE SERVICE ACCOUNT FIELDS BELOW, SO THE 129-BYTE
      *    RECORD IS A BYTE PREFIX OF THIS LAYOUT AND USRLAYCV'S
      *    CONVERSION IS A STRAIGHT COPY PLUS A DEFAULT FILL.
           05  UM-END-DATE             PIC 9(8) VALUE 0.
      *    "P" = AN ACCOUNT FOR A PERSON, "S" = A SERVICE ACCOUNT
      *    ANOTHER APPLICATION AUTHENTICATES WITH THROUGH USRAUTH.
      *    A SERVICE ACCOUNT IS NEVER SUSPENDED BY USRDORM, CANNOT
      *    SIGN ON THROUGH USERMGMT'S LOGIN-USER, AND AGES ITS
      *    PASSWORD ON ITS OWN LONGER INTERVAL. SPACE (A RECORD
      *    WRITTEN BEFORE THE MARKER) READS AS A PERSON. SET THROUGH
      *    USRADMIN'S SET SERVICE ACCOUNT OWNER.
           05  UM-ACCOUNT-TYPE         PIC X VALUE "P".
               88  UM-PERSON-ACCOUNT   VALUE "P" " ".
               88  UM-SERVICE-ACCOUNT  VALUE "S".
      *    SERVICE ACCOUNT ONLY - THE USERNAME OF THE PERSON ACCOUNT
      *    ANSWERABLE FOR IT. MANDATORY ON A SERVICE ACCOUNT, SPACES
      *    ON A PERSON. USRSVCRP REPORTS A SERVICE ACCOUNT WHOSE
      *    OWNER HAS BEEN DEACTIVATED OR DELETED.
           05  UM-OWNER                PIC X(20) VALUE SPACES.
      *    SERVICE ACCOUNT ONLY - DATE (YYYYMMDD) THE OWNER LAST
      *    CONFIRMED THE ACCOUNT IN THE ANNUAL ATTESTATION (USRSAEXT
      *    OUT, USRSAAPP BACK). ZERO MEANS NEVER ATTESTED.
           05  UM-ATTESTED-DATE        PIC 9(8) VALUE 0.
