      ***************************************************************
      * SERVICE ACCOUNT ATTESTATION RECORD - ONE ROW PER SERVICE     *
      * ACCOUNT STILL ENABLED ON USERMAST, IN OWNER ORDER SO EACH    *
      * OWNER'S ACCOUNTS ARRIVE TOGETHER. USRSAEXT WRITES THE FILE   *
      * ONCE A YEAR WITH AT-DECISION BLANK; EACH OWNER FILLS IN      *
      * CONFIRM OR RETIRE AGAINST THEIR ROWS AND THE FILE COMES BACK *
      * THROUGH USRSAAPP, WHICH STAMPS UM-ATTESTED-DATE ON A CONFIRM *
      * AND DISABLES THE ACCOUNT ON A RETIRE. A TRAILER ROW (ALWAYS  *
      * LAST) CARRIES THE DETAIL COUNT SO A TRUNCATED RETURN FILE IS *
      * CAUGHT BEFORE ANYTHING IS APPLIED - SAME SHAPE AS rcrrec.cpy *
      * FOR THE RECERTIFICATION CAMPAIGN.                            *
      ***************************************************************
       01  ATTEST-RECORD.
      *    "D" = DETAIL ROW, "T" = TRAILER ROW
           05  AT-RECORD-TYPE          PIC X.
               88  AT-DETAIL-ROW       VALUE "D".
               88  AT-TRAILER-ROW      VALUE "T".
           05  AT-DETAIL-DATA.
      *        THE OWNER ON THE MASTER AT EXTRACT TIME, WITH THEIR
      *        NAME AND STANDING: "A" = ENABLED (ACTIVE OR LOCKED),
      *        "I" = DEACTIVATED, "D" = DELETED FROM THE MASTER OR
      *        NEVER RECORDED - A ROW NOBODY CAN ANSWER FOR
               10  AT-OWNER            PIC X(20).
               10  AT-OWNER-NAME       PIC X(30).
               10  AT-OWNER-STATUS     PIC X.
                   88  AT-OWNER-ENABLED    VALUE "A".
                   88  AT-OWNER-INACTIVE   VALUE "I".
                   88  AT-OWNER-DELETED    VALUE "D".
               10  AT-SERVICE-ACCOUNT  PIC X(20).
               10  AT-ACCOUNT-STATUS   PIC 9.
               10  AT-LAST-LOGIN       PIC 9(8).
               10  AT-PASSWORD-CHANGED PIC 9(8).
               10  AT-LAST-ATTESTED    PIC 9(8).
      *        FILLED BY THE OWNER: "CONFIRM" OR "RETIRE"; STILL
      *        BLANK AT CLOSE MEANS THE OWNER NEVER ANSWERED
               10  AT-DECISION         PIC X(7).
                   88  AT-CONFIRM-DECISION VALUE "CONFIRM".
                   88  AT-RETIRE-DECISION  VALUE "RETIRE".
                   88  AT-UNREVIEWED       VALUE SPACES.
           05  AT-TRAILER-DATA REDEFINES AT-DETAIL-DATA.
               10  AT-RECORD-COUNT     PIC 9(6).
               10  FILLER              PIC X(97).
