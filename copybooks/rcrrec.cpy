      * USRRCAPP, WHICH APPLIES THE REVOCATIONS AND REPORTS EVERY    *
      * ROW NOBODY REVIEWED. A TRAILER ROW (ALWAYS LAST) CARRIES     *
      * THE DETAIL COUNT SO A TRUNCATED RETURN FILE IS CAUGHT        *
      * BEFORE ANYTHING IS APPLIED. RC-ROLE-CODE, RC-GRANTED-DATE    *
      * AND THE CATALOG FIELDS ARE ONLY MEANINGFUL ON A ROLE ROW.    *
      ***************************************************************
       01  RECERT-RECORD.
      *    "D" = DETAIL ROW, "T" = TRAILER ROW
                   88  RC-KEEP-DECISION    VALUE "KEEP".
                   88  RC-REVOKE-DECISION  VALUE "REVOKE".
                   88  RC-UNREVIEWED       VALUE SPACES.
      *        THE ROLE'S DESCRIPTION AND BUSINESS OWNER FROM THE
      *        ROLE CATALOG (SEE rctrec.cpy) AT EXTRACT TIME, SO THE
      *        REVIEWER JUDGES A NAMED ENTITLEMENT, NOT A BARE CODE
               10  RC-ROLE-DESCRIPTION PIC X(30).
               10  RC-ROLE-OWNER       PIC X(20).
      *        "A" = ACTIVE ON THE CATALOG, "R" = RETIRED, "U" = NOT
      *        ON THE CATALOG AT ALL - A ROW THAT CANNOT BE KEPT
               10  RC-CATALOG-STATUS   PIC X.
                   88  RC-CATALOG-ACTIVE   VALUE "A".
                   88  RC-CATALOG-RETIRED  VALUE "R".
                   88  RC-CATALOG-UNKNOWN  VALUE "U".
           05  RC-TRAILER-DATA REDEFINES RC-DETAIL-DATA.
               10  RC-RECORD-COUNT     PIC 9(6).
               10  FILLER              PIC X(92).
