      ***************************************************************
      * ROLE CATALOG RECORD LAYOUT - ONE ROW PER ROLE CODE THE SHOP  *
      * RECOGNISES, KEYED ON THE CODE ITSELF. A ROLE MAY ONLY BE     *
      * GRANTED (USRADMIN, USRBATCH) OR KEPT ON RECERTIFICATION      *
      * (USRRCAPP) WHILE IT IS ON THE CATALOG AND ACTIVE; A RETIRED  *
      * ROW STAYS ON FILE SO THE ROWS STILL HELD AGAINST IT CAN BE   *
      * DESCRIBED AND CHASED (USRROLRP). MAINTAINED ONLY THROUGH     *
      * USRROLMT - ROWS ARE NEVER DELETED, ONLY RETIRED.             *
      ***************************************************************
       01  ROLE-CATALOG-RECORD.
           05  CT-ROLE-CODE            PIC X(8).
      *    WHAT THE ROLE LETS ITS HOLDER DO, IN PLAIN WORDS FOR THE
      *    RECERTIFICATION REVIEWERS
           05  CT-DESCRIPTION          PIC X(30).
      *    USERNAME OF THE BUSINESS OWNER ACCOUNTABLE FOR THE ROLE
           05  CT-OWNER                PIC X(20).
      *    "A" = ACTIVE - MAY BE GRANTED, "R" = RETIRED - MAY NOT
           05  CT-STATUS               PIC X.
               88  CT-ACTIVE           VALUE "A".
               88  CT-RETIRED          VALUE "R".
      *    DATES (YYYYMMDD) THE ROLE WAS ADDED AND RETIRED - THE
      *    RETIRED DATE IS ZERO WHILE THE ROLE IS ACTIVE
           05  CT-ADDED-DATE           PIC 9(8).
           05  CT-RETIRED-DATE         PIC 9(8).
      *    "Y" = PRIVILEGED - A GRANT OF THE ROLE THROUGH USRADMIN
      *    NEEDS A SECOND ADMIN'S APPROVAL (SEE aprrec.cpy), "N" =
      *    ORDINARY ROLE, GRANTED AT ONCE
           05  CT-PRIVILEGED           PIC X.
               88  CT-IS-PRIVILEGED    VALUE "Y".
