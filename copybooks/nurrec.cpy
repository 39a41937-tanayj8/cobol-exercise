      * A TYPE CODE, AND A TRAILER ROW (ALWAYS LAST) CARRYING THE    *
      * EXPECTED DETAIL COUNT SO A TRUNCATED TRANSMISSION IS CAUGHT  *
      * BEFORE ANYTHING IS APPLIED. NU-PASSWORD IS ONLY MEANINGFUL   *
      * ON AN ADD; NU-ROLE-CODE ONLY ON ROLEGRANT/ROLEREVOKE/        *
      * ROLEEXPIRY; NU-END-DATE ONLY ON ADD/ENDDATE (THE ACCOUNT'S   *
      * END DATE) AND ROLEGRANT/ROLEEXPIRY (THE GRANT'S EXPIRY).     *
      ***************************************************************
       01  NEWUSER-RECORD.
      *    "H" = HEADER ROW, "D" = DETAIL ROW, "T" = TRAILER ROW
                   88  NU-TRANS-REACT      VALUE "REACT".
                   88  NU-TRANS-ROLEGRANT  VALUE "ROLEGRANT".
                   88  NU-TRANS-ROLEREVOKE VALUE "ROLEREVOKE".
                   88  NU-TRANS-ENDDATE    VALUE "ENDDATE".
                   88  NU-TRANS-ROLEEXPIRY VALUE "ROLEEXPIRY".
               10  NU-USERNAME         PIC X(20).
               10  NU-PASSWORD         PIC X(20).
               10  NU-ROLE-CODE        PIC X(8).
               10  NU-FULL-NAME        PIC X(30).
               10  NU-DEPARTMENT       PIC X(10).
               10  NU-EMAIL            PIC X(30).
      *        LAST DAY (YYYYMMDD) OF THE ACCOUNT OR THE GRANT (SEE
      *        usrrec.cpy AND rolrec.cpy). BLANK OR ZERO MEANS NO
      *        DATE - ON ENDDATE/ROLEEXPIRY THAT CLEARS ONE ALREADY
      *        SET. A FEED CUT BEFORE THE FIELD EXISTED ENDS SHORT
      *        AND READS AS BLANK, SO OLD FEEDS STILL APPLY.
               10  NU-END-DATE         PIC X(8).
               10  NU-END-DATE-NUM REDEFINES NU-END-DATE
                                       PIC 9(8).
           05  NU-CONTROL-DATA REDEFINES NU-DETAIL-DATA.
      *        DATE (YYYYMMDD) HR CUT THE FEED - ON THE HEADER ROW
               10  NU-FEED-DATE        PIC 9(8).
      *        DETAIL ROW COUNT - ON THE TRAILER ROW
               10  NU-RECORD-COUNT     PIC 9(6).
               10  FILLER              PIC X(122).
