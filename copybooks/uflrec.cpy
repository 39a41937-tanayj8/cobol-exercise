      * IN THE FLAT SEQUENTIAL BACKUP IMAGE WRITTEN BY USRUNLD AND    *
      * READ BACK BY USRRELD, PLUS ONE TRAILER ROW CARRYING THE DATA  *
      * RECORD COUNT SO THE RELOAD CAN PROVE IT REBUILT EVERYTHING.   *
      * UF-USER-DATA IS THE 166-BYTE USER-MASTER-RECORD (SEE          *
      * usrrec.cpy) CARRIED AS ONE FIELD - A SECOND COPY OF THAT      *
      * COPYBOOK WOULD DUPLICATE ITS DATA NAMES. KEEP THE WIDTH IN    *
      * STEP WITH ANY CHANGE TO THE MASTER RECORD LAYOUT.             *
           05  UF-RECORD-TYPE          PIC X.
               88  UF-DATA-RECORD      VALUE "D".
               88  UF-TRAILER-RECORD   VALUE "T".
           05  UF-USER-DATA            PIC X(166).
           05  UF-TRAILER-DATA REDEFINES UF-USER-DATA.
               10  UF-RECORD-COUNT     PIC 9(9).
               10  FILLER              PIC X(157).
