      * (USERMGMT, USRADMIN, USRBATCH, USRDORM, USROFFBD, USRRCAPP,   *
      * AND USRAUTH PER CALL) REGISTER AT STARTUP AND RELEASE AT      *
      * CLEAN SHUTDOWN; THE REORGANIZATION AND CONVERSION UTILITIES   *
      * (USRRELD, USRLAYCV, USRPWCNV) AND THE FORWARD RECOVERY        *
      * (USRMJREC) QUERY FIRST AND REFUSE TO START WHILE ANY ROW IS   *
      * PRESENT, SO THE MASTER CAN NEVER BE REBUILT, CONVERTED OR     *
      * ROLLED FORWARD UNDER A LIVE UPDATER. THE LOCK CUTS            *
      * BOTH WAYS: REGISTER ITSELF REFUSES (STATUS "02") WHILE A      *
      * UTILITY ROW IS ON FILE, SO A LATE-STARTING UPDATER CANNOT     *
      * SLIP IN UNDER A REBUILD ALREADY IN FLIGHT EITHER.             *
           05  FILLER              PIC X(8) VALUE "USRRELD".
           05  FILLER              PIC X(8) VALUE "USRLAYCV".
           05  FILLER              PIC X(8) VALUE "USRPWCNV".
           05  FILLER              PIC X(8) VALUE "USRMJREC".
       01  WS-UTILITY-TABLE REDEFINES WS-UTILITY-HOLDERS.
           05  WS-UTILITY-NAME     PIC X(8) OCCURS 4 TIMES.
       01  WS-UTIL-IDX             PIC 9 VALUE 0.
       01  WS-IS-UTILITY-ROW       PIC 9 VALUE 0.

                   MOVE 0 TO WS-IS-UTILITY-ROW
                   PERFORM MATCH-ONE-UTILITY-NAME
                       VARYING WS-UTIL-IDX FROM 1 BY 1
                       UNTIL WS-UTIL-IDX > 4
                   IF WS-IS-UTILITY-ROW = 1
                       AND ML-HOLDER-ID NOT = MLOCK-REQ-HOLDER
                       ADD 1 TO MLOCK-RESP-HOLDERS
