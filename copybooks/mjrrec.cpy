      ***************************************************************
      * USER MASTER AFTER-IMAGE JOURNAL RECORD - ONE ROW PER WRITE,  *
      * REWRITE OR DELETE ANY UPDATER MAKES AGAINST USERMAST,        *
      * APPENDED THROUGH USRMJRNL (SEE mjrif.cpy). THE FIRST ROW OF  *
      * EVERY GENERATION IS A HEADER NAMING THE USRUNLD IMAGE THE    *
      * JOURNAL RUNS FORWARD FROM; USRMJREC REPLAYS THE DATA ROWS    *
      * OVER A MASTER RELOADED FROM THAT IMAGE. MJ-USER-DATA IS THE  *
      * 166-BYTE USER-MASTER-RECORD (SEE usrrec.cpy) CARRIED AS ONE  *
      * FIELD, THE SAME AS uflrec.cpy - KEEP THE WIDTH IN STEP WITH  *
      * ANY CHANGE TO THE MASTER RECORD LAYOUT.                      *
      ***************************************************************
       01  MASTER-JOURNAL-RECORD.
      *    "H" = GENERATION HEADER (ALWAYS FIRST), "D" = DATA ROW
           05  MJ-RECORD-TYPE          PIC X.
               88  MJ-HEADER-RECORD    VALUE "H".
               88  MJ-DATA-RECORD      VALUE "D".
      *    DATA ROW: WHEN THE UPDATE WAS JOURNALED. HEADER: THE RUN
      *    START OF THE USRUNLD IMAGE (YYYYMMDDHHMMSS)
           05  MJ-TIMESTAMP            PIC X(14).
      *    THE PROGRAM THAT MADE THE UPDATE (USRUNLD ON THE HEADER)
           05  MJ-PROGRAM-ID           PIC X(8).
      *    "A" = RECORD ADDED, "C" = RECORD CHANGED, "D" = RECORD
      *    DELETED - FOR A DELETE THE IMAGE IS THE RECORD AS IT
      *    STOOD WHEN IT WAS REMOVED
           05  MJ-ACTION               PIC X.
               88  MJ-ACTION-ADD       VALUE "A".
               88  MJ-ACTION-CHANGE    VALUE "C".
               88  MJ-ACTION-DELETE    VALUE "D".
           05  MJ-USER-DATA            PIC X(166).
           05  MJ-HEADER-DATA REDEFINES MJ-USER-DATA.
      *        RECORDS IN THE IMAGE, AND WHEN THE CUT-OVER RAN
               10  MJ-IMAGE-COUNT      PIC 9(9).
               10  MJ-CUT-TIMESTAMP    PIC X(14).
               10  FILLER              PIC X(143).
