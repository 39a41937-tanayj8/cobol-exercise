           05  DL-DETAIL-DATA.
      *        "ADD   " NEW ACCOUNT, "DEACT " NOW INACTIVE,
      *        "LOCK  " NOW LOCKED, "REACT " ACTIVE AGAIN,
      *        "DELETE" GONE FROM THE MASTER,
      *        "PROFIL" NAME, DEPARTMENT OR EMAIL CHANGED WITH
      *        NO STATUS CHANGE (E.G. A USRHRREC HR SYNC)
               10  DL-CHANGE-CODE      PIC X(6).
               10  DL-USER-NAME        PIC X(20).
      *        UM-USER-ACTIVE AFTER THE CHANGE (9 ON A DELETE,
               10  DL-LOCK-COUNT       PIC 9(6).
               10  DL-REACT-COUNT      PIC 9(6).
               10  DL-DELETE-COUNT     PIC 9(6).
               10  DL-PROFILE-COUNT    PIC 9(6).
               10  FILLER              PIC X(69).
