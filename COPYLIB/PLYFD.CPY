      ******************************************************************
      * Copybook: PLYFD
      * Purpose : FD for the player registration master. See PLYSEL.
      *           The status byte is A while the registration is
      *           active, L once it has lapsed and W when the player
      *           has withdrawn; the expiry is YYYYMMDD and an active
      *           registration past its expiry counts as lapsed.
      ******************************************************************
       FD PLY-FILE.
       01 PLY-REC.
           05 PLY-ID          PIC 9(5).
           05 FILLER          PIC X.
           05 PLY-NAME        PIC X(20).
           05 FILLER          PIC X.
           05 PLY-CLUB        PIC X(15).
           05 FILLER          PIC X.
           05 PLY-CATEGORY    PIC X(3).
           05 FILLER          PIC X.
           05 PLY-STATUS      PIC X.
           05 FILLER          PIC X.
           05 PLY-EXPIRY      PIC 9(8).
