      ******************************************************************
      * Copybook: TRMFD
      * Purpose : FD for the academic term master. See TRMSEL. All
      *           dates are YYYYMMDD; the status byte is O while the
      *           term takes marks and C once it is closed.
      ******************************************************************
       FD TRM-FILE.
       01 TRM-REC.
           05 TRM-CODE        PIC XX.
           05 FILLER          PIC X.
           05 TRM-YEAR        PIC 9(4).
           05 FILLER          PIC X.
           05 TRM-START       PIC 9(8).
           05 FILLER          PIC X.
           05 TRM-END         PIC 9(8).
           05 FILLER          PIC X.
           05 TRM-EXAM-FROM   PIC 9(8).
           05 FILLER          PIC X.
           05 TRM-EXAM-TO     PIC 9(8).
           05 FILLER          PIC X.
           05 TRM-RESULTS-DUE PIC 9(8).
           05 FILLER          PIC X.
           05 TRM-STATUS      PIC X.
