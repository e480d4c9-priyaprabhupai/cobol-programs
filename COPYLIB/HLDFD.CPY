      ******************************************************************
      * Copybook: HLDFD
      * Purpose : FDs for the result hold register and the held-
      *           results exceptions list. See HLDSEL. A blank
      *           HLD-TERM holds every term; HLD-LIFTED stays zero
      *           while the hold is in force. Reason codes: MP
      *           malpractice, DC disciplinary, AP appeal pending,
      *           OT other.
      ******************************************************************
       FD HLD-FILE.
       01 HLD-REC.
           05 HLD-UID       PIC 9(5).
           05 FILLER        PIC X.
           05 HLD-TERM      PIC XX.
           05 FILLER        PIC X.
           05 HLD-REASON    PIC XX.
           05 FILLER        PIC X.
           05 HLD-PLACED-BY PIC X(10).
           05 FILLER        PIC X.
           05 HLD-PLACED    PIC 9(8).
           05 FILLER        PIC X.
           05 HLD-LIFTED    PIC 9(8).
           05 FILLER        PIC X.
           05 HLD-LIFTED-BY PIC X(10).
       FD HLD-EXC-FILE.
       01 HLD-EXC-REC.
           05 HLX-PGM       PIC X(8).
           05 FILLER        PIC X.
           05 HLX-UID       PIC 9(5).
           05 FILLER        PIC X.
           05 HLX-TERM      PIC XX.
           05 FILLER        PIC X.
           05 HLX-REASON    PIC XX.
           05 FILLER        PIC X.
           05 HLX-PLACED-BY PIC X(10).
           05 FILLER        PIC X.
           05 HLX-RUN-DATE  PIC 9(8).
           05 FILLER        PIC X.
           05 HLX-ACTION    PIC X(30).
