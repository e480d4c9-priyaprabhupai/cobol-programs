      * Purpose : FDs for the shared generation-keeping files. See
      *           GDGSEL. The copy records are plain X(200) lines -
      *           wide enough for every output record in the suite.
      *           The generation log is appended one line per event:
      *           CREATED when a generation is saved, BACKEDOUT when
      *           RUNBACK withdraws it.
      ******************************************************************
       FD GDG-CTL.
       01 GDG-CTL-REC.
       01 GDG-IN-REC PIC X(200).
       FD GDG-OUT.
       01 GDG-OUT-REC PIC X(200).
       FD GDG-LOG.
       01 GDG-LOG-REC.
           05 GDG-LOG-GEN   PIC 9(4).
           05 FILLER        PIC X.
           05 GDG-LOG-DATE  PIC 9(8).
           05 FILLER        PIC X.
           05 GDG-LOG-RUNID PIC 9(6).
           05 FILLER        PIC X.
           05 GDG-LOG-EVENT PIC X(9).
