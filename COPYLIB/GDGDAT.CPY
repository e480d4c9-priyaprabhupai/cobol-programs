      *           itself always holds the current generation, so
      *           readers that name the base file keep working
      *           unchanged; an investigation reads base.Gnnnn.
      *           Each generation saved is also logged to
      *           base.GENLOG with the chain's RUN_ID, so a run's
      *           generations can be found and backed out.
      ******************************************************************
       01 WS-GDG-BASE     PIC X(100) VALUE SPACES.
       01 WS-GDG-CTL-DSN  PIC X(100) VALUE SPACES.
       01 WS-GDG-BASE-LEN PIC 999 VALUE ZERO.
       01 WS-GDG-COPIED   PIC 9(6) VALUE ZERO.
       01 WS-GDG-CURR-DT  PIC X(21).
       01 WS-GDG-LOG-DSN  PIC X(100) VALUE SPACES.
       01 WS-GDG-LOG-FS   PIC 99.
       01 WS-GDG-RUNID    PIC 9(6) VALUE ZERO.
       01 WS-GDG-RID-IN   PIC X(6) VALUE SPACES.
