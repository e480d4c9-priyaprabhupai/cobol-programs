      *           that remembers the last generation number for a
      *           base file, and the input/output pair used to copy
      *           the just-written base file into its dated
      *           generation, and the generation log (base.GENLOG)
      *           that records which run created each generation.
      *           Pair with GDGFD/GDGDAT/GDGPARA.
      ******************************************************************
           SELECT GDG-CTL
           ASSIGN TO WS-GDG-CTL-DSN
           ASSIGN TO WS-GDG-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDG-OUT-FS.
           SELECT GDG-LOG
           ASSIGN TO WS-GDG-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDG-LOG-FS.
