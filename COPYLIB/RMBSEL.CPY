      ******************************************************************
      * Copybook: RMBSEL
      * Purpose : FILE-CONTROL entry for the results master before-
      *           image log. Paired with RMBFD/RMBDAT/RMBPARA: the
      *           RESMAST load writes it, RUNBACK replays it.
      ******************************************************************
           SELECT RMB-LOG
           ASSIGN TO WS-RMB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMB-STAT.
