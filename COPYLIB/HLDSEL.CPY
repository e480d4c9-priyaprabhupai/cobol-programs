      ******************************************************************
      * Copybook: HLDSEL
      * Purpose : FILE-CONTROL entries for the per-student result
      *           hold register - one record per hold placed on a
      *           student's result for a term (or for every term),
      *           kept after it is lifted so the history stays on
      *           file - and for the held-results exceptions list the
      *           outward-facing programs append a line to for each
      *           student they hold back. Maintained through HOLDMNT;
      *           paired with HLDFD/HLDDAT/HLDPARA.
      ******************************************************************
           SELECT HLD-FILE
           ASSIGN TO WS-HLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HLD-STAT.
           SELECT HLD-EXC-FILE
           ASSIGN TO WS-HLD-EXC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HLD-EXC-STAT.
