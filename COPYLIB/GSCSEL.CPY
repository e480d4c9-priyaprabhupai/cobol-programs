      ******************************************************************
      * Copybook: GSCSEL
      * Purpose : FILE-CONTROL entry for the grade-scale reference
      *           master - the one place the mark bands, letters and
      *           grade points live. Paired with GSCFD/GSCDAT/GSCPARA
      *           so every grading and GPA program reads the same
      *           scale.
      ******************************************************************
           SELECT GSC-FILE
           ASSIGN TO WS-GSC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GSC-STAT.
