      ******************************************************************
      * Copybook: TRMSEL
      * Purpose : FILE-CONTROL entry for the academic term master -
      *           one record per term code with its academic year,
      *           term dates, exam window and results-due date.
      *           Maintained through TERMMNT; paired with TRMFD/
      *           TRMDAT/TRMPARA so the gate, attendance and the exam
      *           scheduler all read the same calendar.
      ******************************************************************
           SELECT TRM-FILE
           ASSIGN TO WS-TRM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRM-STAT.
