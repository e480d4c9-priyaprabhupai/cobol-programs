      ******************************************************************
      * Copybook: NTFSEL
      * Purpose : FILE-CONTROL entry for the parent notification
      *           queue - one line per event a guardian should hear
      *           about (absent today, fee dues, results released,
      *           fail-warning letter), appended by the programs that
      *           raise the event and drained by SMSQUEUE into the SMS
      *           gateway's upload file. Paired with NTFFD/NTFDAT/
      *           NTFPARA.
      ******************************************************************
           SELECT NTF-FILE
           ASSIGN TO WS-NTF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NTF-STAT.
