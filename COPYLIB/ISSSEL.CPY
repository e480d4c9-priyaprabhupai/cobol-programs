      ******************************************************************
      * Copybook: ISSSEL
      * Purpose : FILE-CONTROL entry for the shared issued-output
      *           register. Paired with ISSFD/ISSDAT/ISSPARA, in the
      *           same style as the transmission register set.
      ******************************************************************
           SELECT ISS-REG
           ASSIGN TO WS-ISS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ISS-STAT.
