      ******************************************************************
      * Copybook: PLYSEL
      * Purpose : FILE-CONTROL entry for the player registration
      *           master - one record per player ID with the player's
      *           name, club, category, registration status and
      *           registration expiry. Maintained through PLAYMNT;
      *           paired with PLYFD/PLYDAT/PLYPARA so FINDSCORE and
      *           anything else that ranks players reads the same
      *           register.
      ******************************************************************
           SELECT PLY-FILE
           ASSIGN TO WS-PLY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLY-STAT.
