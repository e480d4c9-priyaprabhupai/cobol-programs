      *     whole file is loaded to tables at start and rewritten
      *     on any change; changes need update authority through
      *     the shared SIGNON front end.
      *   - Kind T added: a two-byte term code the gate checks
      *     against the academic term master (on file and open).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUTRG.
                       MOVE 1 TO WS-RT-FLEN(WS-RULE-CNT)
                   END-IF
                   DISPLAY 'ENTER KIND (N NUMERIC / D DATE / C '
                       'CODE / T TERM CODE / X NONE):'
                   ACCEPT WS-IN-X
                   MOVE WS-IN-X TO WS-RT-KIND(WS-RULE-CNT)
                   DISPLAY 'IS THIS THE KEYED ID (K OR BLANK):'
