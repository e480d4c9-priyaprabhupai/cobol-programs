      ******************************************************************
      * Copybook: TRMPARA
      * Purpose : TRM-ENV-PARA resolves WS-TRM-DSN from TERMMAST_DSN
      *           (falls back to terms.txt); TRM-LOAD-PARA loads the
      *           term master to WS-TRM-TABLE, warning when none is on
      *           file; TRM-FIND-PARA looks up WS-TRM-CODE. See
      *           TRMSEL/TRMFD/TRMDAT.
      ******************************************************************
       TRM-ENV-PARA.
           DISPLAY WS-TRM-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-TRM-DSN FROM ENVIRONMENT-VALUE
           IF WS-TRM-DSN = SPACES
               MOVE 'terms.txt' TO WS-TRM-DSN
           END-IF.
       TRM-LOAD-PARA.
           MOVE ZERO TO WS-TRM-COUNT
           MOVE 'N' TO WS-TRM-AVAIL-SW
           OPEN INPUT TRM-FILE
           IF WS-TRM-STAT NOT = 00
               DISPLAY 'NO TERM MASTER ON FILE, FILE STATUS - '
                   WS-TRM-STAT ' - TERM DATES NOT CHECKED'
           ELSE
               MOVE 'Y' TO WS-TRM-AVAIL-SW
               PERFORM UNTIL WS-TRM-STAT NOT = 00
                   READ TRM-FILE
                   END-READ
                   IF WS-TRM-STAT NOT = 10
                       IF WS-TRM-COUNT < 40
                           ADD 1 TO WS-TRM-COUNT
                           MOVE TRM-CODE
                               TO WS-TRM-T-CODE(WS-TRM-COUNT)
                           MOVE TRM-YEAR
                               TO WS-TRM-T-YEAR(WS-TRM-COUNT)
                           MOVE TRM-START
                               TO WS-TRM-T-START(WS-TRM-COUNT)
                           MOVE TRM-END
                               TO WS-TRM-T-END(WS-TRM-COUNT)
                           MOVE TRM-EXAM-FROM
                               TO WS-TRM-T-XFROM(WS-TRM-COUNT)
                           MOVE TRM-EXAM-TO
                               TO WS-TRM-T-XTO(WS-TRM-COUNT)
                           MOVE TRM-RESULTS-DUE
                               TO WS-TRM-T-DUE(WS-TRM-COUNT)
                           MOVE TRM-STATUS
                               TO WS-TRM-T-STAT(WS-TRM-COUNT)
                       ELSE
                           DISPLAY 'TERM TABLE FULL, TERM IGNORED - '
                               TRM-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRM-FILE
           END-IF.
       TRM-FIND-PARA.
           MOVE 'N' TO WS-TRM-FOUND-SW
           MOVE 'N' TO WS-TRM-OPEN-SW
           MOVE ZERO TO WS-TRM-X
           PERFORM UNTIL WS-TRM-FOUND OR WS-TRM-X >= WS-TRM-COUNT
               ADD 1 TO WS-TRM-X
               IF WS-TRM-T-CODE(WS-TRM-X) = WS-TRM-CODE
                   MOVE 'Y' TO WS-TRM-FOUND-SW
                   IF WS-TRM-T-STAT(WS-TRM-X) NOT = 'C'
                       MOVE 'Y' TO WS-TRM-OPEN-SW
                   END-IF
               END-IF
           END-PERFORM.
