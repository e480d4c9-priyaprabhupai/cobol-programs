      ******************************************************************
      * Copybook: PLYPARA
      * Purpose : PLY-ENV-PARA resolves WS-PLY-DSN from PLAYMAST_DSN
      *           (falls back to players.txt); PLY-LOAD-PARA loads the
      *           player master to WS-PLY-TABLE, warning when none is
      *           on file, and sets WS-PLY-RUN-DT to today;
      *           PLY-FIND-PARA looks up WS-PLY-ID and judges the
      *           registration. See PLYSEL/PLYFD/PLYDAT.
      ******************************************************************
       PLY-ENV-PARA.
           DISPLAY WS-PLY-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-PLY-DSN FROM ENVIRONMENT-VALUE
           IF WS-PLY-DSN = SPACES
               MOVE 'players.txt' TO WS-PLY-DSN
           END-IF.
       PLY-LOAD-PARA.
           MOVE ZERO TO WS-PLY-COUNT
           MOVE 'N' TO WS-PLY-AVAIL-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLY-RUN-DT
           OPEN INPUT PLY-FILE
           IF WS-PLY-STAT NOT = 00
               DISPLAY 'NO PLAYER MASTER ON FILE, FILE STATUS - '
                   WS-PLY-STAT ' - REGISTRATIONS NOT CHECKED'
           ELSE
               MOVE 'Y' TO WS-PLY-AVAIL-SW
               PERFORM UNTIL WS-PLY-STAT NOT = 00
                   READ PLY-FILE
                   END-READ
                   IF WS-PLY-STAT NOT = 10
                       IF WS-PLY-COUNT < 999
                           ADD 1 TO WS-PLY-COUNT
                           MOVE PLY-ID
                               TO WS-PLY-T-ID(WS-PLY-COUNT)
                           MOVE PLY-NAME
                               TO WS-PLY-T-NAME(WS-PLY-COUNT)
                           MOVE PLY-CLUB
                               TO WS-PLY-T-CLUB(WS-PLY-COUNT)
                           MOVE PLY-CATEGORY
                               TO WS-PLY-T-CAT(WS-PLY-COUNT)
                           MOVE PLY-STATUS
                               TO WS-PLY-T-STAT(WS-PLY-COUNT)
                           MOVE PLY-EXPIRY
                               TO WS-PLY-T-EXPIRY(WS-PLY-COUNT)
                       ELSE
                           DISPLAY 'PLAYER TABLE FULL, PLAYER '
                               'IGNORED - ' PLY-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PLY-FILE
           END-IF.
       PLY-FIND-PARA.
           MOVE 'N' TO WS-PLY-FOUND-SW
           MOVE 'N' TO WS-PLY-REG-SW
           MOVE 'NOT REGISTERED' TO WS-PLY-REASON
           MOVE ZERO TO WS-PLY-X
           PERFORM UNTIL WS-PLY-FOUND OR WS-PLY-X >= WS-PLY-COUNT
               ADD 1 TO WS-PLY-X
               IF WS-PLY-T-ID(WS-PLY-X) = WS-PLY-ID
                   MOVE 'Y' TO WS-PLY-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-PLY-FOUND
               EVALUATE TRUE
                   WHEN WS-PLY-T-STAT(WS-PLY-X) = 'W'
                       MOVE 'PLAYER WITHDRAWN' TO WS-PLY-REASON
                   WHEN WS-PLY-T-STAT(WS-PLY-X) NOT = 'A'
                       MOVE 'REGISTRATION LAPSED' TO WS-PLY-REASON
                   WHEN WS-PLY-T-EXPIRY(WS-PLY-X) < WS-PLY-RUN-DT
                       MOVE 'REGISTRATION EXPIRED' TO WS-PLY-REASON
                   WHEN OTHER
                       MOVE 'Y' TO WS-PLY-REG-SW
                       MOVE SPACES TO WS-PLY-REASON
               END-EVALUATE
           END-IF.
