      *           is on the shared log, not just "what was done".
      *           See AUDITSEL/AUDITFD/AUDITDAT for the file
      *           and working-storage this set needs.
      *           All three writers chain the log: AUDIT-LAST-PARA
      *           picks up the sequence number and digest of the last
      *           sealed line, and AUDIT-SEAL-PARA stamps the new line
      *           with the next number and AUDIT-DIGEST-PARA's digest
      *           of the previous digest, that number and the line
      *           text. AUDITCHK repeats the digest to verify.
      ******************************************************************
       AUDIT-ENV-PARA.
           DISPLAY WS-AUDIT-DSN-ENV UPON ENVIRONMENT-NAME
           MOVE WS-AUDIT-CURR-DT(9:2)  TO WS-AUDIT-HH
           MOVE WS-AUDIT-CURR-DT(11:2) TO WS-AUDIT-MN
           MOVE WS-AUDIT-CURR-DT(13:2) TO WS-AUDIT-SS
           PERFORM AUDIT-LAST-PARA
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STAT = 05 OR WS-AUDIT-STAT = 35
               CLOSE AUDIT-LOG
               WS-AUDIT-PGM    DELIMITED BY SPACE
               ',EVENT=START'  DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           PERFORM AUDIT-SEAL-PARA
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG.
       AUDIT-EVENT-PARA.
           MOVE WS-AUDIT-CURR-DT(9:2)  TO WS-AUDIT-HH
           MOVE WS-AUDIT-CURR-DT(11:2) TO WS-AUDIT-MN
           MOVE WS-AUDIT-CURR-DT(13:2) TO WS-AUDIT-SS
           PERFORM AUDIT-LAST-PARA
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STAT = 05 OR WS-AUDIT-STAT = 35
               CLOSE AUDIT-LOG
                   WS-AUDIT-OPER   DELIMITED BY SPACE
                   INTO AUDIT-LOG-REC
           END-IF
           PERFORM AUDIT-SEAL-PARA
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG.
       AUDIT-WRITE-PARA.
           MOVE WS-AUDIT-CURR-DT(9:2)  TO WS-AUDIT-HH
           MOVE WS-AUDIT-CURR-DT(11:2) TO WS-AUDIT-MN
           MOVE WS-AUDIT-CURR-DT(13:2) TO WS-AUDIT-SS
           PERFORM AUDIT-LAST-PARA
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STAT = 05 OR WS-AUDIT-STAT = 35
               CLOSE AUDIT-LOG
               ',FS='          DELIMITED BY SIZE
               WS-AUDIT-FS     DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           PERFORM AUDIT-SEAL-PARA
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG.
       AUDIT-LAST-PARA.
           MOVE ZERO TO WS-AUDIT-SEQ WS-AUDIT-PREV-DIG
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STAT = 00
               PERFORM UNTIL WS-AUDIT-STAT NOT = 00
                   READ AUDIT-LOG
                   END-READ
                   IF WS-AUDIT-STAT = 00
                       AND AUDIT-LOG-SEQ-TAG = ',SEQ='
                       AND AUDIT-LOG-SEQ IS NUMERIC
                       AND AUDIT-LOG-DIG IS NUMERIC
                       MOVE AUDIT-LOG-SEQ TO WS-AUDIT-SEQ
                       MOVE AUDIT-LOG-DIG TO WS-AUDIT-PREV-DIG
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.
       AUDIT-SEAL-PARA.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE ',SEQ='      TO AUDIT-LOG-SEQ-TAG
           MOVE WS-AUDIT-SEQ TO AUDIT-LOG-SEQ
           MOVE ',DIG='      TO AUDIT-LOG-DIG-TAG
           PERFORM AUDIT-DIGEST-PARA
           MOVE WS-AUDIT-DIG TO AUDIT-LOG-DIG.
       AUDIT-DIGEST-PARA.
      * Previous digest, sequence number, then every byte of the text
      * weighted by its column, folded modulo a large prime
           COMPUTE WS-AUDIT-HASH = WS-AUDIT-PREV-DIG + AUDIT-LOG-SEQ
           PERFORM VARYING WS-AUDIT-CX FROM 1 BY 1
               UNTIL WS-AUDIT-CX > 100
               COMPUTE WS-AUDIT-HASH = WS-AUDIT-HASH * 31
                   + FUNCTION ORD(AUDIT-LOG-TEXT(WS-AUDIT-CX:1))
                   + WS-AUDIT-CX
               DIVIDE WS-AUDIT-HASH BY 999999937
                   GIVING WS-AUDIT-HASH-Q REMAINDER WS-AUDIT-HASH
           END-PERFORM
           MOVE WS-AUDIT-HASH TO WS-AUDIT-DIG.
