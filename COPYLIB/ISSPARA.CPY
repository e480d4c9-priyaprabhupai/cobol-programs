      ******************************************************************
      * Copybook: ISSPARA
      * Purpose : ISS-ENV-PARA resolves WS-ISS-DSN from the variable
      *           named in WS-ISS-DSN-ENV (or falls back to
      *           issuereg.txt); ISS-OPEN-PARA opens the register
      *           for append and settles today's date and the
      *           chain's RUN_ID; ISS-LOG-PARA appends one row from
      *           the WS-ISS-* fields; ISS-CLOSE-PARA closes it. A
      *           register that cannot be opened only warns - the
      *           output itself still goes out. See ISSSEL/ISSFD/
      *           ISSDAT, and REISSUE for the re-issue worklist.
      ******************************************************************
       ISS-ENV-PARA.
           DISPLAY WS-ISS-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-ISS-DSN FROM ENVIRONMENT-VALUE
           IF WS-ISS-DSN = SPACES
               MOVE 'issuereg.txt' TO WS-ISS-DSN
           END-IF.
       ISS-OPEN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ISS-CURR
           MOVE WS-ISS-CURR(1:8) TO WS-ISS-DATE
           MOVE ZERO TO WS-ISS-RUN-DFLT WS-ISS-COUNT
           DISPLAY 'RUN_ID' UPON ENVIRONMENT-NAME
           ACCEPT WS-ISS-RID-IN FROM ENVIRONMENT-VALUE
           IF WS-ISS-RID-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ISS-RID-IN) = 0
               MOVE FUNCTION NUMVAL(WS-ISS-RID-IN) TO WS-ISS-RUN-DFLT
           END-IF
           OPEN EXTEND ISS-REG
           IF WS-ISS-STAT = 05 OR WS-ISS-STAT = 35
               CLOSE ISS-REG
               OPEN OUTPUT ISS-REG
           END-IF
           IF WS-ISS-STAT = 00
               MOVE 'Y' TO WS-ISS-OPEN-SW
           ELSE
               MOVE 'N' TO WS-ISS-OPEN-SW
               DISPLAY 'ISSUED-OUTPUT REGISTER OPEN FAILED, FILE '
                   'STATUS - ' WS-ISS-STAT ' - ISSUES NOT RECORDED'
           END-IF.
       ISS-LOG-PARA.
           IF WS-ISS-OPEN
               MOVE SPACES TO ISS-REC
               MOVE WS-ISS-OUTPUT TO IR-OUTPUT
               MOVE WS-ISS-FILE   TO IR-FILE
               MOVE WS-ISS-DATE   TO IR-DATE
               IF WS-ISS-RUNID = ZERO
                   MOVE WS-ISS-RUN-DFLT TO IR-RUNID
               ELSE
                   MOVE WS-ISS-RUNID TO IR-RUNID
               END-IF
               MOVE WS-ISS-UID    TO IR-UID
               MOVE WS-ISS-SUBJ   TO IR-SUBJ
               MOVE WS-ISS-SEC    TO IR-SEC
               MOVE WS-ISS-TERM   TO IR-TERM
               MOVE WS-ISS-MARKS  TO IR-MARKS
               MOVE WS-ISS-GRADE  TO IR-GRADE
               MOVE WS-ISS-RESULT TO IR-RESULT
               WRITE ISS-REC
               ADD 1 TO WS-ISS-COUNT
           END-IF.
       ISS-CLOSE-PARA.
           IF WS-ISS-OPEN
               CLOSE ISS-REG
               MOVE 'N' TO WS-ISS-OPEN-SW
           END-IF.
