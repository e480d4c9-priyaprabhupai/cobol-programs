      ******************************************************************
      * Copybook: GSCPARA
      * Purpose : GSC-ENV-PARA resolves WS-GSC-DSN from GRADESCL_DSN
      *           (falls back to gradescale.txt); GSC-LOAD-PARA loads
      *           the bands, or the long-standing default scale when
      *           no master is on file; GSC-GRADE-PARA turns marks
      *           into a letter and GSC-POINTS-PARA turns a letter
      *           into grade points, both under the scale in effect
      *           for WS-GSC-TERM. See GSCSEL/GSCFD/GSCDAT.
      ******************************************************************
       GSC-ENV-PARA.
           DISPLAY WS-GSC-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-GSC-DSN FROM ENVIRONMENT-VALUE
           IF WS-GSC-DSN = SPACES
               MOVE 'gradescale.txt' TO WS-GSC-DSN
           END-IF.
       GSC-LOAD-PARA.
           MOVE ZERO TO WS-GSC-COUNT
           OPEN INPUT GSC-FILE
           IF WS-GSC-STAT = 00
               PERFORM UNTIL WS-GSC-STAT NOT = 00
                   READ GSC-FILE
                   END-READ
                   IF WS-GSC-STAT NOT = 10
                       IF GSC-LOW IS NOT NUMERIC
                           OR GSC-POINTS IS NOT NUMERIC
                           OR GSC-LETTER = SPACE
                           DISPLAY 'GRADE SCALE ROW IGNORED - '
                               GSC-REC
                       ELSE
                           IF WS-GSC-COUNT < 60
                               ADD 1 TO WS-GSC-COUNT
                               MOVE GSC-FROM-TERM
                                   TO WS-GSC-FROM(WS-GSC-COUNT)
                               MOVE GSC-LOW
                                   TO WS-GSC-LOW(WS-GSC-COUNT)
                               MOVE GSC-LETTER
                                   TO WS-GSC-LET(WS-GSC-COUNT)
                               MOVE GSC-POINTS
                                   TO WS-GSC-PTS(WS-GSC-COUNT)
                           ELSE
                               DISPLAY 'GRADE SCALE TABLE FULL, ROW '
                                   'IGNORED - ' GSC-REC
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GSC-FILE
           END-IF
           IF WS-GSC-COUNT = ZERO
               DISPLAY 'NO GRADE SCALE ON FILE, FILE STATUS - '
                   WS-GSC-STAT ' - USING THE DEFAULT SCALE'
               MOVE '  090A4  075B3  060C2  040D1  000F0'
                   TO WS-GSC-TABLE(1:35)
               MOVE 5 TO WS-GSC-COUNT
           END-IF.
       GSC-EFF-PARA.
      * The scale in effect for a term is the one with the latest
      * effective term not after it
           MOVE 'N' TO WS-GSC-EFF-SW
           MOVE SPACES TO WS-GSC-EFF
           PERFORM VARYING WS-GSC-X FROM 1 BY 1
               UNTIL WS-GSC-X > WS-GSC-COUNT
               IF WS-GSC-FROM(WS-GSC-X) NOT > WS-GSC-TERM
                   IF NOT WS-GSC-EFF-FOUND
                       OR WS-GSC-FROM(WS-GSC-X) > WS-GSC-EFF
                       MOVE WS-GSC-FROM(WS-GSC-X) TO WS-GSC-EFF
                       MOVE 'Y' TO WS-GSC-EFF-SW
                   END-IF
               END-IF
           END-PERFORM
      * A term earlier than every scale takes the earliest one
           IF NOT WS-GSC-EFF-FOUND
               PERFORM VARYING WS-GSC-X FROM 1 BY 1
                   UNTIL WS-GSC-X > WS-GSC-COUNT
                   IF NOT WS-GSC-EFF-FOUND
                       OR WS-GSC-FROM(WS-GSC-X) < WS-GSC-EFF
                       MOVE WS-GSC-FROM(WS-GSC-X) TO WS-GSC-EFF
                       MOVE 'Y' TO WS-GSC-EFF-SW
                   END-IF
               END-PERFORM
           END-IF.
       GSC-GRADE-PARA.
           PERFORM GSC-EFF-PARA
           MOVE 'N' TO WS-GSC-BAND-SW
           MOVE 'F' TO WS-GSC-GRADE
           MOVE ZERO TO WS-GSC-BEST-LOW
           PERFORM VARYING WS-GSC-X FROM 1 BY 1
               UNTIL WS-GSC-X > WS-GSC-COUNT
               IF WS-GSC-FROM(WS-GSC-X) = WS-GSC-EFF
                   AND WS-GSC-LOW(WS-GSC-X) NOT > WS-GSC-MARKS
                   IF NOT WS-GSC-BAND-FOUND
                       OR WS-GSC-LOW(WS-GSC-X) > WS-GSC-BEST-LOW
                       MOVE WS-GSC-LOW(WS-GSC-X) TO WS-GSC-BEST-LOW
                       MOVE WS-GSC-LET(WS-GSC-X) TO WS-GSC-GRADE
                       MOVE 'Y' TO WS-GSC-BAND-SW
                   END-IF
               END-IF
           END-PERFORM.
       GSC-POINTS-PARA.
           PERFORM GSC-EFF-PARA
           MOVE 'N' TO WS-GSC-BAND-SW
           MOVE ZERO TO WS-GSC-POINTS
           PERFORM VARYING WS-GSC-X FROM 1 BY 1
               UNTIL WS-GSC-X > WS-GSC-COUNT OR WS-GSC-BAND-FOUND
               IF WS-GSC-FROM(WS-GSC-X) = WS-GSC-EFF
                   AND WS-GSC-LET(WS-GSC-X) = WS-GSC-LETTER-IN
                   MOVE WS-GSC-PTS(WS-GSC-X) TO WS-GSC-POINTS
                   MOVE 'Y' TO WS-GSC-BAND-SW
               END-IF
           END-PERFORM.
