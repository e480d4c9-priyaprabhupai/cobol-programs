      *     students a term can have. Input out of student sequence
      *     is refused with RETURN-CODE 16 so a forgotten sort step
      *     cannot produce a half-collated report.
      *   - Grade points now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the row's term, so a term graded
      *     under an older scale keeps its own points.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPASUMM.
           SELECT SUMWORK ASSIGN TO WS-WRK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-FS.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 WRK-SUBJS  PIC 99.
           05 WRK-FAILS  PIC 99.
           05 WRK-ALLAB  PIC X.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-WRK-FS   PIC 99.
           88 WS-IN-SEQUENCE VALUE 'Y'.
       01 WS-RET-SW PIC X VALUE 'N'.
           88 WS-RETURN-DONE VALUE 'Y'.
       COPY GSCDAT.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           SORT SORT-WORK ON DESCENDING KEY SRT-GPA
               INPUT PROCEDURE IS BREAK-PARA
               OUTPUT PROCEDURE IS WORKOUT-PARA
      * ABS rows are an attendance fact, not an attempt - keeping
      * them out of the roll-up stops an absence scoring as an F
           IF PF-RESULT NOT = 'ABS '
               MOVE PF-TERM TO WS-GSC-TERM
               MOVE PF-GRADE TO WS-GSC-LETTER-IN
               PERFORM GSC-POINTS-PARA
               MOVE WS-GSC-POINTS TO WS-POINTS
               ADD 1 TO WS-CUR-SUBJS
               ADD WS-POINTS TO WS-CUR-PTS
               IF PF-RESULT = 'FAIL'
               END-IF
           END-PERFORM
           CLOSE SUMWORK.
       COPY GSCPARA.
       END PROGRAM GPASUMM.
