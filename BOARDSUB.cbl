      *     transmission register (XMIT set) with its detail count
      *     and marks hash, so dispatch and the board's receipt can
      *     be matched off through XMITREG.
      *   - Grade points now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the row's term, so a term graded
      *     under an older scale keeps its own points.
      *   - Rows for students on the result hold register HOLDMNT
      *     keeps (shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks) are
      *     left out of the grade grid, the GPA and the marks hash;
      *     each held student is listed once on the held-results
      *     exceptions list (HOLDEXC_DSN). The return is a whole-
      *     term figure, so there is no catch-up variant: once the
      *     hold is lifted the rebuilt return carries the student.
      *   - Once the return ties and is logged, every row it counted
      *     is logged on the shared issued-output register (ISSSEL/
      *     ISSFD/ISSDAT/ISSPARA, ISSUEREG_DSN) with its figure, so
      *     REISSUE can call for a board correction record when a
      *     released result changes. A refused return logs nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDSUB.
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           COPY XMITSEL.
           COPY GSCSEL.
           COPY HLDSEL.
           COPY ISSSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       COPY XMITFD.
       COPY GSCFD.
       COPY HLDFD.
       COPY ISSFD.
       WORKING-STORAGE SECTION.
       COPY XMITDAT.
       77 WS-PF-FS    PIC 99.
       77 WS-WR-S     PIC 9(4) VALUE ZERO.
       77 WS-WR-HASH  PIC 9(9) VALUE ZERO.
       77 WS-ROWS-READ PIC 9(6) VALUE ZERO.
       77 WS-HELD-CNT PIC 9(6) VALUE ZERO.
       77 WS-LAST-HELD PIC 9(5) VALUE ZERO.
      * Student-to-branch map built from the graded rows, so the
      * enrollment counts land on each student's own campus
       77 WS-MAP-CNT  PIC 9(4) VALUE ZERO.
           05 T-S-CNT   PIC 9(4).
           05 T-DET-CNT PIC 9(6).
           05 T-HASH    PIC 9(9).
       COPY GSCDAT.
       COPY HLDDAT.
       COPY ISSDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
      * A whole-term return takes every student not on hold, catch-
      * up date or not
           MOVE ZERO TO WS-HLD-CATCHUP
           MOVE 'BOARDSUB' TO WS-HLD-PGM
      * The tally pass runs first: it maps each student to the
      * branch on their graded rows, which the enrollment count
      * then attributes by
               READ PASSFAIL
               END-READ
               IF WS-PF-FS NOT = 10 AND PF-TERM = WS-TERM
                   MOVE PF-UID TO WS-HLD-UID
                   MOVE PF-TERM TO WS-HLD-TERM
                   PERFORM HLD-CHECK-PARA
                   IF WS-HLD-ON-HOLD
                       PERFORM 3300-HELD-ROW-PARA
                   ELSE
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 3100-ONE-ROW-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PASSFAIL
           IF WS-HELD-CNT NOT = ZERO
               DISPLAY 'ROWS LEFT OUT OF THE RETURN (RESULT ON HOLD): '
                   WS-HELD-CNT ' - LISTED ON ' WS-HLD-EXC-DSN(1:30)
           END-IF.
       3100-ONE-ROW-PARA.
           IF PF-BRANCH = SPACES OR PF-BRANCH = LOW-VALUES
               MOVE '01' TO WS-CUR-BRANCH
           IF WS-MATCH-SCX NOT = ZERO
               ADD 1 TO WS-SEC-ROWS(WS-MATCH-SCX)
               IF PF-RESULT NOT = 'ABS '
                   MOVE PF-TERM TO WS-GSC-TERM
                   MOVE PF-GRADE TO WS-GSC-LETTER-IN
                   PERFORM GSC-POINTS-PARA
                   MOVE WS-GSC-POINTS TO WS-POINTS
                   ADD WS-POINTS TO WS-SEC-PTS(WS-MATCH-SCX)
                   ADD 1 TO WS-SEC-GSUBJ(WS-MATCH-SCX)
               END-IF
               MOVE PF-UID TO WS-BM-UID(WS-MAP-CNT)
               MOVE WS-CUR-BRANCH TO WS-BM-BR(WS-MAP-CNT)
           END-IF.
       3300-HELD-ROW-PARA.
      * One exceptions line per held student, not per subject row
           ADD 1 TO WS-HELD-CNT
           IF PF-UID NOT = WS-LAST-HELD
               MOVE PF-UID TO WS-LAST-HELD
               MOVE 'LEFT OUT OF THE BOARD RETURN' TO WS-HLD-ACTION
               PERFORM HLD-EXC-PARA
           END-IF.
       4000-WRITE-PARA.
           OPEN OUTPUT BOARDOUT
           IF WS-OUT-FS NOT = 00
               MOVE WS-DET-CNT TO WS-XMIT-COUNT
               MOVE WS-HASH TO WS-XMIT-SUM
               PERFORM XMIT-LOG-PARA
               PERFORM 5100-ISSUE-PARA
           END-IF.
       5100-ISSUE-PARA.
      * The rows the return counted - the term's rows not on hold -
      * go on the issued-output register
           PERFORM ISS-ENV-PARA
           MOVE 'BOARDSUB' TO WS-ISS-OUTPUT
           MOVE WS-OUT-DSN(1:30) TO WS-ISS-FILE
           PERFORM ISS-OPEN-PARA
           OPEN INPUT PASSFAIL
           PERFORM UNTIL WS-PF-FS NOT = 00
               READ PASSFAIL
               END-READ
               IF WS-PF-FS NOT = 10 AND PF-TERM = WS-TERM
                   MOVE PF-UID TO WS-HLD-UID
                   MOVE PF-TERM TO WS-HLD-TERM
                   PERFORM HLD-CHECK-PARA
                   IF NOT WS-HLD-ON-HOLD
                       MOVE PF-UID    TO WS-ISS-UID
                       MOVE PF-SUBJ   TO WS-ISS-SUBJ
                       MOVE PF-SEC    TO WS-ISS-SEC
                       MOVE PF-TERM   TO WS-ISS-TERM
                       MOVE PF-MARKS  TO WS-ISS-MARKS
                       MOVE PF-GRADE  TO WS-ISS-GRADE
                       MOVE PF-RESULT TO WS-ISS-RESULT
                       MOVE PF-RUNID  TO WS-ISS-RUNID
                       PERFORM ISS-LOG-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PASSFAIL
           PERFORM ISS-CLOSE-PARA.
       COPY XMITPARA.
       COPY GSCPARA.
       COPY HLDPARA.
       COPY ISSPARA.
       END PROGRAM BOARDSUB.
