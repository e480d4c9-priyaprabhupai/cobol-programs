      *     the lock at the end, so an interactive reader holding
      *     the file stops this step with a held-by message (and an
      *     E alert) instead of sharing it mid-write.
      *   - GRADE-PARA now takes its bands from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN),
      *     under the scale in effect for the row's STD-TERM, instead
      *     of its own cutoffs.
      *   - A marks row with a blank branch now takes the student's
      *     campus from the STUDMAST branch code (ahead of the
      *     BRANCH_DEFAULT value), so a student moved by STUXFER is
      *     stamped with the receiving campus without the feed
      *     having to say so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDMARKS.
           COPY AUDITSEL.
           COPY GDGSEL.
           COPY ALERTSEL.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN  PIC XX.
       COPY AUDITFD.
       COPY GDGFD.
       COPY ALERTFD.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-FS          PIC     99.
       77 WS-PF-FS       PIC     99.
       77 WS-CUR-BRANCH PIC XX VALUE SPACES.
       COPY GDGDAT.
       COPY ALERTDAT.
       COPY GSCDAT.
       COPY LOCKDAT.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 200 TIMES.
               WS-SM-STAT " - ENROLLMENT CHECK SKIPPED"
       END-IF
       PERFORM SUBJ-LOAD-PARA THRU SUBJ-LOAD-EXIT
       PERFORM GSC-ENV-PARA
       PERFORM GSC-LOAD-PARA
       PERFORM WH-LOAD-PARA
       PERFORM ER-LOAD-PARA
      * Register intent on PASSFAIL through the shared lock registry
                       IF NOT SM-ENROLLED
                           MOVE 'N' TO WS-ENROLL-SW
                       END-IF
                       IF (STD-BRANCH = SPACES
                           OR STD-BRANCH = LOW-VALUES)
                           AND SM-BRANCH NOT = SPACES
                           AND SM-BRANCH NOT = LOW-VALUES
                           MOVE SM-BRANCH TO WS-CUR-BRANCH
                       END-IF
               END-READ
           END-IF.
       CLASS-PARA.
                   WS-PF-FS
           END-IF.
       GRADE-PARA.
           MOVE STD-TERM TO WS-GSC-TERM
           MOVE STD-MARKS TO WS-GSC-MARKS
           PERFORM GSC-GRADE-PARA
           MOVE WS-GSC-GRADE TO WS-GRADE.
       FIND-CLASS-PARA.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-TX FROM 1 BY 1
       COPY AUDITPARA.
       COPY GDGPARA.
       COPY ALERTPARA.
       COPY GSCPARA.
       END PROGRAM STDMARKS.
