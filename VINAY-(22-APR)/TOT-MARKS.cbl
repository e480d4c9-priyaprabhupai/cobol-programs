      *   - STUD-ID/GRD-ID widened from two digits to PIC 9(5) as
      *     part of the suite-wide ID expansion, so enrollment past
      *     99 students cannot wrap two students onto one ID.
      *   - GRADE-PARA now takes its bands from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) instead
      *     of its own cutoffs. STD-REC carries no term, so the scale
      *     is the one in effect for GRADE_TERM, or the latest scale
      *     on file when that is not set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS.
       ENVIRONMENT DIVISION.
           COPY PARMSEL.
           COPY AUDITSEL.
           COPY GDGSEL.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD STDFILE.
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       COPY CHKPTFD.
       COPY PARMFD.
       COPY AUDITFD.
       COPY GDGFD.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-STAT     PIC 99.
       77 WS-REJ-STAT PIC 99.
       77 WS-RUN-CURR PIC X(21).
       77 WS-RECS-WRITTEN PIC 9(6) VALUE ZERO.
       COPY GDGDAT.
       COPY GSCDAT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'MARKS' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           MOVE 'GRADE_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GSC-TERM FROM ENVIRONMENT-VALUE
           IF WS-GSC-TERM = SPACES
               MOVE HIGH-VALUES TO WS-GSC-TERM
           END-IF
           MOVE 'RUN_ID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RUNID-IN FROM ENVIRONMENT-VALUE
               PERFORM GRADE-PARA
           END-IF.
       GRADE-PARA.
           MOVE STUD-MARKS TO WS-GSC-MARKS
           PERFORM GSC-GRADE-PARA
           MOVE WS-GSC-GRADE TO WS-GRADE
           MOVE SPACES TO GRD-REC
           MOVE STUD-ID TO GRD-ID
           MOVE STUD-GENDER TO GRD-GENDER
       COPY PARMPARA.
       COPY AUDITPARA.
       COPY GDGPARA.
       COPY GSCPARA.
       END PROGRAM MARKS.
