      *     (campus) code the chain stamps, carried through
      *     unchanged - a moderation pass no longer strips the
      *     branch the per-branch outputs tally by.
      *   - Letter grades now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the row's term, instead of this
      *     program's own copy of the cutoffs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODERATE.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-MOD-FS   PIC 99.
           05 WS-SUBJ-ENTRY OCCURS 20 TIMES.
               10 WS-SUBJ-CODE PIC XX.
               10 WS-SUBJ-PASS PIC 999.
       COPY GSCDAT.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           IF NOT WS-CARD-FOUND
               DISPLAY "NO MODERATION CARD - NOTHING DONE"
               STOP RUN
           PERFORM GRADE-PARA
           MOVE WS-GRADE TO MOD-GRADE.
       GRADE-PARA.
           MOVE PF-TERM TO WS-GSC-TERM
           MOVE MOD-MARKS TO WS-GSC-MARKS
           PERFORM GSC-GRADE-PARA
           MOVE WS-GSC-GRADE TO WS-GRADE.
       SUMMARY-PARA.
           DISPLAY "MODERATION BEFORE/AFTER SUMMARY"
           DISPLAY "ROWS READ:            " WS-ROWS-READ
           DISPLAY "PASSING AFTER:        " WS-PASS-AFTER
           DISPLAY "MOVED UP ACROSS PASS MARK:   " WS-MOVED
           DISPLAY "MOVED DOWN ACROSS PASS MARK: " WS-MOVED-DOWN.
       COPY GSCPARA.
       END PROGRAM MODERATE.
