      *     (campus) code the chain stamps, carried through
      *     unchanged - an amendment pass no longer strips the
      *     branch the per-branch outputs tally by.
      *   - Letter grades now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the row's term, instead of this
      *     program's own copy of the cutoffs.
      *   - Each change-log row now also carries the term, the date
      *     of the run and the operator who applied the corrections
      *     (MARKAMND_OPER, the way ARCHREST takes ARCHREST_OPER),
      *     and the log is appended to instead of rewritten every
      *     run, so a term's amendments stay on file together for
      *     the operator activity report (OPERACT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKAMND.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 LOG-NEW    PIC 999.
           05 FILLER     PIC X VALUE SPACE.
           05 LOG-REASON PIC X(30).
           05 FILLER     PIC X VALUE SPACE.
           05 LOG-TERM   PIC XX.
           05 FILLER     PIC X VALUE SPACE.
           05 LOG-DATE   PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 LOG-OPER   PIC X(8).
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN PIC XX.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-AMD-FS   PIC 99.
       77 WS-COR-DSN  PIC X(100) VALUE 'corrections.txt'.
       77 WS-LOG-DSN  PIC X(100) VALUE 'amendlog.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-OPER-IN  PIC X(8).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8).
       77 WS-PASSMARK PIC 999 VALUE 040.
       77 WS-PASSMARK-INPUT PIC X(3).
       77 WS-SUBJ-FS  PIC 99.
               10 WS-COR-MARKS  PIC 999.
               10 WS-COR-REASON PIC X(30).
               10 WS-COR-USED   PIC X.
       COPY GSCDAT.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           PERFORM LOAD-COR-PARA THRU LOAD-COR-EXIT
           IF WS-COR-COUNT = ZERO
               DISPLAY "NO CORRECTIONS TO APPLY - NOTHING DONE"
               STOP RUN
           END-IF
           OPEN OUTPUT AMENDED
           OPEN EXTEND CHANGELOG
           IF WS-LOG-FS = 05 OR WS-LOG-FS = 35
               CLOSE CHANGELOG
               OPEN OUTPUT CHANGELOG
           END-IF
           PERFORM APPLY-PARA THRU APPLY-EXIT
           CLOSE PASSFAIL
           CLOSE AMENDED
           IF WS-LOG-DSN = SPACES
               MOVE 'amendlog.txt' TO WS-LOG-DSN
           END-IF
           MOVE 'MARKAMND_OPER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-IN FROM ENVIRONMENT-VALUE
           IF WS-OPER-IN = SPACES
               MOVE 'OPERATOR' TO WS-OPER-IN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'STUDENT_PASSMARK' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PASSMARK-INPUT FROM ENVIRONMENT-VALUE
                   MOVE PF-MARKS TO LOG-OLD
                   MOVE WS-COR-MARKS(WS-MATCH-IDX) TO LOG-NEW
                   MOVE WS-COR-REASON(WS-MATCH-IDX) TO LOG-REASON
                   MOVE PF-TERM     TO LOG-TERM
                   MOVE WS-RUN-DATE TO LOG-DATE
                   MOVE WS-OPER-IN  TO LOG-OPER
                   WRITE LOG-REC
                   MOVE WS-COR-MARKS(WS-MATCH-IDX) TO AMD-MARKS
                   MOVE WS-PASSMARK TO WS-EFF-PASSMARK
               END-IF
           END-PERFORM.
       GRADE-PARA.
           MOVE PF-TERM TO WS-GSC-TERM
           MOVE PF-MARKS TO WS-GSC-MARKS
           PERFORM GSC-GRADE-PARA
           MOVE WS-GSC-GRADE TO WS-GRADE.
       UNMATCHED-PARA.
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-COR-COUNT
                       " " WS-COR-SEC(WS-CX)
               END-IF
           END-PERFORM.
       COPY GSCPARA.
       END PROGRAM MARKAMND.
