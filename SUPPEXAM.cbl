      *     attempt number is 1 + the attempts already on file for
      *     the key, the original sitting counting as attempt 1),
      *     report SUPPRPT_DSN (default supprpt.txt).
      *   - Letter grades now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the failed sitting's term,
      *     instead of this program's own copy of the cutoffs.
      *   - Each result row now ends with the date of the intake
      *     run, so REISSUE can date a supplementary result against
      *     the term's release.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPEXAM.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 RES-TERM    PIC XX.
           05 FILLER      PIC X VALUE SPACE.
           05 RES-ATTEMPT PIC 99.
           05 FILLER      PIC X VALUE SPACE.
           05 RES-DATE    PIC 9(8).
       FD SUPPRPT.
       01 RPT-LINE PIC X(70).
       FD SUBJECTS.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-SUP-FS   PIC 99.
       77 WS-RPT-DSN  PIC X(100) VALUE 'supprpt.txt'.
       77 WS-SUBJ-DSN PIC X(100) VALUE 'subjects.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8).
       77 WS-PASSMARK PIC 999 VALUE 040.
       77 WS-PASSMARK-INPUT PIC X(3).
       77 WS-EFF-PASSMARK PIC 999.
       77 WS-CLEARED    PIC 9(4) VALUE ZERO.
       77 WS-NOTCLEAR   PIC 9(4) VALUE ZERO.
       77 WS-UNMATCHED  PIC 9(4) VALUE ZERO.
       COPY GSCDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           PERFORM 2000-LOAD-FAILS-PARA
           PERFORM 2500-LOAD-PRIOR-PARA
           OPEN INPUT SUPPMARKS
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
                   MOVE WS-SUBJ-PASS(WS-SJX) TO WS-EFF-PASSMARK
               END-IF
           END-PERFORM
           MOVE WS-FAIL-TERM(WS-MATCH-FX) TO WS-GSC-TERM
           MOVE SUP-MARKS TO WS-GSC-MARKS
           PERFORM GSC-GRADE-PARA
           MOVE WS-GSC-GRADE TO WS-GRADE
           MOVE SPACES TO RES-REC
           MOVE SUP-UID   TO RES-UID
           MOVE SUP-SUBJ  TO RES-SUBJ
           MOVE WS-GRADE  TO RES-GRADE
           MOVE WS-FAIL-TERM(WS-MATCH-FX) TO RES-TERM
           MOVE WS-ATTEMPT TO RES-ATTEMPT
           MOVE WS-RUN-DATE TO RES-DATE
           MOVE SPACES TO RPT-LINE
           IF SUP-MARKS < WS-EFF-PASSMARK
               ADD 1 TO WS-NOTCLEAR
           IF WS-RES-FS NOT = 00
               DISPLAY 'RESULT WRITE FAILED, FILE STATUS - ' WS-RES-FS
           END-IF.
       COPY GSCPARA.
       END PROGRAM SUPPEXAM.
