      *     now counts as a pass, so the year-end decision no longer
      *     has to be manually overruled for students who cleared
      *     the re-exam. A missing results file changes nothing.
      *   - Every decision is also appended to the cumulative
      *     decision history (PROMHIST_DSN, default promhist.txt,
      *     OPEN EXTEND) with the academic year (PROMOTE_YEAR,
      *     default the current year), the section, the branch
      *     (campus) code off the PASSFAIL rows (01 when blank) and
      *     a flag for a FAIL cleared at the supplementary exam, so
      *     the COHORT report can follow an intake year across
      *     runs. A re-run for the same year appends again; the
      *     later row stands.
      *   - Supplementary results layout extended with the intake
      *     date SUPPEXAM now stamps, keeping this reader in step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTE.
           SELECT SUPPRES ASSIGN TO WS-SR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SR-FS.
           SELECT PROMHIST ASSIGN TO WS-PH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 PF-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
           05 FILLER     PIC X.
           05 PF-BRANCH PIC XX.
       FD DECISIONS.
       01 DEC-REC.
           05 DEC-UID      PIC 9(5).
           05 SR-TERM    PIC XX.
           05 FILLER     PIC X.
           05 SR-ATTEMPT PIC 99.
           05 FILLER     PIC X.
           05 SR-DATE    PIC 9(8).
       FD PROMHIST.
       01 PH-REC.
           05 PH-YEAR     PIC 9(4).
           05 FILLER      PIC X.
           05 PH-UID      PIC 9(5).
           05 FILLER      PIC X.
           05 PH-SEC      PIC X.
           05 FILLER      PIC X.
           05 PH-BRANCH   PIC XX.
           05 FILLER      PIC X.
           05 PH-FAILS    PIC 99.
           05 FILLER      PIC X.
           05 PH-DECISION PIC X(8).
           05 FILLER      PIC X.
           05 PH-SUPP     PIC X.
           05 FILLER      PIC X.
           05 PH-RUNDT    PIC 9(8).
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-DEC-FS   PIC 99.
       77 WS-SR-DSN    PIC X(100) VALUE 'suppres.txt'.
       77 WS-SUPP-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SPX        PIC 9(4) VALUE ZERO.
       77 WS-PH-FS      PIC 99.
       77 WS-PH-DSN     PIC X(100) VALUE 'promhist.txt'.
       77 WS-YEAR-IN    PIC X(4).
       77 WS-YEAR       PIC 9(4) VALUE ZERO.
       77 WS-CURR-DT    PIC X(21).
       01 WS-SUPP-HIT-SW PIC X VALUE 'N'.
           88 WS-SUPP-CLEARED VALUE 'Y'.
       01 WS-SUPP-TABLE.
               10 WS-STU-UID   PIC 9(5).
               10 WS-STU-SEC   PIC X.
               10 WS-STU-FAILS PIC 99.
               10 WS-STU-BRANCH PIC XX.
               10 WS-STU-SUPP  PIC X.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           CLOSE PASSFAIL
           OPEN OUTPUT DECISIONS
           OPEN OUTPUT ROSTER
           OPEN EXTEND PROMHIST
           IF WS-PH-FS = 05 OR WS-PH-FS = 35
               CLOSE PROMHIST
               OPEN OUTPUT PROMHIST
           END-IF
           IF WS-PH-FS NOT = 00
               DISPLAY "DECISION HISTORY OPEN FAILED, FILE STATUS - "
                   WS-PH-FS " - THIS YEAR NOT ADDED TO THE HISTORY"
           END-IF
           PERFORM DECIDE-PARA
           CLOSE DECISIONS
           CLOSE ROSTER
           IF WS-PH-FS = 00
               CLOSE PROMHIST
           END-IF
           DISPLAY "PROMOTED: " WS-PROMOTED
               "  RETAINED: " WS-RETAINED
               "  (RETAINED WHEN FAILS > " WS-MAX-FAILS ")"
                   DISPLAY "INVALID PROMOTE_MAX_FAILS, USING "
                       "DEFAULT - " WS-MAX-FAILS
               END-IF
           END-IF
           MOVE 'PROMHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PH-DSN FROM ENVIRONMENT-VALUE
           IF WS-PH-DSN = SPACES
               MOVE 'promhist.txt' TO WS-PH-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:4) TO WS-YEAR
           MOVE 'PROMOTE_YEAR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-YEAR-IN FROM ENVIRONMENT-VALUE
           IF WS-YEAR-IN NOT = SPACES
               IF WS-YEAR-IN IS NUMERIC
                   MOVE WS-YEAR-IN TO WS-YEAR
               ELSE
                   DISPLAY "INVALID PROMOTE_YEAR, USING DEFAULT - "
                       WS-YEAR
               END-IF
           END-IF.
       SUPP-LOAD-PARA.
      * Cleared supplementary attempts - the matching FAIL rows
               MOVE PF-UID TO WS-STU-UID(WS-MATCH-IDX)
               MOVE PF-SEC TO WS-STU-SEC(WS-MATCH-IDX)
               MOVE ZERO TO WS-STU-FAILS(WS-MATCH-IDX)
               MOVE 'N' TO WS-STU-SUPP(WS-MATCH-IDX)
               IF PF-BRANCH = SPACES OR PF-BRANCH = LOW-VALUES
                   MOVE '01' TO WS-STU-BRANCH(WS-MATCH-IDX)
               ELSE
                   MOVE PF-BRANCH TO WS-STU-BRANCH(WS-MATCH-IDX)
               END-IF
           END-IF
           IF WS-MATCH-IDX = ZERO
               DISPLAY "STUDENT TABLE FULL, SKIPPING " PF-UID
                   PERFORM SUPP-CHECK-PARA
                   IF NOT WS-SUPP-CLEARED
                       ADD 1 TO WS-STU-FAILS(WS-MATCH-IDX)
                   ELSE
                       MOVE 'Y' TO WS-STU-SUPP(WS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
                   WRITE ROS-REC
               END-IF
               WRITE DEC-REC
               IF WS-PH-FS = 00
                   MOVE SPACES TO PH-REC
                   MOVE WS-YEAR             TO PH-YEAR
                   MOVE WS-STU-UID(WS-SX)   TO PH-UID
                   MOVE WS-STU-SEC(WS-SX)   TO PH-SEC
                   MOVE WS-STU-BRANCH(WS-SX) TO PH-BRANCH
                   MOVE WS-STU-FAILS(WS-SX) TO PH-FAILS
                   MOVE DEC-DECISION        TO PH-DECISION
                   MOVE WS-STU-SUPP(WS-SX)  TO PH-SUPP
                   MOVE WS-CURR-DT(1:8)     TO PH-RUNDT
                   WRITE PH-REC
               END-IF
           END-PERFORM.
       END PROGRAM PROMOTE.
