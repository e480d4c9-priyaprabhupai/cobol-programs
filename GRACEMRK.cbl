      ******************************************************************
      * Program : GRACEMRK
      * Purpose : Grace-marks run for the STDMARKS chain. The board
      *           allows a student up to a fixed number of grace
      *           marks in total, spread over at most a set number of
      *           subjects, to lift a narrow FAIL to a PASS. This
      *           program reads the policy card (total grace marks,
      *           subject limit, clear-only switch), works through
      *           PASSFAIL one student at a time and writes a graced
      *           PASSFAIL alongside it with PF-RESULT and PF-GRADE
      *           recomputed on every graced row, plus a grace
      *           register line (student, subject, marks before,
      *           grace given, marks after) for each grace awarded.
      *           MODERATE adjusts a whole subject; this adjusts one
      *           student at a time. The original PASSFAIL is never
      *           touched.
      * Modification History:
      *   - Written new against the PF-REC layout STDMARKS writes.
      *     The card is GRACECARD_DSN (default gracecard.txt):
      *     total marks, subject limit and a clear-only switch -
      *     Y (the default) grants grace only when it clears every
      *     failing subject of the student, N grants it to the
      *     narrowest failures first until either limit is reached.
      *     The pass mark comes from the subject reference master
      *     (SUBJMAST_DSN) when it is on file, else from the
      *     STUDENT_PASSMARK override, else 040, as in MODERATE. ABS
      *     rows are never graced. The graced file is
      *     PASSFAIL_GRACE_DSN (default PASSFAIL.GRC) and the
      *     register GRACEREG_DSN (default gracereg.txt), which
      *     RPTCARD reads to mark graced subjects. Grace must go on
      *     before results are signed off, so a term RELCTL has
      *     already released is refused with RETURN-CODE 12.
      *   - Letter grades now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the row's term, instead of this
      *     program's own copy of the cutoffs.
      *   - Each grace register line now ends with the date of the
      *     run, so REISSUE can tell a grace given after a term went
      *     out from one given before it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEMRK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSFAIL ASSIGN TO WS-PF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           SELECT GRACED ASSIGN TO WS-GRC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRC-FS.
           SELECT GRACECARD ASSIGN TO WS-CARD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-FS.
           SELECT GRACEREG ASSIGN TO WS-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FS.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
           COPY RELSEL.
           COPY AUDITSEL.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
       01 PF-REC.
           05 PF-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 PF-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 PF-SEC    PIC X.
           05 FILLER    PIC X.
           05 PF-MARKS  PIC 999.
           05 FILLER    PIC X.
           05 PF-RESULT PIC X(4).
           05 FILLER    PIC X.
           05 PF-GRADE  PIC X.
           05 FILLER    PIC X.
           05 PF-TERM   PIC XX.
           05 FILLER    PIC X.
           05 PF-RUNID  PIC 9(6).
           05 FILLER    PIC X.
           05 PF-RUNDT  PIC 9(8).
           05 FILLER    PIC X.
           05 PF-BRANCH PIC XX.
       FD GRACED.
       01 GRC-REC.
           05 GRC-UID    PIC 9(5).
           05 FILLER     PIC X.
           05 GRC-SUBJ   PIC XX.
           05 FILLER     PIC X.
           05 GRC-SEC    PIC X.
           05 FILLER     PIC X.
           05 GRC-MARKS  PIC 999.
           05 FILLER     PIC X.
           05 GRC-RESULT PIC X(4).
           05 FILLER     PIC X.
           05 GRC-GRADE  PIC X.
           05 FILLER     PIC X.
           05 GRC-TERM   PIC XX.
           05 FILLER     PIC X.
           05 GRC-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 GRC-RUNDT  PIC 9(8).
           05 FILLER     PIC X.
           05 GRC-BRANCH PIC XX.
       FD GRACECARD.
       01 CARD-REC.
           05 CARD-TOTAL PIC 999.
           05 FILLER     PIC X.
           05 CARD-SUBJS PIC 99.
           05 FILLER     PIC X.
           05 CARD-CLEAR PIC X.
       FD GRACEREG.
       01 GR-REC.
           05 GR-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 GR-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 GR-SEC    PIC X.
           05 FILLER    PIC X.
           05 GR-TERM   PIC XX.
           05 FILLER    PIC X.
           05 GR-BEFORE PIC 999.
           05 FILLER    PIC X.
           05 GR-GRACE  PIC 999.
           05 FILLER    PIC X.
           05 GR-AFTER  PIC 999.
           05 FILLER    PIC X.
           05 GR-RUNID  PIC 9(6).
           05 FILLER    PIC X.
           05 GR-DATE   PIC 9(8).
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN PIC XX.
           05 FILLER       PIC X.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
       COPY RELFD.
       COPY AUDITFD.
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-GRC-FS   PIC 99.
       77 WS-CARD-FS  PIC 99.
       77 WS-REG-FS   PIC 99.
       77 WS-SUBJ-FS  PIC 99.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-GRC-DSN  PIC X(100) VALUE 'PASSFAIL.GRC'.
       77 WS-CARD-DSN PIC X(100) VALUE 'gracecard.txt'.
       77 WS-REG-DSN  PIC X(100) VALUE 'gracereg.txt'.
       77 WS-SUBJ-DSN PIC X(100) VALUE 'subjects.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8).
       77 WS-PASSMARK PIC 999 VALUE 040.
       77 WS-PASSMARK-INPUT PIC X(3).
       77 WS-SUBJ-COUNT PIC 99 VALUE ZERO.
       77 WS-SJX        PIC 99 VALUE ZERO.
       77 WS-FIRST-TERM PIC XX VALUE SPACES.
      * Policy card
       77 WS-GRACE-TOTAL PIC 999 VALUE ZERO.
       77 WS-GRACE-SUBJS PIC 99 VALUE ZERO.
       77 WS-GRACE-CLEAR PIC X VALUE 'Y'.
      * The whole of PASSFAIL is held so each student's rows can be
      * taken together wherever they fall in the file
       77 WS-ROW-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-RX         PIC 9(4) VALUE ZERO.
       77 WS-SX         PIC 9(4) VALUE ZERO.
       77 WS-CUR-UID    PIC 9(5).
       01 WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-UID    PIC 9(5).
               10 WS-PT-SUBJ   PIC XX.
               10 WS-PT-SEC    PIC X.
               10 WS-PT-MARKS  PIC 999.
               10 WS-PT-RESULT PIC X(4).
               10 WS-PT-GRADE  PIC X.
               10 WS-PT-TERM   PIC XX.
               10 WS-PT-RUNID  PIC 9(6).
               10 WS-PT-RUNDT  PIC 9(8).
               10 WS-PT-BRANCH PIC XX.
               10 WS-PT-PASS   PIC 999.
               10 WS-PT-GRACE  PIC 999.
               10 WS-PT-DONE   PIC X.
      * One student's failing subjects, narrowest shortfall first
       77 WS-FL-COUNT   PIC 99 VALUE ZERO.
       77 WS-FAIL-TOTAL PIC 99 VALUE ZERO.
       77 WS-FLX        PIC 99 VALUE ZERO.
       77 WS-INS-X      PIC 99 VALUE ZERO.
       77 WS-SHORT      PIC 999 VALUE ZERO.
       77 WS-SHORT-SUM  PIC 9(4) VALUE ZERO.
       77 WS-USED       PIC 9(4) VALUE ZERO.
       77 WS-USED-SUBJS PIC 99 VALUE ZERO.
       01 WS-FL-TABLE.
           05 WS-FL-ENTRY OCCURS 20 TIMES.
               10 WS-FL-ROW   PIC 9(4).
               10 WS-FL-SHORT PIC 999.
       01 WS-SLOT-SW PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01 WS-CARD-SW PIC X VALUE 'N'.
           88 WS-CARD-FOUND VALUE 'Y'.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 20 TIMES.
               10 WS-SUBJ-CODE PIC XX.
               10 WS-SUBJ-PASS PIC 999.
       01 WS-FULL-SW PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
      * Run totals
       77 WS-ROWS-READ    PIC 9(6) VALUE ZERO.
       77 WS-STU-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-STU-FAILING  PIC 9(6) VALUE ZERO.
       77 WS-STU-GRACED   PIC 9(6) VALUE ZERO.
       77 WS-STU-CLEARED  PIC 9(6) VALUE ZERO.
       77 WS-STU-NOT-ELIG PIC 9(6) VALUE ZERO.
       77 WS-SUBJ-GRACED  PIC 9(6) VALUE ZERO.
       77 WS-MARKS-GIVEN  PIC 9(6) VALUE ZERO.
       77 WS-ROWS-WRITTEN PIC 9(6) VALUE ZERO.
       COPY RELDAT.
       COPY AUDITDAT.
       COPY GSCDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           IF NOT WS-CARD-FOUND
               DISPLAY 'NO GRACE POLICY CARD - NOTHING DONE'
               STOP RUN
           END-IF
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               DISPLAY 'PASSFAIL OPEN FAILED, FILE STATUS - ' WS-PF-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-PARA
           CLOSE PASSFAIL
      * A partial graced file would silently drop students - refuse
           IF WS-TABLE-FULL
               DISPLAY 'PASSFAIL HAS MORE THAN 5000 ROWS - '
                   'GRACE RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * Grace changes results, so it has to go on before sign-off
           PERFORM REL-ENV-PARA
           MOVE WS-FIRST-TERM TO WS-REL-TERM
           PERFORM REL-CHECK-PARA
           IF WS-REL-RELEASED AND WS-REL-STAT = 00
               DISPLAY 'TERM ' WS-FIRST-TERM ' IS ALREADY RELEASED - '
                   'GRACE RUN REFUSED (SEE RELCTL)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GRACEREG
           IF WS-REG-FS NOT = 00
               DISPLAY 'GRACE REGISTER OPEN FAILED, FILE STATUS - '
                   WS-REG-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-ROW-COUNT
               IF WS-PT-DONE(WS-RX) = 'N'
                   MOVE WS-PT-UID(WS-RX) TO WS-CUR-UID
                   PERFORM 3000-STUDENT-PARA THRU 3000-STUDENT-EXIT
               END-IF
           END-PERFORM
           CLOSE GRACEREG
           OPEN OUTPUT GRACED
           IF WS-GRC-FS NOT = 00
               DISPLAY 'GRACED PASSFAIL OPEN FAILED, FILE STATUS - '
                   WS-GRC-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-WRITE-PARA
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROW-COUNT
           CLOSE GRACED
           PERFORM 5000-SUMMARY-PARA
           STOP RUN.
       1000-INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF
           MOVE 'PASSFAIL_GRACE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GRC-DSN FROM ENVIRONMENT-VALUE
           IF WS-GRC-DSN = SPACES
               MOVE 'PASSFAIL.GRC' TO WS-GRC-DSN
           END-IF
           MOVE 'GRACEREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-DSN FROM ENVIRONMENT-VALUE
           IF WS-REG-DSN = SPACES
               MOVE 'gracereg.txt' TO WS-REG-DSN
           END-IF
           MOVE 'GRACECARD_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CARD-DSN FROM ENVIRONMENT-VALUE
           IF WS-CARD-DSN = SPACES
               MOVE 'gracecard.txt' TO WS-CARD-DSN
           END-IF
           MOVE 'STUDENT_PASSMARK' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PASSMARK-INPUT FROM ENVIRONMENT-VALUE
           IF WS-PASSMARK-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PASSMARK-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-PASSMARK-INPUT)
                       TO WS-PASSMARK
               ELSE
                   DISPLAY 'INVALID STUDENT_PASSMARK, USING DEFAULT - '
                       WS-PASSMARK
               END-IF
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'GRACEMRK' TO WS-AUDIT-PGM
           OPEN INPUT GRACECARD
           IF WS-CARD-FS = 00
               READ GRACECARD
               END-READ
               IF WS-CARD-FS = 00
                   PERFORM 1100-CARD-PARA
               END-IF
               CLOSE GRACECARD
           END-IF
           PERFORM 1200-SUBJ-LOAD-PARA THRU 1200-SUBJ-LOAD-EXIT.
       1100-CARD-PARA.
           IF CARD-TOTAL IS NOT NUMERIC OR CARD-SUBJS IS NOT NUMERIC
               DISPLAY 'GRACE POLICY CARD IS NOT NUMERIC - '
                   'CARD IGNORED'
           ELSE
               MOVE 'Y' TO WS-CARD-SW
               MOVE CARD-TOTAL TO WS-GRACE-TOTAL
               MOVE CARD-SUBJS TO WS-GRACE-SUBJS
               IF WS-GRACE-SUBJS > 20
                   MOVE 20 TO WS-GRACE-SUBJS
               END-IF
               IF CARD-CLEAR = 'N'
                   MOVE 'N' TO WS-GRACE-CLEAR
               END-IF
               DISPLAY 'GRACE POLICY: UP TO ' WS-GRACE-TOTAL
                   ' MARKS OVER AT MOST ' WS-GRACE-SUBJS
                   ' SUBJECTS, CLEAR-ONLY ' WS-GRACE-CLEAR
           END-IF.
       1200-SUBJ-LOAD-PARA.
           MOVE 'SUBJMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SUBJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-SUBJ-DSN = SPACES
               MOVE 'subjects.txt' TO WS-SUBJ-DSN
           END-IF
           OPEN INPUT SUBJECTS
           IF WS-SUBJ-FS NOT = 00
               GO TO 1200-SUBJ-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-SUBJ-FS NOT = 00
               READ SUBJECTS
               END-READ
               IF WS-SUBJ-FS NOT = 10
                   IF WS-SUBJ-COUNT < 20
                       ADD 1 TO WS-SUBJ-COUNT
                       MOVE SUBJ-CODE-IN TO WS-SUBJ-CODE(WS-SUBJ-COUNT)
                       MOVE SUBJ-PASS-IN TO WS-SUBJ-PASS(WS-SUBJ-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUBJECTS.
       1200-SUBJ-LOAD-EXIT.
           EXIT.
       2000-LOAD-PARA.
           PERFORM UNTIL WS-PF-FS NOT = 00
               READ PASSFAIL
               END-READ
               IF WS-PF-FS NOT = 10
                   ADD 1 TO WS-ROWS-READ
                   IF WS-FIRST-TERM = SPACES
                       MOVE PF-TERM TO WS-FIRST-TERM
                   END-IF
                   IF WS-ROW-COUNT < 5000
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM 2100-STORE-PARA
                   ELSE
                       MOVE 'Y' TO WS-FULL-SW
                   END-IF
               END-IF
           END-PERFORM.
       2100-STORE-PARA.
           MOVE PF-UID    TO WS-PT-UID(WS-ROW-COUNT)
           MOVE PF-SUBJ   TO WS-PT-SUBJ(WS-ROW-COUNT)
           MOVE PF-SEC    TO WS-PT-SEC(WS-ROW-COUNT)
           MOVE PF-MARKS  TO WS-PT-MARKS(WS-ROW-COUNT)
           MOVE PF-RESULT TO WS-PT-RESULT(WS-ROW-COUNT)
           MOVE PF-GRADE  TO WS-PT-GRADE(WS-ROW-COUNT)
           MOVE PF-TERM   TO WS-PT-TERM(WS-ROW-COUNT)
           MOVE PF-RUNID  TO WS-PT-RUNID(WS-ROW-COUNT)
           MOVE PF-RUNDT  TO WS-PT-RUNDT(WS-ROW-COUNT)
           MOVE PF-BRANCH TO WS-PT-BRANCH(WS-ROW-COUNT)
           MOVE ZERO      TO WS-PT-GRACE(WS-ROW-COUNT)
           MOVE 'N'       TO WS-PT-DONE(WS-ROW-COUNT)
           MOVE WS-PASSMARK TO WS-PT-PASS(WS-ROW-COUNT)
           PERFORM VARYING WS-SJX FROM 1 BY 1
               UNTIL WS-SJX > WS-SUBJ-COUNT
               IF WS-SUBJ-CODE(WS-SJX) = PF-SUBJ
                   MOVE WS-SUBJ-PASS(WS-SJX)
                       TO WS-PT-PASS(WS-ROW-COUNT)
               END-IF
           END-PERFORM.
       3000-STUDENT-PARA.
      * Collect the student's failing subjects in order of shortfall
           ADD 1 TO WS-STU-COUNT
           MOVE ZERO TO WS-FL-COUNT
           MOVE ZERO TO WS-FAIL-TOTAL
           MOVE ZERO TO WS-SHORT-SUM
           PERFORM VARYING WS-SX FROM WS-RX BY 1
               UNTIL WS-SX > WS-ROW-COUNT
               IF WS-PT-DONE(WS-SX) = 'N'
                   AND WS-PT-UID(WS-SX) = WS-CUR-UID
                   MOVE 'Y' TO WS-PT-DONE(WS-SX)
                   IF WS-PT-RESULT(WS-SX) = 'FAIL'
                       AND WS-PT-MARKS(WS-SX) < WS-PT-PASS(WS-SX)
                       PERFORM 3100-FAIL-ADD-PARA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FAIL-TOTAL = ZERO
               GO TO 3000-STUDENT-EXIT
           END-IF
           ADD 1 TO WS-STU-FAILING
           MOVE ZERO TO WS-USED
           MOVE ZERO TO WS-USED-SUBJS
           IF WS-GRACE-CLEAR = 'Y'
      * Clear-only: all of the student's failures within the limits,
      * or none of them
               IF WS-FAIL-TOTAL > WS-GRACE-SUBJS
                   OR WS-SHORT-SUM > WS-GRACE-TOTAL
                   ADD 1 TO WS-STU-NOT-ELIG
               ELSE
                   PERFORM 3200-GRANT-PARA
                       VARYING WS-FLX FROM 1 BY 1
                       UNTIL WS-FLX > WS-FL-COUNT
               END-IF
           ELSE
      * Narrowest failures first, while both limits hold
               PERFORM VARYING WS-FLX FROM 1 BY 1
                   UNTIL WS-FLX > WS-FL-COUNT
                   IF WS-USED-SUBJS < WS-GRACE-SUBJS
                       AND WS-USED + WS-FL-SHORT(WS-FLX)
                           NOT > WS-GRACE-TOTAL
                       PERFORM 3200-GRANT-PARA
                   END-IF
               END-PERFORM
               IF WS-USED-SUBJS = ZERO
                   ADD 1 TO WS-STU-NOT-ELIG
               END-IF
           END-IF
           IF WS-USED-SUBJS > ZERO
               ADD 1 TO WS-STU-GRACED
               IF WS-USED-SUBJS = WS-FAIL-TOTAL
                   ADD 1 TO WS-STU-CLEARED
               END-IF
           END-IF.
       3000-STUDENT-EXIT.
           EXIT.
       3100-FAIL-ADD-PARA.
           COMPUTE WS-SHORT = WS-PT-PASS(WS-SX) - WS-PT-MARKS(WS-SX)
           ADD WS-SHORT TO WS-SHORT-SUM
           IF WS-FAIL-TOTAL < 99
               ADD 1 TO WS-FAIL-TOTAL
           END-IF
      * Failures past the table are past any subject limit anyway
           IF WS-FL-COUNT < 20
               MOVE 'N' TO WS-SLOT-SW
               MOVE WS-FL-COUNT TO WS-INS-X
               PERFORM UNTIL WS-SLOT-FOUND OR WS-INS-X = ZERO
                   IF WS-FL-SHORT(WS-INS-X) > WS-SHORT
                       MOVE WS-FL-ENTRY(WS-INS-X)
                           TO WS-FL-ENTRY(WS-INS-X + 1)
                       SUBTRACT 1 FROM WS-INS-X
                   ELSE
                       MOVE 'Y' TO WS-SLOT-SW
                   END-IF
               END-PERFORM
               ADD 1 TO WS-INS-X
               ADD 1 TO WS-FL-COUNT
               MOVE WS-SX    TO WS-FL-ROW(WS-INS-X)
               MOVE WS-SHORT TO WS-FL-SHORT(WS-INS-X)
           END-IF.
       3200-GRANT-PARA.
           MOVE WS-FL-ROW(WS-FLX) TO WS-SX
           MOVE WS-FL-SHORT(WS-FLX) TO WS-PT-GRACE(WS-SX)
           ADD WS-FL-SHORT(WS-FLX) TO WS-USED
           ADD 1 TO WS-USED-SUBJS
           ADD 1 TO WS-SUBJ-GRACED
           ADD WS-FL-SHORT(WS-FLX) TO WS-MARKS-GIVEN
           MOVE SPACES TO GR-REC
           MOVE WS-PT-UID(WS-SX)   TO GR-UID
           MOVE WS-PT-SUBJ(WS-SX)  TO GR-SUBJ
           MOVE WS-PT-SEC(WS-SX)   TO GR-SEC
           MOVE WS-PT-TERM(WS-SX)  TO GR-TERM
           MOVE WS-PT-MARKS(WS-SX) TO GR-BEFORE
           MOVE WS-FL-SHORT(WS-FLX) TO GR-GRACE
           MOVE WS-PT-PASS(WS-SX)  TO GR-AFTER
           MOVE WS-PT-RUNID(WS-SX) TO GR-RUNID
           MOVE WS-RUN-DATE        TO GR-DATE
           WRITE GR-REC.
       4000-WRITE-PARA.
           MOVE SPACES TO GRC-REC
           MOVE WS-PT-UID(WS-RX)    TO GRC-UID
           MOVE WS-PT-SUBJ(WS-RX)   TO GRC-SUBJ
           MOVE WS-PT-SEC(WS-RX)    TO GRC-SEC
           MOVE WS-PT-TERM(WS-RX)   TO GRC-TERM
           MOVE WS-PT-RUNID(WS-RX)  TO GRC-RUNID
           MOVE WS-PT-RUNDT(WS-RX)  TO GRC-RUNDT
           MOVE WS-PT-BRANCH(WS-RX) TO GRC-BRANCH
           IF WS-PT-GRACE(WS-RX) = ZERO
               MOVE WS-PT-MARKS(WS-RX)  TO GRC-MARKS
               MOVE WS-PT-RESULT(WS-RX) TO GRC-RESULT
               MOVE WS-PT-GRADE(WS-RX)  TO GRC-GRADE
           ELSE
               COMPUTE GRC-MARKS = WS-PT-MARKS(WS-RX)
                   + WS-PT-GRACE(WS-RX)
               MOVE 'PASS' TO GRC-RESULT
               MOVE WS-PT-TERM(WS-RX) TO WS-GSC-TERM
               MOVE GRC-MARKS TO WS-GSC-MARKS
               PERFORM GSC-GRADE-PARA
               MOVE WS-GSC-GRADE TO GRC-GRADE
           END-IF
           WRITE GRC-REC
           ADD 1 TO WS-ROWS-WRITTEN.
       5000-SUMMARY-PARA.
           DISPLAY 'GRACE MARKS SUMMARY - TERM ' WS-FIRST-TERM
           DISPLAY 'ROWS READ:                ' WS-ROWS-READ
           DISPLAY 'ROWS WRITTEN:             ' WS-ROWS-WRITTEN
           DISPLAY 'STUDENTS:                 ' WS-STU-COUNT
           DISPLAY 'STUDENTS WITH A FAIL:     ' WS-STU-FAILING
           DISPLAY 'STUDENTS GRACED:          ' WS-STU-GRACED
           DISPLAY 'STUDENTS CLEARED BY GRACE:' WS-STU-CLEARED
           DISPLAY 'STUDENTS OUTSIDE THE RULE:' WS-STU-NOT-ELIG
           DISPLAY 'SUBJECTS GRACED:          ' WS-SUBJ-GRACED
           DISPLAY 'GRACE MARKS GIVEN:        ' WS-MARKS-GIVEN
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'GRACE TERM ' WS-FIRST-TERM ' SUBJ '
               WS-SUBJ-GRACED ' MARKS ' WS-MARKS-GIVEN
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       COPY RELPARA.
       COPY AUDITPARA.
       COPY GSCPARA.
       END PROGRAM GRACEMRK.
