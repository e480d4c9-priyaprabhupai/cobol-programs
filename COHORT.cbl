      ******************************************************************
      * Program : COHORT
      * Purpose : Cohort pass-through and retention analysis for the
      *           management committee. PROMOTE appends each year's
      *           decisions to the cumulative decision history; this
      *           run follows every intake year through it - the
      *           intake year being the first year a student has a
      *           decision on the history - and for each year of the
      *           course counts, of the students still passing
      *           straight through, how many were promoted (and of
      *           those how many only after clearing a supplementary
      *           exam on SUPPEXAM), retained, withdrawn (STUDMAST
      *           status W) or left with no decision that year. The
      *           students promoted each year are the survivors, and
      *           their share of the intake is the survival
      *           percentage. Figures are given per branch and
      *           section of intake, with a total line for the whole
      *           cohort, and close with how many reached the final
      *           year of the course without being retained.
      * Modification History:
      *   - Written new. The history is PROMHIST_DSN (default
      *     promhist.txt); the report goes to COHORTRPT_DSN
      *     (default cohort.txt). COHORT_YEARS is the length of the
      *     course in years (default 05, at most 10); COHORT_YEAR
      *     limits the report to one intake year (default every
      *     intake). Where a year was decided twice, the later
      *     history row stands. History over 20 years old is left
      *     out. No history on file ends the run RETURN-CODE 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMHIST ASSIGN TO WS-PH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-FS.
           SELECT COHRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD COHRPT.
       01 RPT-LINE PIC X(80).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-WITHDRAWN VALUE 'W'.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-PH-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-PH-DSN   PIC X(100) VALUE 'promhist.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'cohort.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(4).
       77 WS-YEARS    PIC 99 VALUE 05.
       77 WS-ONLY-YEAR PIC 9(4) VALUE ZERO.
       77 WS-MIN-YEAR PIC 9(4) VALUE 9999.
       77 WS-MAX-YEAR PIC 9(4) VALUE ZERO.
       77 WS-BASE-YEAR PIC 9(4) VALUE ZERO.
       77 WS-SPAN     PIC 99 VALUE ZERO.
       77 WS-YX       PIC 99 VALUE ZERO.
       77 WS-KX       PIC 99 VALUE ZERO.
       77 WS-ROWS     PIC 9(6) VALUE ZERO.
       77 WS-OLD-ROWS PIC 9(6) VALUE ZERO.
       77 WS-WD-CNT   PIC 9(5) VALUE ZERO.
       77 WS-CUR-YEAR PIC 9(4) VALUE ZERO.
       77 WS-CUR-DEC  PIC X VALUE SPACE.
       77 WS-PCT      PIC 999V9 VALUE ZERO.
       77 WS-PCT-DISP PIC ZZ9.9.
      * Students on the history; WS-ST-DEC holds one decision byte
      * per year from WS-BASE-YEAR: P promoted, S promoted after a
      * supplementary, R retained, space no decision
       77 WS-ST-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-SX PIC 9(4) VALUE ZERO.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-UID    PIC 9(5).
               10 WS-ST-FIRST  PIC 99.
               10 WS-ST-SEC    PIC X.
               10 WS-ST-BRANCH PIC XX.
               10 WS-ST-WD     PIC X.
               10 WS-ST-DEC    PIC X(20).
      * One group per intake year, branch and section, plus a total
      * group per intake year (branch and section HIGH-VALUES)
       77 WS-G-COUNT  PIC 999 VALUE ZERO.
       77 WS-GX       PIC 999 VALUE ZERO.
       77 WS-GY       PIC 999 VALUE ZERO.
       77 WS-MATCH-GX PIC 999 VALUE ZERO.
       77 WS-MATCH-TX PIC 999 VALUE ZERO.
       01 WS-FIND-KEY.
           05 WS-FK-YEAR   PIC 9(4).
           05 WS-FK-BRANCH PIC XX.
           05 WS-FK-SEC    PIC X.
       01 WS-G-TABLE.
           05 WS-G-ENTRY OCCURS 300 TIMES.
               10 WS-G-KEY.
                   15 WS-G-YEAR   PIC 9(4).
                   15 WS-G-BRANCH PIC XX.
                   15 WS-G-SEC    PIC X.
               10 WS-G-INTAKE PIC 9(5).
               10 WS-G-SPAN   PIC 99.
               10 WS-G-YR OCCURS 10 TIMES.
                   15 WS-G-PROM  PIC 9(5).
                   15 WS-G-SUPP  PIC 9(5).
                   15 WS-G-RET   PIC 9(5).
                   15 WS-G-WD    PIC 9(5).
                   15 WS-G-NODEC PIC 9(5).
       01 WS-G-HOLD PIC X(264).
       01 WS-SWAP-SW PIC X VALUE 'N'.
           88 WS-SWAPPED VALUE 'Y'.
       01 WS-DONE-SW PIC X VALUE 'N'.
           88 WS-STU-DONE VALUE 'Y'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-DETAIL.
           05 FILLER      PIC XX VALUE SPACES.
           05 WD-YEAR     PIC 9(4).
           05 FILLER      PIC X(6) VALUE SPACES.
           05 WD-PROM     PIC Z(4)9.
           05 FILLER      PIC X(5) VALUE SPACES.
           05 WD-SUPP     PIC Z(4)9.
           05 FILLER      PIC X(5) VALUE SPACES.
           05 WD-RET      PIC Z(4)9.
           05 FILLER      PIC X(6) VALUE SPACES.
           05 WD-WD       PIC Z(4)9.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 WD-NODEC    PIC Z(4)9.
           05 FILLER      PIC X(6) VALUE SPACES.
           05 WD-SURV     PIC Z(4)9.
           05 FILLER      PIC XX VALUE SPACES.
           05 WD-PCT      PIC ZZ9.9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-SPAN-PARA
           PERFORM 1200-HISTORY-PARA
           PERFORM 1300-WITHDRAWN-PARA
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ST-COUNT
               PERFORM 2000-ONE-STU-PARA THRU 2999-ONE-STU-EXIT
           END-PERFORM
           PERFORM 3000-SORT-PARA
           PERFORM 4000-REPORT-PARA
           DISPLAY 'COHORT ANALYSIS - HISTORY ROWS: ' WS-ROWS
               '  STUDENTS: ' WS-ST-COUNT '  GROUPS: ' WS-G-COUNT
           IF WS-G-COUNT = ZERO
               DISPLAY 'NO INTAKE ON THE HISTORY FOR THE YEAR ASKED'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'PROMHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PH-DSN FROM ENVIRONMENT-VALUE
           IF WS-PH-DSN = SPACES
               MOVE 'promhist.txt' TO WS-PH-DSN
           END-IF
           MOVE 'COHORTRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'cohort.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'COHORT_YEARS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) NOT > 10
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-YEARS
               ELSE
                   DISPLAY 'INVALID COHORT_YEARS, USING DEFAULT - '
                       WS-YEARS
               END-IF
           END-IF
           MOVE 'COHORT_YEAR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF WS-PARM-IN IS NUMERIC
                   MOVE WS-PARM-IN TO WS-ONLY-YEAR
               ELSE
                   DISPLAY 'INVALID COHORT_YEAR, REPORTING EVERY '
                       'INTAKE - ' WS-PARM-IN
               END-IF
           END-IF.
       1100-SPAN-PARA.
      * First pass: the years the history covers
           OPEN INPUT PROMHIST
           IF WS-PH-FS NOT = 00
               DISPLAY 'NO DECISION HISTORY ON FILE, FILE STATUS - '
                   WS-PH-FS ' - RUN PROMOTE FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PH-FS NOT = 00
               READ PROMHIST
               END-READ
               IF WS-PH-FS = 00 AND PH-YEAR IS NUMERIC
                   IF PH-YEAR < WS-MIN-YEAR
                       MOVE PH-YEAR TO WS-MIN-YEAR
                   END-IF
                   IF PH-YEAR > WS-MAX-YEAR
                       MOVE PH-YEAR TO WS-MAX-YEAR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROMHIST
           IF WS-MAX-YEAR = ZERO
               DISPLAY 'DECISION HISTORY IS EMPTY - RUN PROMOTE FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MIN-YEAR TO WS-BASE-YEAR
           IF WS-MAX-YEAR - WS-MIN-YEAR > 19
               COMPUTE WS-BASE-YEAR = WS-MAX-YEAR - 19
               DISPLAY 'HISTORY BEFORE ' WS-BASE-YEAR ' LEFT OUT'
           END-IF
           COMPUTE WS-SPAN = WS-MAX-YEAR - WS-BASE-YEAR + 1.
       1200-HISTORY-PARA.
      * Second pass: one entry per student, one byte per year; the
      * intake branch and section are those of the earliest year
           OPEN INPUT PROMHIST
           PERFORM UNTIL WS-PH-FS NOT = 00
               READ PROMHIST
               END-READ
               IF WS-PH-FS = 00 AND PH-YEAR IS NUMERIC
                   IF PH-YEAR < WS-BASE-YEAR
                       ADD 1 TO WS-OLD-ROWS
                   ELSE
                       ADD 1 TO WS-ROWS
                       PERFORM 1250-POST-ROW-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROMHIST.
       1250-POST-ROW-PARA.
           COMPUTE WS-YX = PH-YEAR - WS-BASE-YEAR + 1
           MOVE ZERO TO WS-MATCH-SX
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ST-COUNT OR WS-MATCH-SX NOT = ZERO
               IF WS-ST-UID(WS-SX) = PH-UID
                   MOVE WS-SX TO WS-MATCH-SX
               END-IF
           END-PERFORM
           IF WS-MATCH-SX = ZERO
               IF WS-ST-COUNT < 2000
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-MATCH-SX
                   MOVE PH-UID TO WS-ST-UID(WS-MATCH-SX)
                   MOVE 99 TO WS-ST-FIRST(WS-MATCH-SX)
                   MOVE 'N' TO WS-ST-WD(WS-MATCH-SX)
                   MOVE SPACES TO WS-ST-DEC(WS-MATCH-SX)
               ELSE
                   DISPLAY 'STUDENT TABLE FULL, SKIPPING ' PH-UID
               END-IF
           END-IF
           IF WS-MATCH-SX NOT = ZERO
               IF WS-YX < WS-ST-FIRST(WS-MATCH-SX)
                   MOVE WS-YX TO WS-ST-FIRST(WS-MATCH-SX)
                   MOVE PH-SEC TO WS-ST-SEC(WS-MATCH-SX)
                   IF PH-BRANCH = SPACES
                       MOVE '01' TO WS-ST-BRANCH(WS-MATCH-SX)
                   ELSE
                       MOVE PH-BRANCH TO WS-ST-BRANCH(WS-MATCH-SX)
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN PH-DECISION = 'RETAINED'
                       MOVE 'R' TO WS-ST-DEC(WS-MATCH-SX)(WS-YX:1)
                   WHEN PH-SUPP = 'Y'
                       MOVE 'S' TO WS-ST-DEC(WS-MATCH-SX)(WS-YX:1)
                   WHEN OTHER
                       MOVE 'P' TO WS-ST-DEC(WS-MATCH-SX)(WS-YX:1)
               END-EVALUATE
           END-IF.
       1300-WITHDRAWN-PARA.
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT ' - LEAVERS COUNTED AS NO DECISION'
           ELSE
               PERFORM UNTIL WS-EOF
                   READ STUDMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SM-WITHDRAWN
                               PERFORM 1350-MARK-WD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDMAST-FILE
           END-IF.
       1350-MARK-WD-PARA.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ST-COUNT
               IF WS-ST-UID(WS-SX) = SM-STU-ID
                   MOVE 'Y' TO WS-ST-WD(WS-SX)
                   ADD 1 TO WS-WD-CNT
               END-IF
           END-PERFORM.
       2000-ONE-STU-PARA.
      * Follow the student from the intake year until the first year
      * they are not promoted, the course ends or the history does
           COMPUTE WS-CUR-YEAR = WS-BASE-YEAR + WS-ST-FIRST(WS-SX) - 1
           IF WS-ONLY-YEAR NOT = ZERO AND WS-CUR-YEAR NOT = WS-ONLY-YEAR
               GO TO 2999-ONE-STU-EXIT
           END-IF
           MOVE WS-CUR-YEAR TO WS-FK-YEAR
           MOVE WS-ST-BRANCH(WS-SX) TO WS-FK-BRANCH
           MOVE WS-ST-SEC(WS-SX) TO WS-FK-SEC
           PERFORM 2500-FIND-GROUP-PARA
           MOVE WS-MATCH-GX TO WS-MATCH-TX
           MOVE HIGH-VALUES TO WS-FK-BRANCH WS-FK-SEC
           PERFORM 2500-FIND-GROUP-PARA
           IF WS-MATCH-GX = ZERO OR WS-MATCH-TX = ZERO
               DISPLAY 'GROUP TABLE FULL, SKIPPING ' WS-ST-UID(WS-SX)
               GO TO 2999-ONE-STU-EXIT
           END-IF
           ADD 1 TO WS-G-INTAKE(WS-MATCH-TX) WS-G-INTAKE(WS-MATCH-GX)
           MOVE 'N' TO WS-DONE-SW
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-YEARS OR WS-STU-DONE
               COMPUTE WS-YX = WS-ST-FIRST(WS-SX) + WS-KX - 1
               IF WS-YX > WS-SPAN
                   MOVE 'Y' TO WS-DONE-SW
               ELSE
                   MOVE WS-ST-DEC(WS-SX)(WS-YX:1) TO WS-CUR-DEC
                   PERFORM 2100-COUNT-PARA
               END-IF
           END-PERFORM.
       2999-ONE-STU-EXIT.
           EXIT.
       2100-COUNT-PARA.
           EVALUATE WS-CUR-DEC
               WHEN 'P'
                   ADD 1 TO WS-G-PROM(WS-MATCH-GX, WS-KX)
                       WS-G-PROM(WS-MATCH-TX, WS-KX)
               WHEN 'S'
                   ADD 1 TO WS-G-PROM(WS-MATCH-GX, WS-KX)
                       WS-G-PROM(WS-MATCH-TX, WS-KX)
                   ADD 1 TO WS-G-SUPP(WS-MATCH-GX, WS-KX)
                       WS-G-SUPP(WS-MATCH-TX, WS-KX)
               WHEN 'R'
                   ADD 1 TO WS-G-RET(WS-MATCH-GX, WS-KX)
                       WS-G-RET(WS-MATCH-TX, WS-KX)
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   IF WS-ST-WD(WS-SX) = 'Y'
                       ADD 1 TO WS-G-WD(WS-MATCH-GX, WS-KX)
                           WS-G-WD(WS-MATCH-TX, WS-KX)
                   ELSE
                       ADD 1 TO WS-G-NODEC(WS-MATCH-GX, WS-KX)
                           WS-G-NODEC(WS-MATCH-TX, WS-KX)
                   END-IF
                   MOVE 'Y' TO WS-DONE-SW
           END-EVALUATE.
       2500-FIND-GROUP-PARA.
           MOVE ZERO TO WS-MATCH-GX
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-G-COUNT OR WS-MATCH-GX NOT = ZERO
               IF WS-G-KEY(WS-GX) = WS-FIND-KEY
                   MOVE WS-GX TO WS-MATCH-GX
               END-IF
           END-PERFORM
           IF WS-MATCH-GX = ZERO AND WS-G-COUNT < 300
               ADD 1 TO WS-G-COUNT
               MOVE WS-G-COUNT TO WS-MATCH-GX
               INITIALIZE WS-G-ENTRY(WS-MATCH-GX)
               MOVE WS-FIND-KEY TO WS-G-KEY(WS-MATCH-GX)
               COMPUTE WS-G-SPAN(WS-MATCH-GX) =
                   WS-MAX-YEAR - WS-FK-YEAR + 1
               IF WS-G-SPAN(WS-MATCH-GX) > WS-YEARS
                   MOVE WS-YEARS TO WS-G-SPAN(WS-MATCH-GX)
               END-IF
           END-IF.
       3000-SORT-PARA.
      * Intake year, branch, section; each year's total sorts last
           MOVE 'Y' TO WS-SWAP-SW
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAP-SW
               PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX >= WS-G-COUNT
                   COMPUTE WS-GY = WS-GX + 1
                   IF WS-G-KEY(WS-GX) > WS-G-KEY(WS-GY)
                       MOVE WS-G-ENTRY(WS-GX) TO WS-G-HOLD
                       MOVE WS-G-ENTRY(WS-GY) TO WS-G-ENTRY(WS-GX)
                       MOVE WS-G-HOLD TO WS-G-ENTRY(WS-GY)
                       MOVE 'Y' TO WS-SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.
       4000-REPORT-PARA.
           OPEN OUTPUT COHRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'COHORT REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'COHORT PASS-THROUGH AND RETENTION - HISTORY '
               WS-BASE-YEAR ' TO ' WS-MAX-YEAR ', COURSE OF '
               WS-YEARS ' YEARS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SURVIVING = PROMOTED EVERY YEAR SO FAR. '
               'WITHDRAWN ON THE MASTER: ' WS-WD-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-G-COUNT
               PERFORM 4100-GROUP-PARA
           END-PERFORM
           CLOSE COHRPT.
       4100-GROUP-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-G-BRANCH(WS-GX) = HIGH-VALUES
               STRING 'INTAKE ' WS-G-YEAR(WS-GX)
                   '  ALL BRANCHES AND SECTIONS    INTAKE '
                   WS-G-INTAKE(WS-GX)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'INTAKE ' WS-G-YEAR(WS-GX) '  BRANCH '
                   WS-G-BRANCH(WS-GX) '  SECTION ' WS-G-SEC(WS-GX)
                   '            INTAKE ' WS-G-INTAKE(WS-GX)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE '  YEAR   PROMOTED  SUPP-CLR  RETAINED  WITHDRAWN  '
               TO RPT-LINE
           MOVE 'NO-DEC  SURVIVING  SURV%' TO RPT-LINE(52:25)
           WRITE RPT-LINE
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-G-SPAN(WS-GX)
               COMPUTE WD-YEAR = WS-G-YEAR(WS-GX) + WS-KX - 1
               MOVE WS-G-PROM(WS-GX, WS-KX)  TO WD-PROM WD-SURV
               MOVE WS-G-SUPP(WS-GX, WS-KX)  TO WD-SUPP
               MOVE WS-G-RET(WS-GX, WS-KX)   TO WD-RET
               MOVE WS-G-WD(WS-GX, WS-KX)    TO WD-WD
               MOVE WS-G-NODEC(WS-GX, WS-KX) TO WD-NODEC
               COMPUTE WS-PCT ROUNDED = WS-G-PROM(WS-GX, WS-KX) * 100
                   / WS-G-INTAKE(WS-GX)
               MOVE WS-PCT TO WD-PCT
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
      * Reaching the final year takes one promotion fewer than the
      * years of the course
           MOVE SPACES TO RPT-LINE
           IF WS-YEARS = 1
               MOVE '  ONE-YEAR COURSE - EVERY STUDENT STARTS IN THE '
                   TO RPT-LINE
               MOVE 'FINAL YEAR' TO RPT-LINE(49:10)
           ELSE
               IF WS-G-SPAN(WS-GX) < WS-YEARS - 1
                   MOVE '  COHORT NOT YET DECIDED UP TO THE FINAL YEAR'
                       TO RPT-LINE
               ELSE
                   COMPUTE WS-KX = WS-YEARS - 1
                   COMPUTE WS-PCT ROUNDED =
                       WS-G-PROM(WS-GX, WS-KX) * 100
                       / WS-G-INTAKE(WS-GX)
                   MOVE WS-PCT TO WS-PCT-DISP
                   MOVE WS-G-PROM(WS-GX, WS-KX) TO WD-PROM
                   STRING '  REACHED THE FINAL YEAR WITHOUT RETENTION: '
                       WD-PROM ' (' WS-PCT-DISP '%)'
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
           END-IF
           WRITE RPT-LINE.
       END PROGRAM COHORT.
