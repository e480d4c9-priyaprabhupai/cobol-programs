      *     loaded to a table at start and rewritten whole on any
      *     change. SANCSTR_MODE=V runs just the variance report
      *     for the nightly chain.
      *   - Each ceiling now carries the pay grade its vacancies
      *     are costed at (SN-GRADE after the ceiling, blank when
      *     not yet set), captured on add and change and checked
      *     against the pay-scale reference file (PAYSCALE_DSN,
      *     default payscale.txt) when one is on hand. SALCOST
      *     prices each open vacancy at the grade's entry step.
      *   - The variance report counts only staff in post: employees
      *     separated through EMPSEPR are no longer actuals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSTR.
           SELECT SANCTION ASSIGN TO WS-SN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SN-FS.
           SELECT PAYSCALE ASSIGN TO WS-PS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-FS.
           SELECT DEPTREF ASSIGN TO WS-DR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FS.
           05 SN-DEPT    PIC XXX.
           05 FILLER     PIC X.
           05 SN-CEILING PIC 9(4).
           05 FILLER     PIC X.
           05 SN-GRADE   PIC X(2).
       FD PAYSCALE.
       01 PS-REC.
           05 PS-GRADE   PIC X(2).
           05 FILLER     PIC X(42).
       FD DEPTREF.
       01 DEPT-REC.
           05 DEPT-CODE   PIC XXX.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY ALERTDAT.
       77 WS-EM-STAT  PIC 99.
       77 WS-SN-DSN   PIC X(100) VALUE 'sanction.txt'.
       77 WS-DR-DSN   PIC X(100) VALUE 'deptref.txt'.
       77 WS-PS-FS    PIC 99.
       77 WS-PS-DSN   PIC X(100) VALUE 'payscale.txt'.
       77 WS-PS-COUNT PIC 99 VALUE ZERO.
       77 WS-PSX      PIC 99 VALUE ZERO.
       77 WS-MATCH-PSX PIC 99 VALUE ZERO.
       01 WS-PS-TABLE.
           05 WS-PST-GRADE PIC X(2) OCCURS 50 TIMES.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-MODE     PIC X VALUE SPACE.
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-IN-DEPT  PIC XXX.
       77 WS-IN-CEIL  PIC 9(4).
       77 WS-IN-GRADE PIC X(2).
       77 WS-SN-COUNT PIC 99 VALUE ZERO.
       77 WS-SNX      PIC 99 VALUE ZERO.
       77 WS-SX       PIC 99 VALUE ZERO.
               10 WS-SNT-DEPT PIC XXX.
               10 WS-SNT-CEIL PIC 9(4).
               10 WS-SNT-ACT  PIC 9(4).
               10 WS-SNT-GRADE PIC X(2).
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       77 WS-DEPT-COUNT PIC 99 VALUE ZERO.
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'PAYSCALE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PS-DSN FROM ENVIRONMENT-VALUE
           IF WS-PS-DSN = SPACES
               MOVE 'payscale.txt' TO WS-PS-DSN
           END-IF
           MOVE 'SANCSTR_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           PERFORM ALERT-ENV-PARA
           MOVE 'SANCSTR' TO WS-ALERT-PGM
           PERFORM 1100-DEPTREF-PARA
           PERFORM 1200-PAYSCALE-PARA
           OPEN INPUT SANCTION
           IF WS-SN-FS NOT = 00
               DISPLAY 'NO SANCTION FILE YET, FILE STATUS - '
                           MOVE SN-CEILING
                               TO WS-SNT-CEIL(WS-SN-COUNT)
                           MOVE ZERO TO WS-SNT-ACT(WS-SN-COUNT)
                           MOVE SN-GRADE
                               TO WS-SNT-GRADE(WS-SN-COUNT)
                       ELSE
                           DISPLAY 'SANCTION TABLE FULL, RECORD '
                               'SKIPPED'
                   MOVE 'Y' TO WS-DEPTREF-SW
               END-IF
           END-IF.
       1200-PAYSCALE-PARA.
      * Grade codes only - the money on the scale is SALCOST's
      * business. No scale file means the grade is not checked.
           OPEN INPUT PAYSCALE
           IF WS-PS-FS NOT = 00
               DISPLAY 'PAY SCALE NOT AVAILABLE, FILE STATUS - '
                   WS-PS-FS ' - GRADE CHECK SKIPPED'
           ELSE
               PERFORM UNTIL WS-PS-FS NOT = 00
                   READ PAYSCALE
                   END-READ
                   IF WS-PS-FS NOT = 10
                       IF WS-PS-COUNT < 50
                           ADD 1 TO WS-PS-COUNT
                           MOVE PS-GRADE TO WS-PST-GRADE(WS-PS-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYSCALE
           END-IF.
       2000-MENU-PARA.
           DISPLAY '===== SANCTIONED STRENGTH REFERENCE ====='
           DISPLAY '1 - LIST CEILINGS'
           DISPLAY 'ENTER SELECTION NUMBER:'
           ACCEPT WS-CHOICE.
       3000-LIST-PARA.
           DISPLAY 'DEP CEILING GRADE'
           PERFORM VARYING WS-SNX FROM 1 BY 1
               UNTIL WS-SNX > WS-SN-COUNT
               DISPLAY WS-SNT-DEPT(WS-SNX) ' ' WS-SNT-CEIL(WS-SNX)
                   '    ' WS-SNT-GRADE(WS-SNX)
           END-PERFORM
           DISPLAY 'CEILINGS ON FILE: ' WS-SN-COUNT.
       4000-ADD-PARA.
           END-IF
           DISPLAY 'CEILING (9999):'
           ACCEPT WS-IN-CEIL
           DISPLAY 'VACANCY PAY GRADE (SPACES = NOT SET):'
           ACCEPT WS-IN-GRADE
           PERFORM 7100-GRADE-FIND-PARA
           IF WS-MATCH-PSX = ZERO
               DISPLAY 'GRADE ' WS-IN-GRADE
                   ' NOT ON THE PAY SCALE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           ADD 1 TO WS-SN-COUNT
           MOVE WS-IN-DEPT TO WS-SNT-DEPT(WS-SN-COUNT)
           MOVE WS-IN-CEIL TO WS-SNT-CEIL(WS-SN-COUNT)
           MOVE ZERO TO WS-SNT-ACT(WS-SN-COUNT)
           MOVE WS-IN-GRADE TO WS-SNT-GRADE(WS-SN-COUNT)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'CEILING ADDED'.
       4999-ADD-EXIT.
                   ' - NEW CEILING (9999):'
               ACCEPT WS-IN-CEIL
               MOVE WS-IN-CEIL TO WS-SNT-CEIL(WS-MATCH-SNX)
               DISPLAY 'GRADE NOW ' WS-SNT-GRADE(WS-MATCH-SNX)
                   ' - NEW GRADE (SPACES = KEEP):'
               ACCEPT WS-IN-GRADE
               IF WS-IN-GRADE NOT = SPACES
                   PERFORM 7100-GRADE-FIND-PARA
                   IF WS-MATCH-PSX = ZERO
                       DISPLAY 'GRADE ' WS-IN-GRADE
                           ' NOT ON THE PAY SCALE - GRADE KEPT'
                   ELSE
                       MOVE WS-IN-GRADE
                           TO WS-SNT-GRADE(WS-MATCH-SNX)
                   END-IF
               END-IF
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'CEILING CHANGED'
           END-IF.
               PERFORM UNTIL WS-EM-STAT NOT = 00
                   READ EMPMAST-FILE NEXT RECORD
                   END-READ
                   IF WS-EM-STAT = 00 AND NOT EMP-SEPARATED
                       MOVE EMP-DEPT TO WS-IN-DEPT
                       PERFORM 7000-FIND-PARA
                       IF WS-MATCH-SNX NOT = ZERO
                   MOVE WS-SNX TO WS-MATCH-SNX
               END-IF
           END-PERFORM.
       7100-GRADE-FIND-PARA.
      * A blank grade, or no scale file to check against, passes
           MOVE 1 TO WS-MATCH-PSX
           IF WS-IN-GRADE NOT = SPACES AND WS-PS-COUNT > ZERO
               MOVE ZERO TO WS-MATCH-PSX
               PERFORM VARYING WS-PSX FROM 1 BY 1
                   UNTIL WS-PSX > WS-PS-COUNT
                       OR WS-MATCH-PSX NOT = ZERO
                   IF WS-PST-GRADE(WS-PSX) = WS-IN-GRADE
                       MOVE WS-PSX TO WS-MATCH-PSX
                   END-IF
               END-PERFORM
           END-IF.
       8000-SAVE-PARA.
           OPEN OUTPUT SANCTION
           IF WS-SN-FS NOT = 00
                   MOVE SPACES TO SN-REC
                   MOVE WS-SNT-DEPT(WS-SNX) TO SN-DEPT
                   MOVE WS-SNT-CEIL(WS-SNX) TO SN-CEILING
                   MOVE WS-SNT-GRADE(WS-SNX) TO SN-GRADE
                   WRITE SN-REC
               END-PERFORM
               CLOSE SANCTION
