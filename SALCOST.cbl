      ******************************************************************
      * Program : SALCOST
      * Purpose : Monthly salary-cost report by department, so the
      *           question "what does a department cost us?" is
      *           answered from our own files instead of the pay
      *           bureau. For each EMP-DEPT:
      *             - staff cost: every employee priced from the
      *               PAYSCALE file at their EMP-GRADE/EMP-STEP
      *               (entry pay + (step - 1) * increment);
      *             - open vacancies: SANCSTR sanctioned strength
      *               less actual headcount, each priced at the
      *               ceiling's grade at its entry step;
      *             - the deduction line: PAYDEDCT's unpaid days for
      *               the period at one-thirtieth of the employee's
      *               monthly pay per day;
      *             - the RETIRE forecast's leavers retiring by 31
      *               December of the period's year, with the
      *               monthly cost that leaves the payroll and the
      *               year-end monthly cost that results.
      *           Employees not yet graded, vacancies with no grade
      *           on the scale and deduction days for employees not
      *           on the master are listed, and the run ends with
      *           RETURN-CODE 4 so they get fixed.
      * Modification History:
      *   - Written new. PAY_PERIOD is the period (YYYYMM, default
      *     the current month, the same variable PAYDEDCT reads);
      *     PAYSCALE_DSN (default payscale.txt), SANCTION_DSN
      *     (default sanction.txt), PAYDEDCT_DSN (default
      *     paydedct.txt) and RETLEAV_DSN (default retleav.txt)
      *     are the inputs, SALCOST_DSN (default salcost.txt) the
      *     report. Only EMPMAST and the pay scale are required;
      *     a missing sanction, deduction or leavers file leaves
      *     its line off the report with a note.
      *   - Staff separated through EMPSEPR are no longer costed or
      *     counted against the sanctioned strength; their final pay
      *     is on the EMPSEPR settlement statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALCOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           SELECT PAYSCALE ASSIGN TO WS-PS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-FS.
           SELECT SANCTION ASSIGN TO WS-SN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SN-FS.
           SELECT DEDFILE ASSIGN TO WS-DD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DD-FS.
           SELECT RETLEAV ASSIGN TO WS-RL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-FS.
           SELECT COSTRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST-FILE.
       01 EMP-MAST-REC.
           05 EMP-ID   PIC 9(5).
           05 EMP-DEPT PIC X(3).
           05 EMP-DOB  PIC X(8).
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       FD PAYSCALE.
       01 PS-REC.
           05 PS-GRADE   PIC X(2).
           05 FILLER     PIC X.
           05 PS-STEPS   PIC 99.
           05 FILLER     PIC X.
           05 PS-BASE    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 PS-INCR    PIC 9(5)V99.
           05 FILLER     PIC X.
           05 PS-DESC    PIC X(20).
       FD SANCTION.
       01 SN-REC.
           05 SN-DEPT    PIC XXX.
           05 FILLER     PIC X.
           05 SN-CEILING PIC 9(4).
           05 FILLER     PIC X.
           05 SN-GRADE   PIC X(2).
       FD DEDFILE.
       01 DED-HDR-REC.
           05 DED-TYPE       PIC X.
           05 DED-HDR-PERIOD PIC 9(6).
           05 DED-HDR-DATE   PIC 9(8).
       01 DED-DET-REC.
           05 FILLER         PIC X.
           05 DED-EMP        PIC 9(5).
           05 DED-DAYS       PIC 999V9.
       FD RETLEAV.
       01 RL-REC.
           05 RL-EMP     PIC 9(5).
           05 FILLER     PIC X.
           05 RL-DEPT    PIC XXX.
           05 FILLER     PIC X.
           05 RL-RETDT   PIC 9(8).
           05 FILLER     PIC X.
           05 RL-GRADE   PIC X(2).
           05 FILLER     PIC X.
           05 RL-STEP    PIC 99.
       FD COSTRPT.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-EM-STAT  PIC 99.
       77 WS-PS-FS    PIC 99.
       77 WS-SN-FS    PIC 99.
       77 WS-DD-FS    PIC 99.
       77 WS-RL-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-PS-DSN   PIC X(100) VALUE 'payscale.txt'.
       77 WS-SN-DSN   PIC X(100) VALUE 'sanction.txt'.
       77 WS-DD-DSN   PIC X(100) VALUE 'paydedct.txt'.
       77 WS-RL-DSN   PIC X(100) VALUE 'retleav.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'salcost.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PERIOD-IN PIC X(6).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PERIOD   PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PER-YYYY PIC 9(4).
           05 WS-PER-MM   PIC 99.
       77 WS-PER-FROM PIC 9(8) VALUE ZERO.
       77 WS-YEAR-END PIC 9(8) VALUE ZERO.
       01 WS-SN-AVAIL-SW PIC X VALUE 'N'.
           88 WS-SN-AVAIL VALUE 'Y'.
       01 WS-DD-AVAIL-SW PIC X VALUE 'N'.
           88 WS-DD-AVAIL VALUE 'Y'.
       01 WS-RL-AVAIL-SW PIC X VALUE 'N'.
           88 WS-RL-AVAIL VALUE 'Y'.
       01 WS-PAY-OK-SW   PIC X VALUE 'N'.
           88 WS-PAY-OK VALUE 'Y'.
       77 WS-CHK-GRADE PIC X(2).
       77 WS-CHK-STEP  PIC 99 VALUE ZERO.
       77 WS-PAY       PIC 9(7)V99 VALUE ZERO.
       77 WS-DED-AMT   PIC 9(7)V99 VALUE ZERO.
       77 WS-IN-DEPT   PIC XXX.
       77 WS-READ-CNT  PIC 9(5) VALUE ZERO.
       77 WS-WARN-CNT  PIC 9(5) VALUE ZERO.
       77 WS-DD-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-PS-COUNT  PIC 99 VALUE ZERO.
       77 WS-PSX       PIC 99 VALUE ZERO.
       77 WS-MATCH-PSX PIC 99 VALUE ZERO.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 50 TIMES.
               10 WS-PST-GRADE PIC X(2).
               10 WS-PST-STEPS PIC 99.
               10 WS-PST-BASE  PIC 9(7)V99.
               10 WS-PST-INCR  PIC 9(5)V99.
       77 WS-SN-COUNT  PIC 99 VALUE ZERO.
       77 WS-SNX       PIC 99 VALUE ZERO.
       01 WS-SN-TABLE.
           05 WS-SN-ENTRY OCCURS 50 TIMES.
               10 WS-SNT-DEPT  PIC XXX.
               10 WS-SNT-CEIL  PIC 9(4).
               10 WS-SNT-GRADE PIC X(2).
       77 WS-DD-COUNT  PIC 999 VALUE ZERO.
       77 WS-DDX       PIC 999 VALUE ZERO.
       77 WS-MATCH-DDX PIC 999 VALUE ZERO.
       01 WS-DD-TABLE.
           05 WS-DD-ENTRY OCCURS 500 TIMES.
               10 WS-DDT-EMP  PIC 9(5).
               10 WS-DDT-DAYS PIC 999V9.
               10 WS-DDT-USED PIC X.
       77 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       77 WS-DX         PIC 99 VALUE ZERO.
       77 WS-MATCH-DX   PIC 99 VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-CODE     PIC XXX.
               10 WS-DT-STAFF    PIC 9(4).
               10 WS-DT-STF-COST PIC 9(9)V99.
               10 WS-DT-UNGRADED PIC 9(4).
               10 WS-DT-VAC      PIC 9(4).
               10 WS-DT-VAC-GRD  PIC X(2).
               10 WS-DT-VAC-COST PIC 9(9)V99.
               10 WS-DT-VAC-NOPR PIC 9(4).
               10 WS-DT-DED-DAYS PIC 9(5)V9.
               10 WS-DT-DED-COST PIC 9(9)V99.
               10 WS-DT-LEAVERS  PIC 9(4).
               10 WS-DT-LVR-COST PIC 9(9)V99.
               10 WS-DT-LVR-NOPR PIC 9(4).
       77 WS-MONTHLY    PIC S9(9)V99 VALUE ZERO.
       77 WS-YE-COST    PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND.
           05 WS-GT-STAFF    PIC 9(5) VALUE ZERO.
           05 WS-GT-STF-COST PIC 9(9)V99 VALUE ZERO.
           05 WS-GT-UNGRADED PIC 9(5) VALUE ZERO.
           05 WS-GT-VAC      PIC 9(5) VALUE ZERO.
           05 WS-GT-VAC-COST PIC 9(9)V99 VALUE ZERO.
           05 WS-GT-DED-DAYS PIC 9(5)V9 VALUE ZERO.
           05 WS-GT-DED-COST PIC 9(9)V99 VALUE ZERO.
           05 WS-GT-LEAVERS  PIC 9(5) VALUE ZERO.
           05 WS-GT-LVR-COST PIC 9(9)V99 VALUE ZERO.
           05 WS-GT-MONTHLY  PIC S9(9)V99 VALUE ZERO.
           05 WS-GT-YE-COST  PIC S9(9)V99 VALUE ZERO.
       77 WS-CNT-DISP   PIC Z(4)9.
       77 WS-DAYS-DISP  PIC ZZZ9.9.
       77 WS-AMT-DISP   PIC Z(8)9.99-.
       77 WS-LN-LABEL   PIC X(28).
       77 WS-LN-DEPT    PIC XXX.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-SCALE-PARA
           PERFORM 2100-SANCTION-PARA
           PERFORM 2200-DEDUCT-PARA
           PERFORM 3000-STAFF-PARA
           PERFORM 4000-VACANCY-PARA
           PERFORM 5000-LEAVERS-PARA
           PERFORM 6000-REPORT-PARA
           CLOSE COSTRPT
           DISPLAY 'EMPLOYEES READ: ' WS-READ-CNT
               '  DEPARTMENTS: ' WS-DEPT-COUNT
               '  ITEMS NEEDING ATTENTION: ' WS-WARN-CNT
           IF WS-WARN-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'PAYSCALE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PS-DSN FROM ENVIRONMENT-VALUE
           IF WS-PS-DSN = SPACES
               MOVE 'payscale.txt' TO WS-PS-DSN
           END-IF
           MOVE 'SANCTION_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SN-DSN FROM ENVIRONMENT-VALUE
           IF WS-SN-DSN = SPACES
               MOVE 'sanction.txt' TO WS-SN-DSN
           END-IF
           MOVE 'PAYDEDCT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DD-DSN FROM ENVIRONMENT-VALUE
           IF WS-DD-DSN = SPACES
               MOVE 'paydedct.txt' TO WS-DD-DSN
           END-IF
           MOVE 'RETLEAV_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RL-DSN FROM ENVIRONMENT-VALUE
           IF WS-RL-DSN = SPACES
               MOVE 'retleav.txt' TO WS-RL-DSN
           END-IF
           MOVE 'SALCOST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'salcost.txt' TO WS-RPT-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE WS-CURR-DT(1:6) TO WS-PERIOD
           MOVE 'PAY_PERIOD' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-IN NOT = SPACES
               IF WS-PERIOD-IN IS NUMERIC
                   AND WS-PERIOD-IN(5:2) >= '01'
                   AND WS-PERIOD-IN(5:2) <= '12'
                   MOVE WS-PERIOD-IN TO WS-PERIOD
               ELSE
                   DISPLAY 'INVALID PAY_PERIOD, USING DEFAULT - '
                       WS-PERIOD
               END-IF
           END-IF
           COMPUTE WS-PER-FROM = WS-PERIOD * 100 + 1
           COMPUTE WS-YEAR-END = WS-PER-YYYY * 10000 + 1231
           OPEN OUTPUT COSTRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'COST REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'SALARY COST BY DEPARTMENT - PERIOD ' WS-PERIOD
               ' - RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       2000-SCALE-PARA.
      * Without the scale nothing can be priced - stop here
           OPEN INPUT PAYSCALE
           IF WS-PS-FS NOT = 00
               DISPLAY 'PAY SCALE OPEN FAILED, FILE STATUS - '
                   WS-PS-FS
               MOVE 'NO PAY SCALE FILE - NOTHING PRICED' TO RPT-LINE
               WRITE RPT-LINE
               CLOSE COSTRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PS-FS NOT = 00
               READ PAYSCALE
               END-READ
               IF WS-PS-FS NOT = 10
                   IF WS-PS-COUNT < 50
                       ADD 1 TO WS-PS-COUNT
                       MOVE PS-GRADE TO WS-PST-GRADE(WS-PS-COUNT)
                       MOVE PS-STEPS TO WS-PST-STEPS(WS-PS-COUNT)
                       MOVE PS-BASE  TO WS-PST-BASE(WS-PS-COUNT)
                       MOVE PS-INCR  TO WS-PST-INCR(WS-PS-COUNT)
                   ELSE
                       DISPLAY 'PAY SCALE TABLE FULL, GRADE '
                           PS-GRADE ' SKIPPED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYSCALE.
       2100-SANCTION-PARA.
           OPEN INPUT SANCTION
           IF WS-SN-FS NOT = 00
               MOVE 'NO SANCTION FILE - VACANCIES NOT COSTED'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'Y' TO WS-SN-AVAIL-SW
               PERFORM UNTIL WS-SN-FS NOT = 00
                   READ SANCTION
                   END-READ
                   IF WS-SN-FS NOT = 10
                       IF WS-SN-COUNT < 50
                           ADD 1 TO WS-SN-COUNT
                           MOVE SN-DEPT TO WS-SNT-DEPT(WS-SN-COUNT)
                           MOVE SN-CEILING
                               TO WS-SNT-CEIL(WS-SN-COUNT)
                           MOVE SN-GRADE
                               TO WS-SNT-GRADE(WS-SN-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SANCTION
           END-IF.
       2200-DEDUCT-PARA.
      * The PAYDEDCT extract: H period header, D employee/days,
      * T trailer. Deductions from any other period are not used.
           OPEN INPUT DEDFILE
           IF WS-DD-FS NOT = 00
               MOVE 'NO UNPAID-DAY EXTRACT - NO DEDUCTION LINE'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM UNTIL WS-DD-FS NOT = 00
                   READ DEDFILE
                   END-READ
                   IF WS-DD-FS NOT = 10
                       EVALUATE DED-TYPE
                           WHEN 'H'
                               MOVE DED-HDR-PERIOD TO WS-DD-PERIOD
                           WHEN 'D'
                               IF WS-DD-COUNT < 500
                                   ADD 1 TO WS-DD-COUNT
                                   MOVE DED-EMP
                                       TO WS-DDT-EMP(WS-DD-COUNT)
                                   MOVE DED-DAYS
                                       TO WS-DDT-DAYS(WS-DD-COUNT)
                                   MOVE 'N'
                                       TO WS-DDT-USED(WS-DD-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE DEDFILE
               IF WS-DD-PERIOD = WS-PERIOD
                   MOVE 'Y' TO WS-DD-AVAIL-SW
               ELSE
                   ADD 1 TO WS-WARN-CNT
                   MOVE SPACES TO RPT-LINE
                   STRING 'UNPAID-DAY EXTRACT IS FOR PERIOD '
                       WS-DD-PERIOD ' - NO DEDUCTION LINE'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
       3000-STAFF-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               CLOSE COSTRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00 AND NOT EMP-SEPARATED
                   ADD 1 TO WS-READ-CNT
                   PERFORM 3100-ONE-EMP-PARA
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE
           IF WS-DD-AVAIL
               PERFORM VARYING WS-DDX FROM 1 BY 1
                   UNTIL WS-DDX > WS-DD-COUNT
                   IF WS-DDT-USED(WS-DDX) = 'N'
                       ADD 1 TO WS-WARN-CNT
                       MOVE SPACES TO RPT-LINE
                       STRING 'UNPAID DAYS FOR ' WS-DDT-EMP(WS-DDX)
                           ' - NOT ON THE MASTER OR NOT GRADED,'
                           ' NOT COSTED'
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-PERFORM
           END-IF.
       3100-ONE-EMP-PARA.
           MOVE EMP-DEPT TO WS-IN-DEPT
           PERFORM 7100-DEPT-PARA
           IF WS-MATCH-DX = ZERO
               DISPLAY 'DEPARTMENT TABLE FULL - EMPLOYEE ' EMP-ID
                   ' NOT COSTED'
               ADD 1 TO WS-WARN-CNT
           ELSE
               ADD 1 TO WS-DT-STAFF(WS-MATCH-DX)
               MOVE EMP-GRADE TO WS-CHK-GRADE
               MOVE ZERO TO WS-CHK-STEP
               IF EMP-STEP IS NUMERIC
                   MOVE EMP-STEP TO WS-CHK-STEP
               END-IF
               PERFORM 7000-PAY-PARA
               IF NOT WS-PAY-OK
                   ADD 1 TO WS-DT-UNGRADED(WS-MATCH-DX)
                   ADD 1 TO WS-WARN-CNT
                   MOVE SPACES TO RPT-LINE
                   STRING 'NOT GRADED ON THE SCALE - ' EMP-ID ' '
                       EMP-NAME ' ' EMP-DEPT ' GRADE/STEP '
                       EMP-GRADE '/' EMP-STEP
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   ADD WS-PAY TO WS-DT-STF-COST(WS-MATCH-DX)
                   IF WS-DD-AVAIL
                       PERFORM 3200-DEDUCT-EMP-PARA
                   END-IF
               END-IF
           END-IF.
       3200-DEDUCT-EMP-PARA.
      * One day's pay is a thirtieth of the month's
           MOVE ZERO TO WS-MATCH-DDX
           PERFORM VARYING WS-DDX FROM 1 BY 1
               UNTIL WS-DDX > WS-DD-COUNT OR WS-MATCH-DDX NOT = ZERO
               IF WS-DDT-EMP(WS-DDX) = EMP-ID
                   MOVE WS-DDX TO WS-MATCH-DDX
               END-IF
           END-PERFORM
           IF WS-MATCH-DDX NOT = ZERO
               MOVE 'Y' TO WS-DDT-USED(WS-MATCH-DDX)
               COMPUTE WS-DED-AMT ROUNDED =
                   WS-PAY * WS-DDT-DAYS(WS-MATCH-DDX) / 30
               ADD WS-DDT-DAYS(WS-MATCH-DDX)
                   TO WS-DT-DED-DAYS(WS-MATCH-DX)
               ADD WS-DED-AMT TO WS-DT-DED-COST(WS-MATCH-DX)
           END-IF.
       4000-VACANCY-PARA.
           IF WS-SN-AVAIL
               PERFORM VARYING WS-SNX FROM 1 BY 1
                   UNTIL WS-SNX > WS-SN-COUNT
                   MOVE WS-SNT-DEPT(WS-SNX) TO WS-IN-DEPT
                   PERFORM 7100-DEPT-PARA
                   IF WS-MATCH-DX NOT = ZERO
                       AND WS-SNT-CEIL(WS-SNX)
                           > WS-DT-STAFF(WS-MATCH-DX)
                       PERFORM 4100-ONE-VACANCY-PARA
                   END-IF
               END-PERFORM
           END-IF.
       4100-ONE-VACANCY-PARA.
      * Vacancies are priced at the ceiling's grade, entry step
           COMPUTE WS-DT-VAC(WS-MATCH-DX) = WS-SNT-CEIL(WS-SNX)
               - WS-DT-STAFF(WS-MATCH-DX)
           MOVE WS-SNT-GRADE(WS-SNX) TO WS-DT-VAC-GRD(WS-MATCH-DX)
           MOVE WS-SNT-GRADE(WS-SNX) TO WS-CHK-GRADE
           MOVE 1 TO WS-CHK-STEP
           PERFORM 7000-PAY-PARA
           IF WS-PAY-OK
               COMPUTE WS-DT-VAC-COST(WS-MATCH-DX) =
                   WS-PAY * WS-DT-VAC(WS-MATCH-DX)
           ELSE
               MOVE WS-DT-VAC(WS-MATCH-DX)
                   TO WS-DT-VAC-NOPR(WS-MATCH-DX)
               ADD 1 TO WS-WARN-CNT
           END-IF.
       5000-LEAVERS-PARA.
           OPEN INPUT RETLEAV
           IF WS-RL-FS NOT = 00
               MOVE 'NO RETIREMENT FORECAST - NO LEAVERS LINE'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'Y' TO WS-RL-AVAIL-SW
               PERFORM UNTIL WS-RL-FS NOT = 00
                   READ RETLEAV
                   END-READ
                   IF WS-RL-FS NOT = 10
                       IF RL-RETDT >= WS-PER-FROM
                           AND RL-RETDT <= WS-YEAR-END
                           PERFORM 5100-ONE-LEAVER-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETLEAV
           END-IF.
       5100-ONE-LEAVER-PARA.
           MOVE RL-DEPT TO WS-IN-DEPT
           PERFORM 7100-DEPT-PARA
           IF WS-MATCH-DX NOT = ZERO
               ADD 1 TO WS-DT-LEAVERS(WS-MATCH-DX)
               MOVE RL-GRADE TO WS-CHK-GRADE
               MOVE ZERO TO WS-CHK-STEP
               IF RL-STEP IS NUMERIC
                   MOVE RL-STEP TO WS-CHK-STEP
               END-IF
               PERFORM 7000-PAY-PARA
               IF WS-PAY-OK
                   ADD WS-PAY TO WS-DT-LVR-COST(WS-MATCH-DX)
               ELSE
                   ADD 1 TO WS-DT-LVR-NOPR(WS-MATCH-DX)
               END-IF
           END-IF.
       6000-REPORT-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEP LINE                         COUNT'
               TO RPT-LINE
           MOVE 'MONTHLY' TO RPT-LINE(47:7)
           WRITE RPT-LINE
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEPT-COUNT
               PERFORM 6100-ONE-DEPT-PARA
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ALL' TO WS-LN-DEPT
           MOVE 'STAFF AT GRADE/STEP' TO WS-LN-LABEL
           MOVE WS-GT-STAFF TO WS-CNT-DISP
           MOVE WS-GT-STF-COST TO WS-AMT-DISP
           PERFORM 6900-COUNT-LINE-PARA
           MOVE SPACES TO WS-LN-DEPT
           IF WS-GT-UNGRADED NOT = ZERO
               MOVE 'NOT GRADED (NOT COSTED)' TO WS-LN-LABEL
               MOVE WS-GT-UNGRADED TO WS-CNT-DISP
               MOVE ZERO TO WS-AMT-DISP
               PERFORM 6900-COUNT-LINE-PARA
           END-IF
           IF WS-SN-AVAIL
               MOVE 'OPEN VACANCIES' TO WS-LN-LABEL
               MOVE WS-GT-VAC TO WS-CNT-DISP
               MOVE WS-GT-VAC-COST TO WS-AMT-DISP
               PERFORM 6900-COUNT-LINE-PARA
           END-IF
           IF WS-DD-AVAIL
               MOVE 'UNPAID-DAY DEDUCTION (DAYS)' TO WS-LN-LABEL
               MOVE WS-GT-DED-DAYS TO WS-DAYS-DISP
               COMPUTE WS-AMT-DISP = ZERO - WS-GT-DED-COST
               PERFORM 6910-DAYS-LINE-PARA
           END-IF
           MOVE 'MONTHLY COST' TO WS-LN-LABEL
           MOVE WS-GT-MONTHLY TO WS-AMT-DISP
           PERFORM 6920-TOTAL-LINE-PARA
           IF WS-RL-AVAIL
               MOVE SPACES TO WS-LN-LABEL
               STRING 'LEAVERS BY 31 DEC ' WS-PER-YYYY
                   DELIMITED BY SIZE INTO WS-LN-LABEL
               MOVE WS-GT-LEAVERS TO WS-CNT-DISP
               COMPUTE WS-AMT-DISP = ZERO - WS-GT-LVR-COST
               PERFORM 6900-COUNT-LINE-PARA
               MOVE 'YEAR-END MONTHLY COST' TO WS-LN-LABEL
               MOVE WS-GT-YE-COST TO WS-AMT-DISP
               PERFORM 6920-TOTAL-LINE-PARA
           END-IF.
       6100-ONE-DEPT-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DT-CODE(WS-DX) TO WS-LN-DEPT
           MOVE 'STAFF AT GRADE/STEP' TO WS-LN-LABEL
           COMPUTE WS-CNT-DISP = WS-DT-STAFF(WS-DX)
               - WS-DT-UNGRADED(WS-DX)
           MOVE WS-DT-STF-COST(WS-DX) TO WS-AMT-DISP
           PERFORM 6900-COUNT-LINE-PARA
           MOVE SPACES TO WS-LN-DEPT
           IF WS-DT-UNGRADED(WS-DX) NOT = ZERO
               MOVE 'NOT GRADED (NOT COSTED)' TO WS-LN-LABEL
               MOVE WS-DT-UNGRADED(WS-DX) TO WS-CNT-DISP
               MOVE ZERO TO WS-AMT-DISP
               PERFORM 6900-COUNT-LINE-PARA
           END-IF
           IF WS-DT-VAC(WS-DX) NOT = ZERO
               MOVE SPACES TO WS-LN-LABEL
               IF WS-DT-VAC-NOPR(WS-DX) = ZERO
                   STRING 'OPEN VACANCIES AT GRADE '
                       WS-DT-VAC-GRD(WS-DX)
                       DELIMITED BY SIZE INTO WS-LN-LABEL
               ELSE
                   MOVE 'OPEN VACANCIES - NO GRADE' TO WS-LN-LABEL
               END-IF
               MOVE WS-DT-VAC(WS-DX) TO WS-CNT-DISP
               MOVE WS-DT-VAC-COST(WS-DX) TO WS-AMT-DISP
               PERFORM 6900-COUNT-LINE-PARA
           END-IF
           IF WS-DT-DED-DAYS(WS-DX) NOT = ZERO
               MOVE 'UNPAID-DAY DEDUCTION (DAYS)' TO WS-LN-LABEL
               MOVE WS-DT-DED-DAYS(WS-DX) TO WS-DAYS-DISP
               COMPUTE WS-AMT-DISP = ZERO - WS-DT-DED-COST(WS-DX)
               PERFORM 6910-DAYS-LINE-PARA
           END-IF
           COMPUTE WS-MONTHLY = WS-DT-STF-COST(WS-DX)
               + WS-DT-VAC-COST(WS-DX) - WS-DT-DED-COST(WS-DX)
           MOVE 'MONTHLY COST' TO WS-LN-LABEL
           MOVE WS-MONTHLY TO WS-AMT-DISP
           PERFORM 6920-TOTAL-LINE-PARA
           COMPUTE WS-YE-COST = WS-MONTHLY - WS-DT-LVR-COST(WS-DX)
           IF WS-DT-LEAVERS(WS-DX) NOT = ZERO
               MOVE SPACES TO WS-LN-LABEL
               STRING 'LEAVERS BY 31 DEC ' WS-PER-YYYY
                   DELIMITED BY SIZE INTO WS-LN-LABEL
               MOVE WS-DT-LEAVERS(WS-DX) TO WS-CNT-DISP
               COMPUTE WS-AMT-DISP = ZERO - WS-DT-LVR-COST(WS-DX)
               PERFORM 6900-COUNT-LINE-PARA
               IF WS-DT-LVR-NOPR(WS-DX) NOT = ZERO
                   MOVE '  OF WHICH NOT GRADED' TO WS-LN-LABEL
                   MOVE WS-DT-LVR-NOPR(WS-DX) TO WS-CNT-DISP
                   MOVE ZERO TO WS-AMT-DISP
                   PERFORM 6900-COUNT-LINE-PARA
               END-IF
               MOVE 'YEAR-END MONTHLY COST' TO WS-LN-LABEL
               MOVE WS-YE-COST TO WS-AMT-DISP
               PERFORM 6920-TOTAL-LINE-PARA
           END-IF
      * Roll the department into the grand totals
           COMPUTE WS-GT-STAFF = WS-GT-STAFF + WS-DT-STAFF(WS-DX)
               - WS-DT-UNGRADED(WS-DX)
           ADD WS-DT-STF-COST(WS-DX) TO WS-GT-STF-COST
           ADD WS-DT-UNGRADED(WS-DX) TO WS-GT-UNGRADED
           ADD WS-DT-VAC(WS-DX)      TO WS-GT-VAC
           ADD WS-DT-VAC-COST(WS-DX) TO WS-GT-VAC-COST
           ADD WS-DT-DED-DAYS(WS-DX) TO WS-GT-DED-DAYS
           ADD WS-DT-DED-COST(WS-DX) TO WS-GT-DED-COST
           ADD WS-DT-LEAVERS(WS-DX)  TO WS-GT-LEAVERS
           ADD WS-DT-LVR-COST(WS-DX) TO WS-GT-LVR-COST
           ADD WS-MONTHLY            TO WS-GT-MONTHLY
           ADD WS-YE-COST            TO WS-GT-YE-COST.
       6900-COUNT-LINE-PARA.
           MOVE SPACES TO RPT-LINE
           STRING WS-LN-DEPT ' ' WS-LN-LABEL ' ' WS-CNT-DISP
               '  ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       6910-DAYS-LINE-PARA.
           MOVE SPACES TO RPT-LINE
           STRING WS-LN-DEPT ' ' WS-LN-LABEL WS-DAYS-DISP
               '  ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       6920-TOTAL-LINE-PARA.
           MOVE SPACES TO RPT-LINE
           STRING WS-LN-DEPT ' ' WS-LN-LABEL '       '
               '  ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       7000-PAY-PARA.
      * Monthly pay at WS-CHK-GRADE/WS-CHK-STEP from the scale
           MOVE 'N' TO WS-PAY-OK-SW
           MOVE ZERO TO WS-PAY
           MOVE ZERO TO WS-MATCH-PSX
           PERFORM VARYING WS-PSX FROM 1 BY 1
               UNTIL WS-PSX > WS-PS-COUNT OR WS-MATCH-PSX NOT = ZERO
               IF WS-PST-GRADE(WS-PSX) = WS-CHK-GRADE
                   MOVE WS-PSX TO WS-MATCH-PSX
               END-IF
           END-PERFORM
           IF WS-MATCH-PSX NOT = ZERO AND WS-CHK-GRADE NOT = SPACES
               AND WS-CHK-STEP > ZERO
               AND WS-CHK-STEP NOT > WS-PST-STEPS(WS-MATCH-PSX)
               COMPUTE WS-PAY = WS-PST-BASE(WS-MATCH-PSX)
                   + (WS-CHK-STEP - 1) * WS-PST-INCR(WS-MATCH-PSX)
               MOVE 'Y' TO WS-PAY-OK-SW
           END-IF.
       7100-DEPT-PARA.
      * Find WS-IN-DEPT in the department table, adding it if new;
      * WS-MATCH-DX stays zero only when the table is full
           MOVE ZERO TO WS-MATCH-DX
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEPT-COUNT OR WS-MATCH-DX NOT = ZERO
               IF WS-DT-CODE(WS-DX) = WS-IN-DEPT
                   MOVE WS-DX TO WS-MATCH-DX
               END-IF
           END-PERFORM
           IF WS-MATCH-DX = ZERO AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-MATCH-DX
               INITIALIZE WS-DEPT-ENTRY(WS-MATCH-DX)
               MOVE WS-IN-DEPT TO WS-DT-CODE(WS-MATCH-DX)
           END-IF.
       END PROGRAM SALCOST.
