      ******************************************************************
      * Program : TIMETBL
      * Purpose : Weekly class timetable generator. Reads the
      *           periods-per-week requirement for each subject and
      *           section (PERIODREQ_DSN, default periodreq.txt -
      *           term, section, subject, periods a week) and takes
      *           the teacher for each subject-section-term from the
      *           TEACHASG assignment file. The periods are laid out
      *           on a Monday to Friday grid of TT_PERIODS periods a
      *           day (default 08, at most 10): a subject is spread
      *           one period a day over the section's lightest days
      *           before any day gets a second period of it, and a
      *           slot is only taken when both the section and the
      *           teacher are free in it, so neither can ever be
      *           double-booked. A requirement with no teacher, a
      *           subject that is not on the SUBJMAST_DSN reference
      *           master, or periods that cannot be fitted go on the
      *           exceptions list instead. The placed periods are
      *           written to TIMETBL_DSN (default timetbl.txt), one
      *           record per section-day-period, for other programs
      *           to read; the grid report (TTRPT_DSN, default
      *           ttgrid.txt) prints the week per section and per
      *           teacher followed by the exceptions. RETURN-CODE 4
      *           when there are exceptions, 16 when the requirement
      *           or assignment file cannot be opened.
      * Modification History:
      *   - Written new. TT_TERM names the term (default T1); only
      *     requirement and assignment rows for that term are used.
      *     Where two teachers are assigned the same subject and
      *     section the first on the assignment file takes it.
      *     Teacher names come from the indexed EMPMAST master when
      *     it can be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODREQ ASSIGN TO WS-PR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
           SELECT TIMETBL ASSIGN TO WS-TT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TT-FS.
           SELECT TTRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD PERIODREQ.
       01 PR-REC.
           05 PR-TERM    PIC XX.
           05 FILLER     PIC X.
           05 PR-SEC     PIC X.
           05 FILLER     PIC X.
           05 PR-SUBJ    PIC XX.
           05 FILLER     PIC X.
           05 PR-PERIODS PIC 99.
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN PIC XX.
           05 FILLER       PIC X.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
      * One placed period; day 1 is Monday
       FD TIMETBL.
       01 TT-REC.
           05 TT-TERM    PIC XX.
           05 FILLER     PIC X.
           05 TT-SEC     PIC X.
           05 FILLER     PIC X.
           05 TT-DAY     PIC 9.
           05 FILLER     PIC X.
           05 TT-DAYNAME PIC X(3).
           05 FILLER     PIC X.
           05 TT-PERIOD  PIC 99.
           05 FILLER     PIC X.
           05 TT-SUBJ    PIC XX.
           05 FILLER     PIC X.
           05 TT-EMP     PIC 9(5).
       FD TTRPT.
       01 RPT-LINE PIC X(80).
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
       WORKING-STORAGE SECTION.
       77 WS-PR-FS    PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-SUBJ-FS  PIC 99.
       77 WS-TT-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-PR-DSN   PIC X(100) VALUE 'periodreq.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-SUBJ-DSN PIC X(100) VALUE 'subjects.txt'.
       77 WS-TT-DSN   PIC X(100) VALUE 'timetbl.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'ttgrid.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-PERIODS  PIC 99 VALUE 08.
       77 WS-SUBJ-COUNT PIC 99 VALUE ZERO.
       77 WS-SJX        PIC 99 VALUE ZERO.
       77 WS-ASG-COUNT  PIC 999 VALUE ZERO.
       77 WS-AX         PIC 999 VALUE ZERO.
       77 WS-SEC-COUNT  PIC 99 VALUE ZERO.
       77 WS-SX         PIC 99 VALUE ZERO.
       77 WS-TCH-COUNT  PIC 999 VALUE ZERO.
       77 WS-TX         PIC 999 VALUE ZERO.
       77 WS-DX         PIC 9 VALUE ZERO.
       77 WS-PX         PIC 99 VALUE ZERO.
       77 WS-NX         PIC 99 VALUE ZERO.
       77 WS-MATCH-SJX  PIC 99 VALUE ZERO.
       77 WS-MATCH-SX   PIC 99 VALUE ZERO.
       77 WS-MATCH-TX   PIC 999 VALUE ZERO.
       77 WS-MATCH-EMP  PIC 9(5) VALUE ZERO.
       77 WS-PASS       PIC 9 VALUE ZERO.
       77 WS-DAY-LOAD   PIC 99 VALUE ZERO.
       77 WS-FREE-PX    PIC 99 VALUE ZERO.
       77 WS-BEST-DX    PIC 9 VALUE ZERO.
       77 WS-BEST-PX    PIC 99 VALUE ZERO.
       77 WS-BEST-LOAD  PIC 99 VALUE ZERO.
       77 WS-PLACED     PIC 99 VALUE ZERO.
       77 WS-COL        PIC 99 VALUE ZERO.
       77 WS-REQ-CNT    PIC 9(4) VALUE ZERO.
       77 WS-SLOT-CNT   PIC 9(5) VALUE ZERO.
       77 WS-EXC-CNT    PIC 9(4) VALUE ZERO.
       77 WS-EX         PIC 9(4) VALUE ZERO.
       77 WS-EXC-REASON PIC X(28).
       77 WS-TCH-NAME   PIC X(20).
       01 WS-SUBJ-SW PIC X VALUE 'N'.
           88 WS-SUBJ-AVAIL VALUE 'Y'.
       01 WS-EMP-SW PIC X VALUE 'N'.
           88 WS-EMP-AVAIL VALUE 'Y'.
       01 WS-SUBJ-ON-DAY-SW PIC X VALUE 'N'.
           88 WS-SUBJ-ON-DAY VALUE 'Y'.
       01 WS-NO-SLOT-SW PIC X VALUE 'N'.
           88 WS-NO-SLOT VALUE 'Y'.
       01 WS-ABORT-SW PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.
       01 WS-DAY-NAMES PIC X(15) VALUE 'MONTUEWEDTHUFRI'.
       01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 5 TIMES.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 20 TIMES.
               10 WS-SUBJ-CODE PIC XX.
               10 WS-SUBJ-NAME PIC X(20).
       01 WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 200 TIMES.
               10 WS-ASG-EMP  PIC 9(5).
               10 WS-ASG-SUBJ PIC XX.
               10 WS-ASG-SEC  PIC X.
      * Section grid - the subject and teacher in each slot
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 20 TIMES.
               10 WS-SEC-CODE PIC X.
               10 WS-SEC-DAY OCCURS 5 TIMES.
                   15 WS-SEC-SLOT OCCURS 10 TIMES.
                       20 WS-SEC-SUBJ PIC XX.
                       20 WS-SEC-EMP  PIC 9(5).
      * Teacher grid - the section and subject in each slot
       01 WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 100 TIMES.
               10 WS-TCH-EMP PIC 9(5).
               10 WS-TCH-DAY OCCURS 5 TIMES.
                   15 WS-TCH-SLOT OCCURS 10 TIMES.
                       20 WS-TCH-SEC  PIC X.
                       20 WS-TCH-SUBJ PIC XX.
      * Exceptions held for the end of the report
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 500 TIMES.
               10 WS-EXC-LINE PIC X(80).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-SUBJ-LOAD-PARA THRU 1199-SUBJ-LOAD-EXIT
           PERFORM 1200-ASG-LOAD-PARA THRU 1299-ASG-LOAD-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-REQ-PARA THRU 2999-REQ-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-PARA THRU 3999-WRITE-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-REPORT-PARA
           DISPLAY 'REQUIREMENTS: ' WS-REQ-CNT
               '  PERIODS PLACED: ' WS-SLOT-CNT
               '  EXCEPTIONS: ' WS-EXC-CNT
           IF WS-EXC-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'PERIODREQ_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PR-DSN FROM ENVIRONMENT-VALUE
           IF WS-PR-DSN = SPACES
               MOVE 'periodreq.txt' TO WS-PR-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'SUBJMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SUBJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-SUBJ-DSN = SPACES
               MOVE 'subjects.txt' TO WS-SUBJ-DSN
           END-IF
           MOVE 'TIMETBL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TT-DSN FROM ENVIRONMENT-VALUE
           IF WS-TT-DSN = SPACES
               MOVE 'timetbl.txt' TO WS-TT-DSN
           END-IF
           MOVE 'TTRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'ttgrid.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'TT_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               MOVE 'T1' TO WS-TERM
           END-IF
           MOVE 'TT_PERIODS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-IN) <= 10
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-PERIODS
               ELSE
                   DISPLAY 'INVALID TT_PERIODS, USING DEFAULT - '
                       WS-PERIODS
               END-IF
           END-IF
           MOVE SPACES TO WS-SEC-TABLE
           MOVE SPACES TO WS-TCH-TABLE.
       1100-SUBJ-LOAD-PARA.
      * Without the reference master every subject is accepted
           OPEN INPUT SUBJECTS
           IF WS-SUBJ-FS NOT = 00
               DISPLAY 'SUBJECT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SUBJ-FS
               GO TO 1199-SUBJ-LOAD-EXIT
           END-IF
           MOVE 'Y' TO WS-SUBJ-SW
           PERFORM UNTIL WS-SUBJ-FS NOT = 00
               READ SUBJECTS
               END-READ
               IF WS-SUBJ-FS NOT = 10
                   IF WS-SUBJ-COUNT < 20
                       ADD 1 TO WS-SUBJ-COUNT
                       MOVE SUBJ-CODE-IN
                           TO WS-SUBJ-CODE(WS-SUBJ-COUNT)
                       MOVE SUBJ-NAME-IN
                           TO WS-SUBJ-NAME(WS-SUBJ-COUNT)
                   ELSE
                       DISPLAY 'SUBJECT TABLE FULL, SKIPPING '
                           SUBJ-CODE-IN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUBJECTS.
       1199-SUBJ-LOAD-EXIT.
           EXIT.
       1200-ASG-LOAD-PARA.
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'ASSIGNMENT FILE OPEN FAILED, FILE STATUS - '
                   WS-TA-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1299-ASG-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-TA-FS NOT = 00
               READ ASGFILE
               END-READ
               IF WS-TA-FS NOT = 10 AND TA-TERM = WS-TERM
                   IF WS-ASG-COUNT < 200
                       ADD 1 TO WS-ASG-COUNT
                       MOVE TA-EMP  TO WS-ASG-EMP(WS-ASG-COUNT)
                       MOVE TA-SUBJ TO WS-ASG-SUBJ(WS-ASG-COUNT)
                       MOVE TA-SEC  TO WS-ASG-SEC(WS-ASG-COUNT)
                   ELSE
                       DISPLAY 'ASSIGNMENT TABLE FULL, SKIPPING '
                           TA-EMP ' ' TA-SUBJ ' ' TA-SEC
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ASGFILE.
       1299-ASG-LOAD-EXIT.
           EXIT.
       2000-REQ-PARA.
           OPEN INPUT PERIODREQ
           IF WS-PR-FS NOT = 00
               DISPLAY 'REQUIREMENT FILE OPEN FAILED, FILE STATUS - '
                   WS-PR-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2999-REQ-EXIT
           END-IF
           PERFORM UNTIL WS-PR-FS NOT = 00
               READ PERIODREQ
               END-READ
               IF WS-PR-FS NOT = 10 AND PR-TERM = WS-TERM
                   ADD 1 TO WS-REQ-CNT
                   PERFORM 2100-ONE-REQ-PARA THRU 2199-ONE-REQ-EXIT
               END-IF
           END-PERFORM
           CLOSE PERIODREQ.
       2999-REQ-EXIT.
           EXIT.
       2100-ONE-REQ-PARA.
           MOVE ZERO TO WS-PLACED
           MOVE SPACES TO WS-EXC-REASON
           IF PR-PERIODS NOT NUMERIC OR PR-PERIODS = ZERO
               MOVE 'PERIODS A WEEK NOT VALID' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
               GO TO 2199-ONE-REQ-EXIT
           END-IF
           IF WS-SUBJ-AVAIL
               MOVE ZERO TO WS-MATCH-SJX
               PERFORM VARYING WS-SJX FROM 1 BY 1
                   UNTIL WS-SJX > WS-SUBJ-COUNT
                   OR WS-MATCH-SJX NOT = ZERO
                   IF WS-SUBJ-CODE(WS-SJX) = PR-SUBJ
                       MOVE WS-SJX TO WS-MATCH-SJX
                   END-IF
               END-PERFORM
               IF WS-MATCH-SJX = ZERO
                   MOVE 'SUBJECT NOT ON MASTER' TO WS-EXC-REASON
                   PERFORM 2900-EXCEPTION-PARA
                   GO TO 2199-ONE-REQ-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-MATCH-EMP
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-ASG-COUNT OR WS-MATCH-EMP NOT = ZERO
               IF WS-ASG-SUBJ(WS-AX) = PR-SUBJ
                   AND WS-ASG-SEC(WS-AX) = PR-SEC
                   MOVE WS-ASG-EMP(WS-AX) TO WS-MATCH-EMP
               END-IF
           END-PERFORM
           IF WS-MATCH-EMP = ZERO
               MOVE 'NO TEACHER ASSIGNED' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
               GO TO 2199-ONE-REQ-EXIT
           END-IF
           MOVE ZERO TO WS-MATCH-SX
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SEC-COUNT OR WS-MATCH-SX NOT = ZERO
               IF WS-SEC-CODE(WS-SX) = PR-SEC
                   MOVE WS-SX TO WS-MATCH-SX
               END-IF
           END-PERFORM
           IF WS-MATCH-SX = ZERO
               IF WS-SEC-COUNT < 20
                   ADD 1 TO WS-SEC-COUNT
                   MOVE PR-SEC TO WS-SEC-CODE(WS-SEC-COUNT)
                   MOVE WS-SEC-COUNT TO WS-MATCH-SX
               ELSE
                   MOVE 'SECTION TABLE FULL' TO WS-EXC-REASON
                   PERFORM 2900-EXCEPTION-PARA
                   GO TO 2199-ONE-REQ-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-MATCH-TX
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TCH-COUNT OR WS-MATCH-TX NOT = ZERO
               IF WS-TCH-EMP(WS-TX) = WS-MATCH-EMP
                   MOVE WS-TX TO WS-MATCH-TX
               END-IF
           END-PERFORM
           IF WS-MATCH-TX = ZERO
               IF WS-TCH-COUNT < 100
                   ADD 1 TO WS-TCH-COUNT
                   MOVE WS-MATCH-EMP TO WS-TCH-EMP(WS-TCH-COUNT)
                   MOVE WS-TCH-COUNT TO WS-MATCH-TX
               ELSE
                   MOVE 'TEACHER TABLE FULL' TO WS-EXC-REASON
                   PERFORM 2900-EXCEPTION-PARA
                   GO TO 2199-ONE-REQ-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-NO-SLOT-SW
           PERFORM 2200-PLACE-PARA
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > PR-PERIODS OR WS-NO-SLOT
           IF WS-PLACED < PR-PERIODS
               MOVE 'NO CLASH-FREE SLOT LEFT' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
           END-IF.
       2199-ONE-REQ-EXIT.
           EXIT.
       2200-PLACE-PARA.
      * One period: the lightest day for the section that does not
      * yet have this subject; failing that any day with a slot free
      * for both the section and the teacher
           MOVE ZERO TO WS-BEST-DX
           MOVE ZERO TO WS-BEST-PX
           MOVE 99 TO WS-BEST-LOAD
           MOVE 1 TO WS-PASS
           PERFORM 2300-DAY-CHECK-PARA
               VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
           IF WS-BEST-DX = ZERO
               MOVE 2 TO WS-PASS
               PERFORM 2300-DAY-CHECK-PARA
                   VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
           END-IF
           IF WS-BEST-DX = ZERO
               MOVE 'Y' TO WS-NO-SLOT-SW
           ELSE
               MOVE PR-SUBJ
                   TO WS-SEC-SUBJ(WS-MATCH-SX, WS-BEST-DX, WS-BEST-PX)
               MOVE WS-MATCH-EMP
                   TO WS-SEC-EMP(WS-MATCH-SX, WS-BEST-DX, WS-BEST-PX)
               MOVE PR-SEC
                   TO WS-TCH-SEC(WS-MATCH-TX, WS-BEST-DX, WS-BEST-PX)
               MOVE PR-SUBJ
                   TO WS-TCH-SUBJ(WS-MATCH-TX, WS-BEST-DX, WS-BEST-PX)
               ADD 1 TO WS-PLACED
               ADD 1 TO WS-SLOT-CNT
           END-IF.
       2300-DAY-CHECK-PARA.
           MOVE ZERO TO WS-DAY-LOAD
           MOVE ZERO TO WS-FREE-PX
           MOVE 'N' TO WS-SUBJ-ON-DAY-SW
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PERIODS
               IF WS-SEC-SUBJ(WS-MATCH-SX, WS-DX, WS-PX) = SPACES
                   IF WS-FREE-PX = ZERO
                       AND WS-TCH-SEC(WS-MATCH-TX, WS-DX, WS-PX)
                           = SPACES
                       MOVE WS-PX TO WS-FREE-PX
                   END-IF
               ELSE
                   ADD 1 TO WS-DAY-LOAD
                   IF WS-SEC-SUBJ(WS-MATCH-SX, WS-DX, WS-PX) = PR-SUBJ
                       MOVE 'Y' TO WS-SUBJ-ON-DAY-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FREE-PX NOT = ZERO
               AND WS-DAY-LOAD < WS-BEST-LOAD
               AND (WS-PASS = 2 OR NOT WS-SUBJ-ON-DAY)
               MOVE WS-DX TO WS-BEST-DX
               MOVE WS-FREE-PX TO WS-BEST-PX
               MOVE WS-DAY-LOAD TO WS-BEST-LOAD
           END-IF.
       2900-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-CNT
           IF WS-EXC-CNT <= 500
               MOVE SPACES TO WS-EXC-LINE(WS-EXC-CNT)
               STRING 'SECTION ' PR-SEC '  SUBJECT ' PR-SUBJ
                   '  WANTED ' PR-PERIODS '  PLACED ' WS-PLACED
                   '  ' WS-EXC-REASON
                   DELIMITED BY SIZE INTO WS-EXC-LINE(WS-EXC-CNT)
           END-IF.
       3000-WRITE-PARA.
           OPEN OUTPUT TIMETBL
           IF WS-TT-FS NOT = 00
               DISPLAY 'TIMETABLE FILE OPEN FAILED, FILE STATUS - '
                   WS-TT-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3999-WRITE-EXIT
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SEC-COUNT
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
                   PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PERIODS
                       IF WS-SEC-SUBJ(WS-SX, WS-DX, WS-PX)
                           NOT = SPACES
                           PERFORM 3100-WRITE-SLOT-PARA
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           CLOSE TIMETBL.
       3999-WRITE-EXIT.
           EXIT.
       3100-WRITE-SLOT-PARA.
           MOVE SPACES TO TT-REC
           MOVE WS-TERM TO TT-TERM
           MOVE WS-SEC-CODE(WS-SX) TO TT-SEC
           MOVE WS-DX TO TT-DAY
           MOVE WS-DAY-NAME(WS-DX) TO TT-DAYNAME
           MOVE WS-PX TO TT-PERIOD
           MOVE WS-SEC-SUBJ(WS-SX, WS-DX, WS-PX) TO TT-SUBJ
           MOVE WS-SEC-EMP(WS-SX, WS-DX, WS-PX) TO TT-EMP
           WRITE TT-REC.
       4000-REPORT-PARA.
           OPEN OUTPUT TTRPT
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT = 00
               MOVE 'Y' TO WS-EMP-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'WEEKLY CLASS TIMETABLE - TERM ' WS-TERM
               '  PERIODS A DAY ' WS-PERIODS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SEC-COUNT
               PERFORM 4100-SECTION-GRID-PARA
           END-PERFORM
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TCH-COUNT
               PERFORM 4200-TEACHER-GRID-PARA
           END-PERFORM
           MOVE 'EXCEPTIONS' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXC-CNT = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EXC-CNT OR WS-EX > 500
               MOVE WS-EXC-LINE(WS-EX) TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REQUIREMENTS ' WS-REQ-CNT '  PERIODS PLACED '
               WS-SLOT-CNT '  EXCEPTIONS ' WS-EXC-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-EMP-AVAIL
               CLOSE EMPMAST-FILE
           END-IF
           CLOSE TTRPT.
       4100-SECTION-GRID-PARA.
           MOVE SPACES TO RPT-LINE
           STRING 'SECTION ' WS-SEC-CODE(WS-SX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4300-PERIOD-HDR-PARA
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
               MOVE SPACES TO RPT-LINE
               MOVE WS-DAY-NAME(WS-DX) TO RPT-LINE(1:3)
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PERIODS
                   COMPUTE WS-COL = 6 + (WS-PX - 1) * 6
                   IF WS-SEC-SUBJ(WS-SX, WS-DX, WS-PX) = SPACES
                       MOVE '--' TO RPT-LINE(WS-COL:2)
                   ELSE
                       MOVE WS-SEC-SUBJ(WS-SX, WS-DX, WS-PX)
                           TO RPT-LINE(WS-COL:2)
                   END-IF
               END-PERFORM
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       4200-TEACHER-GRID-PARA.
           MOVE SPACES TO WS-TCH-NAME
           IF WS-EMP-AVAIL
               MOVE WS-TCH-EMP(WS-TX) TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE '(NOT ON EMPMAST)' TO WS-TCH-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-TCH-NAME
               END-READ
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'TEACHER ' WS-TCH-EMP(WS-TX) '  ' WS-TCH-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4300-PERIOD-HDR-PARA
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 5
               MOVE SPACES TO RPT-LINE
               MOVE WS-DAY-NAME(WS-DX) TO RPT-LINE(1:3)
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PERIODS
                   COMPUTE WS-COL = 6 + (WS-PX - 1) * 6
                   IF WS-TCH-SEC(WS-TX, WS-DX, WS-PX) = SPACES
                       MOVE '--' TO RPT-LINE(WS-COL:2)
                   ELSE
                       MOVE WS-TCH-SEC(WS-TX, WS-DX, WS-PX)
                           TO RPT-LINE(WS-COL:1)
                       MOVE '-' TO RPT-LINE(WS-COL + 1:1)
                       MOVE WS-TCH-SUBJ(WS-TX, WS-DX, WS-PX)
                           TO RPT-LINE(WS-COL + 2:2)
                   END-IF
               END-PERFORM
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       4300-PERIOD-HDR-PARA.
           MOVE SPACES TO RPT-LINE
           MOVE 'DAY' TO RPT-LINE(1:3)
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PERIODS
               COMPUTE WS-COL = 6 + (WS-PX - 1) * 6
               MOVE 'P' TO RPT-LINE(WS-COL:1)
               MOVE WS-PX TO RPT-LINE(WS-COL + 1:2)
           END-PERFORM
           WRITE RPT-LINE.
       END PROGRAM TIMETBL.
