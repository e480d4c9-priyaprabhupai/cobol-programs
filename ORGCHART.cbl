      ******************************************************************
      * Program : ORGCHART
      * Purpose : Reporting-line hierarchy report off the EMP-SUPER
      *           links on the EMPMAST master. The links were only
      *           ever looked at one at a time (LEAVEAPR routes each
      *           request to the requester's EMP-SUPER), so a bad
      *           link surfaced as a leave request nobody could
      *           approve. This run walks the tree from the top and
      *           prints, per department, an indented organisation
      *           chart with each supervisor's span of control
      *           (direct reports in post), then lists every broken
      *           link:
      *             - a supervisor ID not on the master, or one who
      *               has been separated through EMPSEPR;
      *             - a circular chain (A reports to B reports to
      *               A), printed link by link, and anyone whose
      *               chain runs into one and so never reaches the
      *               top;
      *             - an employee whose supervisor sits in another
      *               department.
      *           An employee with a missing, separated or
      *           cross-department supervisor heads their own branch
      *           of their department's chart, marked, so nobody is
      *           left off the print. Separated staff are not shown.
      * Modification History:
      *   - Written new. The report is ORGCHART_DSN (default
      *     orgchart.txt); department names come off DEPTREF_DSN
      *     when it is there. The chart is walked with a table
      *     stack rather than recursion, indenting two columns a
      *     level (deeper than fifteen levels prints at the
      *     fifteenth). RETURN-CODE 4 when any link is broken.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORGRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT DEPTREF ASSIGN TO WS-DR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD ORGRPT.
       01 RPT-LINE PIC X(80).
       FD DEPTREF.
       01 DEPT-REC.
           05 DEPT-CODE   PIC XXX.
           05 FILLER      PIC X.
           05 DEPT-NAME   PIC X(20).
           05 FILLER      PIC X.
           05 DEPT-ACTIVE PIC X.
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
       77 WS-RPT-FS   PIC 99.
       77 WS-DR-FS    PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-RPT-DSN  PIC X(100) VALUE 'orgchart.txt'.
       77 WS-DR-DSN   PIC X(100) VALUE 'deptref.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-BROKEN-CNT PIC 9(4) VALUE ZERO.
       77 WS-CYCLE-CNT  PIC 9(4) VALUE ZERO.
       77 WS-ORPHAN-CNT PIC 9(4) VALUE ZERO.
       77 WS-XDEPT-CNT  PIC 9(4) VALUE ZERO.
       77 WS-SHOWN-CNT  PIC 9(4) VALUE ZERO.
       77 WS-DEPT-START PIC 9(4) VALUE ZERO.
       77 WS-SPAN-DISP  PIC ZZZ9.
       77 WS-COL        PIC 99 VALUE ZERO.
       77 WS-STEPS      PIC 9(4) VALUE ZERO.
      * Employees in post, with the resolved supervisor index and
      * the state of the link:
      *   T top (EMP-SUPER zero)     N supervisor not on master
      *   S supervisor separated     X supervisor in another dept
      *   L ordinary link within the department
       77 WS-EM-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-EX        PIC 9(4) VALUE ZERO.
       77 WS-CX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-EX  PIC 9(4) VALUE ZERO.
       77 WS-FIND-ID   PIC 9(5) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EMT-ID     PIC 9(5).
               10 WS-EMT-DEPT   PIC XXX.
               10 WS-EMT-NAME   PIC X(20).
               10 WS-EMT-SUPER  PIC 9(5).
               10 WS-EMT-SUPX   PIC 9(4).
               10 WS-EMT-LINK   PIC X.
               10 WS-EMT-SPAN   PIC 9(4).
               10 WS-EMT-CYCLE  PIC X.
               10 WS-EMT-DONE   PIC X.
      * Separated staff, kept only to tell a separated supervisor
      * from one who was never on the master
       77 WS-SEP-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SX        PIC 9(4) VALUE ZERO.
       01 WS-SEP-SW    PIC X VALUE 'N'.
           88 WS-SUPER-SEPARATED VALUE 'Y'.
       01 WS-SEP-TABLE.
           05 WS-SEP-ID PIC 9(5) OCCURS 1000 TIMES.
       77 WS-STK-COUNT PIC 9(4) VALUE ZERO.
       77 WS-CUR-EX    PIC 9(4) VALUE ZERO.
       77 WS-CUR-DEPTH PIC 99 VALUE ZERO.
       77 WS-SUP-EX    PIC 9(4) VALUE ZERO.
       01 WS-STK-TABLE.
           05 WS-STK-ENTRY OCCURS 1000 TIMES.
               10 WS-STK-EX    PIC 9(4).
               10 WS-STK-DEPTH PIC 99.
       77 WS-DL-COUNT  PIC 99 VALUE ZERO.
       77 WS-DLX       PIC 99 VALUE ZERO.
       77 WS-INS-DLX   PIC 99 VALUE ZERO.
       77 WS-MATCH-DLX PIC 99 VALUE ZERO.
       01 WS-SLOT-SW   PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01 WS-DL-TABLE.
           05 WS-DL-CODE PIC XXX OCCURS 50 TIMES.
       77 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       77 WS-DX         PIC 99 VALUE ZERO.
       77 WS-MATCH-DX   PIC 99 VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-CODE  PIC XXX.
               10 WS-DT-NAME  PIC X(20).
       77 WS-CUR-DEPT  PIC XXX.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-EMPMAST-PARA
           PERFORM 1200-DEPTREF-PARA
           PERFORM 2000-LINK-PARA
               VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EM-COUNT
           PERFORM 2200-CYCLE-PARA
               VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EM-COUNT
           PERFORM 3000-DEPT-PARA
               VARYING WS-DLX FROM 1 BY 1 UNTIL WS-DLX > WS-DL-COUNT
           PERFORM 4000-EXCEPTION-PARA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'STAFF IN POST ' WS-EM-COUNT '  ON THE CHART '
               WS-SHOWN-CNT '  BROKEN LINKS ' WS-BROKEN-CNT
               '  OTHER DEPT ' WS-XDEPT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'IN A CIRCULAR CHAIN ' WS-CYCLE-CNT
               '  REPORTING INTO ONE ' WS-ORPHAN-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE ORGRPT
           DISPLAY 'ORGANISATION CHART - STAFF: ' WS-EM-COUNT
               '  BROKEN: ' WS-BROKEN-CNT
               '  OTHER DEPT: ' WS-XDEPT-CNT
               '  CIRCULAR: ' WS-CYCLE-CNT
           IF WS-BROKEN-CNT NOT = ZERO OR WS-XDEPT-CNT NOT = ZERO
               OR WS-CYCLE-CNT NOT = ZERO OR WS-ORPHAN-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ORGCHART_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'orgchart.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'DEPTREF_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DR-DSN FROM ENVIRONMENT-VALUE
           IF WS-DR-DSN = SPACES
               MOVE 'deptref.txt' TO WS-DR-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           OPEN OUTPUT ORGRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'REPORT FILE OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'REPORTING-LINE HIERARCHY BY DEPARTMENT' TO RPT-LINE
           WRITE RPT-LINE.
       1100-EMPMAST-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               CLOSE ORGRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00
                   IF EMP-SEPARATED
                       IF WS-SEP-COUNT < 1000
                           ADD 1 TO WS-SEP-COUNT
                           MOVE EMP-ID TO WS-SEP-ID(WS-SEP-COUNT)
                       END-IF
                   ELSE
                       IF WS-EM-COUNT < 1000
                           PERFORM 1150-ADD-EMP-PARA
                       ELSE
                           DISPLAY 'EMPLOYEE TABLE FULL, SKIPPING '
                               EMP-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE.
       1150-ADD-EMP-PARA.
           ADD 1 TO WS-EM-COUNT
           MOVE EMP-ID    TO WS-EMT-ID(WS-EM-COUNT)
           MOVE EMP-DEPT  TO WS-EMT-DEPT(WS-EM-COUNT)
           MOVE EMP-NAME  TO WS-EMT-NAME(WS-EM-COUNT)
           MOVE EMP-SUPER TO WS-EMT-SUPER(WS-EM-COUNT)
           MOVE ZERO      TO WS-EMT-SUPX(WS-EM-COUNT)
           MOVE ZERO      TO WS-EMT-SPAN(WS-EM-COUNT)
           MOVE 'N'       TO WS-EMT-CYCLE(WS-EM-COUNT)
           MOVE 'N'       TO WS-EMT-DONE(WS-EM-COUNT)
      * Department list kept in code order for the print
           MOVE ZERO TO WS-MATCH-DLX
           PERFORM VARYING WS-DLX FROM 1 BY 1
               UNTIL WS-DLX > WS-DL-COUNT OR WS-MATCH-DLX NOT = ZERO
               IF WS-DL-CODE(WS-DLX) = EMP-DEPT
                   MOVE WS-DLX TO WS-MATCH-DLX
               END-IF
           END-PERFORM
           IF WS-MATCH-DLX = ZERO AND WS-DL-COUNT < 50
               MOVE WS-DL-COUNT TO WS-INS-DLX
               MOVE 'N' TO WS-SLOT-SW
               PERFORM UNTIL WS-SLOT-FOUND
                   IF WS-INS-DLX = ZERO
                       MOVE 'Y' TO WS-SLOT-SW
                   ELSE
                       IF WS-DL-CODE(WS-INS-DLX) > EMP-DEPT
                           MOVE WS-DL-CODE(WS-INS-DLX)
                               TO WS-DL-CODE(WS-INS-DLX + 1)
                           SUBTRACT 1 FROM WS-INS-DLX
                       ELSE
                           MOVE 'Y' TO WS-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE EMP-DEPT TO WS-DL-CODE(WS-INS-DLX + 1)
               ADD 1 TO WS-DL-COUNT
           END-IF.
       1200-DEPTREF-PARA.
           OPEN INPUT DEPTREF
           IF WS-DR-FS = 00
               PERFORM UNTIL WS-DR-FS NOT = 00
                   READ DEPTREF
                   END-READ
                   IF WS-DR-FS NOT = 10
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-CODE
                               TO WS-DT-CODE(WS-DEPT-COUNT)
                           MOVE DEPT-NAME
                               TO WS-DT-NAME(WS-DEPT-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPTREF
           END-IF.
       2000-LINK-PARA.
           IF WS-EMT-SUPER(WS-EX) = ZERO
               MOVE 'T' TO WS-EMT-LINK(WS-EX)
           ELSE
               MOVE WS-EMT-SUPER(WS-EX) TO WS-FIND-ID
               PERFORM 7000-FIND-PARA
               IF WS-MATCH-EX = ZERO
                   ADD 1 TO WS-BROKEN-CNT
                   MOVE 'N' TO WS-SEP-SW
                   PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SEP-COUNT
                           OR WS-SUPER-SEPARATED
                       IF WS-SEP-ID(WS-SX) = WS-FIND-ID
                           MOVE 'Y' TO WS-SEP-SW
                       END-IF
                   END-PERFORM
                   IF WS-SUPER-SEPARATED
                       MOVE 'S' TO WS-EMT-LINK(WS-EX)
                   ELSE
                       MOVE 'N' TO WS-EMT-LINK(WS-EX)
                   END-IF
               ELSE
                   MOVE WS-MATCH-EX TO WS-EMT-SUPX(WS-EX)
                   ADD 1 TO WS-EMT-SPAN(WS-MATCH-EX)
                   IF WS-EMT-DEPT(WS-MATCH-EX) = WS-EMT-DEPT(WS-EX)
                       MOVE 'L' TO WS-EMT-LINK(WS-EX)
                   ELSE
                       ADD 1 TO WS-XDEPT-CNT
                       MOVE 'X' TO WS-EMT-LINK(WS-EX)
                   END-IF
               END-IF
           END-IF.
       2200-CYCLE-PARA.
      * Climb from the employee through resolved supervisors; coming
      * back to the start within one pass of the table means the
      * employee sits on a circular chain
           MOVE WS-EX TO WS-CX
           MOVE ZERO TO WS-STEPS
           PERFORM UNTIL WS-STEPS > WS-EM-COUNT
               IF WS-EMT-SUPX(WS-CX) = ZERO
                   MOVE WS-EM-COUNT TO WS-STEPS
               ELSE
                   MOVE WS-EMT-SUPX(WS-CX) TO WS-CX
                   IF WS-CX = WS-EX
                       MOVE 'Y' TO WS-EMT-CYCLE(WS-EX)
                       ADD 1 TO WS-CYCLE-CNT
                       MOVE WS-EM-COUNT TO WS-STEPS
                   END-IF
               END-IF
               ADD 1 TO WS-STEPS
           END-PERFORM.
       3000-DEPT-PARA.
           MOVE WS-DL-CODE(WS-DLX) TO WS-CUR-DEPT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-MATCH-DX
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEPT-COUNT OR WS-MATCH-DX NOT = ZERO
               IF WS-DT-CODE(WS-DX) = WS-CUR-DEPT
                   MOVE WS-DX TO WS-MATCH-DX
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-MATCH-DX = ZERO
               STRING 'DEPARTMENT ' WS-CUR-DEPT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'DEPARTMENT ' WS-CUR-DEPT ' - '
                   WS-DT-NAME(WS-MATCH-DX)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE WS-SHOWN-CNT TO WS-DEPT-START
      * Heads of branches: the top of the line, and anyone whose
      * supervisor is missing, separated or in another department
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT
               IF WS-EMT-DEPT(WS-EX) = WS-CUR-DEPT
                   AND WS-EMT-LINK(WS-EX) NOT = 'L'
                   AND WS-EMT-DONE(WS-EX) = 'N'
                   MOVE 1 TO WS-STK-COUNT
                   MOVE WS-EX TO WS-STK-EX(1)
                   MOVE ZERO TO WS-STK-DEPTH(1)
                   PERFORM 3100-WALK-PARA
                       UNTIL WS-STK-COUNT = ZERO
               END-IF
           END-PERFORM
           IF WS-SHOWN-CNT = WS-DEPT-START
               MOVE '  NO ONE REACHES THE TOP - SEE CIRCULAR CHAINS'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       3100-WALK-PARA.
           MOVE WS-STK-EX(WS-STK-COUNT)    TO WS-CUR-EX
           MOVE WS-STK-DEPTH(WS-STK-COUNT) TO WS-CUR-DEPTH
           SUBTRACT 1 FROM WS-STK-COUNT
           IF WS-EMT-DONE(WS-CUR-EX) = 'N'
               MOVE 'Y' TO WS-EMT-DONE(WS-CUR-EX)
               ADD 1 TO WS-SHOWN-CNT
               PERFORM 3200-PRINT-PARA
      * Direct reports in the department go on the stack last to
      * first, so they come off in EMP-ID order
               PERFORM VARYING WS-CX FROM WS-EM-COUNT BY -1
                   UNTIL WS-CX < 1
                   IF WS-EMT-SUPX(WS-CX) = WS-CUR-EX
                       AND WS-EMT-LINK(WS-CX) = 'L'
                       AND WS-EMT-DONE(WS-CX) = 'N'
                       AND WS-STK-COUNT < 1000
                       ADD 1 TO WS-STK-COUNT
                       MOVE WS-CX TO WS-STK-EX(WS-STK-COUNT)
                       COMPUTE WS-STK-DEPTH(WS-STK-COUNT) =
                           WS-CUR-DEPTH + 1
                   END-IF
               END-PERFORM
           END-IF.
       3200-PRINT-PARA.
           MOVE SPACES TO RPT-LINE
           IF WS-CUR-DEPTH > 15
               COMPUTE WS-COL = 3 + 15 * 2
           ELSE
               COMPUTE WS-COL = 3 + WS-CUR-DEPTH * 2
           END-IF
           MOVE WS-EMT-SPAN(WS-CUR-EX) TO WS-SPAN-DISP
           STRING WS-EMT-ID(WS-CUR-EX) ' ' WS-EMT-NAME(WS-CUR-EX)
               DELIMITED BY SIZE INTO RPT-LINE WITH POINTER WS-COL
           IF WS-EMT-SPAN(WS-CUR-EX) NOT = ZERO
               STRING ' SPAN' WS-SPAN-DISP
                   DELIMITED BY SIZE INTO RPT-LINE WITH POINTER WS-COL
           END-IF
           EVALUATE WS-EMT-LINK(WS-CUR-EX)
               WHEN 'N'
                   STRING ' ** SUPV ' WS-EMT-SUPER(WS-CUR-EX)
                       ' NOT ON MASTER'
                       DELIMITED BY SIZE INTO RPT-LINE
                       WITH POINTER WS-COL
               WHEN 'S'
                   STRING ' ** SUPV ' WS-EMT-SUPER(WS-CUR-EX)
                       ' SEPARATED'
                       DELIMITED BY SIZE INTO RPT-LINE
                       WITH POINTER WS-COL
               WHEN 'X'
                   MOVE WS-EMT-SUPX(WS-CUR-EX) TO WS-SUP-EX
                   STRING ' ** SUPV ' WS-EMT-SUPER(WS-CUR-EX)
                       ' IN ' WS-EMT-DEPT(WS-SUP-EX)
                       DELIMITED BY SIZE INTO RPT-LINE
                       WITH POINTER WS-COL
           END-EVALUATE
           WRITE RPT-LINE.
       4000-EXCEPTION-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BROKEN REPORTING LINES' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-BROKEN-CNT = ZERO AND WS-XDEPT-CNT = ZERO
               MOVE '  NONE' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT
               MOVE SPACES TO RPT-LINE
               EVALUATE WS-EMT-LINK(WS-EX)
                   WHEN 'N'
                       STRING '  ' WS-EMT-ID(WS-EX) ' '
                           WS-EMT-NAME(WS-EX) ' ' WS-EMT-DEPT(WS-EX)
                           '  SUPERVISOR ' WS-EMT-SUPER(WS-EX)
                           ' NOT ON THE MASTER'
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   WHEN 'S'
                       STRING '  ' WS-EMT-ID(WS-EX) ' '
                           WS-EMT-NAME(WS-EX) ' ' WS-EMT-DEPT(WS-EX)
                           '  SUPERVISOR ' WS-EMT-SUPER(WS-EX)
                           ' SEPARATED'
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   WHEN 'X'
                       MOVE WS-EMT-SUPX(WS-EX) TO WS-SUP-EX
                       STRING '  ' WS-EMT-ID(WS-EX) ' '
                           WS-EMT-NAME(WS-EX) ' ' WS-EMT-DEPT(WS-EX)
                           '  SUPERVISOR ' WS-EMT-SUPER(WS-EX)
                           ' IS IN DEPT '
                           WS-EMT-DEPT(WS-SUP-EX)
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CIRCULAR CHAINS - NO ONE AT THE TOP TO APPROVE'
               TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CYCLE-CNT = ZERO
               MOVE '  NONE' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
      * Print each chain once, from its lowest-numbered member;
      * members are marked P (printed) as the chain goes out
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT
               IF WS-EMT-CYCLE(WS-EX) = 'Y'
                   PERFORM 4100-CHAIN-PARA
               END-IF
           END-PERFORM
      * Anyone still not on the chart reports up into a cycle
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT
               IF WS-EMT-DONE(WS-EX) = 'N'
                   ADD 1 TO WS-ORPHAN-CNT
                   MOVE SPACES TO RPT-LINE
                   STRING '  ' WS-EMT-ID(WS-EX) ' '
                       WS-EMT-NAME(WS-EX) ' ' WS-EMT-DEPT(WS-EX)
                       '  REPORTS INTO THE CHAIN VIA '
                       WS-EMT-SUPER(WS-EX)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
       4100-CHAIN-PARA.
           MOVE SPACES TO RPT-LINE
           MOVE 3 TO WS-COL
           STRING WS-EMT-ID(WS-EX) DELIMITED BY SIZE
               INTO RPT-LINE WITH POINTER WS-COL
           MOVE 'Y' TO WS-EMT-DONE(WS-EX)
           MOVE 'P' TO WS-EMT-CYCLE(WS-EX)
           MOVE WS-EMT-SUPX(WS-EX) TO WS-CX
           PERFORM UNTIL WS-CX = WS-EX
               MOVE 'Y' TO WS-EMT-DONE(WS-CX)
               MOVE 'P' TO WS-EMT-CYCLE(WS-CX)
               IF WS-COL < 70
                   STRING ' -> ' WS-EMT-ID(WS-CX) DELIMITED BY SIZE
                       INTO RPT-LINE WITH POINTER WS-COL
               END-IF
               MOVE WS-EMT-SUPX(WS-CX) TO WS-CX
           END-PERFORM
           IF WS-COL < 70
               STRING ' -> ' WS-EMT-ID(WS-EX) DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-COL
           ELSE
               MOVE ' ...' TO RPT-LINE(WS-COL:4)
           END-IF
           WRITE RPT-LINE.
       7000-FIND-PARA.
           MOVE ZERO TO WS-MATCH-EX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-EM-COUNT OR WS-MATCH-EX NOT = ZERO
               IF WS-EMT-ID(WS-CX) = WS-FIND-ID
                   MOVE WS-CX TO WS-MATCH-EX
               END-IF
           END-PERFORM.
       END PROGRAM ORGCHART.
