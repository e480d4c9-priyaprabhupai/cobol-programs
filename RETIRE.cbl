      *     lands in RETIRE_DSN (default retire.txt); the
      *     retirement date is the employee's birthday in the
      *     retirement year.
      *   - Every employee on the name list is also written to a
      *     machine-readable leavers file (RETLEAV_DSN, default
      *     retleav.txt: EMP-ID, department, retirement date, pay
      *     grade and step) for SALCOST's year-end leavers line.
      *   - Staff already separated through EMPSEPR are left out of
      *     the forecast, the headcounts and the leaver file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRE.
           SELECT RETRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT RETLEAV ASSIGN TO WS-RL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-FS.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       FD RETRPT.
       01 RPT-LINE PIC X(75).
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
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY ALERTDAT.
       77 WS-RPT-FS   PIC 99.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'retire.txt'.
       77 WS-RL-FS    PIC 99.
       77 WS-RL-DSN   PIC X(100) VALUE 'retleav.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(3).
       77 WS-RET-AGE  PIC 999 VALUE 060.
           PERFORM 2000-SCAN-PARA
           PERFORM 3000-PROJECT-PARA
           CLOSE RETRPT
           CLOSE RETLEAV
           CLOSE EMPMAST-FILE
           DISPLAY 'EMPLOYEES READ: ' WS-READ-CNT
               '  RETIRING WITHIN ' WS-MONTHS ' MONTHS: ' WS-NAMED
           IF WS-RPT-DSN = SPACES
               MOVE 'retire.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'RETLEAV_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RL-DSN FROM ENVIRONMENT-VALUE
           IF WS-RL-DSN = SPACES
               MOVE 'retleav.txt' TO WS-RL-DSN
           END-IF
           MOVE 'RETIRE_AGE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
               STOP RUN
           END-IF
           OPEN OUTPUT RETRPT
           OPEN OUTPUT RETLEAV
           IF WS-RL-FS NOT = 00
               DISPLAY 'LEAVERS FILE OPEN FAILED, FILE STATUS - '
                   WS-RL-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'RETIREMENT FORECAST AT AGE ' WS-RET-AGE
               ' - RUN ' WS-RUN-DATE
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00 AND NOT EMP-SEPARATED
                   ADD 1 TO WS-READ-CNT
                   PERFORM 2100-ONE-EMP-PARA
               END-IF
                       WS-RET-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RL-REC
                   MOVE EMP-ID      TO RL-EMP
                   MOVE EMP-DEPT    TO RL-DEPT
                   MOVE WS-RET-DATE TO RL-RETDT
                   MOVE EMP-GRADE   TO RL-GRADE
                   MOVE EMP-STEP    TO RL-STEP
                   WRITE RL-REC
               END-IF
      * Quarter bucket for the two-year projection
               IF WS-RET-DATE >= WS-RUN-DATE
