      *     failing every second-pass reject WRITE, so records that
      *     failed re-validation were vanishing instead of landing
      *     in the second-pass reject file.
      *   - Every reject handled is logged (RECYCLE_LOG_DSN, default
      *     recyclog.txt, appended): run date, the ID the reject
      *     carried, R recycled or F still failing, and the reason,
      *     so the gate scorecard can tell corrected rejects from
      *     ones never resubmitted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECYCLE.
           SELECT REJECTS2 ASSIGN TO WS-REJ2-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ2-FS.
           SELECT RECYLOG ASSIGN TO WS-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           05 REJ2-ORIGINAL PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 REJ2-REASON   PIC X(20).
       FD RECYLOG.
       01 RL-REC.
           05 RL-DATE    PIC 9(8).
           05 FILLER     PIC X.
           05 RL-ID      PIC X(5).
           05 FILLER     PIC X.
           05 RL-OUTCOME PIC X.
           05 FILLER     PIC X.
           05 RL-REASON  PIC X(20).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-REJ-FS  PIC 99.
       77 WS-COR-FS  PIC 99.
       77 WS-OUT-FS  PIC 99.
       77 WS-REJ2-FS PIC 99.
       77 WS-SM-STAT PIC 99.
       77 WS-LOG-FS  PIC 99.
       77 WS-LOG-DSN  PIC X(100) VALUE 'recyclog.txt'.
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-REJ-DSN  PIC X(100) VALUE 'rejects.txt'.
       77 WS-COR-DSN  PIC X(100) VALUE 'recycle.txt'.
       77 WS-OUT-DSN  PIC X(100) VALUE 'std.txt'.
               OPEN OUTPUT CLEANOUT
           END-IF
           OPEN OUTPUT REJECTS2
           OPEN EXTEND RECYLOG
           IF WS-LOG-FS NOT = 00
               OPEN OUTPUT RECYLOG
           END-IF
           PERFORM 3000-RECYCLE-PARA THRU 3999-RECYCLE-EXIT
           CLOSE REJECTS
           CLOSE CLEANOUT
           CLOSE REJECTS2
           CLOSE RECYLOG
           IF WS-MASTER-AVAIL
               CLOSE STUDMAST-FILE
           END-IF
               '  STILL REJECTED: ' WS-STILL-BAD
           STOP RUN.
       1000-INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'REJECTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'RECYCLE_LOG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LOG-DSN FROM ENVIRONMENT-VALUE
           IF WS-LOG-DSN = SPACES
               MOVE 'recyclog.txt' TO WS-LOG-DSN
           END-IF
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
               END-IF
           END-IF
           PERFORM 3200-VALIDATE-PARA
           MOVE SPACES TO RL-REC
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE REJ-ORIGINAL(1:5) TO RL-ID
           IF WS-FAIL-REASON = SPACES
               MOVE 'R' TO RL-OUTCOME
               MOVE REJ-REASON TO RL-REASON
           ELSE
               MOVE 'F' TO RL-OUTCOME
               MOVE WS-FAIL-REASON TO RL-REASON
           END-IF
           WRITE RL-REC
           IF WS-FAIL-REASON = SPACES
               ADD 1 TO WS-RECYCLED
               MOVE FUNCTION NUMVAL(WS-WRK-ID) TO OUT-ID
