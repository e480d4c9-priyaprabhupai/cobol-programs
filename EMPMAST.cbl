      *     so a menu session and the nightly EMPXTRCT/EMPBKUP
      *     steps refuse each other with a held-by message instead
      *     of interleaving. See LOCKUTIL for stale locks.
      *   - EMP-MAST-REC now carries EMP-GRADE and EMP-STEP, the
      *     employee's place on the pay scale SALCOST costs the
      *     departments from: captured on add, updatable, carried
      *     on the batch transaction record, and checked against
      *     the pay-scale reference file (PAYSCALE_DSN, default
      *     payscale.txt - see PAYSCALE) for a known grade and a
      *     step within its range. A blank grade with step zero is
      *     an employee not yet graded. Existing EMPMAST.dat files
      *     must be rebuilt (unload/reload) to pick up the widened
      *     record. The audit images widened with the record.
      *   - EMP-MAST-REC now carries EMP-STATUS (S = separated) and
      *     EMP-LWD, the last working day, both set only by the
      *     EMPSEPR exit run - leavers are closed out there, not
      *     deleted, so their history and final settlement stay on
      *     file; the batch D action remains for records keyed in
      *     error. Lookup shows the separation, separated staff no
      *     longer count against the sanctioned ceiling and cannot
      *     be named as a supervisor, and adds start active.
      *     Existing EMPMAST.dat files must be rebuilt (unload/
      *     reload) to pick up the widened record. The audit images
      *     widened with the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAST.
           SELECT SANCTION ASSIGN TO WS-SANC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANC-STAT.
           SELECT PAYSCALE ASSIGN TO WS-PS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-STAT.
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
       FD TRANS-FILE.
       01 TRANS-REC.
           05 TR-ACTION PIC X.
           05 TR-HIREDT PIC X(8).
           05 FILLER    PIC X.
           05 TR-SUPER  PIC X(5).
           05 FILLER    PIC X.
           05 TR-GRADE  PIC X(2).
           05 FILLER    PIC X.
           05 TR-STEP   PIC X(2).
       FD DISP-FILE.
       01 DISP-REC.
           05 DISP-ACTION PIC X.
           05 FILLER     PIC X VALUE SPACE.
           05 AUD-ID     PIC 9(5).
           05 AUD-TAG-B  PIC X(2).
           05 AUD-BEFORE PIC X(62).
           05 AUD-TAG-A  PIC X(2).
           05 AUD-AFTER  PIC X(62).
           05 FILLER     PIC X VALUE SPACE.
           05 AUD-OPER   PIC X(10).
       FD DEPTREF.
           05 SN-DEPT    PIC XXX.
           05 FILLER     PIC X.
           05 SN-CEILING PIC 9(4).
           05 FILLER     PIC X.
           05 SN-GRADE   PIC X(2).
       FD PAYSCALE.
       01 PS-REC.
           05 PS-GRADE   PIC X(2).
           05 FILLER     PIC X.
           05 PS-STEPS   PIC 99.
           05 FILLER     PIC X(39).
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY ALERTDAT.
       01 WS-SUPER-OK-SW PIC X VALUE 'Y'.
           88 WS-SUPER-OK VALUE 'Y'.
       01 WS-CHK-SUPER  PIC 9(5) VALUE ZERO.
       01 WS-NEW-GRADE  PIC X(2).
       01 WS-NEW-STEP   PIC X(2).
       01 WS-GRADE-OK-SW PIC X VALUE 'Y'.
           88 WS-GRADE-OK VALUE 'Y'.
       01 WS-CHK-GRADE  PIC X(2).
       01 WS-CHK-STEP   PIC 99 VALUE ZERO.
       01 WS-HOLD-REC   PIC X(62).
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-TRANS-STAT PIC 99.
       01 WS-EMPAUD-STAT PIC 99.
       01 WS-EMPAUD-DSN  PIC X(100) VALUE 'empaudit.txt'.
       01 WS-AUD-ACTION  PIC X.
       01 WS-AUD-BEFORE  PIC X(62).
       01 WS-AUD-AFTER   PIC X(62).
       01 WS-AUD-KEY     PIC 9(5).
       01 WS-AUD-CURR-DT PIC X(21).
       01 WS-HIST-CNT    PIC 9(4) VALUE ZERO.
           05 WS-SANC-ENTRY OCCURS 50 TIMES.
               10 WS-SANC-DEPT PIC XXX.
               10 WS-SANC-MAX  PIC 9(4).
       77 WS-PS-STAT   PIC 99.
       77 WS-PS-DSN    PIC X(100) VALUE 'payscale.txt'.
       77 WS-PS-COUNT  PIC 99 VALUE ZERO.
       77 WS-PSX       PIC 99 VALUE ZERO.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 50 TIMES.
               10 WS-PS-GRADE PIC X(2).
               10 WS-PS-STEPS PIC 99.
       77 WS-CKD-SW    PIC X VALUE 'N'.
           88 WS-CKD-ON VALUE 'Y'.
      * IDCHECK call interface (see COPYLIB/IDCHECK.cbl)
           END-IF
           PERFORM 1500-DEPTREF-PARA
           PERFORM 1550-SANCTION-PARA
           PERFORM 1560-PAYSCALE-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'EMPMAST' TO WS-ALERT-PGM
           MOVE 'ID_CHECKDIGIT' TO WS-ENV-NAME
               END-PERFORM
               CLOSE SANCTION
           END-IF.
       1560-PAYSCALE-PARA.
           MOVE 'PAYSCALE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PS-DSN FROM ENVIRONMENT-VALUE
           IF WS-PS-DSN = SPACES
               MOVE 'payscale.txt' TO WS-PS-DSN
           END-IF
           OPEN INPUT PAYSCALE
           IF WS-PS-STAT NOT = 00
               DISPLAY 'PAY SCALE NOT AVAILABLE, FILE STATUS - '
                   WS-PS-STAT ' - GRADE CHECK SKIPPED'
           ELSE
               PERFORM UNTIL WS-PS-STAT NOT = 00
                   READ PAYSCALE
                   END-READ
                   IF WS-PS-STAT NOT = 10
                       IF WS-PS-COUNT < 50
                           ADD 1 TO WS-PS-COUNT
                           MOVE PS-GRADE
                               TO WS-PS-GRADE(WS-PS-COUNT)
                           MOVE PS-STEPS
                               TO WS-PS-STEPS(WS-PS-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYSCALE
           END-IF.
       1950-GRADE-CHECK-PARA.
      * WS-CHK-GRADE/WS-CHK-STEP carry the grade and step being
      * set. Blank grade with step zero is "not yet graded"; a
      * grade needs a step from 1 up to the grade's top step.
           MOVE 'Y' TO WS-GRADE-OK-SW
           IF WS-CHK-GRADE = SPACES
               IF WS-CHK-STEP NOT = ZERO
                   MOVE 'N' TO WS-GRADE-OK-SW
               END-IF
           ELSE
               IF WS-CHK-STEP = ZERO
                   MOVE 'N' TO WS-GRADE-OK-SW
               END-IF
               IF WS-PS-COUNT > ZERO
                   MOVE 'N' TO WS-GRADE-OK-SW
                   PERFORM VARYING WS-PSX FROM 1 BY 1
                       UNTIL WS-PSX > WS-PS-COUNT
                       IF WS-PS-GRADE(WS-PSX) = WS-CHK-GRADE
                           AND WS-CHK-STEP > ZERO
                           AND WS-CHK-STEP NOT > WS-PS-STEPS(WS-PSX)
                           MOVE 'Y' TO WS-GRADE-OK-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       1960-STEP-IN-PARA.
      * WS-NEW-STEP as keyed or carried on the transaction; spaces
      * leave WS-CHK-STEP as it stands, anything not numeric fails
           IF WS-NEW-STEP NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NEW-STEP) = 0
                   MOVE FUNCTION NUMVAL(WS-NEW-STEP) TO WS-CHK-STEP
               ELSE
                   MOVE 99 TO WS-CHK-STEP
                   MOVE SPACES TO WS-CHK-GRADE
               END-IF
           END-IF.
       1900-SANC-CHECK-PARA.
      * WS-CHK-DEPT carries the department being added to; the scan
      * counts the department's actuals, then the keyed position is
                   READ EMPMAST-FILE NEXT RECORD
                   END-READ
                   IF WS-STAT = 00 AND EMP-DEPT = WS-CHK-DEPT
                       AND NOT EMP-SEPARATED
                       ADD 1 TO WS-SANC-ACT
                   END-IF
               END-PERFORM
                       INVALID KEY
                           MOVE 'N' TO WS-SUPER-OK-SW
                       NOT INVALID KEY
                           IF EMP-SEPARATED
                               MOVE 'N' TO WS-SUPER-OK-SW
                           END-IF
                   END-READ
                   MOVE WS-HOLD-REC TO EMP-MAST-REC
               END-IF
                   DISPLAY 'DOB: ' EMP-DOB '  NAME: ' EMP-NAME
                   DISPLAY 'HIRED: ' EMP-HIREDT
                       '  SUPERVISOR: ' EMP-SUPER
                   DISPLAY 'GRADE: ' EMP-GRADE '  STEP: ' EMP-STEP
                   IF EMP-SEPARATED
                       DISPLAY 'SEPARATED - LAST WORKING DAY: '
                           EMP-LWD
                   END-IF
           END-READ.
       4000-UPDATE-PARA.
           DISPLAY 'ENTER EMPLOYEE ID TO UPDATE:'
           ACCEPT WS-NEW-HIREDT
           DISPLAY 'ENTER NEW SUPERVISOR ID (SPACES = KEEP):'
           ACCEPT WS-NEW-SUPER
           DISPLAY 'ENTER NEW PAY GRADE (SPACES = KEEP):'
           ACCEPT WS-NEW-GRADE
           DISPLAY 'ENTER NEW STEP (SPACES = KEEP):'
           ACCEPT WS-NEW-STEP
           MOVE WS-NEW-DEPT TO WS-CHK-DEPT
           PERFORM 1600-DEPT-CHECK-PARA
           MOVE WS-NEW-DOB TO WS-CHK-DATE
                       EMP-SUPER
               END-IF
           END-IF
           IF WS-NEW-GRADE NOT = SPACES OR WS-NEW-STEP NOT = SPACES
               MOVE EMP-GRADE TO WS-CHK-GRADE
               MOVE EMP-STEP  TO WS-CHK-STEP
               IF WS-NEW-GRADE NOT = SPACES
                   MOVE WS-NEW-GRADE TO WS-CHK-GRADE
               END-IF
               PERFORM 1960-STEP-IN-PARA
               PERFORM 1950-GRADE-CHECK-PARA
               IF WS-GRADE-OK
                   MOVE WS-CHK-GRADE TO EMP-GRADE
                   MOVE WS-CHK-STEP  TO EMP-STEP
               ELSE
                   DISPLAY 'GRADE/STEP NOT ON THE PAY SCALE - KEPT '
                       EMP-GRADE '/' EMP-STEP
               END-IF
           END-IF
           REWRITE EMP-MAST-REC
               INVALID KEY
                   DISPLAY 'UPDATE FAILED, FILE STATUS - '
               GO TO 5999-ADD-EXIT
           END-IF
           MOVE WS-CHK-SUPER TO EMP-SUPER
           DISPLAY 'ENTER PAY GRADE (SPACES = NOT GRADED):'
           ACCEPT WS-NEW-GRADE
           DISPLAY 'ENTER STEP (00 IF NOT GRADED):'
           ACCEPT WS-NEW-STEP
           MOVE WS-NEW-GRADE TO WS-CHK-GRADE
           MOVE ZERO TO WS-CHK-STEP
           PERFORM 1960-STEP-IN-PARA
           PERFORM 1950-GRADE-CHECK-PARA
           IF NOT WS-GRADE-OK
               DISPLAY 'GRADE/STEP ' WS-NEW-GRADE '/' WS-NEW-STEP
                   ' NOT ON THE PAY SCALE - NOT ADDED'
               GO TO 5999-ADD-EXIT
           END-IF
           MOVE WS-CHK-GRADE TO EMP-GRADE
           MOVE WS-CHK-STEP  TO EMP-STEP
           MOVE SPACE        TO EMP-STATUS
           MOVE SPACES       TO EMP-LWD
           WRITE EMP-MAST-REC
               INVALID KEY
                   DISPLAY 'EMPLOYEE ' WS-SEARCH-ID
               END-IF
               MOVE WS-CHK-SUPER TO EMP-SUPER
           END-IF
           MOVE TR-GRADE TO WS-CHK-GRADE
           MOVE ZERO TO WS-CHK-STEP
           MOVE TR-STEP TO WS-NEW-STEP
           PERFORM 1960-STEP-IN-PARA
           PERFORM 1950-GRADE-CHECK-PARA
           IF NOT WS-GRADE-OK
               ADD 1 TO WS-TRANS-FAILED
               MOVE 'REJECTED' TO DISP-STATUS
               MOVE 'GRADE/STEP NOT ON PAY SCALE' TO DISP-REASON
               GO TO 6299-BATCH-ADD-EXIT
           END-IF
           MOVE WS-CHK-GRADE TO EMP-GRADE
           MOVE WS-CHK-STEP  TO EMP-STEP
           MOVE SPACE        TO EMP-STATUS
           MOVE SPACES       TO EMP-LWD
           WRITE EMP-MAST-REC
               INVALID KEY
                   ADD 1 TO WS-TRANS-FAILED
                       END-IF
                       MOVE WS-CHK-SUPER TO EMP-SUPER
                   END-IF
                   IF TR-GRADE NOT = SPACES OR TR-STEP NOT = SPACES
                       MOVE EMP-GRADE TO WS-CHK-GRADE
                       MOVE EMP-STEP  TO WS-CHK-STEP
                       IF TR-GRADE NOT = SPACES
                           MOVE TR-GRADE TO WS-CHK-GRADE
                       END-IF
                       MOVE TR-STEP TO WS-NEW-STEP
                       PERFORM 1960-STEP-IN-PARA
                       PERFORM 1950-GRADE-CHECK-PARA
                       IF NOT WS-GRADE-OK
                           ADD 1 TO WS-TRANS-FAILED
                           MOVE 'REJECTED' TO DISP-STATUS
                           MOVE 'GRADE/STEP NOT ON PAY SCALE'
                               TO DISP-REASON
                           GO TO 6399-BATCH-UPD-EXIT
                       END-IF
                       MOVE WS-CHK-GRADE TO EMP-GRADE
                       MOVE WS-CHK-STEP  TO EMP-STEP
                   END-IF
                   REWRITE EMP-MAST-REC
                       INVALID KEY
                           ADD 1 TO WS-TRANS-FAILED
