      ******************************************************************
      * Program : PAYSCALE
      * Purpose : Pay-grade and scale reference file - for each pay
      *           grade the number of steps on its scale, the
      *           monthly pay at the entry step and the increment
      *           per step above it, so the pay at any grade and
      *           step is entry pay + (step - 1) * increment.
      *           Maintained in the SANCSTR menu style; EMPMAST
      *           checks each employee's grade and step against it
      *           and SALCOST prices the departments from it.
      * Modification History:
      *   - Written new. The reference file is PAYSCALE_DSN
      *     (default payscale.txt - grade, steps, entry pay,
      *     increment, description), loaded to a table at start
      *     and rewritten whole on any change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSCALE-FILE ASSIGN TO WS-PS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYSCALE-FILE.
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
       WORKING-STORAGE SECTION.
       77 WS-PS-FS    PIC 99.
       77 WS-PS-DSN   PIC X(100) VALUE 'payscale.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-IN-GRADE PIC X(2).
       77 WS-IN-STEPS PIC 99.
       77 WS-IN-BASE  PIC 9(7)V99.
       77 WS-IN-INCR  PIC 9(5)V99.
       77 WS-IN-DESC  PIC X(20).
       77 WS-PS-COUNT PIC 99 VALUE ZERO.
       77 WS-PSX      PIC 99 VALUE ZERO.
       77 WS-SX       PIC 99 VALUE ZERO.
       77 WS-MATCH-PSX PIC 99 VALUE ZERO.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 50 TIMES.
               10 WS-PST-GRADE PIC X(2).
               10 WS-PST-STEPS PIC 99.
               10 WS-PST-BASE  PIC 9(7)V99.
               10 WS-PST-INCR  PIC 9(5)V99.
               10 WS-PST-DESC  PIC X(20).
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       77 WS-STEPX    PIC 99 VALUE ZERO.
       77 WS-PAY      PIC 9(7)V99 VALUE ZERO.
       77 WS-PAY-DISP PIC Z(6)9.99.
       77 WS-INCR-DISP PIC Z(4)9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM 2000-MENU-PARA
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 3000-LIST-PARA
                   WHEN 2
                       PERFORM 4000-ADD-PARA THRU 4999-ADD-EXIT
                   WHEN 3
                       PERFORM 4500-CHANGE-PARA
                   WHEN 4
                       PERFORM 5000-DELETE-PARA
                   WHEN 5
                       PERFORM 6000-STEPS-PARA
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           IF WS-CHANGED
               PERFORM 8000-SAVE-PARA
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'PAYSCALE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PS-DSN FROM ENVIRONMENT-VALUE
           IF WS-PS-DSN = SPACES
               MOVE 'payscale.txt' TO WS-PS-DSN
           END-IF
           OPEN INPUT PAYSCALE-FILE
           IF WS-PS-FS NOT = 00
               DISPLAY 'NO PAY SCALE FILE YET, FILE STATUS - '
                   WS-PS-FS ' - STARTING EMPTY'
           ELSE
               PERFORM UNTIL WS-PS-FS NOT = 00
                   READ PAYSCALE-FILE
                   END-READ
                   IF WS-PS-FS NOT = 10
                       IF WS-PS-COUNT < 50
                           ADD 1 TO WS-PS-COUNT
                           MOVE PS-GRADE TO WS-PST-GRADE(WS-PS-COUNT)
                           MOVE PS-STEPS TO WS-PST-STEPS(WS-PS-COUNT)
                           MOVE PS-BASE  TO WS-PST-BASE(WS-PS-COUNT)
                           MOVE PS-INCR  TO WS-PST-INCR(WS-PS-COUNT)
                           MOVE PS-DESC  TO WS-PST-DESC(WS-PS-COUNT)
                       ELSE
                           DISPLAY 'PAY SCALE TABLE FULL, RECORD '
                               'SKIPPED'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYSCALE-FILE
           END-IF
           DISPLAY WS-PS-COUNT ' PAY GRADES LOADED'.
       2000-MENU-PARA.
           DISPLAY '========= PAY GRADE AND SCALE FILE ========='
           DISPLAY '1 - LIST GRADES'
           DISPLAY '2 - ADD A GRADE'
           DISPLAY '3 - CHANGE A GRADE'
           DISPLAY '4 - DELETE A GRADE'
           DISPLAY '5 - PAY AT EACH STEP OF A GRADE'
           DISPLAY '9 - EXIT (SAVES CHANGES)'
           DISPLAY 'ENTER SELECTION NUMBER:'
           ACCEPT WS-CHOICE.
       3000-LIST-PARA.
           DISPLAY 'GR STEPS  ENTRY PAY  INCREMENT DESCRIPTION'
           PERFORM VARYING WS-PSX FROM 1 BY 1
               UNTIL WS-PSX > WS-PS-COUNT
               MOVE WS-PST-BASE(WS-PSX) TO WS-PAY-DISP
               MOVE WS-PST-INCR(WS-PSX) TO WS-INCR-DISP
               DISPLAY WS-PST-GRADE(WS-PSX) '    '
                   WS-PST-STEPS(WS-PSX) ' ' WS-PAY-DISP '   '
                   WS-INCR-DISP ' ' WS-PST-DESC(WS-PSX)
           END-PERFORM
           DISPLAY 'GRADES ON FILE: ' WS-PS-COUNT.
       4000-ADD-PARA.
           DISPLAY 'ENTER GRADE CODE (2 CHARS):'
           ACCEPT WS-IN-GRADE
           IF WS-IN-GRADE = SPACES
               DISPLAY 'GRADE CODE REQUIRED - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-PSX NOT = ZERO
               DISPLAY 'GRADE ' WS-IN-GRADE ' ALREADY ON FILE - '
                   'USE CHANGE'
               GO TO 4999-ADD-EXIT
           END-IF
           IF WS-PS-COUNT >= 50
               DISPLAY 'PAY SCALE TABLE FULL - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'NUMBER OF STEPS (01-99):'
           ACCEPT WS-IN-STEPS
           IF WS-IN-STEPS = ZERO
               DISPLAY 'A GRADE NEEDS AT LEAST ONE STEP - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'MONTHLY PAY AT ENTRY STEP (9999999V99):'
           ACCEPT WS-IN-BASE
           DISPLAY 'INCREMENT PER STEP (99999V99):'
           ACCEPT WS-IN-INCR
           DISPLAY 'DESCRIPTION:'
           ACCEPT WS-IN-DESC
           ADD 1 TO WS-PS-COUNT
           MOVE WS-IN-GRADE TO WS-PST-GRADE(WS-PS-COUNT)
           MOVE WS-IN-STEPS TO WS-PST-STEPS(WS-PS-COUNT)
           MOVE WS-IN-BASE  TO WS-PST-BASE(WS-PS-COUNT)
           MOVE WS-IN-INCR  TO WS-PST-INCR(WS-PS-COUNT)
           MOVE WS-IN-DESC  TO WS-PST-DESC(WS-PS-COUNT)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'GRADE ADDED'.
       4999-ADD-EXIT.
           EXIT.
       4500-CHANGE-PARA.
           DISPLAY 'ENTER GRADE CODE:'
           ACCEPT WS-IN-GRADE
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-PSX = ZERO
               DISPLAY 'NO GRADE ON FILE FOR ' WS-IN-GRADE
           ELSE
               DISPLAY 'NOW ' WS-PST-STEPS(WS-MATCH-PSX)
                   ' STEPS - NEW NUMBER OF STEPS (01-99):'
               ACCEPT WS-IN-STEPS
               IF WS-IN-STEPS NOT = ZERO
                   MOVE WS-IN-STEPS TO WS-PST-STEPS(WS-MATCH-PSX)
               END-IF
               MOVE WS-PST-BASE(WS-MATCH-PSX) TO WS-PAY-DISP
               DISPLAY 'NOW ' WS-PAY-DISP
                   ' - NEW ENTRY PAY (9999999V99):'
               ACCEPT WS-IN-BASE
               MOVE WS-IN-BASE TO WS-PST-BASE(WS-MATCH-PSX)
               MOVE WS-PST-INCR(WS-MATCH-PSX) TO WS-INCR-DISP
               DISPLAY 'NOW ' WS-INCR-DISP
                   ' - NEW INCREMENT (99999V99):'
               ACCEPT WS-IN-INCR
               MOVE WS-IN-INCR TO WS-PST-INCR(WS-MATCH-PSX)
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'GRADE CHANGED - EMPLOYEES ABOVE THE NEW TOP '
                   'STEP ARE REJECTED ON THEIR NEXT EMPMAST CHANGE'
           END-IF.
       5000-DELETE-PARA.
           DISPLAY 'ENTER GRADE CODE:'
           ACCEPT WS-IN-GRADE
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-PSX = ZERO
               DISPLAY 'NO GRADE ON FILE FOR ' WS-IN-GRADE
           ELSE
               PERFORM VARYING WS-PSX FROM WS-MATCH-PSX BY 1
                   UNTIL WS-PSX >= WS-PS-COUNT
                   ADD 1 TO WS-PSX GIVING WS-SX
                   MOVE WS-PS-ENTRY(WS-SX) TO WS-PS-ENTRY(WS-PSX)
               END-PERFORM
               SUBTRACT 1 FROM WS-PS-COUNT
               MOVE 'Y' TO WS-CHANGED-SW
               DISPLAY 'GRADE DELETED'
           END-IF.
       6000-STEPS-PARA.
           DISPLAY 'ENTER GRADE CODE:'
           ACCEPT WS-IN-GRADE
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-PSX = ZERO
               DISPLAY 'NO GRADE ON FILE FOR ' WS-IN-GRADE
           ELSE
               DISPLAY 'GRADE ' WS-IN-GRADE ' '
                   WS-PST-DESC(WS-MATCH-PSX)
               DISPLAY 'STEP  MONTHLY PAY'
               PERFORM VARYING WS-STEPX FROM 1 BY 1
                   UNTIL WS-STEPX > WS-PST-STEPS(WS-MATCH-PSX)
                   COMPUTE WS-PAY = WS-PST-BASE(WS-MATCH-PSX)
                       + (WS-STEPX - 1) * WS-PST-INCR(WS-MATCH-PSX)
                   MOVE WS-PAY TO WS-PAY-DISP
                   DISPLAY '  ' WS-STEPX '  ' WS-PAY-DISP
               END-PERFORM
           END-IF.
       7000-FIND-PARA.
           MOVE ZERO TO WS-MATCH-PSX
           PERFORM VARYING WS-PSX FROM 1 BY 1
               UNTIL WS-PSX > WS-PS-COUNT OR WS-MATCH-PSX NOT = ZERO
               IF WS-PST-GRADE(WS-PSX) = WS-IN-GRADE
                   MOVE WS-PSX TO WS-MATCH-PSX
               END-IF
           END-PERFORM.
       8000-SAVE-PARA.
           OPEN OUTPUT PAYSCALE-FILE
           IF WS-PS-FS NOT = 00
               DISPLAY 'PAY SCALE FILE OPEN FOR SAVE FAILED, FILE '
                   'STATUS - ' WS-PS-FS ' - CHANGES LOST'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PSX FROM 1 BY 1
                   UNTIL WS-PSX > WS-PS-COUNT
                   MOVE SPACES TO PS-REC
                   MOVE WS-PST-GRADE(WS-PSX) TO PS-GRADE
                   MOVE WS-PST-STEPS(WS-PSX) TO PS-STEPS
                   MOVE WS-PST-BASE(WS-PSX)  TO PS-BASE
                   MOVE WS-PST-INCR(WS-PSX)  TO PS-INCR
                   MOVE WS-PST-DESC(WS-PSX)  TO PS-DESC
                   WRITE PS-REC
               END-PERFORM
               CLOSE PAYSCALE-FILE
               DISPLAY WS-PS-COUNT ' PAY GRADES SAVED'
           END-IF.
       END PROGRAM PAYSCALE.
