      ******************************************************************
      * Program : CHAINPLN
      * Purpose : Night's plan for the daily batch chain. The steps
      *           run-daily-batch.sh runs, and the condition codes it
      *           accepts from each, live in the step definition file
      *           (CHAINDEF_DSN, default chainsteps.txt) instead of
      *           the script - one card per step, in run order:
      *             cols  1-8   step name
      *             cols 10-11  highest acceptable return code
      *             col  13     N - required: over its limit the
      *                             chain stops
      *                         Y - optional: over its limit the
      *                             chain carries on
      *                         A - optional, and runs even after a
      *                             required step has stopped the
      *                             chain (the gate scorecard)
      *             cols 15-21  run days MONDAY to SUNDAY, the day's
      *                         letter (MTWTFSS) to run, '.' not to
      *             cols 23-48  up to three earlier steps it depends
      *                         on (23-30, 32-39, 41-48): it runs
      *                         only when each of them ended within
      *                         its limit or was bypassed
      *             cols 50-109 program source, relative to the
      *                         batch directory
      *           A '*' in column 1 is a comment card.
      *           Every card is validated - a duplicate name, a bad
      *           code, flag or day mask, a dependency that is not an
      *           earlier step, a missing source - and any error ends
      *           the run with RETURN-CODE 16 and no plan, so a bad
      *           edit stops the chain before anything runs.
      *           For the business date (CHAINPLN_DATE, else the run
      *           registry's RUNREG_DATE, else today) it prints the
      *           plan listing (CHAINRPT_DSN, default chainrpt.txt) -
      *           every step with RUN or NOT TODAY, its limit, flag
      *           and dependencies - and writes the plan file
      *           (CHAINPLAN_DSN, default chainplan.txt) the script
      *           runs from: tonight's steps only, one line each,
      *           STEP MAXRC FLAG DEP1 DEP2 DEP3 SOURCE with '-' for
      *           an empty dependency. A dependency not due tonight
      *           is dropped from the line, so a weekday step still
      *           runs on a night its weekend-only predecessor does
      *           not.
      * Modification History:
      *   - Written new, run at the top of run-daily-batch.sh ahead
      *     of the run registry start.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINPLN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPDEF
           ASSIGN TO WS-DEF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEF-FS.
           SELECT PLANFILE
           ASSIGN TO WS-PLAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-FS.
           SELECT PLANRPT
           ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPDEF.
       01 SD-REC.
           05 SD-STEP    PIC X(8).
           05 FILLER     PIC X.
           05 SD-MAXRC   PIC XX.
           05 FILLER     PIC X.
           05 SD-OPT     PIC X.
           05 FILLER     PIC X.
           05 SD-DAYS    PIC X(7).
           05 FILLER     PIC X.
           05 SD-DEP-GRP OCCURS 3 TIMES.
               10 SD-DEP PIC X(8).
               10 FILLER PIC X.
           05 SD-SOURCE  PIC X(60).
       FD PLANFILE.
       01 PL-REC.
           05 PL-STEP    PIC X(8).
           05 FILLER     PIC X.
           05 PL-MAXRC   PIC 99.
           05 FILLER     PIC X.
           05 PL-OPT     PIC X.
           05 FILLER     PIC X.
           05 PL-DEP-GRP OCCURS 3 TIMES.
               10 PL-DEP PIC X(8).
               10 FILLER PIC X.
           05 PL-SOURCE  PIC X(60).
       FD PLANRPT.
       01 PR-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-DEF-FS    PIC 99.
       77 WS-PLAN-FS   PIC 99.
       77 WS-RPT-FS    PIC 99.
       77 WS-DEF-DSN   PIC X(100) VALUE 'chainsteps.txt'.
       77 WS-PLAN-DSN  PIC X(100) VALUE 'chainplan.txt'.
       77 WS-RPT-DSN   PIC X(100) VALUE 'chainrpt.txt'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-DATE-IN   PIC X(8).
       77 WS-BUS-DATE  PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT   PIC X(21).
       77 WS-DOW       PIC 9.
       77 WS-CARD-NO   PIC 999 VALUE ZERO.
       77 WS-ERR-CNT   PIC 999 VALUE ZERO.
       77 WS-RUN-CNT   PIC 99 VALUE ZERO.
       77 WS-SKIP-CNT  PIC 99 VALUE ZERO.
       77 WS-ERR-TEXT  PIC X(60).
       77 WS-DAY-X     PIC 9.
       77 WS-DEP-X     PIC 9.
       77 WS-PX        PIC 99.
       77 WS-FOUND-SW  PIC X.
           88 WS-FOUND VALUE 'Y'.
       77 WS-NAME-SW   PIC X.
           88 WS-NAME-OK VALUE 'Y'.
      * Step table - the cards in run order, with one slot past the
      * last for the name being looked up
       77 WS-STEP-CNT  PIC 99 VALUE ZERO.
       77 WS-SX        PIC 99.
       77 WS-TX        PIC 99.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 61 TIMES.
               10 WS-ST-STEP   PIC X(8).
               10 WS-ST-MAXRC  PIC 99.
               10 WS-ST-OPT    PIC X.
               10 WS-ST-DAYS   PIC X(7).
               10 WS-ST-DEP    PIC X(8) OCCURS 3 TIMES.
               10 WS-ST-SOURCE PIC X(60).
               10 WS-ST-DUE    PIC X.
      * The day-mask letters, MONDAY first
       01 WS-DAY-LETTERS   PIC X(7) VALUE 'MTWTFSS'.
       01 WS-DAYNAMES.
           05 FILLER PIC X(9) VALUE 'MONDAY'.
           05 FILLER PIC X(9) VALUE 'TUESDAY'.
           05 FILLER PIC X(9) VALUE 'WEDNESDAY'.
           05 FILLER PIC X(9) VALUE 'THURSDAY'.
           05 FILLER PIC X(9) VALUE 'FRIDAY'.
           05 FILLER PIC X(9) VALUE 'SATURDAY'.
           05 FILLER PIC X(9) VALUE 'SUNDAY'.
       01 WS-DAYNAME-RED REDEFINES WS-DAYNAMES.
           05 WS-DAYNAME-E PIC X(9) OCCURS 7 TIMES.
      * Listing lines
       01 WS-HDR-1.
           05 FILLER       PIC X(27)
               VALUE 'DAILY BATCH CHAIN PLAN FOR '.
           05 WS-H1-DATE   PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-H1-DAY    PIC X(9).
       01 WS-HDR-2.
           05 FILLER PIC X(5)  VALUE 'SEQ'.
           05 FILLER PIC X(10) VALUE 'STEP'.
           05 FILLER PIC X(11) VALUE 'STATUS'.
           05 FILLER PIC X(7)  VALUE 'MAX RC'.
           05 FILLER PIC X(10) VALUE 'OPTIONAL'.
           05 FILLER PIC X(9)  VALUE 'DAYS'.
           05 FILLER PIC X(27) VALUE 'AFTER'.
           05 FILLER PIC X(6)  VALUE 'SOURCE'.
       01 WS-DTL.
           05 WS-DL-SEQ    PIC Z9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 WS-DL-STEP   PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(9).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-MAXRC  PIC Z9.
           05 FILLER       PIC X(5) VALUE SPACES.
           05 WS-DL-OPT    PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-DAYS   PIC X(7).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-DEPS   PIC X(26).
           05 FILLER       PIC X VALUE SPACE.
           05 WS-DL-SOURCE PIC X(44).
       01 WS-ERR-LINE.
           05 FILLER       PIC X(11) VALUE '*** ERROR  '.
           05 FILLER       PIC X(5)  VALUE 'CARD '.
           05 WS-EL-CARD   PIC ZZ9.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 WS-EL-STEP   PIC X(8).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 WS-EL-TEXT   PIC X(60).
       01 WS-TOT-LINE.
           05 FILLER       PIC X(16) VALUE 'STEPS TO RUN    '.
           05 WS-TL-RUN    PIC Z9.
           05 FILLER       PIC X(16) VALUE '   NOT TODAY    '.
           05 WS-TL-SKIP   PIC Z9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           OPEN OUTPUT PLANRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'PLAN LISTING OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE TO WS-H1-DATE
           MOVE WS-DAYNAME-E(WS-DOW) TO WS-H1-DAY
           WRITE PR-LINE FROM WS-HDR-1
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           PERFORM 2000-LOAD-PARA THRU 2099-LOAD-EXIT
           IF WS-ERR-CNT > 0
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE 'STEP DEFINITIONS IN ERROR - NO PLAN, CHAIN NOT RUN'
                   TO PR-LINE
               WRITE PR-LINE
               CLOSE PLANRPT
               DISPLAY 'CHAINPLN - ' WS-ERR-CNT
                   ' STEP DEFINITION ERROR(S) - SEE THE PLAN LISTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-PLAN-PARA THRU 3099-PLAN-EXIT
           CLOSE PLANRPT
           DISPLAY 'CHAINPLN - ' WS-RUN-CNT ' STEP(S) TO RUN, '
               WS-SKIP-CNT ' NOT DUE ' WS-DAYNAME-E(WS-DOW)
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'CHAINDEF_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DEF-DSN FROM ENVIRONMENT-VALUE
           IF WS-DEF-DSN = SPACES
               MOVE 'chainsteps.txt' TO WS-DEF-DSN
           END-IF
           MOVE 'CHAINPLAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PLAN-DSN FROM ENVIRONMENT-VALUE
           IF WS-PLAN-DSN = SPACES
               MOVE 'chainplan.txt' TO WS-PLAN-DSN
           END-IF
           MOVE 'CHAINRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'chainrpt.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'CHAINPLN_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN = SPACES
               MOVE 'RUNREG_DATE' TO WS-ENV-NAME
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-DATE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-BUS-DATE
           END-IF
      * Day 1 of the integer calendar (01 JAN 1601) was a MONDAY
           COMPUTE WS-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1, 7) + 1.
      ******************************************************************
      * Load and validate the step definition cards. Every error is
      * listed, not just the first, so one edit fixes them all.
      ******************************************************************
       2000-LOAD-PARA.
           OPEN INPUT STEPDEF
           IF WS-DEF-FS NOT = 00
               MOVE 'STEP DEFINITION FILE OPEN FAILED' TO WS-ERR-TEXT
               MOVE SPACES TO WS-EL-STEP
               PERFORM 2900-ERROR-PARA
               GO TO 2099-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-DEF-FS NOT = 00
               READ STEPDEF
               END-READ
               IF WS-DEF-FS = 00
                   ADD 1 TO WS-CARD-NO
                   IF SD-REC(1:1) NOT = '*' AND SD-REC NOT = SPACES
                       PERFORM 2100-CARD-PARA THRU 2199-CARD-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STEPDEF
           IF WS-STEP-CNT = 0 AND WS-ERR-CNT = 0
               MOVE 'NO STEPS DEFINED' TO WS-ERR-TEXT
               MOVE SPACES TO WS-EL-STEP
               PERFORM 2900-ERROR-PARA
           END-IF.
       2099-LOAD-EXIT.
           EXIT.
       2100-CARD-PARA.
           MOVE SD-STEP TO WS-EL-STEP
           IF SD-STEP = SPACES OR SD-STEP(1:1) = SPACE
               MOVE 'STEP NAME MISSING' TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
               GO TO 2199-CARD-EXIT
           END-IF
      * The script keeps each step's outcome under its name
           MOVE 'Y' TO WS-NAME-SW
           PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 8
               IF SD-STEP(WS-DAY-X:1) NOT ALPHABETIC-UPPER
                   AND SD-STEP(WS-DAY-X:1) NOT NUMERIC
                   MOVE 'N' TO WS-NAME-SW
               END-IF
           END-PERFORM
           IF NOT WS-NAME-OK
               MOVE 'STEP NAME NOT LETTERS AND DIGITS' TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
               GO TO 2199-CARD-EXIT
           END-IF
           IF WS-STEP-CNT NOT < 60
               MOVE 'MORE THAN 60 STEPS DEFINED' TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
               GO TO 2199-CARD-EXIT
           END-IF
           MOVE SD-STEP TO WS-ST-STEP(WS-STEP-CNT + 1)
           PERFORM 2200-FIND-PARA
           IF WS-FOUND
               MOVE 'STEP ALREADY DEFINED ON AN EARLIER CARD'
                   TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
               GO TO 2199-CARD-EXIT
           END-IF
           IF SD-MAXRC IS NOT NUMERIC
               MOVE 'MAXIMUM RETURN CODE NOT 00-99' TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
           END-IF
           IF SD-OPT NOT = 'N' AND SD-OPT NOT = 'Y'
               AND SD-OPT NOT = 'A'
               MOVE 'OPTIONAL FLAG NOT N, Y OR A' TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
           END-IF
           PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 7
               IF SD-DAYS(WS-DAY-X:1) NOT = '.'
                   AND SD-DAYS(WS-DAY-X:1)
                       NOT = WS-DAY-LETTERS(WS-DAY-X:1)
                   MOVE 'RUN DAYS NOT MTWTFSS WITH . FOR AN OFF DAY'
                       TO WS-ERR-TEXT
                   PERFORM 2900-ERROR-PARA
                   MOVE 8 TO WS-DAY-X
               END-IF
           END-PERFORM
           IF SD-SOURCE = SPACES
               MOVE 'PROGRAM SOURCE MISSING' TO WS-ERR-TEXT
               PERFORM 2900-ERROR-PARA
           END-IF
           PERFORM VARYING WS-DEP-X FROM 1 BY 1 UNTIL WS-DEP-X > 3
               IF SD-DEP(WS-DEP-X) NOT = SPACES
                   MOVE SD-DEP(WS-DEP-X) TO WS-ST-STEP(WS-STEP-CNT + 1)
                   PERFORM 2200-FIND-PARA
                   IF NOT WS-FOUND
                       MOVE SPACES TO WS-ERR-TEXT
                       STRING 'DEPENDS ON ' DELIMITED BY SIZE
                           SD-DEP(WS-DEP-X) DELIMITED BY SPACE
                           ' - NOT AN EARLIER STEP' DELIMITED BY SIZE
                           INTO WS-ERR-TEXT
                       END-STRING
                       PERFORM 2900-ERROR-PARA
                   END-IF
               END-IF
           END-PERFORM
      * Loaded even when in error, so later cards naming it as a
      * dependency are not flagged as well
           ADD 1 TO WS-STEP-CNT
           MOVE SD-STEP TO WS-ST-STEP(WS-STEP-CNT)
           IF SD-MAXRC IS NUMERIC
               MOVE SD-MAXRC TO WS-ST-MAXRC(WS-STEP-CNT)
           END-IF
           MOVE SD-OPT TO WS-ST-OPT(WS-STEP-CNT)
           MOVE SD-DAYS TO WS-ST-DAYS(WS-STEP-CNT)
           PERFORM VARYING WS-DEP-X FROM 1 BY 1 UNTIL WS-DEP-X > 3
               MOVE SD-DEP(WS-DEP-X) TO WS-ST-DEP(WS-STEP-CNT, WS-DEP-X)
           END-PERFORM
           MOVE SD-SOURCE TO WS-ST-SOURCE(WS-STEP-CNT)
           IF SD-DAYS(WS-DOW:1) = '.'
               MOVE 'N' TO WS-ST-DUE(WS-STEP-CNT)
           ELSE
               MOVE 'Y' TO WS-ST-DUE(WS-STEP-CNT)
           END-IF.
       2199-CARD-EXIT.
           EXIT.
      * Looks for the name parked in the next free slot among the
      * steps already loaded; WS-TX is left on the match
       2200-FIND-PARA.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-STEP-CNT OR WS-FOUND
               IF WS-ST-STEP(WS-TX) = WS-ST-STEP(WS-STEP-CNT + 1)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TX
           END-IF.
       2900-ERROR-PARA.
           ADD 1 TO WS-ERR-CNT
           MOVE WS-CARD-NO TO WS-EL-CARD
           MOVE WS-ERR-TEXT TO WS-EL-TEXT
           WRITE PR-LINE FROM WS-ERR-LINE
           DISPLAY WS-ERR-LINE.
      ******************************************************************
      * List every step for the night and write tonight's plan.
      ******************************************************************
       3000-PLAN-PARA.
           OPEN OUTPUT PLANFILE
           IF WS-PLAN-FS NOT = 00
               DISPLAY 'PLAN FILE OPEN FAILED, FILE STATUS - '
                   WS-PLAN-FS
               MOVE 16 TO RETURN-CODE
               CLOSE PLANRPT
               STOP RUN
           END-IF
           WRITE PR-LINE FROM WS-HDR-2
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-STEP-CNT
               PERFORM 3100-STEP-PARA
           END-PERFORM
           CLOSE PLANFILE
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-RUN-CNT TO WS-TL-RUN
           MOVE WS-SKIP-CNT TO WS-TL-SKIP
           WRITE PR-LINE FROM WS-TOT-LINE.
       3099-PLAN-EXIT.
           EXIT.
       3100-STEP-PARA.
           MOVE WS-SX TO WS-DL-SEQ
           MOVE WS-ST-STEP(WS-SX) TO WS-DL-STEP
           MOVE WS-ST-MAXRC(WS-SX) TO WS-DL-MAXRC
           EVALUATE WS-ST-OPT(WS-SX)
               WHEN 'Y'
                   MOVE 'YES' TO WS-DL-OPT
               WHEN 'A'
                   MOVE 'ALWAYS' TO WS-DL-OPT
               WHEN OTHER
                   MOVE 'NO' TO WS-DL-OPT
           END-EVALUATE
           MOVE WS-ST-DAYS(WS-SX) TO WS-DL-DAYS
           MOVE SPACES TO WS-DL-DEPS
           MOVE 1 TO WS-PX
           PERFORM VARYING WS-DEP-X FROM 1 BY 1 UNTIL WS-DEP-X > 3
               IF WS-ST-DEP(WS-SX, WS-DEP-X) NOT = SPACES
                   STRING WS-ST-DEP(WS-SX, WS-DEP-X) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO WS-DL-DEPS WITH POINTER WS-PX
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-ST-SOURCE(WS-SX) TO WS-DL-SOURCE
           IF WS-ST-DUE(WS-SX) = 'Y'
               MOVE 'RUN' TO WS-DL-STATUS
               ADD 1 TO WS-RUN-CNT
               PERFORM 3200-PLAN-LINE-PARA
           ELSE
               MOVE 'NOT TODAY' TO WS-DL-STATUS
               ADD 1 TO WS-SKIP-CNT
           END-IF
           WRITE PR-LINE FROM WS-DTL.
      * Tonight's line - dependencies that do not run tonight drop out
       3200-PLAN-LINE-PARA.
           MOVE SPACES TO PL-REC
           MOVE WS-ST-STEP(WS-SX) TO PL-STEP
           MOVE WS-ST-MAXRC(WS-SX) TO PL-MAXRC
           MOVE WS-ST-OPT(WS-SX) TO PL-OPT
           PERFORM VARYING WS-DEP-X FROM 1 BY 1 UNTIL WS-DEP-X > 3
               MOVE '-' TO PL-DEP(WS-DEP-X)
               IF WS-ST-DEP(WS-SX, WS-DEP-X) NOT = SPACES
                   MOVE WS-ST-DEP(WS-SX, WS-DEP-X)
                       TO WS-ST-STEP(WS-STEP-CNT + 1)
                   PERFORM 2200-FIND-PARA
                   IF WS-FOUND AND WS-ST-DUE(WS-TX) = 'Y'
                       MOVE WS-ST-DEP(WS-SX, WS-DEP-X)
                           TO PL-DEP(WS-DEP-X)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ST-SOURCE(WS-SX) TO PL-SOURCE
           WRITE PL-REC.
       END PROGRAM CHAINPLN.
