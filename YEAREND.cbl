      ******************************************************************
      * Program : YEAREND
      * Purpose : Year-end rollover control. Year end runs a fixed
      *           set of programs, and a step run before the one it
      *           depends on corrupts the new year quietly. This
      *           keeps the academic year's checklist in an append-
      *           only file (YEAREND_DSN, default yearend.txt) and
      *           enforces each step's prerequisites:
      *             RELEASE  RELCTL final-term release
      *             SUPPEXAM SUPPEXAM supplementary intake
      *             PROMOTE  PROMOTE promotion/retention
      *             SECALLOC SECALLOC section allocation
      *             STUSYNC  STUSYNC student master sync
      *             LEAVACCR LEAVACCR year-end carryover
      *             HOLCOPY  HOLMAINT holiday copy-forward
      *             BUSCAL   BUSCAL calendar for the new year
      *             FEEBILL  FEELEDGR new term's billing
      *             ARCHPURG ARCHPURG archive and purge
      *           Modes (YEAREND_MODE), for the academic year in
      *           YEAREND_YEAR (YYYY, the year being closed):
      *             S - start YEAREND_STEP: refused (RETURN-CODE 12)
      *                 until every prerequisite is recorded DONE,
      *                 or when the step is already DONE (unless
      *                 YEAREND_RERUN=Y); records STARTED and the
      *                 operator in YEAREND_OPER
      *             C - complete YEAREND_STEP with the step's return
      *                 code in YEAREND_RC: DONE up to 4, FAILED
      *                 above, recording the operator again
      *             P - print the checklist (the default)
      *           run-year-end.sh wraps S, the program and C around
      *           each step so the order cannot be skipped.
      * Modification History:
      *   - Written new after two year-end steps ran out of order.
      *     Every start and completion also goes to the shared audit
      *     log with the operator; a refused start raises a W alert,
      *     a FAILED step an E alert.
      *   - A checklist file that will not open or take the new row
      *     now ends the run with RETURN-CODE 16 and the file status,
      *     instead of reporting the step STARTED or DONE unrecorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YE-FILE ASSIGN TO WS-YE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YE-FS.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD YE-FILE.
       01 YE-REC.
           05 YE-YEAR   PIC 9(4).
           05 FILLER    PIC X.
           05 YE-STEP   PIC X(8).
           05 FILLER    PIC X.
           05 YE-EVENT  PIC X(7).
           05 FILLER    PIC X.
           05 YE-OPER   PIC X(10).
           05 FILLER    PIC X.
           05 YE-RC     PIC 999.
           05 FILLER    PIC X.
           05 YE-TS     PIC X(19).
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       77 WS-YE-FS     PIC 99.
       77 WS-YE-DSN    PIC X(100) VALUE 'yearend.txt'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-YEAR-IN   PIC X(4) VALUE SPACES.
       77 WS-YEAR      PIC 9(4) VALUE ZERO.
       77 WS-STEP-IN   PIC X(8) VALUE SPACES.
       77 WS-OPER-IN   PIC X(10) VALUE SPACES.
       77 WS-RC-IN     PIC X(3) VALUE SPACES.
       77 WS-STEP-RC   PIC 999 VALUE ZERO.
       77 WS-RERUN-SW  PIC X VALUE 'N'.
       77 WS-CURR-DT   PIC X(21).
       77 WS-NOW-TS    PIC X(19).
       77 WS-SX        PIC 99 VALUE ZERO.
       77 WS-PX        PIC 9 VALUE ZERO.
       77 WS-QX        PIC 99 VALUE ZERO.
       77 WS-THIS-SX   PIC 99 VALUE ZERO.
       77 WS-OPEN-PRE  PIC 9 VALUE ZERO.
       77 WS-DONE-CNT  PIC 99 VALUE ZERO.
       77 WS-RECS-READ PIC 9(6) VALUE ZERO.
       77 WS-RECS-WRIT PIC 9(6) VALUE ZERO.
       77 WS-EVENT     PIC X(7).
       77 WS-SHOW-STAT PIC X(8).
       77 WS-PRE-LIST  PIC X(27).
       01 WS-MODE      PIC X VALUE 'P'.
           88 WS-MODE-START    VALUE 'S'.
           88 WS-MODE-COMPLETE VALUE 'C'.
           88 WS-MODE-PRINT    VALUE 'P'.
      * The steps in their year-end order: step, program, and up to
      * three steps that must be DONE before it may start
       01 WS-SD-DEFS.
           05 FILLER PIC X(40) VALUE
               'RELEASE RELCTL                          '.
           05 FILLER PIC X(40) VALUE
               'SUPPEXAMSUPPEXAMRELEASE                 '.
           05 FILLER PIC X(40) VALUE
               'PROMOTE PROMOTE RELEASE SUPPEXAM        '.
           05 FILLER PIC X(40) VALUE
               'SECALLOCSECALLOCPROMOTE                 '.
           05 FILLER PIC X(40) VALUE
               'STUSYNC STUSYNC PROMOTE SECALLOC        '.
           05 FILLER PIC X(40) VALUE
               'LEAVACCRLEAVACCR                        '.
           05 FILLER PIC X(40) VALUE
               'HOLCOPY HOLMAINT                        '.
           05 FILLER PIC X(40) VALUE
               'BUSCAL  BUSCAL  HOLCOPY                 '.
           05 FILLER PIC X(40) VALUE
               'FEEBILL FEELEDGRSTUSYNC BUSCAL          '.
           05 FILLER PIC X(40) VALUE
               'ARCHPURGARCHPURGFEEBILL LEAVACCRSTUSYNC '.
       01 WS-SD-RED REDEFINES WS-SD-DEFS.
           05 WS-SD-DEF OCCURS 10 TIMES.
               10 WS-SD-STEP PIC X(8).
               10 WS-SD-PGM  PIC X(8).
               10 WS-SD-PRE  PIC X(8) OCCURS 3 TIMES.
      * Where each step stands for the year - the latest event wins
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 10 TIMES.
               10 WS-SS-EVENT PIC X(7).
               10 WS-SS-OPER  PIC X(10).
               10 WS-SS-RC    PIC 999.
               10 WS-SS-TS    PIC X(19).
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA THRU 1999-INIT-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-LOAD-PARA
               EVALUATE TRUE
                   WHEN WS-MODE-START
                       PERFORM 3000-START-PARA THRU 3999-START-EXIT
                   WHEN WS-MODE-COMPLETE
                       PERFORM 4000-COMPLETE-PARA
                           THRU 4999-COMPLETE-EXIT
                   WHEN OTHER
                       PERFORM 5000-PRINT-PARA
               END-EVALUATE
           END-IF
           MOVE WS-RECS-READ TO WS-AUDIT-RECS-READ
           MOVE WS-RECS-WRIT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-YE-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'YEAREND_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           IF WS-MODE = SPACE
               MOVE 'P' TO WS-MODE
           END-IF
           MOVE 'YEAREND_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-YE-DSN FROM ENVIRONMENT-VALUE
           IF WS-YE-DSN = SPACES
               MOVE 'yearend.txt' TO WS-YE-DSN
           END-IF
           MOVE 'YEAREND_STEP' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-STEP-IN FROM ENVIRONMENT-VALUE
           MOVE 'YEAREND_OPER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-IN FROM ENVIRONMENT-VALUE
           MOVE 'YEAREND_RC' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RC-IN FROM ENVIRONMENT-VALUE
           MOVE 'YEAREND_RERUN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RERUN-SW FROM ENVIRONMENT-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE SPACES TO WS-NOW-TS
           STRING WS-CURR-DT(1:4) '-' WS-CURR-DT(5:2) '-'
               WS-CURR-DT(7:2) ' ' WS-CURR-DT(9:2) ':'
               WS-CURR-DT(11:2) ':' WS-CURR-DT(13:2)
               DELIMITED BY SIZE INTO WS-NOW-TS
           PERFORM AUDIT-ENV-PARA
           MOVE 'YEAREND' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'YEAREND' TO WS-ALERT-PGM
           MOVE 'YEAREND_YEAR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-YEAR-IN FROM ENVIRONMENT-VALUE
           IF WS-YEAR-IN IS NOT NUMERIC
               DISPLAY 'YEAREND_YEAR NAMES THE ACADEMIC YEAR (YYYY)'
               MOVE 16 TO RETURN-CODE
               GO TO 1999-INIT-EXIT
           END-IF
           MOVE WS-YEAR-IN TO WS-YEAR
           IF WS-MODE-PRINT
               GO TO 1999-INIT-EXIT
           END-IF
           IF NOT WS-MODE-START AND NOT WS-MODE-COMPLETE
               DISPLAY 'YEAREND_MODE MUST BE S, C OR P'
               MOVE 16 TO RETURN-CODE
               GO TO 1999-INIT-EXIT
           END-IF
           MOVE ZERO TO WS-THIS-SX
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 10
               IF WS-SD-STEP(WS-SX) = WS-STEP-IN
                   MOVE WS-SX TO WS-THIS-SX
               END-IF
           END-PERFORM
           IF WS-THIS-SX = ZERO
               DISPLAY 'YEAREND_STEP ' WS-STEP-IN ' IS NOT A YEAR-END '
                   'STEP - ONE OF:'
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 10
                   DISPLAY '  ' WS-SD-STEP(WS-SX) ' ' WS-SD-PGM(WS-SX)
               END-PERFORM
               MOVE 16 TO RETURN-CODE
               GO TO 1999-INIT-EXIT
           END-IF
           IF WS-OPER-IN = SPACES
               DISPLAY 'YEAREND_OPER NAMES THE OPERATOR RUNNING THE '
                   'STEP - NOT RECORDED'
               MOVE 12 TO RETURN-CODE
           END-IF.
       1999-INIT-EXIT.
           EXIT.
       2000-LOAD-PARA.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 10
               MOVE SPACES TO WS-SS-EVENT(WS-SX) WS-SS-OPER(WS-SX)
                   WS-SS-TS(WS-SX)
               MOVE ZERO TO WS-SS-RC(WS-SX)
           END-PERFORM
           OPEN INPUT YE-FILE
           IF WS-YE-FS = 00
               PERFORM UNTIL WS-YE-FS NOT = 00
                   READ YE-FILE
                   END-READ
                   IF WS-YE-FS = 00
                       ADD 1 TO WS-RECS-READ
                       IF YE-YEAR = WS-YEAR
                           PERFORM 2100-ONE-EVENT-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE YE-FILE
           END-IF.
       2100-ONE-EVENT-PARA.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 10
               IF WS-SD-STEP(WS-SX) = YE-STEP
                   MOVE YE-EVENT TO WS-SS-EVENT(WS-SX)
                   MOVE YE-OPER  TO WS-SS-OPER(WS-SX)
                   MOVE YE-RC    TO WS-SS-RC(WS-SX)
                   MOVE YE-TS    TO WS-SS-TS(WS-SX)
               END-IF
           END-PERFORM.
      ******************************************************************
      * S - start a step once its prerequisites are DONE
      ******************************************************************
       3000-START-PARA.
           IF WS-SS-EVENT(WS-THIS-SX) = 'DONE'
               IF WS-RERUN-SW NOT = 'Y'
                   DISPLAY WS-STEP-IN ' IS ALREADY DONE FOR '
                       WS-YEAR ' (BY ' WS-SS-OPER(WS-THIS-SX) ' AT '
                       WS-SS-TS(WS-THIS-SX)
                       ') - SET YEAREND_RERUN=Y TO RUN IT AGAIN'
                   MOVE 12 TO RETURN-CODE
                   GO TO 3999-START-EXIT
               END-IF
               DISPLAY 'RERUN OF ' WS-STEP-IN ' - DONE BY '
                   WS-SS-OPER(WS-THIS-SX) ' AT ' WS-SS-TS(WS-THIS-SX)
           END-IF
           IF WS-SS-EVENT(WS-THIS-SX) = 'STARTED'
               DISPLAY WS-STEP-IN ' WAS STARTED BY '
                   WS-SS-OPER(WS-THIS-SX) ' AT ' WS-SS-TS(WS-THIS-SX)
                   ' AND NEVER COMPLETED - STARTING AGAIN'
           END-IF
           MOVE ZERO TO WS-OPEN-PRE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               IF WS-SD-PRE(WS-THIS-SX, WS-PX) NOT = SPACES
                   PERFORM 3100-CHECK-PRE-PARA
               END-IF
           END-PERFORM
           IF WS-OPEN-PRE > ZERO
               DISPLAY WS-STEP-IN ' REFUSED - ' WS-OPEN-PRE
                   ' PREREQUISITE STEPS NOT DONE FOR ' WS-YEAR
               MOVE 'W' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'YEAR-END ' WS-YEAR ' STEP ' WS-STEP-IN
                   ' REFUSED - PREREQUISITES NOT DONE'
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
               MOVE 12 TO RETURN-CODE
               GO TO 3999-START-EXIT
           END-IF
           MOVE 'STARTED' TO WS-EVENT
           MOVE ZERO TO WS-STEP-RC
           PERFORM 6000-APPEND-PARA THRU 6999-APPEND-EXIT
           IF RETURN-CODE = 16
               GO TO 3999-START-EXIT
           END-IF
           DISPLAY 'YEAR-END ' WS-YEAR ' STEP ' WS-STEP-IN ' ('
               WS-SD-PGM(WS-THIS-SX) ') STARTED BY ' WS-OPER-IN.
       3999-START-EXIT.
           EXIT.
       3100-CHECK-PRE-PARA.
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 10
               IF WS-SD-STEP(WS-QX) = WS-SD-PRE(WS-THIS-SX, WS-PX)
                   IF WS-SS-EVENT(WS-QX) NOT = 'DONE'
                       ADD 1 TO WS-OPEN-PRE
                       IF WS-SS-EVENT(WS-QX) = SPACES
                           MOVE 'NOT RUN' TO WS-SHOW-STAT
                       ELSE
                           MOVE WS-SS-EVENT(WS-QX) TO WS-SHOW-STAT
                       END-IF
                       DISPLAY '  PREREQUISITE ' WS-SD-STEP(WS-QX)
                           ' (' WS-SD-PGM(WS-QX) ') IS '
                           WS-SHOW-STAT
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * C - record the step's return code
      ******************************************************************
       4000-COMPLETE-PARA.
           IF WS-SS-EVENT(WS-THIS-SX) NOT = 'STARTED'
               DISPLAY WS-STEP-IN ' WAS NOT STARTED FOR ' WS-YEAR
                   ' - NOTHING TO COMPLETE'
               MOVE 12 TO RETURN-CODE
               GO TO 4999-COMPLETE-EXIT
           END-IF
           IF WS-RC-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-RC-IN) NOT = 0
               DISPLAY 'YEAREND_RC CARRIES THE STEP RETURN CODE'
               MOVE 16 TO RETURN-CODE
               GO TO 4999-COMPLETE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-RC-IN) TO WS-STEP-RC
           IF WS-STEP-RC > 4
               MOVE 'FAILED' TO WS-EVENT
           ELSE
               MOVE 'DONE' TO WS-EVENT
           END-IF
           PERFORM 6000-APPEND-PARA THRU 6999-APPEND-EXIT
           IF RETURN-CODE = 16
               GO TO 4999-COMPLETE-EXIT
           END-IF
           DISPLAY 'YEAR-END ' WS-YEAR ' STEP ' WS-STEP-IN ' '
               WS-EVENT ' RC=' WS-STEP-RC ' BY ' WS-OPER-IN
           IF WS-STEP-RC > 4
               MOVE 'E' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'YEAR-END ' WS-YEAR ' STEP ' WS-STEP-IN
                   ' FAILED RC=' WS-STEP-RC
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
               MOVE 8 TO RETURN-CODE
           END-IF.
       4999-COMPLETE-EXIT.
           EXIT.
      ******************************************************************
      * P - the checklist
      ******************************************************************
       5000-PRINT-PARA.
           MOVE ZERO TO WS-DONE-CNT
           DISPLAY 'YEAR-END CHECKLIST - ACADEMIC YEAR ' WS-YEAR
           DISPLAY 'STEP     PROGRAM  STATUS   RC  BY         '
               'WHEN                PREREQUISITES'
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 10
               PERFORM 5100-ONE-LINE-PARA
           END-PERFORM
           DISPLAY WS-DONE-CNT ' OF 10 STEPS DONE'.
       5100-ONE-LINE-PARA.
           MOVE SPACES TO WS-PRE-LIST
           STRING WS-SD-PRE(WS-SX, 1) ' ' WS-SD-PRE(WS-SX, 2) ' '
               WS-SD-PRE(WS-SX, 3) DELIMITED BY SIZE
               INTO WS-PRE-LIST
           IF WS-SS-EVENT(WS-SX) = SPACES
      * Not run yet: READY when its prerequisites are all DONE
               MOVE ZERO TO WS-OPEN-PRE
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 10
                       IF WS-SD-PRE(WS-SX, WS-PX) NOT = SPACES
                           AND WS-SD-STEP(WS-QX) =
                               WS-SD-PRE(WS-SX, WS-PX)
                           AND WS-SS-EVENT(WS-QX) NOT = 'DONE'
                           ADD 1 TO WS-OPEN-PRE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-OPEN-PRE = ZERO
                   MOVE 'READY' TO WS-SHOW-STAT
               ELSE
                   MOVE 'WAITING' TO WS-SHOW-STAT
               END-IF
               DISPLAY WS-SD-STEP(WS-SX) ' ' WS-SD-PGM(WS-SX) ' '
                   WS-SHOW-STAT '                                '
                   '   ' WS-PRE-LIST
           ELSE
               IF WS-SS-EVENT(WS-SX) = 'DONE'
                   ADD 1 TO WS-DONE-CNT
               END-IF
               MOVE WS-SS-EVENT(WS-SX) TO WS-SHOW-STAT
               DISPLAY WS-SD-STEP(WS-SX) ' ' WS-SD-PGM(WS-SX) ' '
                   WS-SHOW-STAT ' ' WS-SS-RC(WS-SX) ' '
                   WS-SS-OPER(WS-SX) ' ' WS-SS-TS(WS-SX) ' '
                   WS-PRE-LIST
           END-IF.
       6000-APPEND-PARA.
           OPEN EXTEND YE-FILE
           IF WS-YE-FS = 05 OR WS-YE-FS = 35
               CLOSE YE-FILE
               OPEN OUTPUT YE-FILE
           END-IF
           IF WS-YE-FS NOT = 00
               DISPLAY 'YEAR-END CHECKLIST OPEN FAILED, FILE STATUS - '
                   WS-YE-FS
               MOVE 16 TO RETURN-CODE
               GO TO 6999-APPEND-EXIT
           END-IF
           MOVE SPACES      TO YE-REC
           MOVE WS-YEAR     TO YE-YEAR
           MOVE WS-STEP-IN  TO YE-STEP
           MOVE WS-EVENT    TO YE-EVENT
           MOVE WS-OPER-IN  TO YE-OPER
           MOVE WS-STEP-RC  TO YE-RC
           MOVE WS-NOW-TS   TO YE-TS
           WRITE YE-REC
           IF WS-YE-FS NOT = 00
               DISPLAY 'YEAR-END CHECKLIST WRITE FAILED, FILE STATUS - '
                   WS-YE-FS
               CLOSE YE-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 6999-APPEND-EXIT
           END-IF
           CLOSE YE-FILE
           ADD 1 TO WS-RECS-WRIT
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'YEAREND ' WS-YEAR ' ' WS-STEP-IN ' ' WS-EVENT
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           MOVE WS-OPER-IN TO WS-AUDIT-OPER
           PERFORM AUDIT-EVENT-PARA.
       6999-APPEND-EXIT.
           EXIT.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM YEAREND.
