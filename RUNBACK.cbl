      ******************************************************************
      * Program : RUNBACK
      * Purpose : Run-level backout of a business date's chain
      *           outputs. When a bad feed gets through the gate,
      *           this takes the run ID from the run registry
      *           (RUNBACK_RUNID) and:
      *             - lists every output the run wrote: the
      *               generations it created of grades.txt,
      *               rejects.txt, PASSFAIL and stdrejects.txt (from
      *               each file's generation log), the rows in them
      *               stamped with its run ID, the results master
      *               records it loaded and its XMITREG creations;
      *             - restores the prior generation of each output
      *               as the current file and rolls the generation
      *               control back;
      *             - puts the results master records loaded from
      *               the run back as they stood before it, from the
      *               before-image log the RESMAST load keeps:
      *               a refreshed row gets its old record back, a
      *               row the run added is removed, and a row with
      *               no log entry is left as it is and listed;
      *             - withdraws the run's unsent XMITREG creations
      *               (VOD events);
      *             - marks the run BACKEDOUT in the registry, with a
      *               FULLRERUN marker so the date's rerun repeats
      *               every step.
      *           Modes (RUNBACK_MODE):
      *             L - (default) list what a backout would do;
      *                 RETURN-CODE 4 when it would be refused
      *             B - back the run out; RUNBACK_OPER signs it off
      *           The backout is refused (RETURN-CODE 12, W alert)
      *           when anything from the run has already been sent
      *           per XMITREG, when a later run has written over one
      *           of its outputs, when a prior generation is no
      *           longer on file, when the run is still STARTED or
      *           already BACKEDOUT, or when no operator signs it.
      * Modification History:
      *   - Written new, so undoing a bad night is one run instead of
      *     hand-restoring .Gnnnn generations while the registry, the
      *     results master and the transmission register still say
      *     the run happened. Generations are found through the
      *     base.GENLOG log GDG-SAVE-PARA now keeps; a backed-out
      *     generation file is left on disk for the investigation
      *     and is reused by the rerun's save.
      *   - Results master rows are put back from the RESMAST before-
      *     image log (RMBSEL/RMBFD/RMBDAT/RMBPARA) instead of the
      *     prior PASSFAIL generation, which may never have been
      *     released and carries no trace of rows that were on the
      *     master before the run. Only rows the log shows the run
      *     added are deleted; rows it has no image for are left and
      *     listed, RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNREG-FILE
           ASSIGN TO WS-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FS.
           SELECT RESMAST-FILE ASSIGN TO WS-RM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RM-STAT.
           COPY GDGSEL.
           COPY RMBSEL.
           COPY XMITSEL.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD RUNREG-FILE.
       01 RR-REC.
           05 RR-ID     PIC 9(6).
           05 FILLER    PIC X.
           05 RR-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 RR-STATUS PIC X(9).
           05 FILLER    PIC X.
           05 RR-STEP   PIC X(8).
       FD RESMAST-FILE.
       01 RM-REC.
           05 RM-KEY.
               10 RM-STU-ID PIC 9(5).
               10 RM-SUBJ   PIC XX.
               10 RM-TERM   PIC XX.
           05 RM-SEC    PIC X.
           05 RM-MARKS  PIC 999.
           05 RM-RESULT PIC X(4).
           05 RM-GRADE  PIC X.
           05 RM-RUNID  PIC 9(6).
       COPY GDGFD.
       COPY RMBFD.
       COPY XMITFD.
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY GDGDAT.
       COPY RMBDAT.
       COPY XMITDAT.
       77 WS-REG-FS    PIC 99.
       77 WS-RM-STAT   PIC 99.
       77 WS-REG-DSN   PIC X(100) VALUE 'RUNREG.txt'.
       77 WS-RM-DSN    PIC X(100) VALUE 'RESMAST.dat'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-RUNID-IN  PIC X(6) VALUE SPACES.
       77 WS-RUN-ID    PIC 9(6) VALUE ZERO.
       77 WS-RUN-ID-X  PIC X(6).
       77 WS-OPER-IN   PIC X(10) VALUE SPACES.
       77 WS-CURR-DT   PIC X(21).
       77 WS-TODAY     PIC 9(8) VALUE ZERO.
       77 WS-RUN-DATE  PIC 9(8) VALUE ZERO.
       77 WS-RUN-STAT  PIC X(9) VALUE SPACES.
       77 WS-STEP-CNT  PIC 99 VALUE ZERO.
       77 WS-OX        PIC 9 VALUE ZERO.
       77 WS-XX        PIC 999 VALUE ZERO.
       77 WS-PICK-XX   PIC 999 VALUE ZERO.
       77 WS-XT-CNT    PIC 999 VALUE ZERO.
       77 WS-XMIT-SENT PIC 99 VALUE ZERO.
       77 WS-XMIT-OPEN PIC 99 VALUE ZERO.
       77 WS-REFUSE-CNT PIC 99 VALUE ZERO.
       77 WS-RESTORE-CNT PIC 9 VALUE ZERO.
       77 WS-PRV-GEN   PIC 9(4) VALUE ZERO.
       77 WS-STAMP-COL PIC 99 VALUE ZERO.
       77 WS-RM-RUN-CNT  PIC 9(6) VALUE ZERO.
       77 WS-RM-RESTORED PIC 9(6) VALUE ZERO.
       77 WS-RM-REMOVED  PIC 9(6) VALUE ZERO.
       77 WS-ROWS-TOTAL  PIC 9(6) VALUE ZERO.
       77 WS-RM-LOG-B    PIC 9(6) VALUE ZERO.
       77 WS-RM-LOG-A    PIC 9(6) VALUE ZERO.
       77 WS-RM-LEFT     PIC 9(6) VALUE ZERO.
       01 WS-MODE      PIC X VALUE 'L'.
           88 WS-MODE-LIST    VALUE 'L'.
           88 WS-MODE-BACKOUT VALUE 'B'.
       01 WS-FOUND-SW  PIC X VALUE 'N'.
           88 WS-RUN-FOUND    VALUE 'Y'.
       01 WS-EOF-SW    PIC X VALUE 'N'.
           88 WS-AT-EOF       VALUE 'Y'.
      * The chain outputs kept in generations: name, the DSN
      * variable the writing step reads, its default file name, and
      * the column the run ID is stamped at (zero when not stamped)
       01 WS-OT-DEFS.
           05 FILLER PIC X(8)  VALUE 'GRADES'.
           05 FILLER PIC X(17) VALUE 'GRADEFILE_DSN'.
           05 FILLER PIC X(14) VALUE 'grades.txt'.
           05 FILLER PIC 99    VALUE 15.
           05 FILLER PIC X(8)  VALUE 'REJECTS'.
           05 FILLER PIC X(17) VALUE 'REJECTFILE_DSN'.
           05 FILLER PIC X(14) VALUE 'rejects.txt'.
           05 FILLER PIC 99    VALUE 00.
           05 FILLER PIC X(8)  VALUE 'PASSFAIL'.
           05 FILLER PIC X(17) VALUE 'PASSFAIL_DSN'.
           05 FILLER PIC X(14) VALUE 'PASSFAIL'.
           05 FILLER PIC 99    VALUE 26.
           05 FILLER PIC X(8)  VALUE 'STDREJ'.
           05 FILLER PIC X(17) VALUE 'STDREJECTS_DSN'.
           05 FILLER PIC X(14) VALUE 'stdrejects.txt'.
           05 FILLER PIC 99    VALUE 00.
       01 WS-OT-RED REDEFINES WS-OT-DEFS.
           05 WS-OT-DEF OCCURS 4 TIMES.
               10 WS-OT-NAME  PIC X(8).
               10 WS-OT-ENV   PIC X(17).
               10 WS-OT-DFLT  PIC X(14).
               10 WS-OT-STAMP PIC 99.
      * What the run left in each output, and what a backout does:
      * N nothing to do, R restore the prior generation, X refused
       01 WS-OW-TABLE.
           05 WS-OW-ENTRY OCCURS 4 TIMES.
               10 WS-OW-DSN      PIC X(100).
               10 WS-OW-CUR-GEN  PIC 9(4).
               10 WS-OW-CUR-RUN  PIC 9(6).
               10 WS-OW-RUN-GEN  PIC 9(4).
               10 WS-OW-PRV-DATE PIC 9(8).
               10 WS-OW-STAMPED  PIC 9(6).
               10 WS-OW-ACTION   PIC X.
               10 WS-OW-NOTE     PIC X(40).
      * Transmission register occurrences, collapsed as XMITREG does
       01 WS-XT-TABLE.
           05 WS-XT-ENTRY OCCURS 300 TIMES.
               10 WS-XT-FILE  PIC X(30).
               10 WS-XT-DATE  PIC 9(8).
               10 WS-XT-RUNID PIC 9(6).
               10 WS-XT-SENT  PIC 9(8).
               10 WS-XT-VOID  PIC X.
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-CHECK-PARA THRU 2999-CHECK-EXIT
           IF WS-MODE-BACKOUT AND RETURN-CODE = 0
               PERFORM 5000-BACKOUT-PARA
           END-IF
           MOVE WS-ROWS-TOTAL TO WS-AUDIT-RECS-READ
           COMPUTE WS-AUDIT-RECS-WRITTEN = WS-RESTORE-CNT
               + WS-RM-RESTORED + WS-RM-REMOVED
           MOVE WS-REG-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'RUNBACK_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           IF WS-MODE = SPACE
               MOVE 'L' TO WS-MODE
           END-IF
           MOVE 'RUNBACK_RUNID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RUNID-IN FROM ENVIRONMENT-VALUE
           IF WS-RUNID-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RUNID-IN) = 0
               MOVE FUNCTION NUMVAL(WS-RUNID-IN) TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO WS-RUN-ID-X
           MOVE 'RUNBACK_OPER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-IN FROM ENVIRONMENT-VALUE
           MOVE 'RUNREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-DSN FROM ENVIRONMENT-VALUE
           IF WS-REG-DSN = SPACES
               MOVE 'RUNREG.txt' TO WS-REG-DSN
           END-IF
           MOVE 'RESMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RM-DSN FROM ENVIRONMENT-VALUE
           IF WS-RM-DSN = SPACES
               MOVE 'RESMAST.dat' TO WS-RM-DSN
           END-IF
           PERFORM RMB-ENV-PARA
           DISPLAY 'GDG_KEEP' UPON ENVIRONMENT-NAME
           ACCEPT WS-GDG-KEEP-IN FROM ENVIRONMENT-VALUE
           IF WS-GDG-KEEP-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-GDG-KEEP-IN) = 0
               MOVE FUNCTION NUMVAL(WS-GDG-KEEP-IN) TO WS-GDG-KEEP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-TODAY
           PERFORM XMIT-ENV-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'RUNBACK' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'RUNBACK' TO WS-ALERT-PGM.
      ******************************************************************
      * Find the run and everything it wrote; decide whether it can
      * be backed out
      ******************************************************************
       2000-CHECK-PARA.
           IF WS-RUN-ID = ZERO
               DISPLAY 'RUNBACK_RUNID NAMES THE RUN TO BACK OUT'
               MOVE 16 TO RETURN-CODE
               GO TO 2999-CHECK-EXIT
           END-IF
           PERFORM 2100-REGISTRY-PARA
           IF NOT WS-RUN-FOUND
               DISPLAY 'RUN ' WS-RUN-ID ' IS NOT ON THE REGISTRY'
               MOVE 12 TO RETURN-CODE
               GO TO 2999-CHECK-EXIT
           END-IF
           DISPLAY 'RUN ' WS-RUN-ID '  BUSINESS DATE ' WS-RUN-DATE
               '  STATUS ' WS-RUN-STAT '  STEPS DONE ' WS-STEP-CNT
           IF WS-RUN-STAT = 'STARTED'
               DISPLAY 'RUN ' WS-RUN-ID ' IS STILL STARTED - MARK IT '
                   'COMPLETED OR FAILED BEFORE BACKING IT OUT'
               MOVE 12 TO RETURN-CODE
               GO TO 2999-CHECK-EXIT
           END-IF
           IF WS-RUN-STAT = 'BACKEDOUT'
               DISPLAY 'RUN ' WS-RUN-ID ' IS ALREADY BACKED OUT'
               MOVE 12 TO RETURN-CODE
               GO TO 2999-CHECK-EXIT
           END-IF
           DISPLAY ' '
           DISPLAY 'OUTPUT   FILE                           GEN  '
               'RUN GEN STAMPED ACTION'
           PERFORM 2300-ONE-OUTPUT-PARA
               VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > 4
           PERFORM 2400-RESMAST-COUNT-PARA
           PERFORM 2200-XMIT-PARA
           IF WS-MODE-BACKOUT AND WS-OPER-IN = SPACES
               DISPLAY 'BACKOUT NEEDS RUNBACK_OPER TO SIGN IT OFF'
               ADD 1 TO WS-REFUSE-CNT
           END-IF
           DISPLAY ' '
           IF WS-REFUSE-CNT = ZERO
               IF WS-MODE-LIST
                   DISPLAY 'LIST ONLY - RUNBACK_MODE=B WITH '
                       'RUNBACK_OPER BACKS THE RUN OUT'
               END-IF
               GO TO 2999-CHECK-EXIT
           END-IF
           IF WS-MODE-LIST
               DISPLAY 'A BACKOUT WOULD BE REFUSED - ' WS-REFUSE-CNT
                   ' BLOCKING CONDITIONS'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'BACKOUT REFUSED - ' WS-REFUSE-CNT
                   ' BLOCKING CONDITIONS, NOTHING CHANGED'
               MOVE 'W' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'BACKOUT OF RUN ' WS-RUN-ID ' REFUSED - '
                   WS-REFUSE-CNT ' BLOCKING CONDITIONS'
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
               MOVE 12 TO RETURN-CODE
           END-IF.
       2999-CHECK-EXIT.
           EXIT.
       2100-REGISTRY-PARA.
      * The run's latest status (appended records, the last one
      * wins) and the steps it recorded complete
           MOVE 'N' TO WS-FOUND-SW
           OPEN INPUT RUNREG-FILE
           IF WS-REG-FS NOT = 00
               DISPLAY 'NO REGISTRY ON FILE, FILE STATUS - ' WS-REG-FS
           ELSE
               PERFORM UNTIL WS-REG-FS NOT = 00
                   READ RUNREG-FILE
                   END-READ
                   IF WS-REG-FS = 00 AND RR-ID = WS-RUN-ID
                       EVALUATE RR-STATUS
                           WHEN 'STEPDONE'
                               ADD 1 TO WS-STEP-CNT
                           WHEN 'FULLRERUN'
                               CONTINUE
                           WHEN OTHER
                               MOVE 'Y' TO WS-FOUND-SW
                               MOVE RR-STATUS TO WS-RUN-STAT
                               MOVE RR-DATE TO WS-RUN-DATE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE RUNREG-FILE
           END-IF.
       2200-XMIT-PARA.
      * Collapse the register into occurrences the way XMITREG
      * does, then look at the ones the run created
           MOVE ZERO TO WS-XT-CNT
           OPEN INPUT XMIT-REG
           IF WS-XMIT-STAT = 00
               PERFORM UNTIL WS-XMIT-STAT NOT = 00
                   READ XMIT-REG
                   END-READ
                   IF WS-XMIT-STAT = 00
                       PERFORM 2210-XMIT-EVENT-PARA
                   END-IF
               END-PERFORM
               CLOSE XMIT-REG
           END-IF
           PERFORM VARYING WS-XX FROM 1 BY 1 UNTIL WS-XX > WS-XT-CNT
               IF WS-XT-RUNID(WS-XX) = WS-RUN-ID
                   AND WS-XT-VOID(WS-XX) = 'N'
                   IF WS-XT-SENT(WS-XX) NOT = ZERO
                       ADD 1 TO WS-XMIT-SENT WS-REFUSE-CNT
                       DISPLAY 'XMITREG  ' WS-XT-FILE(WS-XX)
                           ' CREATED ' WS-XT-DATE(WS-XX) ' SENT '
                           WS-XT-SENT(WS-XX) ' - ALREADY SENT'
                   ELSE
                       ADD 1 TO WS-XMIT-OPEN
                       DISPLAY 'XMITREG  ' WS-XT-FILE(WS-XX)
                           ' CREATED ' WS-XT-DATE(WS-XX)
                           ' - UNSENT, WITHDRAWN'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XMIT-SENT + WS-XMIT-OPEN = ZERO
               DISPLAY 'XMITREG  (NO OUTBOUND FILES FROM THIS RUN)'
           END-IF.
       2210-XMIT-EVENT-PARA.
           EVALUATE XR-TYPE
               WHEN 'CRE'
                   IF WS-XT-CNT < 300
                       ADD 1 TO WS-XT-CNT
                       MOVE XR-FILE  TO WS-XT-FILE(WS-XT-CNT)
                       MOVE XR-DATE  TO WS-XT-DATE(WS-XT-CNT)
                       MOVE XR-RUNID TO WS-XT-RUNID(WS-XT-CNT)
                       MOVE ZERO     TO WS-XT-SENT(WS-XT-CNT)
                       MOVE 'N'      TO WS-XT-VOID(WS-XT-CNT)
                   END-IF
               WHEN 'SNT'
                   MOVE ZERO TO WS-PICK-XX
                   PERFORM VARYING WS-XX FROM 1 BY 1
                       UNTIL WS-XX > WS-XT-CNT
                       IF WS-XT-FILE(WS-XX) = XR-FILE
                           AND WS-XT-SENT(WS-XX) = ZERO
                           AND WS-XT-VOID(WS-XX) = 'N'
                           AND (XR-DATE = ZERO
                               OR WS-XT-DATE(WS-XX) = XR-DATE)
                           AND (WS-PICK-XX = ZERO
                               OR WS-XT-DATE(WS-XX) <
                                   WS-XT-DATE(WS-PICK-XX))
                           MOVE WS-XX TO WS-PICK-XX
                       END-IF
                   END-PERFORM
                   IF WS-PICK-XX NOT = ZERO
                       MOVE XR-DATE2 TO WS-XT-SENT(WS-PICK-XX)
                   END-IF
               WHEN 'VOD'
                   PERFORM VARYING WS-XX FROM 1 BY 1
                       UNTIL WS-XX > WS-XT-CNT
                       IF WS-XT-FILE(WS-XX) = XR-FILE
                           AND WS-XT-RUNID(WS-XX) = XR-RUNID
                           AND WS-XT-SENT(WS-XX) = ZERO
                           AND (XR-DATE = ZERO
                               OR WS-XT-DATE(WS-XX) = XR-DATE)
                           MOVE 'Y' TO WS-XT-VOID(WS-XX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       2300-ONE-OUTPUT-PARA.
           MOVE SPACES TO WS-OW-DSN(WS-OX)
           MOVE WS-OT-ENV(WS-OX) TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OW-DSN(WS-OX) FROM ENVIRONMENT-VALUE
           IF WS-OW-DSN(WS-OX) = SPACES
               MOVE WS-OT-DFLT(WS-OX) TO WS-OW-DSN(WS-OX)
           END-IF
           MOVE ZERO TO WS-OW-CUR-GEN(WS-OX) WS-OW-CUR-RUN(WS-OX)
               WS-OW-RUN-GEN(WS-OX) WS-OW-PRV-DATE(WS-OX)
               WS-OW-STAMPED(WS-OX)
           MOVE 'N' TO WS-OW-ACTION(WS-OX)
           MOVE SPACES TO WS-OW-NOTE(WS-OX)
           MOVE WS-OW-DSN(WS-OX) TO WS-GDG-BASE
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-GDG-BASE)
               TO WS-GDG-BASE-LEN
      * Current generation from the control file
           MOVE SPACES TO WS-GDG-CTL-DSN
           STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.GENCTL'
               DELIMITED BY SIZE INTO WS-GDG-CTL-DSN
           OPEN INPUT GDG-CTL
           IF WS-GDG-CTL-FS = 00
               READ GDG-CTL
               END-READ
               IF WS-GDG-CTL-FS = 00
                   MOVE GDG-CTL-GEN TO WS-OW-CUR-GEN(WS-OX)
               END-IF
               CLOSE GDG-CTL
           END-IF
      * The generation log, in file order: a BACKEDOUT line voids
      * the generation an earlier CREATED line gave the run
           MOVE SPACES TO WS-GDG-LOG-DSN
           STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.GENLOG'
               DELIMITED BY SIZE INTO WS-GDG-LOG-DSN
           OPEN INPUT GDG-LOG
           IF WS-GDG-LOG-FS = 00
               PERFORM UNTIL WS-GDG-LOG-FS NOT = 00
                   READ GDG-LOG
                   END-READ
                   IF WS-GDG-LOG-FS = 00
                       PERFORM 2310-LOG-LINE-PARA
                   END-IF
               END-PERFORM
               CLOSE GDG-LOG
           END-IF
      * Rows in the current file stamped with the run ID
           IF WS-OT-STAMP(WS-OX) NOT = ZERO
               MOVE WS-OT-STAMP(WS-OX) TO WS-STAMP-COL
               MOVE WS-GDG-BASE TO WS-GDG-IN-DSN
               OPEN INPUT GDG-IN
               IF WS-GDG-IN-FS = 00
                   PERFORM UNTIL WS-GDG-IN-FS NOT = 00
                       READ GDG-IN
                       END-READ
                       IF WS-GDG-IN-FS = 00
                           AND GDG-IN-REC(WS-STAMP-COL:6) = WS-RUN-ID-X
                           ADD 1 TO WS-OW-STAMPED(WS-OX)
                       END-IF
                   END-PERFORM
                   CLOSE GDG-IN
               END-IF
               ADD WS-OW-STAMPED(WS-OX) TO WS-ROWS-TOTAL
           END-IF
           PERFORM 2320-DECIDE-PARA
           DISPLAY WS-OT-NAME(WS-OX) ' ' WS-OW-DSN(WS-OX)(1:30) ' '
               WS-OW-CUR-GEN(WS-OX) ' ' WS-OW-RUN-GEN(WS-OX) '    '
               WS-OW-STAMPED(WS-OX) '  ' WS-OW-NOTE(WS-OX).
       2310-LOG-LINE-PARA.
           IF GDG-LOG-EVENT = 'CREATED'
               IF GDG-LOG-RUNID = WS-RUN-ID
                   MOVE GDG-LOG-GEN TO WS-OW-RUN-GEN(WS-OX)
               END-IF
               IF GDG-LOG-GEN = WS-OW-CUR-GEN(WS-OX)
                   MOVE GDG-LOG-RUNID TO WS-OW-CUR-RUN(WS-OX)
               END-IF
               IF GDG-LOG-GEN + 1 = WS-OW-CUR-GEN(WS-OX)
                   MOVE GDG-LOG-DATE TO WS-OW-PRV-DATE(WS-OX)
               END-IF
           END-IF
           IF GDG-LOG-EVENT = 'BACKEDOUT'
               AND GDG-LOG-RUNID = WS-RUN-ID
               AND GDG-LOG-GEN = WS-OW-RUN-GEN(WS-OX)
               MOVE ZERO TO WS-OW-RUN-GEN(WS-OX)
           END-IF.
       2320-DECIDE-PARA.
           EVALUATE TRUE
               WHEN WS-OW-RUN-GEN(WS-OX) = ZERO
                   AND WS-OW-STAMPED(WS-OX) = ZERO
                   MOVE 'NOT WRITTEN BY THIS RUN'
                       TO WS-OW-NOTE(WS-OX)
               WHEN WS-OW-RUN-GEN(WS-OX) = ZERO
                   MOVE 'X' TO WS-OW-ACTION(WS-OX)
                   MOVE 'ROWS STAMPED, NO GENERATION LOGGED'
                       TO WS-OW-NOTE(WS-OX)
               WHEN WS-OW-RUN-GEN(WS-OX) NOT = WS-OW-CUR-GEN(WS-OX)
                   MOVE 'X' TO WS-OW-ACTION(WS-OX)
                   STRING 'SUPERSEDED BY RUN ' WS-OW-CUR-RUN(WS-OX)
                       DELIMITED BY SIZE INTO WS-OW-NOTE(WS-OX)
               WHEN WS-OW-CUR-GEN(WS-OX) = 1
                   MOVE 'R' TO WS-OW-ACTION(WS-OX)
                   MOVE 'RESTORE - NO PRIOR GENERATION, EMPTIED'
                       TO WS-OW-NOTE(WS-OX)
               WHEN WS-GDG-KEEP < 2
                   MOVE 'X' TO WS-OW-ACTION(WS-OX)
                   MOVE 'PRIOR GENERATION ROLLED OFF (GDG_KEEP)'
                       TO WS-OW-NOTE(WS-OX)
               WHEN OTHER
                   COMPUTE WS-PRV-GEN = WS-OW-CUR-GEN(WS-OX) - 1
                   MOVE SPACES TO WS-GDG-IN-DSN
                   STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.G'
                       WS-PRV-GEN DELIMITED BY SIZE
                       INTO WS-GDG-IN-DSN
                   OPEN INPUT GDG-IN
                   IF WS-GDG-IN-FS = 00
                       CLOSE GDG-IN
                       MOVE 'R' TO WS-OW-ACTION(WS-OX)
                       STRING 'RESTORE GENERATION ' WS-PRV-GEN
                           DELIMITED BY SIZE INTO WS-OW-NOTE(WS-OX)
                   ELSE
                       MOVE 'X' TO WS-OW-ACTION(WS-OX)
                       STRING 'GENERATION ' WS-PRV-GEN
                           ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-OW-NOTE(WS-OX)
                   END-IF
           END-EVALUATE
           IF WS-OW-ACTION(WS-OX) = 'X'
               ADD 1 TO WS-REFUSE-CNT
           END-IF.
       2400-RESMAST-COUNT-PARA.
           OPEN INPUT RESMAST-FILE
           IF WS-RM-STAT = 35
               DISPLAY 'RESMAST  (RESULTS MASTER NOT ON FILE)'
           ELSE
               IF WS-RM-STAT NOT = 00
                   DISPLAY 'RESMAST  OPEN FAILED, FILE STATUS - '
                       WS-RM-STAT
                   ADD 1 TO WS-REFUSE-CNT
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ RESMAST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF RM-RUNID = WS-RUN-ID
                                   ADD 1 TO WS-RM-RUN-CNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESMAST-FILE
                   ADD WS-RM-RUN-CNT TO WS-ROWS-TOTAL
                   DISPLAY 'RESMAST  ' WS-RM-RUN-CNT
                       ' RECORDS LOADED FROM THIS RUN'
                   IF WS-RM-RUN-CNT > ZERO
                       PERFORM 2410-RESMAST-LOG-PARA
                   END-IF
               END-IF
           END-IF.
       2410-RESMAST-LOG-PARA.
      * What the before-image log holds for the run; a log that is
      * there but cannot be read blocks the backout
           OPEN INPUT RMB-LOG
           IF WS-RMB-STAT NOT = 00 AND WS-RMB-STAT NOT = 35
               DISPLAY 'RESMAST  BEFORE-IMAGE LOG OPEN FAILED, FILE '
                   'STATUS - ' WS-RMB-STAT
               ADD 1 TO WS-REFUSE-CNT
           ELSE
               IF WS-RMB-STAT = 00
                   PERFORM UNTIL WS-RMB-STAT NOT = 00
                       READ RMB-LOG
                       END-READ
                       IF WS-RMB-STAT = 00 AND RB-RUNID = WS-RUN-ID
                           IF RB-BEFORE
                               ADD 1 TO WS-RM-LOG-B
                           END-IF
                           IF RB-ADDED
                               ADD 1 TO WS-RM-LOG-A
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE RMB-LOG
               END-IF
               DISPLAY 'RESMAST  ' WS-RM-LOG-B ' BEFORE-IMAGES TO PUT '
                   'BACK, ' WS-RM-LOG-A ' ADDED ROWS TO REMOVE'
               IF WS-RM-LOG-A + WS-RM-LOG-B < WS-RM-RUN-CNT
                   COMPUTE WS-RM-LEFT = WS-RM-RUN-CNT
                       - WS-RM-LOG-A - WS-RM-LOG-B
                   DISPLAY 'RESMAST  ' WS-RM-LEFT ' WITHOUT A BEFORE-'
                       'IMAGE - LEFT AS THEY ARE'
                   MOVE ZERO TO WS-RM-LEFT
               END-IF
           END-IF.
      ******************************************************************
      * B - back the run out
      ******************************************************************
       5000-BACKOUT-PARA.
           PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > 4
               IF WS-OW-ACTION(WS-OX) = 'R'
                   PERFORM 5100-RESTORE-GEN-PARA
               END-IF
           END-PERFORM
           IF WS-RM-RUN-CNT > ZERO
               PERFORM 5200-RESMAST-PARA
           END-IF
           PERFORM VARYING WS-XX FROM 1 BY 1 UNTIL WS-XX > WS-XT-CNT
               IF WS-XT-RUNID(WS-XX) = WS-RUN-ID
                   AND WS-XT-VOID(WS-XX) = 'N'
                   AND WS-XT-SENT(WS-XX) = ZERO
                   MOVE 'VOD' TO WS-XMIT-TYPE
                   MOVE WS-XT-FILE(WS-XX) TO WS-XMIT-FILE
                   MOVE WS-XT-DATE(WS-XX) TO WS-XMIT-DATE
                   MOVE ZERO TO WS-XMIT-COUNT WS-XMIT-SUM
                   MOVE WS-RUN-ID TO WS-XMIT-RUNID
                   MOVE WS-TODAY TO WS-XMIT-DATE2
                   PERFORM XMIT-LOG-PARA
               END-IF
           END-PERFORM
           PERFORM 5400-REGISTRY-PARA
           DISPLAY 'RUN ' WS-RUN-ID ' OF ' WS-RUN-DATE
               ' BACKED OUT - ' WS-RESTORE-CNT ' OUTPUTS RESTORED, '
               WS-RM-RESTORED ' MASTER RECORDS RESTORED, '
               WS-RM-REMOVED ' REMOVED, ' WS-XMIT-OPEN
               ' TRANSMISSIONS WITHDRAWN'
           MOVE 'W' TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MSG
           STRING 'RUN ' WS-RUN-ID ' OF ' WS-RUN-DATE
               ' BACKED OUT BY ' WS-OPER-IN
               DELIMITED BY SIZE INTO WS-ALERT-MSG
           PERFORM ALERT-WRITE-PARA
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'BACKOUT RUN ' WS-RUN-ID ' DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           MOVE WS-OPER-IN TO WS-AUDIT-OPER
           PERFORM AUDIT-EVENT-PARA.
       5100-RESTORE-GEN-PARA.
      * The prior generation becomes the current file again; the
      * control file steps back so the rerun's save reuses the
      * number, and the log records the withdrawal
           MOVE WS-OW-DSN(WS-OX) TO WS-GDG-BASE
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-GDG-BASE)
               TO WS-GDG-BASE-LEN
           COMPUTE WS-PRV-GEN = WS-OW-CUR-GEN(WS-OX) - 1
           MOVE WS-GDG-BASE TO WS-GDG-OUT-DSN
           MOVE ZERO TO WS-GDG-COPIED
           OPEN OUTPUT GDG-OUT
           IF WS-PRV-GEN > ZERO
               MOVE SPACES TO WS-GDG-IN-DSN
               STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.G'
                   WS-PRV-GEN DELIMITED BY SIZE INTO WS-GDG-IN-DSN
               OPEN INPUT GDG-IN
               PERFORM UNTIL WS-GDG-IN-FS NOT = 00
                   READ GDG-IN
                   END-READ
                   IF WS-GDG-IN-FS = 00
                       MOVE GDG-IN-REC TO GDG-OUT-REC
                       WRITE GDG-OUT-REC
                       ADD 1 TO WS-GDG-COPIED
                   END-IF
               END-PERFORM
               CLOSE GDG-IN
           END-IF
           CLOSE GDG-OUT
           MOVE SPACES TO WS-GDG-CTL-DSN
           STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.GENCTL'
               DELIMITED BY SIZE INTO WS-GDG-CTL-DSN
           OPEN OUTPUT GDG-CTL
           MOVE SPACES TO GDG-CTL-REC
           MOVE WS-PRV-GEN TO GDG-CTL-GEN
           MOVE WS-OW-PRV-DATE(WS-OX) TO GDG-CTL-DATE
           WRITE GDG-CTL-REC
           CLOSE GDG-CTL
           MOVE SPACES TO WS-GDG-LOG-DSN
           STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.GENLOG'
               DELIMITED BY SIZE INTO WS-GDG-LOG-DSN
           OPEN EXTEND GDG-LOG
           IF WS-GDG-LOG-FS = 00
               MOVE SPACES TO GDG-LOG-REC
               MOVE WS-OW-CUR-GEN(WS-OX) TO GDG-LOG-GEN
               MOVE WS-TODAY TO GDG-LOG-DATE
               MOVE WS-RUN-ID TO GDG-LOG-RUNID
               MOVE 'BACKEDOUT' TO GDG-LOG-EVENT
               WRITE GDG-LOG-REC
               CLOSE GDG-LOG
           END-IF
           ADD 1 TO WS-RESTORE-CNT
           DISPLAY WS-OT-NAME(WS-OX) ' RESTORED TO GENERATION '
               WS-PRV-GEN ' - ' WS-GDG-COPIED ' RECORDS'.
       5200-RESMAST-PARA.
           OPEN I-O RESMAST-FILE
           IF WS-RM-STAT NOT = 00
               DISPLAY 'RESULTS MASTER OPEN FAILED, FILE STATUS - '
                   WS-RM-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
      * A row is only touched while it still carries the run's ID,
      * so the first log entry for a key is the one that counts
               OPEN INPUT RMB-LOG
               IF WS-RMB-STAT = 00
                   PERFORM UNTIL WS-RMB-STAT NOT = 00
                       READ RMB-LOG
                       END-READ
                       IF WS-RMB-STAT = 00 AND RB-RUNID = WS-RUN-ID
                           PERFORM 5210-RM-IMAGE-PARA
                       END-IF
                   END-PERFORM
                   CLOSE RMB-LOG
               END-IF
      * Whatever still carries the run's ID had no log entry: it may
      * have been on the master before the run, so it stays
               MOVE LOW-VALUES TO RM-KEY
               MOVE 'N' TO WS-EOF-SW
               START RESMAST-FILE KEY NOT < RM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-AT-EOF
                   READ RESMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RM-RUNID = WS-RUN-ID
                               ADD 1 TO WS-RM-LEFT
                               DISPLAY 'RESMAST  ' RM-STU-ID ' '
                                   RM-SUBJ ' ' RM-TERM
                                   ' - NO BEFORE-IMAGE, LEFT AS IT IS'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
               DISPLAY 'RESMAST  ' WS-RM-RESTORED ' RESTORED FROM '
                   'BEFORE-IMAGES, ' WS-RM-REMOVED ' REMOVED, '
                   WS-RM-LEFT ' LEFT'
               IF WS-RM-LEFT NOT = ZERO AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5210-RM-IMAGE-PARA.
           MOVE RB-KEY TO RM-KEY
           READ RESMAST-FILE KEY IS RM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RM-RUNID = WS-RUN-ID
                       IF RB-BEFORE
                           PERFORM 5220-RM-REWRITE-PARA
                       END-IF
                       IF RB-ADDED
                           DELETE RESMAST-FILE RECORD
                               INVALID KEY
                                   DISPLAY 'REMOVE FAILED FOR ' RM-KEY
                                       ', FILE STATUS - ' WS-RM-STAT
                               NOT INVALID KEY
                                   ADD 1 TO WS-RM-REMOVED
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.
       5220-RM-REWRITE-PARA.
           MOVE RB-IMAGE TO RM-REC
           REWRITE RM-REC
               INVALID KEY
                   DISPLAY 'RESTORE FAILED FOR ' RM-KEY
                       ', FILE STATUS - ' WS-RM-STAT
               NOT INVALID KEY
                   ADD 1 TO WS-RM-RESTORED
           END-REWRITE.
       5400-REGISTRY-PARA.
      * BACKEDOUT closes the run; the FULLRERUN marker sets aside
      * the date's step completions so the rerun repeats them all
           OPEN EXTEND RUNREG-FILE
           IF WS-REG-FS = 00
               MOVE SPACES TO RR-REC
               MOVE WS-RUN-ID   TO RR-ID
               MOVE WS-RUN-DATE TO RR-DATE
               MOVE 'BACKEDOUT' TO RR-STATUS
               WRITE RR-REC
               MOVE SPACES TO RR-REC
               MOVE WS-RUN-ID   TO RR-ID
               MOVE WS-RUN-DATE TO RR-DATE
               MOVE 'FULLRERUN' TO RR-STATUS
               WRITE RR-REC
               CLOSE RUNREG-FILE
           ELSE
               DISPLAY 'REGISTRY UPDATE FAILED, FILE STATUS - '
                   WS-REG-FS
               MOVE 8 TO RETURN-CODE
           END-IF.
       COPY RMBPARA.
       COPY XMITPARA.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM RUNBACK.
