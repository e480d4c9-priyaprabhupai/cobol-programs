      ******************************************************************
      * Program : EMPSEPR
      * Purpose : Employee separation (exit) run. A leaver used to
      *           be deleted off EMPMAST, losing the history and
      *           leaving teaching assignments, EMP-SUPER links and
      *           leave balances pointing at nobody. Separations are
      *           now keyed as transactions (EMP-ID, last working
      *           day, reason) and posted once the last working day
      *           is reached:
      *             - the master record is kept and marked separated
      *               (EMP-STATUS S, EMP-LWD) instead of deleted, and
      *               the change is logged on the EMPMAST audit
      *               trail as action S;
      *             - the unused balance of the encashable leave
      *               type is paid out at the pay-scale daily rate
      *               and charged off the LEAVEBAL row;
      *             - a final settlement statement (final month's
      *               pay to the last working day, leave encashment,
      *               total) goes to the print file;
      *             - every open dependency is listed under it:
      *               classes on TEACHASG to reassign, subordinates
      *               whose EMP-SUPER must be re-parented, and
      *               LEAVEAPR requests still pending - both the
      *               leaver's own and those awaiting their
      *               approval.
      *           A separation keyed ahead of its last working day
      *           prints a clearance notice with the open items on
      *           each run until it posts, so the department can
      *           clear them before the employee goes.
      * Modification History:
      *   - Written new. Transactions are SEPTRN_DSN (default
      *     empsep.txt, trailing status byte: space pending,
      *     A applied, R rejected), flagged in place so a daily
      *     rerun does not post twice. The statement file is
      *     SEPSTMT_DSN (default sepstmt.txt). The encashable type
      *     is ACCR_TYPE (default A, as LEAVACCR accrues it) and
      *     the days paid out are capped at SEP_ENCASH_MAX (default
      *     300); the daily rate is one thirtieth of the monthly
      *     pay. The run date defaults to today and can be
      *     overridden with EMPSEPR_DATE for catch-up posting.
      *     EMPMAST is registered through LOCKMGR for the run.
      *   - A transaction file over the 300-row table now ends the
      *     run with RETURN-CODE 16 before anything is posted, where
      *     the extra rows used to be dropped from the rewritten file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSEPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEPFILE ASSIGN TO WS-SP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SP-FS.
           SELECT SEPSTMT ASSIGN TO WS-ST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-FS.
           SELECT PAYSCALE ASSIGN TO WS-PS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-FS.
           SELECT LEAVEBAL ASSIGN TO WS-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAL-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT PENDING ASSIGN TO WS-PD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-FS.
           SELECT EMPAUDIT-FILE ASSIGN TO WS-EMPAUD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPAUD-STAT.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD SEPFILE.
       01 SP-REC.
           05 SP-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 SP-LWD    PIC X(8).
           05 FILLER    PIC X.
           05 SP-REASON PIC X(30).
           05 FILLER    PIC X.
           05 SP-STATUS PIC X.
       FD SEPSTMT.
       01 ST-LINE PIC X(80).
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
       FD LEAVEBAL.
       01 LB-REC.
           05 LB-ID    PIC 9(5).
           05 FILLER   PIC X.
           05 LB-TYPE  PIC X.
           05 FILLER   PIC X.
           05 LB-ENT   PIC 999V9.
           05 FILLER   PIC X.
           05 LB-TAKEN PIC 999V9.
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
       FD PENDING.
       01 PD-REC.
           05 PD-SEQ    PIC 9(4).
           05 FILLER    PIC X.
           05 PD-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 PD-TYPE   PIC X.
           05 FILLER    PIC X.
           05 PD-FROM   PIC 9(8).
           05 FILLER    PIC X.
           05 PD-TO     PIC 9(8).
           05 FILLER    PIC X.
           05 PD-STATUS PIC X.
           05 FILLER    PIC X.
           05 PD-NOTE   PIC X(20).
       FD EMPAUDIT-FILE.
       01 EMPAUD-REC.
           05 AUD-TS     PIC X(19).
           05 FILLER     PIC X.
           05 AUD-ACTION PIC X.
           05 FILLER     PIC X.
           05 AUD-ID     PIC 9(5).
           05 AUD-TAG-B  PIC X(2).
           05 AUD-BEFORE PIC X(62).
           05 AUD-TAG-A  PIC X(2).
           05 AUD-AFTER  PIC X(62).
           05 FILLER     PIC X.
           05 AUD-OPER   PIC X(10).
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
       77 WS-SP-FS    PIC 99.
       77 WS-ST-FS    PIC 99.
       77 WS-PS-FS    PIC 99.
       77 WS-BAL-FS   PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-PD-FS    PIC 99.
       77 WS-EMPAUD-STAT PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-SP-DSN   PIC X(100) VALUE 'empsep.txt'.
       77 WS-ST-DSN   PIC X(100) VALUE 'sepstmt.txt'.
       77 WS-PS-DSN   PIC X(100) VALUE 'payscale.txt'.
       77 WS-BAL-DSN  PIC X(100) VALUE 'leavebal.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-PD-DSN   PIC X(100) VALUE 'leavepend.txt'.
       77 WS-EMPAUD-DSN  PIC X(100) VALUE 'empaudit.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-DATE-IN  PIC X(8).
       77 WS-PARM-IN  PIC X(8).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT  PIC X(21).
       77 WS-ENC-TYPE PIC X VALUE 'A'.
       77 WS-ENC-MAX  PIC 999V9 VALUE 300.
       77 WS-SP-COUNT PIC 999 VALUE ZERO.
       77 WS-SP-OVER  PIC 9(5) VALUE ZERO.
       77 WS-SPX      PIC 999 VALUE ZERO.
       77 WS-APPLIED  PIC 999 VALUE ZERO.
       77 WS-REJECTED PIC 999 VALUE ZERO.
       77 WS-PENDING  PIC 999 VALUE ZERO.
       77 WS-WARN-CNT PIC 999 VALUE ZERO.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 300 TIMES.
               10 WS-SPT-EMP    PIC 9(5).
               10 WS-SPT-LWD    PIC X(8).
               10 WS-SPT-REASON PIC X(30).
               10 WS-SPT-STATUS PIC X.
       77 WS-PS-COUNT  PIC 99 VALUE ZERO.
       77 WS-PSX       PIC 99 VALUE ZERO.
       77 WS-MATCH-PSX PIC 99 VALUE ZERO.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 50 TIMES.
               10 WS-PST-GRADE PIC X(2).
               10 WS-PST-STEPS PIC 99.
               10 WS-PST-BASE  PIC 9(7)V99.
               10 WS-PST-INCR  PIC 9(5)V99.
       77 WS-BAL-COUNT PIC 999 VALUE ZERO.
       77 WS-BX        PIC 999 VALUE ZERO.
       77 WS-MATCH-BX  PIC 999 VALUE ZERO.
       01 WS-BAL-SW    PIC X VALUE 'N'.
           88 WS-BAL-AVAIL VALUE 'Y'.
       01 WS-BAL-CHG-SW PIC X VALUE 'N'.
           88 WS-BAL-CHANGED VALUE 'Y'.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 999 TIMES.
               10 WS-BAL-ID    PIC 9(5).
               10 WS-BAL-TYPE  PIC X.
               10 WS-BAL-ENT   PIC 999V9.
               10 WS-BAL-TAKEN PIC 999V9.
       77 WS-TA-COUNT  PIC 999 VALUE ZERO.
       77 WS-TX        PIC 999 VALUE ZERO.
       01 WS-TA-TABLE.
           05 WS-TA-ENTRY OCCURS 500 TIMES.
               10 WS-TAT-EMP  PIC 9(5).
               10 WS-TAT-SUBJ PIC XX.
               10 WS-TAT-SEC  PIC X.
               10 WS-TAT-TERM PIC XX.
       77 WS-PD-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-PDX       PIC 9(4) VALUE ZERO.
       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 500 TIMES.
               10 WS-PDT-SEQ    PIC 9(4).
               10 WS-PDT-EMP    PIC 9(5).
               10 WS-PDT-TYPE   PIC X.
               10 WS-PDT-FROM   PIC 9(8).
               10 WS-PDT-TO     PIC 9(8).
               10 WS-PDT-STATUS PIC X.
       77 WS-SUB-COUNT PIC 999 VALUE ZERO.
       77 WS-SBX       PIC 999 VALUE ZERO.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 200 TIMES.
               10 WS-SUB-ID   PIC 9(5).
               10 WS-SUB-NAME PIC X(20).
       77 WS-OPEN-CNT  PIC 9(4) VALUE ZERO.
       77 WS-LWD-9     PIC 9(8) VALUE ZERO.
       77 WS-LWD-DAY   PIC 99 VALUE ZERO.
       77 WS-PAY       PIC 9(7)V99 VALUE ZERO.
       77 WS-FINAL-PAY PIC 9(7)V99 VALUE ZERO.
       77 WS-ENC-DAYS  PIC 999V9 VALUE ZERO.
       77 WS-ENC-AMT   PIC 9(7)V99 VALUE ZERO.
       77 WS-TOTAL-AMT PIC 9(7)V99 VALUE ZERO.
       01 WS-PAY-OK-SW PIC X VALUE 'N'.
           88 WS-PAY-OK VALUE 'Y'.
       77 WS-AMT-DISP  PIC Z,ZZZ,ZZ9.99.
       77 WS-DAYS-DISP PIC ZZ9.9.
       77 WS-HOLD-REC    PIC X(62).
       77 WS-AUD-BEFORE  PIC X(62).
       77 WS-AUD-CURR-DT PIC X(21).
       01 WS-DV-FUNC   PIC X VALUE '8'.
       01 WS-DV-IN     PIC X(8).
       01 WS-DV-STATUS PIC X.
           88 WS-DV-VALID VALUE 'Y'.
       01 WS-DV-OUT    PIC 9(8).
       COPY LOCKDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-LOAD-PARA
           PERFORM 3000-POST-PARA
               VARYING WS-SPX FROM 1 BY 1 UNTIL WS-SPX > WS-SP-COUNT
           PERFORM 4000-SAVE-PARA
           CLOSE EMPMAST-FILE
           CLOSE SEPSTMT
           PERFORM 9900-UNLOCK-PARA
           DISPLAY 'SEPARATIONS - APPLIED: ' WS-APPLIED
               '  REJECTED: ' WS-REJECTED
               '  STILL PENDING: ' WS-PENDING
           IF WS-REJECTED NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-CNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'SEPTRN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SP-DSN FROM ENVIRONMENT-VALUE
           IF WS-SP-DSN = SPACES
               MOVE 'empsep.txt' TO WS-SP-DSN
           END-IF
           MOVE 'SEPSTMT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ST-DSN FROM ENVIRONMENT-VALUE
           IF WS-ST-DSN = SPACES
               MOVE 'sepstmt.txt' TO WS-ST-DSN
           END-IF
           MOVE 'PAYSCALE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PS-DSN FROM ENVIRONMENT-VALUE
           IF WS-PS-DSN = SPACES
               MOVE 'payscale.txt' TO WS-PS-DSN
           END-IF
           MOVE 'LEAVEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-BAL-DSN = SPACES
               MOVE 'leavebal.txt' TO WS-BAL-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'LEAVEPEND_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PD-DSN FROM ENVIRONMENT-VALUE
           IF WS-PD-DSN = SPACES
               MOVE 'leavepend.txt' TO WS-PD-DSN
           END-IF
           MOVE 'EMPAUDIT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPAUD-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPAUD-DSN = SPACES
               MOVE 'empaudit.txt' TO WS-EMPAUD-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'ACCR_TYPE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               MOVE WS-PARM-IN(1:1) TO WS-ENC-TYPE
           END-IF
           MOVE 'SEP_ENCASH_MAX' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
               MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-ENC-MAX
           END-IF
           MOVE 'EMPSEPR_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           END-IF
           MOVE 'E' TO WS-LM-FUNC
           MOVE 'EMPMAST' TO WS-LM-RESOURCE
           MOVE 'EMPSEPR' TO WS-LM-HOLDER
           MOVE 'BATCH' TO WS-LM-OPER
           CALL 'LOCKMGR' USING WS-LM-FUNC WS-LM-RESOURCE
               WS-LM-HOLDER WS-LM-OPER WS-LM-STATUS WS-LM-INFO
           IF WS-LM-HELD
               DISPLAY 'EMPMAST IS IN USE - ' WS-LM-INFO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               PERFORM 9900-UNLOCK-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SEPSTMT
           IF WS-ST-FS NOT = 00
               DISPLAY 'STATEMENT FILE OPEN FAILED, FILE STATUS - '
                   WS-ST-FS
               CLOSE EMPMAST-FILE
               PERFORM 9900-UNLOCK-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ST-LINE
           STRING 'EMPLOYEE SEPARATIONS - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE
           PERFORM 1200-PAYSCALE-PARA
           PERFORM 1300-LEAVEBAL-PARA
           PERFORM 1400-TEACHASG-PARA
           PERFORM 1500-PENDING-PARA.
       1200-PAYSCALE-PARA.
           OPEN INPUT PAYSCALE
           IF WS-PS-FS NOT = 00
               DISPLAY 'PAY SCALE NOT AVAILABLE, FILE STATUS - '
                   WS-PS-FS ' - SETTLEMENTS LEFT UNPRICED'
           ELSE
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
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYSCALE
           END-IF.
       1300-LEAVEBAL-PARA.
           OPEN INPUT LEAVEBAL
           IF WS-BAL-FS NOT = 00
               DISPLAY 'LEAVE BALANCES NOT AVAILABLE, FILE STATUS - '
                   WS-BAL-FS ' - NO ENCASHMENT COMPUTED'
           ELSE
               MOVE 'Y' TO WS-BAL-SW
               PERFORM UNTIL WS-BAL-FS NOT = 00
                   READ LEAVEBAL
                   END-READ
                   IF WS-BAL-FS NOT = 10
                       IF WS-BAL-COUNT < 999
                           ADD 1 TO WS-BAL-COUNT
                           MOVE LB-ID    TO WS-BAL-ID(WS-BAL-COUNT)
                           MOVE LB-TYPE  TO WS-BAL-TYPE(WS-BAL-COUNT)
                           MOVE LB-ENT   TO WS-BAL-ENT(WS-BAL-COUNT)
                           MOVE LB-TAKEN TO WS-BAL-TAKEN(WS-BAL-COUNT)
                       ELSE
      * A short table would drop rows on the rewrite - leave the
      * balances file alone for this run
                           DISPLAY 'BALANCE TABLE FULL - ENCASHMENT '
                               'NOT CHARGED THIS RUN'
                           MOVE 'N' TO WS-BAL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEAVEBAL
           END-IF.
       1400-TEACHASG-PARA.
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'TEACHING ASSIGNMENTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-TA-FS ' - CLASSES NOT LISTED'
           ELSE
               PERFORM UNTIL WS-TA-FS NOT = 00
                   READ ASGFILE
                   END-READ
                   IF WS-TA-FS NOT = 10
                       IF WS-TA-COUNT < 500
                           ADD 1 TO WS-TA-COUNT
                           MOVE TA-EMP  TO WS-TAT-EMP(WS-TA-COUNT)
                           MOVE TA-SUBJ TO WS-TAT-SUBJ(WS-TA-COUNT)
                           MOVE TA-SEC  TO WS-TAT-SEC(WS-TA-COUNT)
                           MOVE TA-TERM TO WS-TAT-TERM(WS-TA-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ASGFILE
           END-IF.
       1500-PENDING-PARA.
           OPEN INPUT PENDING
           IF WS-PD-FS NOT = 00
               DISPLAY 'LEAVE PENDING FILE NOT AVAILABLE, FILE '
                   'STATUS - ' WS-PD-FS ' - REQUESTS NOT LISTED'
           ELSE
               PERFORM UNTIL WS-PD-FS NOT = 00
                   READ PENDING
                   END-READ
                   IF WS-PD-FS NOT = 10
                       IF WS-PD-COUNT < 500 AND PD-STATUS = 'P'
                           ADD 1 TO WS-PD-COUNT
                           MOVE PD-SEQ  TO WS-PDT-SEQ(WS-PD-COUNT)
                           MOVE PD-EMP  TO WS-PDT-EMP(WS-PD-COUNT)
                           MOVE PD-TYPE TO WS-PDT-TYPE(WS-PD-COUNT)
                           MOVE PD-FROM TO WS-PDT-FROM(WS-PD-COUNT)
                           MOVE PD-TO   TO WS-PDT-TO(WS-PD-COUNT)
                           MOVE PD-STATUS
                               TO WS-PDT-STATUS(WS-PD-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING
           END-IF.
       2000-LOAD-PARA.
           OPEN INPUT SEPFILE
           IF WS-SP-FS NOT = 00
               DISPLAY 'SEPARATION FILE OPEN FAILED, FILE STATUS - '
                   WS-SP-FS
               CLOSE EMPMAST-FILE
               CLOSE SEPSTMT
               PERFORM 9900-UNLOCK-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SP-FS NOT = 00
               READ SEPFILE
               END-READ
               IF WS-SP-FS NOT = 10
                   IF WS-SP-COUNT < 300
                       ADD 1 TO WS-SP-COUNT
                       MOVE SP-EMP    TO WS-SPT-EMP(WS-SP-COUNT)
                       MOVE SP-LWD    TO WS-SPT-LWD(WS-SP-COUNT)
                       MOVE SP-REASON TO WS-SPT-REASON(WS-SP-COUNT)
                       MOVE SP-STATUS TO WS-SPT-STATUS(WS-SP-COUNT)
                   ELSE
                       ADD 1 TO WS-SP-OVER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SEPFILE
      * Every row must be in the table - 4000-SAVE-PARA rewrites the
      * file from it
           IF WS-SP-OVER NOT = ZERO
               DISPLAY 'SEPARATION TABLE FULL - ' WS-SP-OVER
                   ' ROW(S) OVER 300, NOTHING POSTED'
               CLOSE EMPMAST-FILE
               CLOSE SEPSTMT
               PERFORM 9900-UNLOCK-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-POST-PARA.
           IF WS-SPT-STATUS(WS-SPX) NOT = SPACE
               CONTINUE
           ELSE
               MOVE '8' TO WS-DV-FUNC
               MOVE WS-SPT-LWD(WS-SPX) TO WS-DV-IN
               CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
                   WS-DV-OUT
               IF NOT WS-DV-VALID
                   ADD 1 TO WS-REJECTED
                   MOVE 'R' TO WS-SPT-STATUS(WS-SPX)
                   DISPLAY 'SEPARATION FOR ' WS-SPT-EMP(WS-SPX)
                       ' REJECTED - LAST WORKING DAY '
                       WS-SPT-LWD(WS-SPX) ' INVALID'
               ELSE
                   MOVE WS-DV-OUT TO WS-LWD-9
                   PERFORM 3100-APPLY-PARA
               END-IF
           END-IF.
       3100-APPLY-PARA.
           MOVE WS-SPT-EMP(WS-SPX) TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED
                   MOVE 'R' TO WS-SPT-STATUS(WS-SPX)
                   DISPLAY 'SEPARATION FOR ' WS-SPT-EMP(WS-SPX)
                       ' REJECTED - NOT ON THE MASTER'
               NOT INVALID KEY
                   PERFORM 3200-CHECK-PARA
           END-READ.
       3200-CHECK-PARA.
           IF EMP-SEPARATED
               ADD 1 TO WS-REJECTED
               MOVE 'R' TO WS-SPT-STATUS(WS-SPX)
               DISPLAY 'SEPARATION FOR ' WS-SPT-EMP(WS-SPX)
                   ' REJECTED - ALREADY SEPARATED ON ' EMP-LWD
           ELSE
           IF EMP-HIREDT IS NUMERIC
               AND WS-SPT-LWD(WS-SPX) < EMP-HIREDT
               ADD 1 TO WS-REJECTED
               MOVE 'R' TO WS-SPT-STATUS(WS-SPX)
               DISPLAY 'SEPARATION FOR ' WS-SPT-EMP(WS-SPX)
                   ' REJECTED - LAST WORKING DAY BEFORE HIRE DATE '
                   EMP-HIREDT
           ELSE
           IF WS-LWD-9 > WS-RUN-DATE
      * Keyed ahead - the clearance notice goes out on every run
      * until the last working day is reached
               ADD 1 TO WS-PENDING
               PERFORM 5000-HEADER-PARA
               MOVE SPACES TO ST-LINE
               MOVE '  CLEARANCE NOTICE - NOT YET POSTED' TO ST-LINE
               WRITE ST-LINE
               PERFORM 6000-DEPEND-PARA
           ELSE
               PERFORM 3300-REWRITE-PARA
           END-IF
           END-IF
           END-IF.
       3300-REWRITE-PARA.
           MOVE EMP-MAST-REC TO WS-AUD-BEFORE
           MOVE 'S' TO EMP-STATUS
           MOVE WS-SPT-LWD(WS-SPX) TO EMP-LWD
           REWRITE EMP-MAST-REC
               INVALID KEY
                   ADD 1 TO WS-REJECTED
                   MOVE 'R' TO WS-SPT-STATUS(WS-SPX)
                   DISPLAY 'REWRITE FAILED FOR '
                       WS-SPT-EMP(WS-SPX) ', FILE STATUS - '
                       WS-EM-STAT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED
                   MOVE 'A' TO WS-SPT-STATUS(WS-SPX)
                   PERFORM 7000-AUDIT-WRITE-PARA
                   PERFORM 5000-HEADER-PARA
                   PERFORM 5100-SETTLE-PARA
                   PERFORM 6000-DEPEND-PARA
           END-REWRITE.
       5000-HEADER-PARA.
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           STRING 'EMPLOYEE ' EMP-ID '  ' EMP-NAME '  DEPT '
               EMP-DEPT '  HIRED ' EMP-HIREDT
               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           STRING '  LAST WORKING DAY ' WS-SPT-LWD(WS-SPX)
               '  REASON ' WS-SPT-REASON(WS-SPX)
               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE.
       5100-SETTLE-PARA.
      * Final settlement: the last month's pay pro rata to the last
      * working day (30-day month), plus the unused encashable
      * leave at one thirtieth of the monthly pay per day
           MOVE SPACES TO ST-LINE
           MOVE '  FINAL SETTLEMENT' TO ST-LINE
           WRITE ST-LINE
           PERFORM 5200-PAY-PARA
           MOVE ZERO TO WS-FINAL-PAY WS-ENC-DAYS WS-ENC-AMT
           MOVE WS-LWD-9(7:2) TO WS-LWD-DAY
           IF WS-LWD-DAY > 30
               MOVE 30 TO WS-LWD-DAY
           END-IF
           PERFORM 5300-ENCASH-PARA
           IF NOT WS-PAY-OK
               ADD 1 TO WS-WARN-CNT
               MOVE SPACES TO ST-LINE
               STRING '    GRADE ' EMP-GRADE ' STEP ' EMP-STEP
                   ' NOT ON THE PAY SCALE - SETTLE BY HAND'
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE
               MOVE WS-ENC-DAYS TO WS-DAYS-DISP
               MOVE SPACES TO ST-LINE
               STRING '    LEAVE TO ENCASH (TYPE ' WS-ENC-TYPE ')  '
                   WS-DAYS-DISP ' DAYS'
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE
           ELSE
               COMPUTE WS-FINAL-PAY ROUNDED =
                   WS-PAY * WS-LWD-DAY / 30
               COMPUTE WS-ENC-AMT ROUNDED =
                   WS-PAY * WS-ENC-DAYS / 30
               COMPUTE WS-TOTAL-AMT = WS-FINAL-PAY + WS-ENC-AMT
               MOVE WS-PAY TO WS-AMT-DISP
               MOVE SPACES TO ST-LINE
               STRING '    MONTHLY PAY AT GRADE ' EMP-GRADE
                   ' STEP ' EMP-STEP
                   DELIMITED BY SIZE INTO ST-LINE
               MOVE WS-AMT-DISP TO ST-LINE(50:12)
               WRITE ST-LINE
               MOVE WS-FINAL-PAY TO WS-AMT-DISP
               MOVE SPACES TO ST-LINE
               STRING '    FINAL MONTH PAY (' WS-LWD-DAY ' DAYS)'
                   DELIMITED BY SIZE INTO ST-LINE
               MOVE WS-AMT-DISP TO ST-LINE(50:12)
               WRITE ST-LINE
               MOVE WS-ENC-DAYS TO WS-DAYS-DISP
               MOVE WS-ENC-AMT TO WS-AMT-DISP
               MOVE SPACES TO ST-LINE
               STRING '    LEAVE ENCASHMENT (TYPE ' WS-ENC-TYPE ') '
                   WS-DAYS-DISP ' DAYS'
                   DELIMITED BY SIZE INTO ST-LINE
               MOVE WS-AMT-DISP TO ST-LINE(50:12)
               WRITE ST-LINE
               MOVE WS-TOTAL-AMT TO WS-AMT-DISP
               MOVE SPACES TO ST-LINE
               MOVE '    TOTAL SETTLEMENT' TO ST-LINE
               MOVE WS-AMT-DISP TO ST-LINE(50:12)
               WRITE ST-LINE
           END-IF.
       5200-PAY-PARA.
      * Monthly pay for the employee's grade and step, as SALCOST
      * prices it: entry pay plus one increment per step above one
           MOVE 'N' TO WS-PAY-OK-SW
           MOVE ZERO TO WS-PAY
           MOVE ZERO TO WS-MATCH-PSX
           PERFORM VARYING WS-PSX FROM 1 BY 1
               UNTIL WS-PSX > WS-PS-COUNT OR WS-MATCH-PSX NOT = ZERO
               IF WS-PST-GRADE(WS-PSX) = EMP-GRADE
                   MOVE WS-PSX TO WS-MATCH-PSX
               END-IF
           END-PERFORM
           IF WS-MATCH-PSX NOT = ZERO AND EMP-GRADE NOT = SPACES
               AND EMP-STEP > ZERO
               AND EMP-STEP NOT > WS-PST-STEPS(WS-MATCH-PSX)
               COMPUTE WS-PAY = WS-PST-BASE(WS-MATCH-PSX)
                   + (EMP-STEP - 1) * WS-PST-INCR(WS-MATCH-PSX)
               MOVE 'Y' TO WS-PAY-OK-SW
           END-IF.
       5300-ENCASH-PARA.
      * Unused balance of the encashable type, capped; the days paid
      * out are charged off the balance so nothing is paid twice
           MOVE ZERO TO WS-MATCH-BX
           PERFORM VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BAL-COUNT OR WS-MATCH-BX NOT = ZERO
               IF WS-BAL-ID(WS-BX) = EMP-ID
                   AND WS-BAL-TYPE(WS-BX) = WS-ENC-TYPE
                   MOVE WS-BX TO WS-MATCH-BX
               END-IF
           END-PERFORM
           IF WS-MATCH-BX NOT = ZERO
               IF WS-BAL-ENT(WS-MATCH-BX) > WS-BAL-TAKEN(WS-MATCH-BX)
                   COMPUTE WS-ENC-DAYS = WS-BAL-ENT(WS-MATCH-BX)
                       - WS-BAL-TAKEN(WS-MATCH-BX)
                   IF WS-ENC-DAYS > WS-ENC-MAX
                       MOVE WS-ENC-MAX TO WS-ENC-DAYS
                   END-IF
                   IF WS-BAL-AVAIL
                       ADD WS-ENC-DAYS TO WS-BAL-TAKEN(WS-MATCH-BX)
                       MOVE 'Y' TO WS-BAL-CHG-SW
                   END-IF
               END-IF
           END-IF.
       6000-DEPEND-PARA.
      * Every open item still pointing at the leaver
           MOVE ZERO TO WS-OPEN-CNT
           MOVE SPACES TO ST-LINE
           MOVE '  OPEN ITEMS TO CLEAR' TO ST-LINE
           WRITE ST-LINE
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TA-COUNT
               IF WS-TAT-EMP(WS-TX) = WS-SPT-EMP(WS-SPX)
                   ADD 1 TO WS-OPEN-CNT
                   MOVE SPACES TO ST-LINE
                   STRING '    CLASS TO REASSIGN      SUBJECT '
                       WS-TAT-SUBJ(WS-TX) '  SECTION '
                       WS-TAT-SEC(WS-TX) '  TERM '
                       WS-TAT-TERM(WS-TX)
                       DELIMITED BY SIZE INTO ST-LINE
                   WRITE ST-LINE
               END-IF
           END-PERFORM
           PERFORM 6100-SUBORD-PARA
           PERFORM VARYING WS-SBX FROM 1 BY 1
               UNTIL WS-SBX > WS-SUB-COUNT
               ADD 1 TO WS-OPEN-CNT
               MOVE SPACES TO ST-LINE
               STRING '    SUBORDINATE TO RE-PARENT '
                   WS-SUB-ID(WS-SBX) '  ' WS-SUB-NAME(WS-SBX)
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE
           END-PERFORM
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PD-COUNT
               IF WS-PDT-EMP(WS-PDX) = WS-SPT-EMP(WS-SPX)
                   ADD 1 TO WS-OPEN-CNT
                   MOVE SPACES TO ST-LINE
                   STRING '    OWN LEAVE REQUEST PENDING  SEQ '
                       WS-PDT-SEQ(WS-PDX) '  TYPE '
                       WS-PDT-TYPE(WS-PDX) '  '
                       WS-PDT-FROM(WS-PDX) '-' WS-PDT-TO(WS-PDX)
                       DELIMITED BY SIZE INTO ST-LINE
                   WRITE ST-LINE
               ELSE
                   PERFORM VARYING WS-SBX FROM 1 BY 1
                       UNTIL WS-SBX > WS-SUB-COUNT
                       IF WS-SUB-ID(WS-SBX) = WS-PDT-EMP(WS-PDX)
                           ADD 1 TO WS-OPEN-CNT
                           MOVE SPACES TO ST-LINE
                           STRING '    AWAITING APPROVAL  SEQ '
                               WS-PDT-SEQ(WS-PDX) '  EMPLOYEE '
                               WS-PDT-EMP(WS-PDX) '  '
                               WS-PDT-FROM(WS-PDX) '-'
                               WS-PDT-TO(WS-PDX)
                               DELIMITED BY SIZE INTO ST-LINE
                           WRITE ST-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-OPEN-CNT = ZERO
               MOVE SPACES TO ST-LINE
               MOVE '    NONE' TO ST-LINE
               WRITE ST-LINE
           END-IF.
       6100-SUBORD-PARA.
      * Staff who still name the leaver as supervisor, off a full
      * pass of the master; the leaver's record is parked meanwhile
           MOVE EMP-MAST-REC TO WS-HOLD-REC
           MOVE ZERO TO WS-SUB-COUNT
           MOVE ZERO TO EMP-ID
           START EMPMAST-FILE KEY NOT < EMP-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00
                   AND EMP-SUPER = WS-SPT-EMP(WS-SPX)
                   AND NOT EMP-SEPARATED
                   AND WS-SUB-COUNT < 200
                   ADD 1 TO WS-SUB-COUNT
                   MOVE EMP-ID   TO WS-SUB-ID(WS-SUB-COUNT)
                   MOVE EMP-NAME TO WS-SUB-NAME(WS-SUB-COUNT)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-EM-STAT
           MOVE WS-HOLD-REC TO EMP-MAST-REC.
       4000-SAVE-PARA.
           OPEN OUTPUT SEPFILE
           PERFORM VARYING WS-SPX FROM 1 BY 1
               UNTIL WS-SPX > WS-SP-COUNT
               MOVE SPACES TO SP-REC
               MOVE WS-SPT-EMP(WS-SPX)    TO SP-EMP
               MOVE WS-SPT-LWD(WS-SPX)    TO SP-LWD
               MOVE WS-SPT-REASON(WS-SPX) TO SP-REASON
               MOVE WS-SPT-STATUS(WS-SPX) TO SP-STATUS
               WRITE SP-REC
           END-PERFORM
           CLOSE SEPFILE
           IF WS-BAL-CHANGED
               OPEN OUTPUT LEAVEBAL
               PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BAL-COUNT
                   MOVE SPACES TO LB-REC
                   MOVE WS-BAL-ID(WS-BX)    TO LB-ID
                   MOVE WS-BAL-TYPE(WS-BX)  TO LB-TYPE
                   MOVE WS-BAL-ENT(WS-BX)   TO LB-ENT
                   MOVE WS-BAL-TAKEN(WS-BX) TO LB-TAKEN
                   WRITE LB-REC
               END-PERFORM
               CLOSE LEAVEBAL
           END-IF.
       7000-AUDIT-WRITE-PARA.
      * Same record EMPMAST writes, so the change history and the
      * EMPBKUP incremental unload both see the separation
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-CURR-DT
           OPEN EXTEND EMPAUDIT-FILE
           IF WS-EMPAUD-STAT = 05 OR WS-EMPAUD-STAT = 35
               CLOSE EMPAUDIT-FILE
               OPEN OUTPUT EMPAUDIT-FILE
           END-IF
           MOVE SPACES TO EMPAUD-REC
           MOVE ' B' TO AUD-TAG-B
           MOVE ' A' TO AUD-TAG-A
           STRING WS-AUD-CURR-DT(1:4) '-' WS-AUD-CURR-DT(5:2) '-'
               WS-AUD-CURR-DT(7:2) ' ' WS-AUD-CURR-DT(9:2) ':'
               WS-AUD-CURR-DT(11:2) ':' WS-AUD-CURR-DT(13:2)
               DELIMITED BY SIZE INTO AUD-TS
           MOVE 'S'           TO AUD-ACTION
           MOVE EMP-ID        TO AUD-ID
           MOVE WS-AUD-BEFORE TO AUD-BEFORE
           MOVE EMP-MAST-REC  TO AUD-AFTER
           MOVE 'EMPSEPR'     TO AUD-OPER
           WRITE EMPAUD-REC
           IF WS-EMPAUD-STAT NOT = 00
               DISPLAY 'AUDIT TRAIL WRITE FAILED, FILE STATUS - '
                   WS-EMPAUD-STAT
           END-IF
           CLOSE EMPAUDIT-FILE.
       9900-UNLOCK-PARA.
           MOVE 'D' TO WS-LM-FUNC
           CALL 'LOCKMGR' USING WS-LM-FUNC WS-LM-RESOURCE
               WS-LM-HOLDER WS-LM-OPER WS-LM-STATUS WS-LM-INFO.
       END PROGRAM EMPSEPR.
