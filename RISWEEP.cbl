      ******************************************************************
      * Program : RISWEEP
      * Purpose : Nightly cross-master referential integrity sweep.
      *           The maintenance screens check a reference when it is
      *           keyed; this run re-checks every defined relationship
      *           against the masters as they stand tonight:
      *             01 GUARDIAN rows        -> STUDMAST student
      *             02 ELECTREG rows        -> STUDMAST student
      *             03 FEEBAL rows          -> STUDMAST student
      *             04 FEEMAST rows         -> STUDMAST student
      *             05 TEACHASG rows        -> EMPMAST teacher, not
      *                                        separated
      *             06 EMPMAST EMP-SUPER    -> EMPMAST employee
      *             07 EMPMAST EMP-DEPT     -> DEPTREF, active
      *             08 DEPTXFER history     -> DEPTREF, both
      *                (ASGHIST) from/to       departments active
      *           Each relationship prints its orphans (the first 100)
      *           and its count to RISWEEP_DSN (default risweep.txt).
      *           Tonight's counts are appended to RIHIST_DSN (default
      *           rihist.txt) and compared with the latest earlier
      *           night's; any relationship whose count went up raises
      *           a W alert and the run ends RETURN-CODE 4. A master
      *           that cannot be opened leaves its relationships NOT
      *           CHECKED (and out of the history), RETURN-CODE 8.
      *           So does a child file that will not open (a missing
      *           file, status 35, is checked as empty) and a
      *           department or supervisor table that fills up.
      * Modification History:
      *   - Written new, so orphans left behind by deletes,
      *     separations and deactivations are found the next morning
      *     instead of at year end.
      *   - Child file open failures other than not-found, and a full
      *     department or supervisor table, now leave the
      *     relationship NOT CHECKED instead of counting it clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           SELECT GUARDFILE ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT ELECREG ASSIGN TO WS-ER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ER-FS.
           SELECT FEEBAL ASSIGN TO WS-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAL-FS.
           SELECT FEEMAST ASSIGN TO WS-FM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FM-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT ASGHIST ASSIGN TO WS-AH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AH-FS.
           SELECT DEPTREF ASSIGN TO WS-DR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FS.
           SELECT RIHIST ASSIGN TO WS-RH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RH-FS.
           SELECT RIRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
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
       FD GUARDFILE.
       01 GD-REC.
           05 GD-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 GD-NAME   PIC X(20).
           05 FILLER    PIC X.
           05 GD-REL    PIC X(10).
       FD ELECREG.
       01 ER-REC.
           05 ER-UID  PIC 9(5).
           05 FILLER  PIC X.
           05 ER-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 ER-TERM PIC XX.
       FD FEEBAL.
       01 FB-REC.
           05 FB-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FB-CHARGED PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-PAID    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-DUEDT   PIC 9(8).
       FD FEEMAST.
       01 FM-REC.
           05 FM-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 FM-TERM   PIC XX.
           05 FILLER    PIC X.
           05 FM-DUEDT  PIC 9(8).
           05 FILLER    PIC X.
           05 FM-AMT    PIC 9(5)V99.
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
       FD ASGHIST.
       01 AH-REC.
           05 AH-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 AH-FROM   PIC X(3).
           05 FILLER    PIC X.
           05 AH-TO     PIC X(3).
           05 FILLER    PIC X.
           05 AH-EFFDT  PIC 9(8).
           05 FILLER    PIC X.
           05 AH-APPDT  PIC 9(8).
           05 FILLER    PIC X.
           05 AH-REASON PIC X(30).
       FD DEPTREF.
       01 DEPT-REC.
           05 DEPT-CODE   PIC XXX.
           05 FILLER      PIC X.
           05 DEPT-NAME   PIC X(20).
           05 FILLER      PIC X.
           05 DEPT-ACTIVE PIC X.
       FD RIHIST.
       01 RH-REC.
           05 RH-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 RH-REL    PIC 99.
           05 FILLER    PIC X.
           05 RH-COUNT  PIC 9(6).
       FD RIRPT.
       01 RPT-LINE PIC X(80).
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       77 WS-SM-STAT  PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-ER-FS    PIC 99.
       77 WS-BAL-FS   PIC 99.
       77 WS-FM-FS    PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-AH-FS    PIC 99.
       77 WS-DR-FS    PIC 99.
       77 WS-RH-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-ER-DSN   PIC X(100) VALUE 'elecreg.txt'.
       77 WS-BAL-DSN  PIC X(100) VALUE 'feebal.txt'.
       77 WS-FM-DSN   PIC X(100) VALUE 'feemast.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-AH-DSN   PIC X(100) VALUE 'asghist.txt'.
       77 WS-DR-DSN   PIC X(100) VALUE 'deptref.txt'.
       77 WS-RH-DSN   PIC X(100) VALUE 'rihist.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'risweep.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RX       PIC 99 VALUE ZERO.
       77 WS-CUR-REL  PIC 99 VALUE ZERO.
       77 WS-DX       PIC 99 VALUE ZERO.
       77 WS-DR-COUNT PIC 99 VALUE ZERO.
       77 WS-SX       PIC 9(4) VALUE ZERO.
       77 WS-SP-COUNT PIC 9(4) VALUE ZERO.
       77 WS-LIST-MAX PIC 9(4) VALUE 100.
       77 WS-RECS-READ PIC 9(6) VALUE ZERO.
       77 WS-UPS      PIC 99 VALUE ZERO.
       77 WS-NOT-CHK  PIC 99 VALUE ZERO.
       77 WS-DR-OVER  PIC 9(4) VALUE ZERO.
       77 WS-SP-OVER  PIC 9(6) VALUE ZERO.
       77 WS-NC-REASON PIC X(40) VALUE 'MASTER NOT AVAILABLE'.
       77 WS-KEY-DEPT PIC XXX.
       77 WS-DETAIL   PIC X(60).
       77 WS-CNT-DISP PIC ZZZZZ9.
       77 WS-PRV-DISP PIC ZZZZZ9.
       01 WS-SM-SW    PIC X VALUE 'N'.
           88 WS-SM-OPEN      VALUE 'Y'.
       01 WS-EM-SW    PIC X VALUE 'N'.
           88 WS-EM-OPEN      VALUE 'Y'.
       01 WS-DR-SW    PIC X VALUE 'N'.
           88 WS-DR-LOADED    VALUE 'Y'.
       01 WS-EOF-SW   PIC X VALUE 'N'.
           88 WS-AT-EOF       VALUE 'Y'.
       01 WS-DEPT-SW  PIC X VALUE 'N'.
           88 WS-DEPT-OK      VALUE 'Y'.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 8 TIMES.
               10 WS-RL-NAME    PIC X(32).
               10 WS-RL-COUNT   PIC 9(6).
               10 WS-RL-PREV    PIC 9(6).
               10 WS-RL-PREV-DT PIC 9(8).
               10 WS-RL-CHECKED PIC X.
       01 WS-RL-NAMES.
           05 FILLER PIC X(32) VALUE 'GUARDIAN -> STUDMAST'.
           05 FILLER PIC X(32) VALUE 'ELECTREG -> STUDMAST'.
           05 FILLER PIC X(32) VALUE 'FEEBAL -> STUDMAST'.
           05 FILLER PIC X(32) VALUE 'FEEMAST -> STUDMAST'.
           05 FILLER PIC X(32) VALUE 'TEACHASG -> EMPMAST (ACTIVE)'.
           05 FILLER PIC X(32) VALUE 'EMP-SUPER -> EMPMAST'.
           05 FILLER PIC X(32) VALUE 'EMP-DEPT -> DEPTREF (ACTIVE)'.
           05 FILLER PIC X(32) VALUE 'DEPTXFER HIST -> DEPTREF ACTIVE'.
       01 WS-RL-NAME-TAB REDEFINES WS-RL-NAMES.
           05 WS-RL-NAME-IN PIC X(32) OCCURS 8 TIMES.
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 50 TIMES.
               10 WS-DR-CODE   PIC XXX.
               10 WS-DR-ACTIVE PIC X.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 2000 TIMES.
               10 WS-SP-EMP    PIC 9(5).
               10 WS-SP-SUPER  PIC 9(5).
       01 WS-SUM-HDR.
           05 FILLER PIC X(40)
               VALUE 'REL RELATIONSHIP                      TO'.
           05 FILLER PIC X(40)
               VALUE 'NIGHT PREVIOUS'.
       01 WS-SUM-LINE.
           05 WS-S-REL      PIC 99.
           05 FILLER        PIC XX VALUE SPACES.
           05 WS-S-NAME     PIC X(32).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-S-COUNT    PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-S-PREV     PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-S-FLAG     PIC X(10).
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           OPEN OUTPUT RIRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'RISWEEP REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'REFERENTIAL INTEGRITY SWEEP - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-OPEN-MASTERS-PARA
           PERFORM 1200-LOAD-DEPT-PARA
           PERFORM 1300-LOAD-HIST-PARA
           PERFORM 2100-GUARDIAN-PARA THRU 2199-GUARDIAN-EXIT
           PERFORM 2200-ELECTREG-PARA THRU 2299-ELECTREG-EXIT
           PERFORM 2300-FEEBAL-PARA THRU 2399-FEEBAL-EXIT
           PERFORM 2400-FEEMAST-PARA THRU 2499-FEEMAST-EXIT
           PERFORM 2500-TEACHASG-PARA THRU 2599-TEACHASG-EXIT
           PERFORM 2600-EMPMAST-PARA THRU 2699-EMPMAST-EXIT
           PERFORM 2700-ASGHIST-PARA THRU 2799-ASGHIST-EXIT
           IF WS-SM-OPEN
               CLOSE STUDMAST-FILE
           END-IF
           IF WS-EM-OPEN
               CLOSE EMPMAST-FILE
           END-IF
           PERFORM 3000-SUMMARY-PARA
           CLOSE RIRPT
           PERFORM 3100-HISTORY-PARA
           MOVE WS-RECS-READ TO WS-AUDIT-RECS-READ
           MOVE 8 TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-RPT-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'RELATIONSHIPS UP ON LAST NIGHT: ' WS-UPS
               '  NOT CHECKED: ' WS-NOT-CHK
           IF WS-NOT-CHK NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UPS NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'ELECTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ER-DSN FROM ENVIRONMENT-VALUE
           IF WS-ER-DSN = SPACES
               MOVE 'elecreg.txt' TO WS-ER-DSN
           END-IF
           MOVE 'FEEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-BAL-DSN = SPACES
               MOVE 'feebal.txt' TO WS-BAL-DSN
           END-IF
           MOVE 'FEEMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FM-DSN FROM ENVIRONMENT-VALUE
           IF WS-FM-DSN = SPACES
               MOVE 'feemast.txt' TO WS-FM-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'ASGHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AH-DSN FROM ENVIRONMENT-VALUE
           IF WS-AH-DSN = SPACES
               MOVE 'asghist.txt' TO WS-AH-DSN
           END-IF
           MOVE 'DEPTREF_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DR-DSN FROM ENVIRONMENT-VALUE
           IF WS-DR-DSN = SPACES
               MOVE 'deptref.txt' TO WS-DR-DSN
           END-IF
           MOVE 'RIHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RH-DSN FROM ENVIRONMENT-VALUE
           IF WS-RH-DSN = SPACES
               MOVE 'rihist.txt' TO WS-RH-DSN
           END-IF
           MOVE 'RISWEEP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'risweep.txt' TO WS-RPT-DSN
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
               MOVE WS-RL-NAME-IN(WS-RX) TO WS-RL-NAME(WS-RX)
               MOVE ZERO TO WS-RL-COUNT(WS-RX) WS-RL-PREV(WS-RX)
                   WS-RL-PREV-DT(WS-RX)
               MOVE 'N' TO WS-RL-CHECKED(WS-RX)
           END-PERFORM
           PERFORM AUDIT-ENV-PARA
           MOVE 'RISWEEP' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'RISWEEP' TO WS-ALERT-PGM.
       1100-OPEN-MASTERS-PARA.
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT = 00
               MOVE 'Y' TO WS-SM-SW
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT = 00
               MOVE 'Y' TO WS-EM-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT
           END-IF.
       1200-LOAD-DEPT-PARA.
           OPEN INPUT DEPTREF
           IF WS-DR-FS NOT = 00
               DISPLAY 'DEPARTMENT REFERENCE NOT AVAILABLE, FILE '
                   'STATUS - ' WS-DR-FS
           ELSE
               MOVE 'Y' TO WS-DR-SW
               PERFORM UNTIL WS-DR-FS NOT = 00
                   READ DEPTREF
                   END-READ
                   IF WS-DR-FS = 00
                       IF WS-DR-COUNT < 50
                           ADD 1 TO WS-DR-COUNT
                           MOVE DEPT-CODE
                               TO WS-DR-CODE(WS-DR-COUNT)
                           MOVE DEPT-ACTIVE
                               TO WS-DR-ACTIVE(WS-DR-COUNT)
                       ELSE
                           ADD 1 TO WS-DR-OVER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPTREF
      * A part-loaded table would report good departments as orphans
               IF WS-DR-OVER NOT = ZERO
                   DISPLAY 'DEPARTMENT REFERENCE OVER 50 ROWS, '
                       WS-DR-OVER ' NOT LOADED - DEPARTMENT CHECKS '
                       'NOT DONE'
                   MOVE 'N' TO WS-DR-SW
               END-IF
           END-IF.
       1300-LOAD-HIST-PARA.
      * Last night = the latest date before today on the history, so
      * a rerun of tonight compares with the same baseline
           OPEN INPUT RIHIST
           IF WS-RH-FS = 00
               PERFORM UNTIL WS-RH-FS NOT = 00
                   READ RIHIST
                   END-READ
                   IF WS-RH-FS = 00
                       AND RH-DATE IS NUMERIC
                       AND RH-REL IS NUMERIC
                       AND RH-COUNT IS NUMERIC
                       AND RH-REL >= 1 AND RH-REL <= 8
                       AND RH-DATE < WS-RUN-DATE
                       AND RH-DATE >= WS-RL-PREV-DT(RH-REL)
                       MOVE RH-DATE  TO WS-RL-PREV-DT(RH-REL)
                       MOVE RH-COUNT TO WS-RL-PREV(RH-REL)
                   END-IF
               END-PERFORM
               CLOSE RIHIST
           END-IF.
      ******************************************************************
      * 01 - guardian rows whose student is no longer on the master
      ******************************************************************
       2100-GUARDIAN-PARA.
           MOVE 1 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-SM-OPEN
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2199-GUARDIAN-EXIT
           END-IF
           OPEN INPUT GUARDFILE
           IF WS-GD-FS NOT = 00 AND WS-GD-FS NOT = 35
               DISPLAY 'GUARDIAN FILE NOT AVAILABLE, FILE STATUS - '
                   WS-GD-FS
               MOVE 'GUARDIAN FILE NOT AVAILABLE' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2199-GUARDIAN-EXIT
           END-IF
           IF WS-GD-FS = 00
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDFILE
                   END-READ
                   IF WS-GD-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE GD-UID TO SM-STU-ID
                       READ STUDMAST-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-DETAIL
                               STRING 'STUDENT ' GD-UID ' - GUARDIAN '
                                   GD-NAME DELIMITED BY SIZE
                                   INTO WS-DETAIL
                               PERFORM 8100-ORPHAN-PARA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE GUARDFILE
           END-IF
           PERFORM 8200-SECTION-END-PARA.
       2199-GUARDIAN-EXIT.
           EXIT.
      ******************************************************************
      * 02 - elective registrations with no student
      ******************************************************************
       2200-ELECTREG-PARA.
           MOVE 2 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-SM-OPEN
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2299-ELECTREG-EXIT
           END-IF
           OPEN INPUT ELECREG
           IF WS-ER-FS NOT = 00 AND WS-ER-FS NOT = 35
               DISPLAY 'ELECTREG FILE NOT AVAILABLE, FILE STATUS - '
                   WS-ER-FS
               MOVE 'ELECTREG FILE NOT AVAILABLE' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2299-ELECTREG-EXIT
           END-IF
           IF WS-ER-FS = 00
               PERFORM UNTIL WS-ER-FS NOT = 00
                   READ ELECREG
                   END-READ
                   IF WS-ER-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE ER-UID TO SM-STU-ID
                       READ STUDMAST-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-DETAIL
                               STRING 'STUDENT ' ER-UID ' - SUBJECT '
                                   ER-SUBJ ' TERM ' ER-TERM
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 8100-ORPHAN-PARA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ELECREG
           END-IF
           PERFORM 8200-SECTION-END-PARA.
       2299-ELECTREG-EXIT.
           EXIT.
      ******************************************************************
      * 03 - fee balances with no student
      ******************************************************************
       2300-FEEBAL-PARA.
           MOVE 3 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-SM-OPEN
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2399-FEEBAL-EXIT
           END-IF
           OPEN INPUT FEEBAL
           IF WS-BAL-FS NOT = 00 AND WS-BAL-FS NOT = 35
               DISPLAY 'FEEBAL FILE NOT AVAILABLE, FILE STATUS - '
                   WS-BAL-FS
               MOVE 'FEEBAL FILE NOT AVAILABLE' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2399-FEEBAL-EXIT
           END-IF
           IF WS-BAL-FS = 00
               PERFORM UNTIL WS-BAL-FS NOT = 00
                   READ FEEBAL
                   END-READ
                   IF WS-BAL-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE FB-UID TO SM-STU-ID
                       READ STUDMAST-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-DETAIL
                               STRING 'STUDENT ' FB-UID
                                   ' - BALANCE ROW DUE ' FB-DUEDT
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 8100-ORPHAN-PARA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FEEBAL
           END-IF
           PERFORM 8200-SECTION-END-PARA.
       2399-FEEBAL-EXIT.
           EXIT.
      ******************************************************************
      * 04 - fee master rows with no student
      ******************************************************************
       2400-FEEMAST-PARA.
           MOVE 4 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-SM-OPEN
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2499-FEEMAST-EXIT
           END-IF
           OPEN INPUT FEEMAST
           IF WS-FM-FS NOT = 00 AND WS-FM-FS NOT = 35
               DISPLAY 'FEEMAST FILE NOT AVAILABLE, FILE STATUS - '
                   WS-FM-FS
               MOVE 'FEEMAST FILE NOT AVAILABLE' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2499-FEEMAST-EXIT
           END-IF
           IF WS-FM-FS = 00
               PERFORM UNTIL WS-FM-FS NOT = 00
                   READ FEEMAST
                   END-READ
                   IF WS-FM-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE FM-UID TO SM-STU-ID
                       READ STUDMAST-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-DETAIL
                               STRING 'STUDENT ' FM-UID ' - TERM '
                                   FM-TERM ' DUE ' FM-DUEDT
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 8100-ORPHAN-PARA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FEEMAST
           END-IF
           PERFORM 8200-SECTION-END-PARA.
       2499-FEEMAST-EXIT.
           EXIT.
      ******************************************************************
      * 05 - teaching assignments for a teacher who is gone or
      *      separated
      ******************************************************************
       2500-TEACHASG-PARA.
           MOVE 5 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-EM-OPEN
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2599-TEACHASG-EXIT
           END-IF
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00 AND WS-TA-FS NOT = 35
               DISPLAY 'TEACHASG FILE NOT AVAILABLE, FILE STATUS - '
                   WS-TA-FS
               MOVE 'TEACHASG FILE NOT AVAILABLE' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2599-TEACHASG-EXIT
           END-IF
           IF WS-TA-FS = 00
               PERFORM UNTIL WS-TA-FS NOT = 00
                   READ ASGFILE
                   END-READ
                   IF WS-TA-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE TA-EMP TO EMP-ID
                       READ EMPMAST-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-DETAIL
                               STRING 'TEACHER ' TA-EMP ' - SUBJ '
                                   TA-SUBJ ' SEC ' TA-SEC ' TERM '
                                   TA-TERM ' - NOT ON MASTER'
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 8100-ORPHAN-PARA
                           NOT INVALID KEY
                               IF EMP-SEPARATED
                                   MOVE SPACES TO WS-DETAIL
                                   STRING 'TEACHER ' TA-EMP ' - SUBJ '
                                       TA-SUBJ ' SEC ' TA-SEC ' TERM '
                                       TA-TERM ' - SEPARATED '
                                       EMP-LWD
                                       DELIMITED BY SIZE INTO WS-DETAIL
                                   PERFORM 8100-ORPHAN-PARA
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ASGFILE
           END-IF
           PERFORM 8200-SECTION-END-PARA.
       2599-TEACHASG-EXIT.
           EXIT.
      ******************************************************************
      * 06/07 - one pass of the employee master collects supervisor
      * references and checks each department; the supervisors are
      * then looked up by key once the pass is done
      ******************************************************************
       2600-EMPMAST-PARA.
           IF NOT WS-EM-OPEN
               MOVE 6 TO WS-CUR-REL
               PERFORM 8000-SECTION-HEAD-PARA
               PERFORM 8300-NOT-CHECKED-PARA
               MOVE 7 TO WS-CUR-REL
               PERFORM 8000-SECTION-HEAD-PARA
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2699-EMPMAST-EXIT
           END-IF
           MOVE 7 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-DR-LOADED
               IF WS-DR-OVER NOT = ZERO
                   MOVE 'DEPARTMENT TABLE FULL (50)' TO WS-NC-REASON
               END-IF
               PERFORM 8300-NOT-CHECKED-PARA
           END-IF
           MOVE ZERO TO EMP-ID
           START EMPMAST-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-AT-EOF
               READ EMPMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       IF EMP-SUPER IS NUMERIC AND EMP-SUPER NOT = ZERO
                           IF WS-SP-COUNT < 2000
                               ADD 1 TO WS-SP-COUNT
                               MOVE EMP-ID
                                   TO WS-SP-EMP(WS-SP-COUNT)
                               MOVE EMP-SUPER
                                   TO WS-SP-SUPER(WS-SP-COUNT)
                           ELSE
                               ADD 1 TO WS-SP-OVER
                           END-IF
                       END-IF
                       IF WS-DR-LOADED AND NOT EMP-SEPARATED
                           MOVE EMP-DEPT TO WS-KEY-DEPT
                           PERFORM 8400-DEPT-CHECK-PARA
                           IF NOT WS-DEPT-OK
                               MOVE SPACES TO WS-DETAIL
                               STRING 'EMPLOYEE ' EMP-ID ' '
                                   EMP-NAME ' - DEPT ' EMP-DEPT
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 8100-ORPHAN-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DR-LOADED
               PERFORM 8200-SECTION-END-PARA
           END-IF
           MOVE 6 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF WS-SP-OVER NOT = ZERO
               DISPLAY 'SUPERVISOR REFERENCES OVER 2000, ' WS-SP-OVER
                   ' NOT HELD - SUPERVISOR CHECK NOT DONE'
               MOVE 'SUPERVISOR TABLE FULL (2000)' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2699-EMPMAST-EXIT
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SP-COUNT
               MOVE WS-SP-SUPER(WS-SX) TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DETAIL
                       STRING 'EMPLOYEE ' WS-SP-EMP(WS-SX)
                           ' - SUPERVISOR ' WS-SP-SUPER(WS-SX)
                           ' NOT ON MASTER'
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM 8100-ORPHAN-PARA
               END-READ
           END-PERFORM
           PERFORM 8200-SECTION-END-PARA.
       2699-EMPMAST-EXIT.
           EXIT.
      ******************************************************************
      * 08 - transfer history naming a department that is gone or
      *      deactivated
      ******************************************************************
       2700-ASGHIST-PARA.
           MOVE 8 TO WS-CUR-REL
           PERFORM 8000-SECTION-HEAD-PARA
           IF NOT WS-DR-LOADED
               IF WS-DR-OVER NOT = ZERO
                   MOVE 'DEPARTMENT TABLE FULL (50)' TO WS-NC-REASON
               END-IF
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2799-ASGHIST-EXIT
           END-IF
           OPEN INPUT ASGHIST
           IF WS-AH-FS NOT = 00 AND WS-AH-FS NOT = 35
               DISPLAY 'ASGHIST FILE NOT AVAILABLE, FILE STATUS - '
                   WS-AH-FS
               MOVE 'ASGHIST FILE NOT AVAILABLE' TO WS-NC-REASON
               PERFORM 8300-NOT-CHECKED-PARA
               GO TO 2799-ASGHIST-EXIT
           END-IF
           IF WS-AH-FS = 00
               PERFORM UNTIL WS-AH-FS NOT = 00
                   READ ASGHIST
                   END-READ
                   IF WS-AH-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE AH-FROM TO WS-KEY-DEPT
                       PERFORM 8400-DEPT-CHECK-PARA
                       IF WS-DEPT-OK
                           MOVE AH-TO TO WS-KEY-DEPT
                           PERFORM 8400-DEPT-CHECK-PARA
                       END-IF
                       IF NOT WS-DEPT-OK
                           MOVE SPACES TO WS-DETAIL
                           STRING 'EMPLOYEE ' AH-EMP ' ' AH-FROM
                               ' -> ' AH-TO ' EFF ' AH-EFFDT
                               ' - DEPT ' WS-KEY-DEPT
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 8100-ORPHAN-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ASGHIST
           END-IF
           PERFORM 8200-SECTION-END-PARA.
       2799-ASGHIST-EXIT.
           EXIT.
      ******************************************************************
      * Tonight against last night
      ******************************************************************
       3000-SUMMARY-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SUMMARY' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUM-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
               MOVE SPACES TO WS-SUM-LINE
               MOVE WS-RX TO WS-S-REL
               MOVE WS-RL-NAME(WS-RX) TO WS-S-NAME
               IF WS-RL-CHECKED(WS-RX) = 'Y'
                   MOVE WS-RL-COUNT(WS-RX) TO WS-CNT-DISP
                   MOVE WS-CNT-DISP TO WS-S-COUNT
               ELSE
                   MOVE 'NOT CHKD' TO WS-S-COUNT
               END-IF
               IF WS-RL-PREV-DT(WS-RX) = ZERO
                   MOVE '    NONE' TO WS-S-PREV
               ELSE
                   MOVE WS-RL-PREV(WS-RX) TO WS-PRV-DISP
                   MOVE WS-PRV-DISP TO WS-S-PREV
               END-IF
               IF WS-RL-CHECKED(WS-RX) = 'Y'
                   AND WS-RL-PREV-DT(WS-RX) NOT = ZERO
                   AND WS-RL-COUNT(WS-RX) > WS-RL-PREV(WS-RX)
                   MOVE '<<UP' TO WS-S-FLAG
                   ADD 1 TO WS-UPS
                   MOVE 'W' TO WS-ALERT-SEV
                   MOVE SPACES TO WS-ALERT-MSG
                   STRING 'ORPHANS UP ON ' WS-RL-NAME(WS-RX)
                       DELIMITED BY '  ' ' - ' WS-PRV-DISP ' TO '
                       WS-CNT-DISP DELIMITED BY SIZE
                       INTO WS-ALERT-MSG
                   PERFORM ALERT-WRITE-PARA
               END-IF
               MOVE WS-SUM-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
       3100-HISTORY-PARA.
           OPEN EXTEND RIHIST
           IF WS-RH-FS = 05 OR WS-RH-FS = 35
               CLOSE RIHIST
               OPEN OUTPUT RIHIST
           END-IF
           IF WS-RH-FS NOT = 00
               DISPLAY 'RI HISTORY OPEN FAILED, FILE STATUS - '
                   WS-RH-FS ' - COUNTS NOT KEPT'
           ELSE
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
                   IF WS-RL-CHECKED(WS-RX) = 'Y'
                       MOVE SPACES TO RH-REC
                       MOVE WS-RUN-DATE TO RH-DATE
                       MOVE WS-RX TO RH-REL
                       MOVE WS-RL-COUNT(WS-RX) TO RH-COUNT
                       WRITE RH-REC
                   END-IF
               END-PERFORM
               CLOSE RIHIST
           END-IF.
      ******************************************************************
      * Report helpers - WS-CUR-REL names the relationship in hand
      ******************************************************************
       8000-SECTION-HEAD-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING WS-CUR-REL ' ' WS-RL-NAME(WS-CUR-REL)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'Y' TO WS-RL-CHECKED(WS-CUR-REL).
       8100-ORPHAN-PARA.
           ADD 1 TO WS-RL-COUNT(WS-CUR-REL)
           IF WS-RL-COUNT(WS-CUR-REL) NOT > WS-LIST-MAX
               MOVE SPACES TO RPT-LINE
               MOVE WS-DETAIL TO RPT-LINE(5:60)
               WRITE RPT-LINE
           END-IF.
       8200-SECTION-END-PARA.
           MOVE WS-RL-COUNT(WS-CUR-REL) TO WS-CNT-DISP
           MOVE SPACES TO RPT-LINE
           IF WS-RL-COUNT(WS-CUR-REL) > WS-LIST-MAX
               STRING '    ORPHANS ' WS-CNT-DISP ' (FIRST '
                   WS-LIST-MAX ' LISTED)'
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING '    ORPHANS ' WS-CNT-DISP
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.
       8300-NOT-CHECKED-PARA.
           MOVE 'N' TO WS-RL-CHECKED(WS-CUR-REL)
           ADD 1 TO WS-NOT-CHK
           MOVE SPACES TO RPT-LINE
           STRING '    NOT CHECKED - ' WS-NC-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MASTER NOT AVAILABLE' TO WS-NC-REASON.
       8400-DEPT-CHECK-PARA.
           MOVE 'N' TO WS-DEPT-SW
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DR-COUNT OR WS-DEPT-OK
               IF WS-DR-CODE(WS-DX) = WS-KEY-DEPT
                   AND WS-DR-ACTIVE(WS-DX) NOT = 'N'
                   MOVE 'Y' TO WS-DEPT-SW
               END-IF
           END-PERFORM.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM RISWEEP.
