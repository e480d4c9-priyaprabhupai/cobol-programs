      ******************************************************************
      * Program : COVERPLN
      * Purpose : Daily substitute-cover planner. Takes the teachers
      *           absent on COVER_DATE (YYYYMMDD, default the run
      *           date) from the approved leave spans EMPLEAVE posts
      *           to LEAVEHIST, finds each of their periods for that
      *           weekday on the TIMETBL class timetable, and
      *           proposes a free teacher for every one. A teacher
      *           is free when not on leave, not timetabled in that
      *           period and not already covering it. Preference
      *           goes first to a teacher of the same subject (any
      *           section, per TEACHASG), then to one in the same
      *           EMP-DEPT as the absentee, then to anyone free; in
      *           each tier the teacher with the fewest covers on the
      *           running cover-count file (COVERCNT_DSN, default
      *           covercnt.txt) is taken, and nobody is given more
      *           than COVER_MAX_DAY covers (default 2) in one day.
      *           The cover sheet for the staff room goes to
      *           COVERRPT_DSN (default coversht.txt); every period
      *           left unassigned is listed there and raised as a
      *           warning on the operator alert file. RETURN-CODE 4
      *           when a period is left unassigned, 16 when the
      *           timetable or assignment file cannot be opened.
      * Modification History:
      *   - Written new. The cover-count file is rewritten whole at
      *     the end of the run, carrying the date and the number of
      *     covers last given to each teacher, so a rerun for the
      *     same date backs out that day's earlier covers before
      *     planning again instead of counting them twice. TT_TERM
      *     names the timetable term (default T1).
      *   - Staff separated through EMPSEPR are left out of the staff
      *     table, so they are never offered as cover.
      *   - The cover pool built off the assignment file now leaves
      *     out a teacher the staff master does not carry as active
      *     (separated, or not on EMPMAST at all); the check is
      *     skipped only when no master could be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERPLN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVEHIST ASSIGN TO WS-LH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LH-FS.
           SELECT TIMETBL ASSIGN TO WS-TT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TT-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT COVERCNT ASSIGN TO WS-CC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CC-FS.
           SELECT COVERRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD LEAVEHIST.
       01 LH-REC.
           05 LH-ID    PIC 9(5).
           05 FILLER   PIC X.
           05 LH-TYPE  PIC X.
           05 FILLER   PIC X.
           05 LH-FROM  PIC 9(8).
           05 FILLER   PIC X.
           05 LH-TO    PIC 9(8).
           05 FILLER   PIC X.
           05 LH-DAYS  PIC 999V9.
           05 FILLER   PIC X.
           05 LH-DEPT  PIC XXX.
       FD TIMETBL.
       01 TT-REC.
           05 TT-TERM    PIC XX.
           05 FILLER     PIC X.
           05 TT-SEC     PIC X.
           05 FILLER     PIC X.
           05 TT-DAY     PIC 9.
           05 FILLER     PIC X.
           05 TT-DAYNAME PIC X(3).
           05 FILLER     PIC X.
           05 TT-PERIOD  PIC 99.
           05 FILLER     PIC X.
           05 TT-SUBJ    PIC XX.
           05 FILLER     PIC X.
           05 TT-EMP     PIC 9(5).
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
       FD COVERCNT.
       01 CC-REC.
           05 CC-EMP      PIC 9(5).
           05 FILLER      PIC X.
           05 CC-COUNT    PIC 9(5).
           05 FILLER      PIC X.
           05 CC-LAST-DT  PIC 9(8).
           05 FILLER      PIC X.
           05 CC-LAST-CNT PIC 99.
       FD COVERRPT.
       01 RPT-LINE PIC X(80).
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
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY ALERTDAT.
       77 WS-LH-FS    PIC 99.
       77 WS-TT-FS    PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-CC-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-LH-DSN   PIC X(100) VALUE 'leavehist.txt'.
       77 WS-TT-DSN   PIC X(100) VALUE 'timetbl.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-CC-DSN   PIC X(100) VALUE 'covercnt.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'coversht.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-CURR-DT  PIC X(21).
       77 WS-COVER-DT PIC 9(8) VALUE ZERO.
       77 WS-WEEKDAY  PIC 9 VALUE ZERO.
       77 WS-MAX-DAY  PIC 99 VALUE 02.
       01 WS-DAY-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
      * Staff off the master - department and name
       77 WS-EM-COUNT PIC 9(4) VALUE ZERO.
       77 WS-EX       PIC 9(4) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EM-ID   PIC 9(5).
               10 WS-EM-DEPT PIC XXX.
               10 WS-EM-NAME PIC X(20).
      * Absent today, with the department off the leave span
       77 WS-AB-COUNT PIC 999 VALUE ZERO.
       77 WS-BX       PIC 999 VALUE ZERO.
       77 WS-MATCH-BX PIC 999 VALUE ZERO.
       01 WS-AB-TABLE.
           05 WS-AB-ENTRY OCCURS 200 TIMES.
               10 WS-AB-ID   PIC 9(5).
               10 WS-AB-DEPT PIC XXX.
      * Teaching staff for the term, with their running cover counts
       77 WS-TC-COUNT PIC 999 VALUE ZERO.
       77 WS-TX       PIC 999 VALUE ZERO.
       77 WS-MATCH-TX PIC 999 VALUE ZERO.
       01 WS-TC-TABLE.
           05 WS-TC-ENTRY OCCURS 200 TIMES.
               10 WS-TC-EMP     PIC 9(5).
               10 WS-TC-DEPT    PIC XXX.
               10 WS-TC-COVERS  PIC 9(5).
               10 WS-TC-TODAY   PIC 99.
               10 WS-TC-ABSENT  PIC X.
               10 WS-TC-BUSY    PIC X OCCURS 10 TIMES.
      * Subjects each teacher is assigned for the term
       77 WS-AS-COUNT PIC 999 VALUE ZERO.
       77 WS-AX       PIC 999 VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 500 TIMES.
               10 WS-AS-EMP  PIC 9(5).
               10 WS-AS-SUBJ PIC XX.
      * Today's timetabled periods
       77 WS-SL-COUNT PIC 999 VALUE ZERO.
       77 WS-SLX      PIC 999 VALUE ZERO.
       01 WS-SL-TABLE.
           05 WS-SL-ENTRY OCCURS 300 TIMES.
               10 WS-SL-SEC    PIC X.
               10 WS-SL-PERIOD PIC 99.
               10 WS-SL-SUBJ   PIC XX.
               10 WS-SL-EMP    PIC 9(5).
               10 WS-SL-COVER  PIC 9(5).
               10 WS-SL-BASIS  PIC X(12).
      * Cover-count records for staff not on this term's timetable
       77 WS-CO-COUNT PIC 999 VALUE ZERO.
       77 WS-COX      PIC 999 VALUE ZERO.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 300 TIMES.
               10 WS-CO-REC PIC X(22).
       77 WS-PX         PIC 99 VALUE ZERO.
       77 WS-TIER       PIC 9 VALUE ZERO.
       77 WS-BEST-TX    PIC 999 VALUE ZERO.
       77 WS-BEST-TIER  PIC 9 VALUE ZERO.
       77 WS-BEST-CNT   PIC 9(5) VALUE ZERO.
       77 WS-ABS-DEPT   PIC XXX.
       77 WS-NEED-CNT   PIC 999 VALUE ZERO.
       77 WS-COVER-CNT  PIC 999 VALUE ZERO.
       77 WS-UNASG-CNT  PIC 999 VALUE ZERO.
       77 WS-NAME-1     PIC X(20).
       77 WS-NAME-2     PIC X(20).
       77 WS-LOOK-ID    PIC 9(5).
       77 WS-LOOK-NAME  PIC X(20).
       77 WS-LOOK-DEPT  PIC XXX.
       01 WS-ABORT-SW PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.
       01 WS-SUBJ-SW PIC X VALUE 'N'.
           88 WS-SAME-SUBJ VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'COVERPLN' TO WS-ALERT-PGM
           IF WS-WEEKDAY > 5
               DISPLAY 'COVER DATE ' WS-COVER-DT ' IS A '
                   WS-DAY-NAME(WS-WEEKDAY) ' - NO CLASSES TO COVER'
               STOP RUN
           END-IF
           PERFORM 1100-EMP-LOAD-PARA
           PERFORM 1200-ASG-LOAD-PARA THRU 1299-ASG-LOAD-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-ABSENT-PARA
           PERFORM 1400-COUNT-LOAD-PARA
           PERFORM 1500-TIMETABLE-PARA THRU 1599-TIMETABLE-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 10
               PERFORM VARYING WS-SLX FROM 1 BY 1
                   UNTIL WS-SLX > WS-SL-COUNT
                   IF WS-SL-PERIOD(WS-SLX) = WS-PX
                       PERFORM 2000-ONE-PERIOD-PARA
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 3000-SHEET-PARA
           PERFORM 4000-COUNT-SAVE-PARA
           DISPLAY 'ABSENT: ' WS-AB-COUNT '  PERIODS TO COVER: '
               WS-NEED-CNT '  COVERED: ' WS-COVER-CNT
               '  UNASSIGNED: ' WS-UNASG-CNT
           IF WS-UNASG-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'LEAVEHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LH-DSN FROM ENVIRONMENT-VALUE
           IF WS-LH-DSN = SPACES
               MOVE 'leavehist.txt' TO WS-LH-DSN
           END-IF
           MOVE 'TIMETBL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TT-DSN FROM ENVIRONMENT-VALUE
           IF WS-TT-DSN = SPACES
               MOVE 'timetbl.txt' TO WS-TT-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'COVERCNT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CC-DSN FROM ENVIRONMENT-VALUE
           IF WS-CC-DSN = SPACES
               MOVE 'covercnt.txt' TO WS-CC-DSN
           END-IF
           MOVE 'COVERRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'coversht.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'TT_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               MOVE 'T1' TO WS-TERM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-COVER-DT
           MOVE 'COVER_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-COVER-DT
               ELSE
                   DISPLAY 'INVALID COVER_DATE, USING DEFAULT - '
                       WS-COVER-DT
               END-IF
           END-IF
           MOVE 'COVER_MAX_DAY' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-MAX-DAY
               ELSE
                   DISPLAY 'INVALID COVER_MAX_DAY, USING DEFAULT - '
                       WS-MAX-DAY
               END-IF
           END-IF
      * Day 1 of the integer calendar (1601-01-01) was a Monday
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-COVER-DT) - 1, 7) + 1.
       1100-EMP-LOAD-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT ' - NO DEPARTMENT PREFERENCE'
           ELSE
               PERFORM UNTIL WS-EM-STAT NOT = 00
                   READ EMPMAST-FILE NEXT RECORD
                   END-READ
                   IF WS-EM-STAT = 00 AND NOT EMP-SEPARATED
                       IF WS-EM-COUNT < 1000
                           ADD 1 TO WS-EM-COUNT
                           MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
                           MOVE EMP-DEPT TO WS-EM-DEPT(WS-EM-COUNT)
                           MOVE EMP-NAME TO WS-EM-NAME(WS-EM-COUNT)
                       ELSE
                           DISPLAY 'STAFF TABLE FULL, SKIPPING '
                               EMP-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EMPMAST-FILE
           END-IF.
       1200-ASG-LOAD-PARA.
      * Every teacher with an assignment this term is in the pool
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'ASSIGNMENT FILE OPEN FAILED, FILE STATUS - '
                   WS-TA-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1299-ASG-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-TA-FS NOT = 00
               READ ASGFILE
               END-READ
               IF WS-TA-FS NOT = 10 AND TA-TERM = WS-TERM
                   IF WS-AS-COUNT < 500
                       ADD 1 TO WS-AS-COUNT
                       MOVE TA-EMP TO WS-AS-EMP(WS-AS-COUNT)
                       MOVE TA-SUBJ TO WS-AS-SUBJ(WS-AS-COUNT)
                   END-IF
                   MOVE TA-EMP TO WS-LOOK-ID
                   PERFORM 1210-TEACHER-PARA
               END-IF
           END-PERFORM
           CLOSE ASGFILE.
       1299-ASG-LOAD-EXIT.
           EXIT.
       1210-TEACHER-PARA.
           MOVE ZERO TO WS-MATCH-TX
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT OR WS-MATCH-TX NOT = ZERO
               IF WS-TC-EMP(WS-TX) = WS-LOOK-ID
                   MOVE WS-TX TO WS-MATCH-TX
               END-IF
           END-PERFORM
           IF WS-MATCH-TX = ZERO
               PERFORM 1900-LOOKUP-PARA
           END-IF
      * Separated staff are not on the staff table, so an active
      * master with no row for the teacher keeps them off the pool
           IF WS-MATCH-TX = ZERO
               AND WS-EM-COUNT > ZERO AND WS-LOOK-NAME = SPACES
               DISPLAY 'TEACHER ' WS-LOOK-ID ' NOT ACTIVE ON THE '
                   'STAFF MASTER - NOT OFFERED AS COVER'
           END-IF
           IF WS-MATCH-TX = ZERO
               AND (WS-EM-COUNT = ZERO OR WS-LOOK-NAME NOT = SPACES)
               IF WS-TC-COUNT < 200
                   ADD 1 TO WS-TC-COUNT
                   MOVE WS-TC-COUNT TO WS-MATCH-TX
                   MOVE WS-LOOK-ID TO WS-TC-EMP(WS-MATCH-TX)
                   MOVE WS-LOOK-DEPT TO WS-TC-DEPT(WS-MATCH-TX)
                   MOVE ZERO TO WS-TC-COVERS(WS-MATCH-TX)
                   MOVE ZERO TO WS-TC-TODAY(WS-MATCH-TX)
                   MOVE 'N' TO WS-TC-ABSENT(WS-MATCH-TX)
                   PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 10
                       MOVE 'N' TO WS-TC-BUSY(WS-MATCH-TX, WS-PX)
                   END-PERFORM
               ELSE
                   DISPLAY 'TEACHER TABLE FULL, SKIPPING '
                       WS-LOOK-ID
               END-IF
           END-IF.
       1300-ABSENT-PARA.
           OPEN INPUT LEAVEHIST
           IF WS-LH-FS NOT = 00
               DISPLAY 'LEAVE HISTORY NOT AVAILABLE, FILE STATUS - '
                   WS-LH-FS ' - NOBODY ABSENT'
           ELSE
               PERFORM UNTIL WS-LH-FS NOT = 00
                   READ LEAVEHIST
                   END-READ
                   IF WS-LH-FS NOT = 10
                       IF LH-FROM <= WS-COVER-DT
                           AND LH-TO >= WS-COVER-DT
                           PERFORM 1310-ONE-ABSENT-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEAVEHIST
           END-IF.
       1310-ONE-ABSENT-PARA.
           MOVE ZERO TO WS-MATCH-BX
           PERFORM VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-AB-COUNT OR WS-MATCH-BX NOT = ZERO
               IF WS-AB-ID(WS-BX) = LH-ID
                   MOVE WS-BX TO WS-MATCH-BX
               END-IF
           END-PERFORM
           IF WS-MATCH-BX = ZERO AND WS-AB-COUNT < 200
               ADD 1 TO WS-AB-COUNT
               MOVE LH-ID TO WS-AB-ID(WS-AB-COUNT)
               MOVE LH-DEPT TO WS-AB-DEPT(WS-AB-COUNT)
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT
               IF WS-TC-EMP(WS-TX) = LH-ID
                   MOVE 'Y' TO WS-TC-ABSENT(WS-TX)
               END-IF
           END-PERFORM.
       1400-COUNT-LOAD-PARA.
      * Running cover counts; a rerun for the same date backs out
      * the covers that date's earlier run gave
           OPEN INPUT COVERCNT
           IF WS-CC-FS NOT = 00
               DISPLAY 'NO COVER-COUNT FILE, STARTING ALL AT ZERO'
           ELSE
               PERFORM UNTIL WS-CC-FS NOT = 00
                   READ COVERCNT
                   END-READ
                   IF WS-CC-FS NOT = 10
                       IF CC-LAST-DT = WS-COVER-DT
                           SUBTRACT CC-LAST-CNT FROM CC-COUNT
                           MOVE ZERO TO CC-LAST-CNT
                       END-IF
                       MOVE ZERO TO WS-MATCH-TX
                       PERFORM VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX > WS-TC-COUNT
                           OR WS-MATCH-TX NOT = ZERO
                           IF WS-TC-EMP(WS-TX) = CC-EMP
                               MOVE WS-TX TO WS-MATCH-TX
                           END-IF
                       END-PERFORM
                       IF WS-MATCH-TX NOT = ZERO
                           MOVE CC-COUNT
                               TO WS-TC-COVERS(WS-MATCH-TX)
                       ELSE
                           IF WS-CO-COUNT < 300
                               ADD 1 TO WS-CO-COUNT
                               MOVE CC-REC TO WS-CO-REC(WS-CO-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COVERCNT
           END-IF.
       1500-TIMETABLE-PARA.
           OPEN INPUT TIMETBL
           IF WS-TT-FS NOT = 00
               DISPLAY 'TIMETABLE FILE OPEN FAILED, FILE STATUS - '
                   WS-TT-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1599-TIMETABLE-EXIT
           END-IF
           PERFORM UNTIL WS-TT-FS NOT = 00
               READ TIMETBL
               END-READ
               IF WS-TT-FS NOT = 10
                   IF TT-TERM = WS-TERM AND TT-DAY = WS-WEEKDAY
                       AND TT-PERIOD >= 1 AND TT-PERIOD <= 10
                       PERFORM 1510-ONE-SLOT-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TIMETBL.
       1599-TIMETABLE-EXIT.
           EXIT.
       1510-ONE-SLOT-PARA.
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT
               IF WS-TC-EMP(WS-TX) = TT-EMP
                   MOVE 'Y' TO WS-TC-BUSY(WS-TX, TT-PERIOD)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-MATCH-BX
           PERFORM VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-AB-COUNT OR WS-MATCH-BX NOT = ZERO
               IF WS-AB-ID(WS-BX) = TT-EMP
                   MOVE WS-BX TO WS-MATCH-BX
               END-IF
           END-PERFORM
           IF WS-MATCH-BX NOT = ZERO
               IF WS-SL-COUNT < 300
                   ADD 1 TO WS-SL-COUNT
                   MOVE TT-SEC TO WS-SL-SEC(WS-SL-COUNT)
                   MOVE TT-PERIOD TO WS-SL-PERIOD(WS-SL-COUNT)
                   MOVE TT-SUBJ TO WS-SL-SUBJ(WS-SL-COUNT)
                   MOVE TT-EMP TO WS-SL-EMP(WS-SL-COUNT)
                   MOVE ZERO TO WS-SL-COVER(WS-SL-COUNT)
                   MOVE SPACES TO WS-SL-BASIS(WS-SL-COUNT)
               ELSE
                   DISPLAY 'COVER TABLE FULL, SKIPPING SECTION '
                       TT-SEC ' PERIOD ' TT-PERIOD
               END-IF
           END-IF.
       1900-LOOKUP-PARA.
           MOVE SPACES TO WS-LOOK-NAME
           MOVE SPACES TO WS-LOOK-DEPT
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT
               IF WS-EM-ID(WS-EX) = WS-LOOK-ID
                   MOVE WS-EM-NAME(WS-EX) TO WS-LOOK-NAME
                   MOVE WS-EM-DEPT(WS-EX) TO WS-LOOK-DEPT
               END-IF
           END-PERFORM.
       2000-ONE-PERIOD-PARA.
      * Best free teacher for one uncovered period: lowest tier
      * (1 same subject, 2 same department, 3 anyone), then the
      * fewest running covers
           ADD 1 TO WS-NEED-CNT
           MOVE SPACES TO WS-ABS-DEPT
           PERFORM VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-AB-COUNT
               IF WS-AB-ID(WS-BX) = WS-SL-EMP(WS-SLX)
                   MOVE WS-AB-DEPT(WS-BX) TO WS-ABS-DEPT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-BEST-TX
           MOVE 9 TO WS-BEST-TIER
           MOVE ZERO TO WS-BEST-CNT
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT
               IF WS-TC-ABSENT(WS-TX) = 'N'
                   AND WS-TC-BUSY(WS-TX, WS-PX) = 'N'
                   AND WS-TC-TODAY(WS-TX) < WS-MAX-DAY
                   PERFORM 2100-TIER-PARA
                   IF WS-TIER < WS-BEST-TIER
                       OR (WS-TIER = WS-BEST-TIER
                           AND WS-TC-COVERS(WS-TX) < WS-BEST-CNT)
                       MOVE WS-TX TO WS-BEST-TX
                       MOVE WS-TIER TO WS-BEST-TIER
                       MOVE WS-TC-COVERS(WS-TX) TO WS-BEST-CNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-TX = ZERO
               ADD 1 TO WS-UNASG-CNT
               MOVE 'UNASSIGNED' TO WS-SL-BASIS(WS-SLX)
           ELSE
               ADD 1 TO WS-COVER-CNT
               MOVE WS-TC-EMP(WS-BEST-TX) TO WS-SL-COVER(WS-SLX)
               MOVE 'Y' TO WS-TC-BUSY(WS-BEST-TX, WS-PX)
               ADD 1 TO WS-TC-TODAY(WS-BEST-TX)
               ADD 1 TO WS-TC-COVERS(WS-BEST-TX)
               EVALUATE WS-BEST-TIER
                   WHEN 1
                       MOVE 'SAME SUBJECT' TO WS-SL-BASIS(WS-SLX)
                   WHEN 2
                       MOVE 'SAME DEPT' TO WS-SL-BASIS(WS-SLX)
                   WHEN OTHER
                       MOVE 'FREE PERIOD' TO WS-SL-BASIS(WS-SLX)
               END-EVALUATE
           END-IF.
       2100-TIER-PARA.
           MOVE 'N' TO WS-SUBJ-SW
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-AS-COUNT OR WS-SAME-SUBJ
               IF WS-AS-EMP(WS-AX) = WS-TC-EMP(WS-TX)
                   AND WS-AS-SUBJ(WS-AX) = WS-SL-SUBJ(WS-SLX)
                   MOVE 'Y' TO WS-SUBJ-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SAME-SUBJ
                   MOVE 1 TO WS-TIER
               WHEN WS-ABS-DEPT NOT = SPACES
                   AND WS-TC-DEPT(WS-TX) = WS-ABS-DEPT
                   MOVE 2 TO WS-TIER
               WHEN OTHER
                   MOVE 3 TO WS-TIER
           END-EVALUATE.
       3000-SHEET-PARA.
           OPEN OUTPUT COVERRPT
           MOVE SPACES TO RPT-LINE
           STRING 'SUBSTITUTE COVER SHEET - ' WS-DAY-NAME(WS-WEEKDAY)
               ' ' WS-COVER-DT '  TERM ' WS-TERM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ABSENT TODAY' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-AB-COUNT = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-AB-COUNT
               MOVE WS-AB-ID(WS-BX) TO WS-LOOK-ID
               PERFORM 1900-LOOKUP-PARA
               MOVE SPACES TO RPT-LINE
               STRING '  ' WS-AB-ID(WS-BX) ' ' WS-LOOK-NAME
                   '  DEPT ' WS-AB-DEPT(WS-BX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'PER SEC SUBJ ABSENT' TO RPT-LINE(1:19)
           MOVE 'COVERED BY' TO RPT-LINE(41:10)
           MOVE 'BASIS' TO RPT-LINE(68:5)
           WRITE RPT-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 10
               PERFORM VARYING WS-SLX FROM 1 BY 1
                   UNTIL WS-SLX > WS-SL-COUNT
                   IF WS-SL-PERIOD(WS-SLX) = WS-PX
                       AND WS-SL-COVER(WS-SLX) NOT = ZERO
                       PERFORM 3100-COVER-LINE-PARA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-COVER-CNT = ZERO
               MOVE '(NO COVERS)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'UNASSIGNED PERIODS' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 10
               PERFORM VARYING WS-SLX FROM 1 BY 1
                   UNTIL WS-SLX > WS-SL-COUNT
                   IF WS-SL-PERIOD(WS-SLX) = WS-PX
                       AND WS-SL-COVER(WS-SLX) = ZERO
                       PERFORM 3200-UNASSIGNED-PARA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-UNASG-CNT = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PERIODS TO COVER ' WS-NEED-CNT '  COVERED '
               WS-COVER-CNT '  UNASSIGNED ' WS-UNASG-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE COVERRPT.
       3100-COVER-LINE-PARA.
           MOVE WS-SL-EMP(WS-SLX) TO WS-LOOK-ID
           PERFORM 1900-LOOKUP-PARA
           MOVE WS-LOOK-NAME TO WS-NAME-1
           MOVE WS-SL-COVER(WS-SLX) TO WS-LOOK-ID
           PERFORM 1900-LOOKUP-PARA
           MOVE WS-LOOK-NAME TO WS-NAME-2
           MOVE SPACES TO RPT-LINE
           STRING ' ' WS-PX '  ' WS-SL-SEC(WS-SLX) '   '
               WS-SL-SUBJ(WS-SLX) '  ' WS-SL-EMP(WS-SLX) ' '
               WS-NAME-1 ' ' WS-SL-COVER(WS-SLX) ' ' WS-NAME-2
               ' ' WS-SL-BASIS(WS-SLX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       3200-UNASSIGNED-PARA.
           MOVE WS-SL-EMP(WS-SLX) TO WS-LOOK-ID
           PERFORM 1900-LOOKUP-PARA
           MOVE SPACES TO RPT-LINE
           STRING ' ' WS-PX '  ' WS-SL-SEC(WS-SLX) '   '
               WS-SL-SUBJ(WS-SLX) '  ' WS-SL-EMP(WS-SLX) ' '
               WS-LOOK-NAME '  NO FREE TEACHER'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'W' TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MSG
           STRING 'NO COVER ' WS-COVER-DT ' PERIOD ' WS-PX
               ' SECTION ' WS-SL-SEC(WS-SLX) ' SUBJ '
               WS-SL-SUBJ(WS-SLX) ' FOR ' WS-SL-EMP(WS-SLX)
               DELIMITED BY SIZE INTO WS-ALERT-MSG
           PERFORM ALERT-WRITE-PARA.
       4000-COUNT-SAVE-PARA.
           OPEN OUTPUT COVERCNT
           IF WS-CC-FS NOT = 00
               DISPLAY 'COVER-COUNT FILE OPEN FAILED, FILE STATUS - '
                   WS-CC-FS ' - COUNTS NOT SAVED'
           ELSE
               PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TC-COUNT
                   MOVE SPACES TO CC-REC
                   MOVE WS-TC-EMP(WS-TX) TO CC-EMP
                   MOVE WS-TC-COVERS(WS-TX) TO CC-COUNT
                   MOVE WS-COVER-DT TO CC-LAST-DT
                   MOVE WS-TC-TODAY(WS-TX) TO CC-LAST-CNT
                   WRITE CC-REC
               END-PERFORM
               PERFORM VARYING WS-COX FROM 1 BY 1
                   UNTIL WS-COX > WS-CO-COUNT
                   MOVE WS-CO-REC(WS-COX) TO CC-REC
                   WRITE CC-REC
               END-PERFORM
               CLOSE COVERCNT
           END-IF.
       COPY ALERTPARA.
       END PROGRAM COVERPLN.
