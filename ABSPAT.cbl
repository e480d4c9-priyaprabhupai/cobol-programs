      ******************************************************************
      * Program : ABSPAT
      * Purpose : Chronic-absenteeism patterns from the daily
      *           attendance register. ATTEND only rolls the days up
      *           into a term percentage, so a student absent every
      *           Monday, or a week at a stretch, looks fine until
      *           the term-end floor. This run lays each student's
      *           register marks out over the school's working days
      *           (the CALFILE BUSCAL generates - W and H days are
      *           school days, E weekends and F holidays are breaks)
      *           and reports:
      *             - runs of consecutive absences of ABSPAT_RUN or
      *               more school days;
      *             - absences on a school day next to a weekend or
      *               holiday (the long-weekend pattern);
      *             - a week-by-week attendance trend per student
      *               against the section's average for that week.
      *           A student crossing any threshold goes on a follow-
      *           up list for the section's class teacher from the
      *           TEACHASG assignment file.
      * Modification History:
      *   - Written new. The register is ATTREG_DSN (default
      *     attreg.txt), the calendar CALFILE_DSN (default
      *     CALENDAR.txt), the assignments TEACHASG_DSN (default
      *     teachasg.txt), teacher names from EMPMASTFILE_DSN. The
      *     report is ABSPATRPT_DSN (default abspat.txt) and the
      *     follow-up list ABSFOLLOW_DSN (default absfollow.txt -
      *     teacher, section, student, reasons). The window is the
      *     term ABSPAT_TERM on the term master, or the term that
      *     covers today, or with neither the register's own first
      *     to last day. Thresholds: ABSPAT_RUN consecutive absences
      *     (default 03), ABSPAT_ADJ absences next to a break
      *     (default 03), and ABSPAT_GAP points under the section's
      *     weekly average in two or more weeks (default 025). A
      *     leave day counts as not present for the weekly figures,
      *     as in ATTEND, but does not extend an absence run. The
      *     class teacher is the section's CT assignment for the
      *     term, else its first assignment. RETURN-CODE 4 when
      *     anyone is listed for follow-up, 16 with no calendar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSPAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTREG ASSIGN TO WS-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FS.
           SELECT CALFILE ASSIGN TO WS-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT PATRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT FOLLOWUP ASSIGN TO WS-FU-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FU-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           COPY TRMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD ATTREG.
       01 REG-REC.
           05 REG-DATE   PIC 9(8).
           05 FILLER     PIC X.
           05 REG-UID    PIC 9(5).
           05 FILLER     PIC X.
           05 REG-SEC    PIC X.
           05 FILLER     PIC X.
           05 REG-STATUS PIC X.
               88 REG-PRESENT VALUE 'P'.
               88 REG-ABSENT  VALUE 'A'.
               88 REG-LEAVE   VALUE 'L'.
       FD CALFILE.
       01 CAL-REC.
           05 CAL-DATE    PIC 9(8).
           05 FILLER      PIC X.
           05 CAL-DAYNAME PIC X(9).
           05 FILLER      PIC X.
           05 CAL-CLASS   PIC X.
           05 FILLER      PIC X.
           05 CAL-DESC    PIC X(30).
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
       FD PATRPT.
       01 RPT-LINE PIC X(80).
       FD FOLLOWUP.
       01 FU-REC.
           05 FU-EMP     PIC 9(5).
           05 FILLER     PIC X.
           05 FU-SEC     PIC X.
           05 FILLER     PIC X.
           05 FU-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FU-REASON  PIC X(45).
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
           COPY TRMFD.
       WORKING-STORAGE SECTION.
       77 WS-REG-FS   PIC 99.
       77 WS-CAL-FS   PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-FU-FS    PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-REG-DSN  PIC X(100) VALUE 'attreg.txt'.
       77 WS-CAL-DSN  PIC X(100) VALUE 'CALENDAR.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'abspat.txt'.
       77 WS-FU-DSN   PIC X(100) VALUE 'absfollow.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(3).
       77 WS-RUN-MIN  PIC 99 VALUE 03.
       77 WS-ADJ-MIN  PIC 99 VALUE 03.
       77 WS-GAP      PIC 999 VALUE 025.
       77 WS-PAT-TERM PIC XX VALUE SPACES.
       77 WS-FROM-DT  PIC 9(8) VALUE ZERO.
       77 WS-TO-DT    PIC 9(8) VALUE ZERO.
       77 WS-TODAY    PIC 9(8) VALUE ZERO.
       77 WS-TODAY-CURR PIC X(21).
       77 WS-TX       PIC 99 VALUE ZERO.
       77 WS-RECS-READ PIC 9(6) VALUE ZERO.
       77 WS-SKIP-CNT PIC 9(6) VALUE ZERO.
       77 WS-FU-CNT   PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-SW PIC X VALUE 'N'.
           88 WS-TERM-WINDOW VALUE 'Y'.
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
      * The calendar, in date order as BUSCAL writes it
       77 WS-CAL-COUNT PIC 999 VALUE ZERO.
       77 WS-CX        PIC 999 VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 800 TIMES.
               10 WS-CT-DATE  PIC 9(8).
               10 WS-CT-DAY   PIC X(3).
               10 WS-CT-CLASS PIC X.
                   88 WS-CT-SCHOOL VALUE 'W' 'H'.
                   88 WS-CT-BREAK  VALUE 'E' 'F'.
      * The window's school days: week number, next-to-a-break flag
       77 WS-WD-COUNT  PIC 999 VALUE ZERO.
       77 WS-WX        PIC 999 VALUE ZERO.
       77 WS-LAST-WX   PIC 999 VALUE ZERO.
       77 WS-LAST-DT   PIC 9(8) VALUE ZERO.
       77 WS-WEEK-COUNT PIC 99 VALUE ZERO.
       01 WS-WD-TABLE.
           05 WS-WD-ENTRY OCCURS 250 TIMES.
               10 WS-WD-DATE PIC 9(8).
               10 WS-WD-WEEK PIC 99.
               10 WS-WD-ADJ  PIC X.
      * Students: one mark per school day (P, A, L or blank)
       77 WS-STU-COUNT PIC 999 VALUE ZERO.
       77 WS-SX        PIC 999 VALUE ZERO.
       77 WS-SY        PIC 999 VALUE ZERO.
       77 WS-MATCH-SX  PIC 999 VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 999 TIMES.
               10 WS-ST-KEY.
                   15 WS-ST-SEC  PIC X.
                   15 WS-ST-UID  PIC 9(5).
               10 WS-ST-ABS     PIC 999.
               10 WS-ST-LONGEST PIC 999.
               10 WS-ST-LONG-DT PIC 9(8).
               10 WS-ST-RUNS    PIC 99.
               10 WS-ST-ADJ     PIC 999.
               10 WS-ST-BELOW   PIC 99.
               10 WS-ST-FLAG    PIC X.
               10 WS-ST-DAYS    PIC X(250).
       01 WS-STU-HOLD PIC X(278).
      * Sections: school days marked and present per week
       77 WS-SEC-COUNT PIC 99 VALUE ZERO.
       77 WS-KX        PIC 99 VALUE ZERO.
       77 WS-MATCH-KX  PIC 99 VALUE ZERO.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 36 TIMES.
               10 WS-SC-SEC     PIC X.
               10 WS-SC-TEACHER PIC 9(5).
               10 WS-SC-CT-SW   PIC X.
               10 WS-SC-NAME    PIC X(20).
               10 WS-SC-WEEK OCCURS 60 TIMES.
                   15 WS-SC-MARKED PIC 9(5).
                   15 WS-SC-PRES   PIC 9(5).
      * One student's weeks, worked out from the day marks
       77 WS-KWX       PIC 99 VALUE ZERO.
       01 WS-STU-WEEKS.
           05 WS-SW-ENTRY OCCURS 60 TIMES.
               10 WS-SW-MARKED PIC 99.
               10 WS-SW-PRES   PIC 99.
       77 WS-STU-PCT   PIC 999 VALUE ZERO.
       77 WS-SEC-PCT   PIC 999 VALUE ZERO.
       77 WS-RUN-LEN   PIC 999 VALUE ZERO.
       77 WS-RUN-DT    PIC 9(8) VALUE ZERO.
       77 WS-PCT-DISP  PIC ZZ9.
       77 WS-WK-DISP   PIC Z9.
       77 WS-WK-FROM   PIC 99 VALUE ZERO.
       77 WS-WK-TO     PIC 99 VALUE ZERO.
       77 WS-PTR       PIC 99 VALUE ZERO.
       77 WS-REASON    PIC X(45).
       77 WS-TEACH-LINE PIC X(40) VALUE SPACES.
       01 WS-SWAP-SW PIC X VALUE 'N'.
           88 WS-SWAPPED VALUE 'Y'.
       COPY TRMDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-TERM-PARA
           PERFORM 1200-CAL-PARA
           IF NOT WS-TERM-WINDOW
               PERFORM 1300-RANGE-PARA
           END-IF
           PERFORM 1400-WORKDAY-PARA
           PERFORM 2000-REG-PARA
           PERFORM 1500-TEACH-PARA
           PERFORM 3000-ANALYSE-PARA
           PERFORM 3500-SORT-PARA
           PERFORM 4000-REPORT-PARA
           IF WS-MASTER-AVAIL
               CLOSE EMPMAST-FILE
           END-IF
           DISPLAY 'REGISTER RECORDS READ: ' WS-RECS-READ
               '  NOT A SCHOOL DAY IN THE WINDOW: ' WS-SKIP-CNT
           DISPLAY 'STUDENTS: ' WS-STU-COUNT
               '  LISTED FOR FOLLOW-UP: ' WS-FU-CNT
           IF WS-FU-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ATTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-DSN FROM ENVIRONMENT-VALUE
           IF WS-REG-DSN = SPACES
               MOVE 'attreg.txt' TO WS-REG-DSN
           END-IF
           MOVE 'CALFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-CAL-DSN = SPACES
               MOVE 'CALENDAR.txt' TO WS-CAL-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'ABSPATRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'abspat.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'ABSFOLLOW_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FU-DSN FROM ENVIRONMENT-VALUE
           IF WS-FU-DSN = SPACES
               MOVE 'absfollow.txt' TO WS-FU-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'ABSPAT_RUN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 1
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-RUN-MIN
               ELSE
                   DISPLAY 'INVALID ABSPAT_RUN, USING DEFAULT - '
                       WS-RUN-MIN
               END-IF
           END-IF
           MOVE 'ABSPAT_ADJ' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-ADJ-MIN
               ELSE
                   DISPLAY 'INVALID ABSPAT_ADJ, USING DEFAULT - '
                       WS-ADJ-MIN
               END-IF
           END-IF
           MOVE 'ABSPAT_GAP' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-GAP
               ELSE
                   DISPLAY 'INVALID ABSPAT_GAP, USING DEFAULT - '
                       WS-GAP
               END-IF
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT ' - NO TEACHER NAMES'
           END-IF.
       1100-TERM-PARA.
           MOVE 'ABSPAT_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PAT-TERM FROM ENVIRONMENT-VALUE
           PERFORM TRM-ENV-PARA
           PERFORM TRM-LOAD-PARA
           IF WS-TRM-AVAIL
               IF WS-PAT-TERM NOT = SPACES
                   MOVE WS-PAT-TERM TO WS-TRM-CODE
                   PERFORM TRM-FIND-PARA
                   IF NOT WS-TRM-FOUND
                       DISPLAY 'ABSPAT_TERM ' WS-PAT-TERM
                           ' IS NOT ON THE TERM MASTER - NOTHING '
                           'REPORTED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-TODAY-CURR
                   MOVE WS-TODAY-CURR(1:8) TO WS-TODAY
                   MOVE 'N' TO WS-TRM-FOUND-SW
                   PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TRM-COUNT OR WS-TRM-FOUND
                       IF WS-TRM-T-START(WS-TX) NOT > WS-TODAY
                           AND WS-TRM-T-END(WS-TX) NOT < WS-TODAY
                           MOVE 'Y' TO WS-TRM-FOUND-SW
                           MOVE WS-TX TO WS-TRM-X
                           MOVE WS-TRM-T-CODE(WS-TX) TO WS-PAT-TERM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-TRM-FOUND
                   MOVE 'Y' TO WS-WINDOW-SW
                   MOVE WS-TRM-T-START(WS-TRM-X) TO WS-FROM-DT
                   MOVE WS-TRM-T-END(WS-TRM-X)   TO WS-TO-DT
               END-IF
           END-IF.
       1200-CAL-PARA.
      * Without the working-day calendar no pattern can be judged
           OPEN INPUT CALFILE
           IF WS-CAL-FS NOT = 00
               DISPLAY 'CALENDAR FILE NOT AVAILABLE, FILE STATUS - '
                   WS-CAL-FS ' - GENERATE CALFILE WITH BUSCAL FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-FS NOT = 00
               READ CALFILE
               END-READ
               IF WS-CAL-FS NOT = 10
                   IF WS-CAL-COUNT < 800
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE  TO WS-CT-DATE(WS-CAL-COUNT)
                       MOVE CAL-DAYNAME(1:3) TO WS-CT-DAY(WS-CAL-COUNT)
                       MOVE CAL-CLASS TO WS-CT-CLASS(WS-CAL-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CALFILE.
       1300-RANGE-PARA.
      * No term to report on - the register's own first and last day
           OPEN INPUT ATTREG
           IF WS-REG-FS NOT = 00
               DISPLAY 'ATTENDANCE REGISTER OPEN FAILED, FILE '
                   'STATUS - ' WS-REG-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 99999999 TO WS-FROM-DT
           MOVE ZERO TO WS-TO-DT
           PERFORM UNTIL WS-REG-FS NOT = 00
               READ ATTREG
               END-READ
               IF WS-REG-FS NOT = 10
                   IF REG-DATE < WS-FROM-DT
                       MOVE REG-DATE TO WS-FROM-DT
                   END-IF
                   IF REG-DATE > WS-TO-DT
                       MOVE REG-DATE TO WS-TO-DT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ATTREG.
       1400-WORKDAY-PARA.
      * A week starts on each Monday; a school day is next to a break
      * when the calendar day before or after it is a weekend or a
      * holiday
           MOVE ZERO TO WS-WEEK-COUNT
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAL-COUNT
               IF WS-CT-DATE(WS-CX) NOT < WS-FROM-DT
                   AND WS-CT-DATE(WS-CX) NOT > WS-TO-DT
                   IF WS-CT-DAY(WS-CX) = 'MON' AND WS-WD-COUNT > 0
                       AND WS-WD-WEEK(WS-WD-COUNT) = WS-WEEK-COUNT
                       AND WS-WEEK-COUNT < 60
                       ADD 1 TO WS-WEEK-COUNT
                   END-IF
                   IF WS-CT-SCHOOL(WS-CX) AND WS-WD-COUNT < 250
                       IF WS-WEEK-COUNT = ZERO
                           MOVE 1 TO WS-WEEK-COUNT
                       END-IF
                       ADD 1 TO WS-WD-COUNT
                       MOVE WS-CT-DATE(WS-CX) TO WS-WD-DATE(WS-WD-COUNT)
                       MOVE WS-WEEK-COUNT TO WS-WD-WEEK(WS-WD-COUNT)
                       MOVE 'N' TO WS-WD-ADJ(WS-WD-COUNT)
                       IF WS-CX > 1
                           IF WS-CT-BREAK(WS-CX - 1)
                               MOVE 'Y' TO WS-WD-ADJ(WS-WD-COUNT)
                           END-IF
                       END-IF
                       IF WS-CX < WS-CAL-COUNT
                           IF WS-CT-BREAK(WS-CX + 1)
                               MOVE 'Y' TO WS-WD-ADJ(WS-WD-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WD-COUNT = ZERO
               DISPLAY 'NO SCHOOL DAYS ON THE CALENDAR FROM '
                   WS-FROM-DT ' TO ' WS-TO-DT ' - NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-TEACH-PARA.
      * The class teacher: the section's CT assignment for the term,
      * else the first assignment found for the section
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'TEACHER ASSIGNMENTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-TA-FS ' - NO CLASS TEACHERS'
           ELSE
               PERFORM UNTIL WS-TA-FS NOT = 00
                   READ ASGFILE
                   END-READ
                   IF WS-TA-FS NOT = 10
                       AND (TA-TERM = WS-PAT-TERM OR WS-PAT-TERM =
                       SPACES)
                       PERFORM 1550-ONE-ASG-PARA
                   END-IF
               END-PERFORM
               CLOSE ASGFILE
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-SEC-COUNT
               MOVE SPACES TO WS-SC-NAME(WS-KX)
               IF WS-MASTER-AVAIL AND WS-SC-TEACHER(WS-KX) NOT = ZERO
                   MOVE WS-SC-TEACHER(WS-KX) TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-SC-NAME(WS-KX)
                   END-READ
               END-IF
           END-PERFORM.
       1550-ONE-ASG-PARA.
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-SEC-COUNT
               IF WS-SC-SEC(WS-KX) = TA-SEC
                   IF WS-SC-TEACHER(WS-KX) = ZERO
                       OR (TA-SUBJ = 'CT' AND WS-SC-CT-SW(WS-KX) = 'N')
                       MOVE TA-EMP TO WS-SC-TEACHER(WS-KX)
                       IF TA-SUBJ = 'CT'
                           MOVE 'Y' TO WS-SC-CT-SW(WS-KX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       2000-REG-PARA.
           OPEN INPUT ATTREG
           IF WS-REG-FS NOT = 00
               DISPLAY 'ATTENDANCE REGISTER OPEN FAILED, FILE '
                   'STATUS - ' WS-REG-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-LAST-DT
           MOVE ZERO TO WS-LAST-WX
           PERFORM UNTIL WS-REG-FS NOT = 00
               READ ATTREG
               END-READ
               IF WS-REG-FS NOT = 10
                   ADD 1 TO WS-RECS-READ
                   PERFORM 2100-ONE-DAY-PARA
               END-IF
           END-PERFORM
           CLOSE ATTREG.
       2100-ONE-DAY-PARA.
      * The register runs date by date, so the last day found is
      * kept rather than searched for again
           IF REG-DATE NOT = WS-LAST-DT
               MOVE REG-DATE TO WS-LAST-DT
               MOVE ZERO TO WS-LAST-WX
               PERFORM VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > WS-WD-COUNT OR WS-LAST-WX NOT = ZERO
                   IF WS-WD-DATE(WS-WX) = REG-DATE
                       MOVE WS-WX TO WS-LAST-WX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LAST-WX = ZERO
               OR (NOT REG-PRESENT AND NOT REG-ABSENT AND NOT REG-LEAVE)
               ADD 1 TO WS-SKIP-CNT
           ELSE
               MOVE ZERO TO WS-MATCH-SX
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STU-COUNT OR WS-MATCH-SX NOT = ZERO
                   IF WS-ST-UID(WS-SX) = REG-UID
                       MOVE WS-SX TO WS-MATCH-SX
                   END-IF
               END-PERFORM
               IF WS-MATCH-SX = ZERO
                   PERFORM 2200-NEW-STU-PARA
               END-IF
               IF WS-MATCH-SX NOT = ZERO
                   MOVE REG-STATUS
                       TO WS-ST-DAYS(WS-MATCH-SX)(WS-LAST-WX:1)
               END-IF
           END-IF.
       2200-NEW-STU-PARA.
           IF WS-STU-COUNT < 999
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-MATCH-SX
               INITIALIZE WS-STU-ENTRY(WS-MATCH-SX)
               MOVE REG-UID TO WS-ST-UID(WS-MATCH-SX)
               MOVE REG-SEC TO WS-ST-SEC(WS-MATCH-SX)
               MOVE SPACES TO WS-ST-DAYS(WS-MATCH-SX)
               MOVE ZERO TO WS-MATCH-KX
               PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-SEC-COUNT OR WS-MATCH-KX NOT = ZERO
                   IF WS-SC-SEC(WS-KX) = REG-SEC
                       MOVE WS-KX TO WS-MATCH-KX
                   END-IF
               END-PERFORM
               IF WS-MATCH-KX = ZERO AND WS-SEC-COUNT < 36
                   ADD 1 TO WS-SEC-COUNT
                   INITIALIZE WS-SEC-ENTRY(WS-SEC-COUNT)
                   MOVE REG-SEC TO WS-SC-SEC(WS-SEC-COUNT)
                   MOVE 'N' TO WS-SC-CT-SW(WS-SEC-COUNT)
               END-IF
           ELSE
               DISPLAY 'STUDENT TABLE FULL, SKIPPING ' REG-UID
           END-IF.
       3000-ANALYSE-PARA.
      * Runs and break-adjacent absences first, with the section's
      * weekly totals; the weekly comparison needs every student in
      * the section counted, so it is a second pass
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STU-COUNT
               PERFORM 3100-RUNS-PARA
               PERFORM 3300-STU-WEEKS-PARA
               PERFORM 3400-FIND-SEC-PARA
               PERFORM VARYING WS-KWX FROM 1 BY 1
                   UNTIL WS-KWX > WS-WEEK-COUNT
                   ADD WS-SW-MARKED(WS-KWX)
                       TO WS-SC-MARKED(WS-MATCH-KX, WS-KWX)
                   ADD WS-SW-PRES(WS-KWX)
                       TO WS-SC-PRES(WS-MATCH-KX, WS-KWX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STU-COUNT
               PERFORM 3300-STU-WEEKS-PARA
               PERFORM 3400-FIND-SEC-PARA
               PERFORM VARYING WS-KWX FROM 1 BY 1
                   UNTIL WS-KWX > WS-WEEK-COUNT
                   IF WS-SW-MARKED(WS-KWX) NOT = ZERO
                       PERFORM 3200-WEEK-PCT-PARA
                       IF WS-STU-PCT + WS-GAP < WS-SEC-PCT
                           ADD 1 TO WS-ST-BELOW(WS-SX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ST-RUNS(WS-SX) NOT = ZERO
                   OR WS-ST-ADJ(WS-SX) NOT < WS-ADJ-MIN
                   OR WS-ST-BELOW(WS-SX) NOT < 2
                   MOVE 'Y' TO WS-ST-FLAG(WS-SX)
                   ADD 1 TO WS-FU-CNT
               ELSE
                   MOVE 'N' TO WS-ST-FLAG(WS-SX)
               END-IF
           END-PERFORM.
       3100-RUNS-PARA.
      * A run is broken by any school day not marked absent - a
      * leave day or a day with no mark included
           MOVE ZERO TO WS-RUN-LEN
           PERFORM VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > WS-WD-COUNT + 1
               IF WS-WX NOT > WS-WD-COUNT
                   AND WS-ST-DAYS(WS-SX)(WS-WX:1) = 'A'
                   ADD 1 TO WS-ST-ABS(WS-SX)
                   IF WS-WD-ADJ(WS-WX) = 'Y'
                       ADD 1 TO WS-ST-ADJ(WS-SX)
                   END-IF
                   IF WS-RUN-LEN = ZERO
                       MOVE WS-WD-DATE(WS-WX) TO WS-RUN-DT
                   END-IF
                   ADD 1 TO WS-RUN-LEN
               ELSE
                   IF WS-RUN-LEN NOT < WS-RUN-MIN
                       ADD 1 TO WS-ST-RUNS(WS-SX)
                   END-IF
                   IF WS-RUN-LEN > WS-ST-LONGEST(WS-SX)
                       MOVE WS-RUN-LEN TO WS-ST-LONGEST(WS-SX)
                       MOVE WS-RUN-DT TO WS-ST-LONG-DT(WS-SX)
                   END-IF
                   MOVE ZERO TO WS-RUN-LEN
               END-IF
           END-PERFORM.
       3200-WEEK-PCT-PARA.
           COMPUTE WS-STU-PCT = WS-SW-PRES(WS-KWX) * 100
               / WS-SW-MARKED(WS-KWX)
           MOVE ZERO TO WS-SEC-PCT
           IF WS-SC-MARKED(WS-MATCH-KX, WS-KWX) NOT = ZERO
               COMPUTE WS-SEC-PCT =
                   WS-SC-PRES(WS-MATCH-KX, WS-KWX) * 100
                   / WS-SC-MARKED(WS-MATCH-KX, WS-KWX)
           END-IF.
       3300-STU-WEEKS-PARA.
           INITIALIZE WS-STU-WEEKS
           PERFORM VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > WS-WD-COUNT
               IF WS-ST-DAYS(WS-SX)(WS-WX:1) NOT = SPACE
                   ADD 1 TO WS-SW-MARKED(WS-WD-WEEK(WS-WX))
                   IF WS-ST-DAYS(WS-SX)(WS-WX:1) = 'P'
                       ADD 1 TO WS-SW-PRES(WS-WD-WEEK(WS-WX))
                   END-IF
               END-IF
           END-PERFORM.
       3400-FIND-SEC-PARA.
           MOVE ZERO TO WS-MATCH-KX
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-SEC-COUNT OR WS-MATCH-KX NOT = ZERO
               IF WS-SC-SEC(WS-KX) = WS-ST-SEC(WS-SX)
                   MOVE WS-KX TO WS-MATCH-KX
               END-IF
           END-PERFORM
           IF WS-MATCH-KX = ZERO
               MOVE 1 TO WS-MATCH-KX
           END-IF.
       3500-SORT-PARA.
      * Section, then student, for the report and the follow-up list
           MOVE 'Y' TO WS-SWAP-SW
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAP-SW
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX >= WS-STU-COUNT
                   COMPUTE WS-SY = WS-SX + 1
                   IF WS-ST-KEY(WS-SX) > WS-ST-KEY(WS-SY)
                       MOVE WS-STU-ENTRY(WS-SX) TO WS-STU-HOLD
                       MOVE WS-STU-ENTRY(WS-SY) TO WS-STU-ENTRY(WS-SX)
                       MOVE WS-STU-HOLD TO WS-STU-ENTRY(WS-SY)
                       MOVE 'Y' TO WS-SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.
       4000-REPORT-PARA.
           OPEN OUTPUT PATRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'REPORT FILE OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-TERM-WINDOW
               STRING 'ABSENCE PATTERNS - TERM ' WS-PAT-TERM ' - '
                   WS-FROM-DT ' TO ' WS-TO-DT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'ABSENCE PATTERNS - REGISTER DAYS '
                   WS-FROM-DT ' TO ' WS-TO-DT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FOLLOW-UP AT: RUN OF ' WS-RUN-MIN
               ', BY BREAKS ' WS-ADJ-MIN ', ' WS-GAP
               ' PTS UNDER SECTION IN 2 WEEKS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PATTERNS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SEC STU-ID ABSENT LONGEST RUN FROM   RUNS '
               'BY-BREAK WKS-UNDER' DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STU-COUNT
               MOVE SPACES TO RPT-LINE
               STRING ' ' WS-ST-SEC(WS-SX) '  ' WS-ST-UID(WS-SX)
                   '  ' WS-ST-ABS(WS-SX) '      ' WS-ST-LONGEST(WS-SX)
                   '   ' WS-ST-LONG-DT(WS-SX) '  ' WS-ST-RUNS(WS-SX)
                   '     ' WS-ST-ADJ(WS-SX) '      '
                   WS-ST-BELOW(WS-SX)
                   DELIMITED BY SIZE INTO RPT-LINE
               IF WS-ST-FLAG(WS-SX) = 'Y'
                   MOVE '*' TO RPT-LINE(78:1)
               END-IF
               WRITE RPT-LINE
           END-PERFORM
           PERFORM 4100-TREND-PARA
           PERFORM 4500-FOLLOW-PARA
           CLOSE PATRPT.
       4100-TREND-PARA.
      * Weekly attendance per student under the section's average,
      * fourteen weeks to a line
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WEEKLY ATTENDANCE PCT (LEAVE COUNTS AS NOT PRESENT)'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-MATCH-KX
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STU-COUNT
               IF WS-SX = 1
                   OR WS-ST-SEC(WS-SX) NOT = WS-ST-SEC(WS-SX - 1)
                   PERFORM 3400-FIND-SEC-PARA
                   PERFORM 4200-SEC-HEAD-PARA
               END-IF
               PERFORM 3300-STU-WEEKS-PARA
               MOVE 1 TO WS-WK-FROM
               PERFORM UNTIL WS-WK-FROM > WS-WEEK-COUNT
                   COMPUTE WS-WK-TO = WS-WK-FROM + 13
                   MOVE SPACES TO RPT-LINE
                   IF WS-WK-FROM = 1
                       STRING '  ' WS-ST-UID(WS-SX)
                           DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   MOVE 12 TO WS-PTR
                   PERFORM VARYING WS-KWX FROM WS-WK-FROM BY 1
                       UNTIL WS-KWX > WS-WK-TO
                       OR WS-KWX > WS-WEEK-COUNT
                       IF WS-SW-MARKED(WS-KWX) = ZERO
                           STRING '   -' DELIMITED BY SIZE
                               INTO RPT-LINE WITH POINTER WS-PTR
                       ELSE
                           PERFORM 3200-WEEK-PCT-PARA
                           MOVE WS-STU-PCT TO WS-PCT-DISP
                           STRING ' ' WS-PCT-DISP DELIMITED BY SIZE
                               INTO RPT-LINE WITH POINTER WS-PTR
                       END-IF
                   END-PERFORM
                   WRITE RPT-LINE
                   ADD 14 TO WS-WK-FROM
               END-PERFORM
           END-PERFORM.
       4200-SEC-HEAD-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-WK-FROM
           PERFORM UNTIL WS-WK-FROM > WS-WEEK-COUNT
               COMPUTE WS-WK-TO = WS-WK-FROM + 13
               MOVE SPACES TO RPT-LINE
               IF WS-WK-FROM = 1
                   STRING 'SECTION ' WS-ST-SEC(WS-SX)
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               MOVE 12 TO WS-PTR
               PERFORM VARYING WS-KWX FROM WS-WK-FROM BY 1
                   UNTIL WS-KWX > WS-WK-TO OR WS-KWX > WS-WEEK-COUNT
                   MOVE WS-KWX TO WS-WK-DISP
                   STRING ' W' WS-WK-DISP DELIMITED BY SIZE
                       INTO RPT-LINE WITH POINTER WS-PTR
               END-PERFORM
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-WK-FROM = 1
                   MOVE '  AVERAGE' TO RPT-LINE
               END-IF
               MOVE 12 TO WS-PTR
               PERFORM VARYING WS-KWX FROM WS-WK-FROM BY 1
                   UNTIL WS-KWX > WS-WK-TO OR WS-KWX > WS-WEEK-COUNT
                   IF WS-SC-MARKED(WS-MATCH-KX, WS-KWX) = ZERO
                       STRING '   -' DELIMITED BY SIZE
                           INTO RPT-LINE WITH POINTER WS-PTR
                   ELSE
                       COMPUTE WS-SEC-PCT =
                           WS-SC-PRES(WS-MATCH-KX, WS-KWX) * 100
                           / WS-SC-MARKED(WS-MATCH-KX, WS-KWX)
                       MOVE WS-SEC-PCT TO WS-PCT-DISP
                       STRING ' ' WS-PCT-DISP DELIMITED BY SIZE
                           INTO RPT-LINE WITH POINTER WS-PTR
                   END-IF
               END-PERFORM
               WRITE RPT-LINE
               ADD 14 TO WS-WK-FROM
           END-PERFORM.
       4500-FOLLOW-PARA.
      * By section, so each class teacher's students come together
           OPEN OUTPUT FOLLOWUP
           IF WS-FU-FS NOT = 00
               DISPLAY 'FOLLOW-UP FILE OPEN FAILED, FILE STATUS - '
                   WS-FU-FS ' - FOLLOW-UPS ON THE REPORT ONLY'
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FOLLOW-UP BY CLASS TEACHER' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FU-CNT = ZERO
               MOVE '  NO STUDENT CROSSED A THRESHOLD' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STU-COUNT
               IF WS-ST-FLAG(WS-SX) = 'Y'
                   PERFORM 4600-ONE-FOLLOW-PARA
               END-IF
           END-PERFORM
           IF WS-FU-FS = 00
               CLOSE FOLLOWUP
           END-IF.
       4600-ONE-FOLLOW-PARA.
           PERFORM 3400-FIND-SEC-PARA
           IF WS-SX = 1 OR WS-TEACH-LINE = SPACES
               OR WS-ST-SEC(WS-SX) NOT = WS-TEACH-LINE(9:1)
               MOVE SPACES TO WS-TEACH-LINE
               STRING 'SECTION ' WS-ST-SEC(WS-SX)
                   DELIMITED BY SIZE INTO WS-TEACH-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-SC-TEACHER(WS-MATCH-KX) = ZERO
                   STRING WS-TEACH-LINE(1:9)
                       ' - NO CLASS TEACHER ASSIGNED'
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING WS-TEACH-LINE(1:9) ' - CLASS TEACHER '
                       WS-SC-TEACHER(WS-MATCH-KX) ' '
                       WS-SC-NAME(WS-MATCH-KX)
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO WS-REASON
           MOVE 1 TO WS-PTR
           IF WS-ST-RUNS(WS-SX) NOT = ZERO
               STRING 'RUN OF ' WS-ST-LONGEST(WS-SX) ' FROM '
                   WS-ST-LONG-DT(WS-SX) ' ' DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-PTR
           END-IF
           IF WS-ST-ADJ(WS-SX) NOT < WS-ADJ-MIN
               STRING WS-ST-ADJ(WS-SX) ' BY BREAKS ' DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-PTR
           END-IF
           IF WS-ST-BELOW(WS-SX) NOT < 2
               STRING WS-ST-BELOW(WS-SX) ' WKS UNDER' DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-PTR
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING '  ' WS-ST-UID(WS-SX) '  ' WS-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-FU-FS = 00
               MOVE SPACES TO FU-REC
               MOVE WS-SC-TEACHER(WS-MATCH-KX) TO FU-EMP
               MOVE WS-ST-SEC(WS-SX) TO FU-SEC
               MOVE WS-ST-UID(WS-SX) TO FU-UID
               MOVE WS-REASON TO FU-REASON
               WRITE FU-REC
           END-IF.
           COPY TRMPARA.
       END PROGRAM ABSPAT.
