      ******************************************************************
      * Program : STAFFATT
      * Purpose : Staff daily attendance register. ATTEND covers
      *           students only; for staff the signing register in
      *           the office was the only record of presence. This
      *           run loads the day's staff attendance feed (date,
      *           EMP-ID, mark: P present / A absent, or I / O for
      *           an in or out swipe, which count as present) and:
      *             - checks every EMP-ID against the EMPMAST master
      *               (unknown, or separated before the date, is a
      *               feed exception);
      *             - matches every absence on a working day of the
      *               CALFILE BUSCAL generates (W a full day, H a
      *               half day) against the posted leave spans in
      *               LEAVEHIST - an absence inside any span is
      *               covered, whatever the leave type;
      *             - prints every absence with no approved leave
      *               on an unauthorized-absence report, one block
      *               per department for the department head, and
      *               adds it to the unpaid-day input PAYDEDCT's
      *               extract charges alongside the unpaid leave;
      *             - lists staff in post with no mark at all for a
      *               working day in the feed, for the office to
      *               chase (they are not assumed absent).
      * Modification History:
      *   - Written new. The feed is STAFFATT_DSN (default
      *     staffatt.txt), the report STAFFRPT_DSN (default
      *     staffrpt.txt), the unpaid-day input UNAUTHABS_DSN
      *     (default unauthabs.txt - employee, date, days,
      *     department; kept whole and rewritten, so a rerun of
      *     the same day's feed does not charge an absence twice).
      *     Department names come off DEPTREF_DSN when it is there.
      *     RETURN-CODE 4 when there are unauthorized absences or
      *     unmarked staff, 8 when the feed carried exceptions.
      *   - Unpaid days from pay periods PAYDEDCT has already
      *     extracted are purged when the file is loaded: only the
      *     current month and the one before it are kept, so the
      *     file no longer grows until every run ends RETURN-CODE
      *     16 on a full table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFATT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFFEED ASSIGN TO WS-SA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SA-FS.
           SELECT STAFFRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT UNAUTHABS ASSIGN TO WS-UA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UA-FS.
           SELECT CALFILE ASSIGN TO WS-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.
           SELECT LEAVEHIST ASSIGN TO WS-LH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LH-FS.
           SELECT DEPTREF ASSIGN TO WS-DR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STAFFFEED.
       01 SA-REC.
           05 SA-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 SA-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 SA-MARK   PIC X.
               88 SA-PRESENT VALUE 'P' 'I' 'O'.
               88 SA-ABSENT  VALUE 'A'.
       FD STAFFRPT.
       01 RPT-LINE PIC X(80).
       FD UNAUTHABS.
       01 UA-REC.
           05 UA-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 UA-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 UA-DAYS   PIC 9V9.
           05 FILLER    PIC X.
           05 UA-DEPT   PIC XXX.
       FD CALFILE.
       01 CAL-REC.
           05 CAL-DATE    PIC 9(8).
           05 FILLER      PIC X.
           05 CAL-DAYNAME PIC X(9).
           05 FILLER      PIC X.
           05 CAL-CLASS   PIC X.
           05 FILLER      PIC X.
           05 CAL-DESC    PIC X(30).
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
       FD DEPTREF.
       01 DEPT-REC.
           05 DEPT-CODE   PIC XXX.
           05 FILLER      PIC X.
           05 DEPT-NAME   PIC X(20).
           05 FILLER      PIC X.
           05 DEPT-ACTIVE PIC X.
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
       77 WS-SA-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-UA-FS    PIC 99.
       77 WS-CAL-FS   PIC 99.
       77 WS-LH-FS    PIC 99.
       77 WS-DR-FS    PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-SA-DSN   PIC X(100) VALUE 'staffatt.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'staffrpt.txt'.
       77 WS-UA-DSN   PIC X(100) VALUE 'unauthabs.txt'.
       77 WS-CAL-DSN  PIC X(100) VALUE 'CALENDAR.txt'.
       77 WS-LH-DSN   PIC X(100) VALUE 'leavehist.txt'.
       77 WS-DR-DSN   PIC X(100) VALUE 'deptref.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-FEED-CNT PIC 9(5) VALUE ZERO.
       77 WS-EXC-CNT  PIC 9(5) VALUE ZERO.
       77 WS-UNA-CNT  PIC 9(5) VALUE ZERO.
       77 WS-NEW-CNT  PIC 9(5) VALUE ZERO.
       77 WS-NOMARK-CNT PIC 9(5) VALUE ZERO.
       77 WS-FIRST-DT PIC 9(8) VALUE ZERO.
       77 WS-LAST-DT  PIC 9(8) VALUE ZERO.
       77 WS-EXC-REASON PIC X(30).
       77 WS-DAY-VAL  PIC 9V9 VALUE ZERO.
       77 WS-CUR-CLASS PIC X.
       77 WS-DAYS-DISP PIC 9.9.
       77 WS-TOT-DISP  PIC ZZZ9.9.
       77 WS-DEPT-DAYS PIC 9(4)V9 VALUE ZERO.
       77 WS-CAL-COUNT PIC 999 VALUE ZERO.
       77 WS-CX        PIC 999 VALUE ZERO.
       77 WS-MATCH-CX  PIC 999 VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 800 TIMES.
               10 WS-CT-DATE  PIC 9(8).
               10 WS-CT-CLASS PIC X.
       77 WS-LH-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-LX        PIC 9(4) VALUE ZERO.
       01 WS-COVER-SW  PIC X VALUE 'N'.
           88 WS-COVERED VALUE 'Y'.
       01 WS-LH-TABLE.
           05 WS-LH-ENTRY OCCURS 2000 TIMES.
               10 WS-LHT-ID   PIC 9(5).
               10 WS-LHT-FROM PIC 9(8).
               10 WS-LHT-TO   PIC 9(8).
       77 WS-EM-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-EX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-EX  PIC 9(4) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EMT-ID     PIC 9(5).
               10 WS-EMT-DEPT   PIC XXX.
               10 WS-EMT-NAME   PIC X(20).
               10 WS-EMT-HIREDT PIC X(8).
               10 WS-EMT-STATUS PIC X.
               10 WS-EMT-LWD    PIC X(8).
       77 WS-UA-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-UA-PURGED PIC 9(4) VALUE ZERO.
       77 WS-CURR-DT   PIC X(21).
      * First day of the previous pay period - older rows are paid
       01 WS-UA-KEEP-FROM PIC 9(8) VALUE ZERO.
       01 WS-UA-KEEP-PARTS REDEFINES WS-UA-KEEP-FROM.
           05 WS-UA-KEEP-YYYY PIC 9(4).
           05 WS-UA-KEEP-MM   PIC 99.
           05 WS-UA-KEEP-DD   PIC 99.
       77 WS-UX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-UX  PIC 9(4) VALUE ZERO.
       01 WS-UA-CHG-SW PIC X VALUE 'N'.
           88 WS-UA-CHANGED VALUE 'Y'.
       01 WS-UA-TABLE.
           05 WS-UA-ENTRY OCCURS 3000 TIMES.
               10 WS-UAT-EMP  PIC 9(5).
               10 WS-UAT-DATE PIC 9(8).
               10 WS-UAT-DAYS PIC 9V9.
               10 WS-UAT-DEPT PIC XXX.
      * This run's findings, printed by department at the end
       77 WS-UN-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-NX        PIC 9(4) VALUE ZERO.
       01 WS-UN-TABLE.
           05 WS-UN-ENTRY OCCURS 2000 TIMES.
               10 WS-UNT-EMP  PIC 9(5).
               10 WS-UNT-DATE PIC 9(8).
               10 WS-UNT-DAYS PIC 9V9.
               10 WS-UNT-DEPT PIC XXX.
               10 WS-UNT-NAME PIC X(20).
      * Every (date, employee) the feed marked, for the no-mark check
       77 WS-MK-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-MX        PIC 9(5) VALUE ZERO.
       01 WS-MARKED-SW PIC X VALUE 'N'.
           88 WS-MARKED VALUE 'Y'.
       01 WS-MK-TABLE.
           05 WS-MK-ENTRY OCCURS 9000 TIMES.
               10 WS-MKT-DATE PIC 9(8).
               10 WS-MKT-EMP  PIC 9(5).
       77 WS-FD-COUNT  PIC 99 VALUE ZERO.
       77 WS-FX        PIC 99 VALUE ZERO.
       77 WS-MATCH-FX  PIC 99 VALUE ZERO.
       01 WS-FD-TABLE.
           05 WS-FD-DATE PIC 9(8) OCCURS 31 TIMES.
       77 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       77 WS-DX         PIC 99 VALUE ZERO.
       77 WS-MATCH-DX   PIC 99 VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-CODE  PIC XXX.
               10 WS-DT-NAME  PIC X(20).
       77 WS-CUR-DEPT  PIC XXX.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-CAL-PARA
           PERFORM 1200-LEAVEHIST-PARA
           PERFORM 1300-MASTER-PARA
           PERFORM 1400-UNAUTH-PARA
           PERFORM 1500-DEPTREF-PARA
           PERFORM 2000-FEED-PARA
           PERFORM 3000-NOMARK-PARA
           PERFORM 4000-REPORT-PARA
           PERFORM 5000-SAVE-PARA
           CLOSE STAFFRPT
           DISPLAY 'STAFF ATTENDANCE - FEED RECORDS: ' WS-FEED-CNT
               '  UNAUTHORIZED: ' WS-UNA-CNT
               '  NEW UNPAID DAYS: ' WS-NEW-CNT
           DISPLAY '  NO MARK: ' WS-NOMARK-CNT
               '  FEED EXCEPTIONS: ' WS-EXC-CNT
           IF WS-EXC-CNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNA-CNT NOT = ZERO OR WS-NOMARK-CNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'STAFFATT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SA-DSN FROM ENVIRONMENT-VALUE
           IF WS-SA-DSN = SPACES
               MOVE 'staffatt.txt' TO WS-SA-DSN
           END-IF
           MOVE 'STAFFRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'staffrpt.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'UNAUTHABS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-UA-DSN FROM ENVIRONMENT-VALUE
           IF WS-UA-DSN = SPACES
               MOVE 'unauthabs.txt' TO WS-UA-DSN
           END-IF
           MOVE 'CALFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-CAL-DSN = SPACES
               MOVE 'CALENDAR.txt' TO WS-CAL-DSN
           END-IF
           MOVE 'LEAVEHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LH-DSN FROM ENVIRONMENT-VALUE
           IF WS-LH-DSN = SPACES
               MOVE 'leavehist.txt' TO WS-LH-DSN
           END-IF
           MOVE 'DEPTREF_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DR-DSN FROM ENVIRONMENT-VALUE
           IF WS-DR-DSN = SPACES
               MOVE 'deptref.txt' TO WS-DR-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           OPEN OUTPUT STAFFRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'REPORT FILE OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CAL-PARA.
      * Without the working-day calendar no absence can be judged
           OPEN INPUT CALFILE
           IF WS-CAL-FS NOT = 00
               DISPLAY 'CALENDAR FILE NOT AVAILABLE, FILE STATUS - '
                   WS-CAL-FS ' - GENERATE CALFILE WITH BUSCAL FIRST'
               CLOSE STAFFRPT
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
                       MOVE CAL-CLASS TO WS-CT-CLASS(WS-CAL-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CALFILE.
       1200-LEAVEHIST-PARA.
           OPEN INPUT LEAVEHIST
           IF WS-LH-FS NOT = 00
               DISPLAY 'LEAVE HISTORY NOT AVAILABLE, FILE STATUS - '
                   WS-LH-FS ' - NO ABSENCE IS COVERED'
           ELSE
               PERFORM UNTIL WS-LH-FS NOT = 00
                   READ LEAVEHIST
                   END-READ
                   IF WS-LH-FS NOT = 10
                       IF WS-LH-COUNT < 2000
                           ADD 1 TO WS-LH-COUNT
                           MOVE LH-ID   TO WS-LHT-ID(WS-LH-COUNT)
                           MOVE LH-FROM TO WS-LHT-FROM(WS-LH-COUNT)
                           MOVE LH-TO   TO WS-LHT-TO(WS-LH-COUNT)
                       ELSE
                           DISPLAY 'LEAVE TABLE FULL, SPAN SKIPPED '
                               LH-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEAVEHIST
           END-IF.
       1300-MASTER-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               CLOSE STAFFRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00
                   IF WS-EM-COUNT < 1000
                       ADD 1 TO WS-EM-COUNT
                       MOVE EMP-ID     TO WS-EMT-ID(WS-EM-COUNT)
                       MOVE EMP-DEPT   TO WS-EMT-DEPT(WS-EM-COUNT)
                       MOVE EMP-NAME   TO WS-EMT-NAME(WS-EM-COUNT)
                       MOVE EMP-HIREDT TO WS-EMT-HIREDT(WS-EM-COUNT)
                       MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EM-COUNT)
                       MOVE EMP-LWD    TO WS-EMT-LWD(WS-EM-COUNT)
                   ELSE
                       DISPLAY 'STAFF TABLE FULL, SKIPPING ' EMP-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE.
       1400-UNAUTH-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-UA-KEEP-FROM
           MOVE 01 TO WS-UA-KEEP-DD
           IF WS-UA-KEEP-MM = 01
               MOVE 12 TO WS-UA-KEEP-MM
               SUBTRACT 1 FROM WS-UA-KEEP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-UA-KEEP-MM
           END-IF
           OPEN INPUT UNAUTHABS
           IF WS-UA-FS NOT = 00
               DISPLAY 'NO UNPAID-DAY INPUT ON FILE, FILE STATUS - '
                   WS-UA-FS ' - STARTING EMPTY'
           ELSE
               PERFORM UNTIL WS-UA-FS NOT = 00
                   READ UNAUTHABS
                   END-READ
                   IF WS-UA-FS NOT = 10 AND UA-DATE < WS-UA-KEEP-FROM
                       ADD 1 TO WS-UA-PURGED
                       MOVE 'Y' TO WS-UA-CHG-SW
                   END-IF
                   IF WS-UA-FS NOT = 10
                       AND UA-DATE NOT < WS-UA-KEEP-FROM
                       IF WS-UA-COUNT < 3000
                           ADD 1 TO WS-UA-COUNT
                           MOVE UA-EMP  TO WS-UAT-EMP(WS-UA-COUNT)
                           MOVE UA-DATE TO WS-UAT-DATE(WS-UA-COUNT)
                           MOVE UA-DAYS TO WS-UAT-DAYS(WS-UA-COUNT)
                           MOVE UA-DEPT TO WS-UAT-DEPT(WS-UA-COUNT)
                       ELSE
                           DISPLAY 'UNPAID-DAY TABLE FULL - FILE '
                               'NOT UPDATED THIS RUN'
                           MOVE 16 TO RETURN-CODE
                           CLOSE UNAUTHABS
                           CLOSE STAFFRPT
                           STOP RUN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE UNAUTHABS
               IF WS-UA-PURGED NOT = ZERO
                   DISPLAY WS-UA-PURGED ' UNPAID DAYS BEFORE '
                       WS-UA-KEEP-FROM ' PURGED - ALREADY EXTRACTED'
               END-IF
           END-IF.
       1500-DEPTREF-PARA.
           OPEN INPUT DEPTREF
           IF WS-DR-FS = 00
               PERFORM UNTIL WS-DR-FS NOT = 00
                   READ DEPTREF
                   END-READ
                   IF WS-DR-FS NOT = 10
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-CODE
                               TO WS-DT-CODE(WS-DEPT-COUNT)
                           MOVE DEPT-NAME
                               TO WS-DT-NAME(WS-DEPT-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPTREF
           END-IF.
       2000-FEED-PARA.
           OPEN INPUT STAFFFEED
           IF WS-SA-FS NOT = 00
               DISPLAY 'ATTENDANCE FEED OPEN FAILED, FILE STATUS - '
                   WS-SA-FS
               CLOSE STAFFRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE 'STAFF ATTENDANCE - FEED EXCEPTIONS' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-SA-FS NOT = 00
               READ STAFFFEED
               END-READ
               IF WS-SA-FS NOT = 10
                   ADD 1 TO WS-FEED-CNT
                   PERFORM 2100-ONE-MARK-PARA
                       THRU 2199-ONE-MARK-EXIT
               END-IF
           END-PERFORM
           CLOSE STAFFFEED
           IF WS-EXC-CNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE '  (NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       2100-ONE-MARK-PARA.
           MOVE ZERO TO WS-MATCH-EX
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT OR WS-MATCH-EX NOT = ZERO
               IF WS-EMT-ID(WS-EX) = SA-EMP
                   MOVE WS-EX TO WS-MATCH-EX
               END-IF
           END-PERFORM
           IF WS-MATCH-EX = ZERO
               MOVE 'NOT ON THE MASTER' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
               GO TO 2199-ONE-MARK-EXIT
           END-IF
           IF WS-EMT-STATUS(WS-MATCH-EX) = 'S'
               AND WS-EMT-LWD(WS-MATCH-EX) < SA-DATE
               MOVE 'SEPARATED BEFORE THIS DATE' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
               GO TO 2199-ONE-MARK-EXIT
           END-IF
           IF NOT SA-PRESENT AND NOT SA-ABSENT
               MOVE 'MARK NOT P, A, I OR O' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
               GO TO 2199-ONE-MARK-EXIT
           END-IF
           PERFORM 2200-MARKED-PARA
           MOVE SPACE TO WS-CUR-CLASS
           MOVE ZERO TO WS-MATCH-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAL-COUNT OR WS-MATCH-CX NOT = ZERO
               IF WS-CT-DATE(WS-CX) = SA-DATE
                   MOVE WS-CX TO WS-MATCH-CX
                   MOVE WS-CT-CLASS(WS-CX) TO WS-CUR-CLASS
               END-IF
           END-PERFORM
           IF WS-MATCH-CX = ZERO
               MOVE 'DATE NOT ON THE CALENDAR' TO WS-EXC-REASON
               PERFORM 2900-EXCEPTION-PARA
               GO TO 2199-ONE-MARK-EXIT
           END-IF
      * Presence, or an absence on a weekend or holiday, needs no
      * further check
           IF SA-PRESENT
               GO TO 2199-ONE-MARK-EXIT
           END-IF
           IF WS-CUR-CLASS = 'W'
               MOVE 1.0 TO WS-DAY-VAL
           ELSE
               IF WS-CUR-CLASS = 'H'
                   MOVE 0.5 TO WS-DAY-VAL
               ELSE
                   GO TO 2199-ONE-MARK-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-COVER-SW
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LH-COUNT OR WS-COVERED
               IF WS-LHT-ID(WS-LX) = SA-EMP
                   AND WS-LHT-FROM(WS-LX) <= SA-DATE
                   AND WS-LHT-TO(WS-LX) >= SA-DATE
                   MOVE 'Y' TO WS-COVER-SW
               END-IF
           END-PERFORM
           IF NOT WS-COVERED
               PERFORM 2300-UNAUTH-PARA
           END-IF.
       2199-ONE-MARK-EXIT.
           EXIT.
       2200-MARKED-PARA.
      * Remember the mark and its date for the no-mark pass
           IF WS-MK-COUNT < 9000
               ADD 1 TO WS-MK-COUNT
               MOVE SA-DATE TO WS-MKT-DATE(WS-MK-COUNT)
               MOVE SA-EMP  TO WS-MKT-EMP(WS-MK-COUNT)
           END-IF
           MOVE ZERO TO WS-MATCH-FX
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FD-COUNT OR WS-MATCH-FX NOT = ZERO
               IF WS-FD-DATE(WS-FX) = SA-DATE
                   MOVE WS-FX TO WS-MATCH-FX
               END-IF
           END-PERFORM
           IF WS-MATCH-FX = ZERO AND WS-FD-COUNT < 31
               ADD 1 TO WS-FD-COUNT
               MOVE SA-DATE TO WS-FD-DATE(WS-FD-COUNT)
           END-IF
           IF WS-FIRST-DT = ZERO OR SA-DATE < WS-FIRST-DT
               MOVE SA-DATE TO WS-FIRST-DT
           END-IF
           IF SA-DATE > WS-LAST-DT
               MOVE SA-DATE TO WS-LAST-DT
           END-IF.
       2300-UNAUTH-PARA.
           ADD 1 TO WS-UNA-CNT
           IF WS-UN-COUNT < 2000
               ADD 1 TO WS-UN-COUNT
               MOVE SA-EMP TO WS-UNT-EMP(WS-UN-COUNT)
               MOVE SA-DATE TO WS-UNT-DATE(WS-UN-COUNT)
               MOVE WS-DAY-VAL TO WS-UNT-DAYS(WS-UN-COUNT)
               MOVE WS-EMT-DEPT(WS-MATCH-EX)
                   TO WS-UNT-DEPT(WS-UN-COUNT)
               MOVE WS-EMT-NAME(WS-MATCH-EX)
                   TO WS-UNT-NAME(WS-UN-COUNT)
               IF WS-UNT-DEPT(WS-UN-COUNT) = SPACES
                   MOVE '???' TO WS-UNT-DEPT(WS-UN-COUNT)
               END-IF
           END-IF
      * Onto the unpaid-day input once only, however often the
      * feed is rerun
           MOVE ZERO TO WS-MATCH-UX
           PERFORM VARYING WS-UX FROM 1 BY 1
               UNTIL WS-UX > WS-UA-COUNT OR WS-MATCH-UX NOT = ZERO
               IF WS-UAT-EMP(WS-UX) = SA-EMP
                   AND WS-UAT-DATE(WS-UX) = SA-DATE
                   MOVE WS-UX TO WS-MATCH-UX
               END-IF
           END-PERFORM
           IF WS-MATCH-UX = ZERO
               IF WS-UA-COUNT < 3000
                   ADD 1 TO WS-UA-COUNT
                   ADD 1 TO WS-NEW-CNT
                   MOVE SA-EMP TO WS-UAT-EMP(WS-UA-COUNT)
                   MOVE SA-DATE TO WS-UAT-DATE(WS-UA-COUNT)
                   MOVE WS-DAY-VAL TO WS-UAT-DAYS(WS-UA-COUNT)
                   MOVE WS-EMT-DEPT(WS-MATCH-EX)
                       TO WS-UAT-DEPT(WS-UA-COUNT)
                   MOVE 'Y' TO WS-UA-CHG-SW
               ELSE
                   DISPLAY 'UNPAID-DAY TABLE FULL, NOT CHARGED '
                       SA-EMP ' ' SA-DATE
               END-IF
           END-IF.
       2900-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-CNT
           MOVE SPACES TO RPT-LINE
           STRING '  ' SA-DATE '  ' SA-EMP '  MARK ' SA-MARK '  '
               WS-EXC-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       3000-NOMARK-PARA.
      * Staff in post on a feed date with no mark at all - listed to
      * chase, never charged
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STAFF IN POST WITH NO MARK' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3050-ONE-DATE-PARA
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FD-COUNT
           IF WS-NOMARK-CNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE '  (NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       3050-ONE-DATE-PARA.
      * Only a working day (full or half) expects a mark
           MOVE SPACE TO WS-CUR-CLASS
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAL-COUNT OR WS-CUR-CLASS NOT = SPACE
               IF WS-CT-DATE(WS-CX) = WS-FD-DATE(WS-FX)
                   MOVE WS-CT-CLASS(WS-CX) TO WS-CUR-CLASS
               END-IF
           END-PERFORM
           IF WS-CUR-CLASS = 'W' OR WS-CUR-CLASS = 'H'
               PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EM-COUNT
                   IF (WS-EMT-STATUS(WS-EX) NOT = 'S'
                       OR WS-EMT-LWD(WS-EX) >= WS-FD-DATE(WS-FX))
                       AND (WS-EMT-HIREDT(WS-EX) IS NOT NUMERIC
                       OR WS-EMT-HIREDT(WS-EX) <= WS-FD-DATE(WS-FX))
                       PERFORM 3100-FIND-MARK-PARA
                   END-IF
               END-PERFORM
           END-IF.
       3100-FIND-MARK-PARA.
           MOVE 'N' TO WS-MARKED-SW
           PERFORM VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MK-COUNT OR WS-MARKED
               IF WS-MKT-DATE(WS-MX) = WS-FD-DATE(WS-FX)
                   AND WS-MKT-EMP(WS-MX) = WS-EMT-ID(WS-EX)
                   MOVE 'Y' TO WS-MARKED-SW
               END-IF
           END-PERFORM
           IF NOT WS-MARKED
               ADD 1 TO WS-NOMARK-CNT
               MOVE SPACES TO RPT-LINE
               STRING '  ' WS-FD-DATE(WS-FX) '  ' WS-EMT-ID(WS-EX)
                   '  ' WS-EMT-NAME(WS-EX) '  DEPT '
                   WS-EMT-DEPT(WS-EX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       4000-REPORT-PARA.
      * One block per department, in order of first appearance, for
      * the department head
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'UNAUTHORIZED STAFF ABSENCE - ' WS-FIRST-DT
               ' TO ' WS-LAST-DT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-UN-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE '  (NONE - EVERY ABSENCE COVERED BY LEAVE)'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-UN-COUNT
               IF WS-UNT-DEPT(WS-NX) NOT = SPACES
                   MOVE WS-UNT-DEPT(WS-NX) TO WS-CUR-DEPT
                   PERFORM 4100-DEPT-BLOCK-PARA
               END-IF
           END-PERFORM.
       4100-DEPT-BLOCK-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-MATCH-DX
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEPT-COUNT OR WS-MATCH-DX NOT = ZERO
               IF WS-DT-CODE(WS-DX) = WS-CUR-DEPT
                   MOVE WS-DX TO WS-MATCH-DX
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-MATCH-DX = ZERO
               STRING 'FOR THE HEAD OF DEPARTMENT ' WS-CUR-DEPT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'FOR THE HEAD OF DEPARTMENT ' WS-CUR-DEPT
                   ' - ' WS-DT-NAME(WS-MATCH-DX)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE '  EMP-ID NAME                  DATE      DAYS'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-DEPT-DAYS
      * Print the department's rows and blank their department so
      * the outer pass does not start the block again
           PERFORM VARYING WS-UX FROM WS-NX BY 1
               UNTIL WS-UX > WS-UN-COUNT
               IF WS-UNT-DEPT(WS-UX) = WS-CUR-DEPT
                   MOVE WS-UNT-DAYS(WS-UX) TO WS-DAYS-DISP
                   MOVE SPACES TO RPT-LINE
                   STRING '  ' WS-UNT-EMP(WS-UX) '  '
                       WS-UNT-NAME(WS-UX) '  ' WS-UNT-DATE(WS-UX)
                       '  ' WS-DAYS-DISP
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   ADD WS-UNT-DAYS(WS-UX) TO WS-DEPT-DAYS
                   MOVE SPACES TO WS-UNT-DEPT(WS-UX)
               END-IF
           END-PERFORM
           MOVE WS-DEPT-DAYS TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING '  DEPARTMENT TOTAL UNPAID DAYS ' WS-TOT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       5000-SAVE-PARA.
           IF WS-UA-CHANGED
               OPEN OUTPUT UNAUTHABS
               IF WS-UA-FS NOT = 00
                   DISPLAY 'UNPAID-DAY INPUT OPEN FAILED, FILE '
                       'STATUS - ' WS-UA-FS
                   CLOSE STAFFRPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM VARYING WS-UX FROM 1 BY 1
                       UNTIL WS-UX > WS-UA-COUNT
                       MOVE SPACES TO UA-REC
                       MOVE WS-UAT-EMP(WS-UX)  TO UA-EMP
                       MOVE WS-UAT-DATE(WS-UX) TO UA-DATE
                       MOVE WS-UAT-DAYS(WS-UX) TO UA-DAYS
                       MOVE WS-UAT-DEPT(WS-UX) TO UA-DEPT
                       WRITE UA-REC
                   END-PERFORM
                   CLOSE UNAUTHABS
               END-IF
           END-IF.
       END PROGRAM STAFFATT.
