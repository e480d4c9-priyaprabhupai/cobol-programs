      ******************************************************************
      * Program : INVROSTR
      * Purpose : Exam invigilation duty roster. Every room SEATPLAN
      *           filled on an exam date (SEATASG_DSN, default
      *           seatasg.txt) gets INVIG_PER_ROOM invigilators
      *           (default 2, at most 5) for that date's sitting,
      *           drawn from the staff on the EMPMAST master. Nobody
      *           is rostered on a day their approved leave covers
      *           (the LEAVEHIST spans EMPLEAVE posts), nobody
      *           watches two rooms in one sitting, and nobody is put
      *           in a room sitting a subject they teach - the
      *           room's subjects come from the sections seated in
      *           it (STUDMAST) and the papers the EXAMSCHD timetable
      *           gives those sections that day, the teacher's from
      *           TEACHASG for EXAM_TERM. Among those eligible the
      *           one with the fewest duties so far is taken, so the
      *           load evens out across the staff. The duty chart
      *           (INVCHART_DSN, default invchart.txt) lists each
      *           date's rooms with their invigilators and any room
      *           left short; the duty letters (INVLTR_DSN, default
      *           invltr.txt) give each rostered member of staff
      *           their dates and rooms, merged through the shared
      *           LTRTMPL engine (template INVDUTY) with built-in
      *           wording as the fallback. RETURN-CODE 4 when a room
      *           is left short, 16 when the seat assignments or the
      *           employee master cannot be opened.
      * Modification History:
      *   - Written new. EXAMSCHD sets one sitting per exam date,
      *     so a session here is an exam date.
      *   - Staff separated through EMPSEPR are left out of the
      *     invigilator pool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVROSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEATASG ASSIGN TO WS-SA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SA-FS.
           SELECT EXAMTT ASSIGN TO WS-TT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TT-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT LEAVEHIST ASSIGN TO WS-LH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LH-FS.
           SELECT INVCHART ASSIGN TO WS-CH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CH-FS.
           SELECT INVLTR ASSIGN TO WS-LT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LT-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD SEATASG.
       01 SA-REC.
           05 SA-DATE PIC 9(8).
           05 FILLER  PIC X.
           05 SA-UID  PIC 9(5).
           05 FILLER  PIC X.
           05 SA-ROOM PIC X(4).
       FD EXAMTT.
       01 EXT-REC.
           05 EXT-DATE  PIC 9(8).
           05 FILLER    PIC X.
           05 EXT-SUBJ  PIC XX.
           05 FILLER    PIC X.
           05 EXT-SEC   PIC X.
           05 FILLER    PIC X.
           05 EXT-TERM  PIC XX.
           05 FILLER    PIC X.
           05 EXT-SNAME PIC X(20).
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
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
       FD INVCHART.
       01 RPT-LINE PIC X(80).
       FD INVLTR.
       01 LTR-LINE PIC X(70).
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
       WORKING-STORAGE SECTION.
       77 WS-SA-FS    PIC 99.
       77 WS-TT-FS    PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-LH-FS    PIC 99.
       77 WS-CH-FS    PIC 99.
       77 WS-LT-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-SA-DSN   PIC X(100) VALUE 'seatasg.txt'.
       77 WS-TT-DSN   PIC X(100) VALUE 'examtt.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-LH-DSN   PIC X(100) VALUE 'leavehist.txt'.
       77 WS-CH-DSN   PIC X(100) VALUE 'invchart.txt'.
       77 WS-LT-DSN   PIC X(100) VALUE 'invltr.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-PER-ROOM PIC 9 VALUE 2.
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
       01 WS-ABORT-SW PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.
      * Staff off the master, with the duties given this run
       77 WS-EM-COUNT PIC 9(4) VALUE ZERO.
       77 WS-EX       PIC 9(4) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EM-ID     PIC 9(5).
               10 WS-EM-DEPT   PIC XXX.
               10 WS-EM-NAME   PIC X(20).
               10 WS-EM-DUTIES PIC 99.
               10 WS-EM-DUTY OCCURS 15 TIMES.
                   15 WS-EM-DUTY-DT   PIC 9(8).
                   15 WS-EM-DUTY-ROOM PIC X(4).
      * Occupied rooms per exam date, their subjects and staff
       77 WS-RO-COUNT PIC 999 VALUE ZERO.
       77 WS-RX       PIC 999 VALUE ZERO.
       77 WS-MATCH-RX PIC 999 VALUE ZERO.
       01 WS-RO-TABLE.
           05 WS-RO-ENTRY OCCURS 300 TIMES.
               10 WS-RO-DATE   PIC 9(8).
               10 WS-RO-ROOM   PIC X(4).
               10 WS-RO-STU    PIC 9(4).
               10 WS-RO-SJ-CNT PIC 99.
               10 WS-RO-SUBJ   PIC XX OCCURS 10 TIMES.
               10 WS-RO-INV-CNT PIC 9.
               10 WS-RO-INV    PIC 9(4) OCCURS 5 TIMES.
      * Exam timetable slots
       77 WS-XT-COUNT PIC 999 VALUE ZERO.
       77 WS-XTX      PIC 999 VALUE ZERO.
       01 WS-XT-TABLE.
           05 WS-XT-ENTRY OCCURS 300 TIMES.
               10 WS-XT-DATE PIC 9(8).
               10 WS-XT-SEC  PIC X.
               10 WS-XT-SUBJ PIC XX.
      * Subjects each teacher teaches this term
       77 WS-AS-COUNT PIC 999 VALUE ZERO.
       77 WS-AX       PIC 999 VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 500 TIMES.
               10 WS-AS-EMP  PIC 9(5).
               10 WS-AS-SUBJ PIC XX.
      * Approved leave spans
       77 WS-SP-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SPX      PIC 9(4) VALUE ZERO.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 999 TIMES.
               10 WS-SP-ID   PIC 9(5).
               10 WS-SP-FROM PIC 9(8).
               10 WS-SP-TO   PIC 9(8).
       77 WS-SJX        PIC 99 VALUE ZERO.
       77 WS-IX         PIC 9 VALUE ZERO.
       77 WS-DX         PIC 99 VALUE ZERO.
       77 WS-BEST-EX    PIC 9(4) VALUE ZERO.
       77 WS-BEST-DUTY  PIC 99 VALUE ZERO.
       77 WS-CUR-SEC    PIC X.
       77 WS-CUR-DATE   PIC 9(8) VALUE ZERO.
       77 WS-LAST-DATE  PIC 9(8) VALUE ZERO.
       77 WS-LOW-DATE   PIC 9(8) VALUE ZERO.
       77 WS-SHORT      PIC 9 VALUE ZERO.
       77 WS-SHORT-CNT  PIC 999 VALUE ZERO.
       77 WS-DUTY-CNT   PIC 9(4) VALUE ZERO.
       77 WS-LTR-CNT    PIC 9(4) VALUE ZERO.
       77 WS-SUBJ-LIST  PIC X(30).
       77 WS-SL-POS     PIC 99 VALUE ZERO.
       01 WS-ELIGIBLE-SW PIC X VALUE 'N'.
           88 WS-ELIGIBLE VALUE 'Y'.
       01 WS-NEW-SUBJ-SW PIC X VALUE 'N'.
           88 WS-NEW-SUBJ VALUE 'Y'.
      * LTRTMPL call interface (see COPYLIB/LTRTMPL.cbl)
       01 WS-TP-NAME PIC X(12).
       01 WS-TP-TOKENS.
           05 WS-TP-TOKEN-COUNT PIC 99.
           05 WS-TP-TOKEN-ENTRY OCCURS 10 TIMES.
               10 WS-TP-TOKEN-NAME  PIC X(12).
               10 WS-TP-TOKEN-VALUE PIC X(30).
       01 WS-TP-TABLE.
           05 WS-TP-TABLE-COUNT PIC 99.
           05 WS-TP-TABLE-LINE PIC X(70) OCCURS 15 TIMES.
       01 WS-TP-OUT.
           05 WS-TP-OUT-COUNT PIC 99.
           05 WS-TP-OUT-LINE PIC X(70) OCCURS 60 TIMES.
       01 WS-TP-STATUS PIC XX VALUE SPACES.
       77 WS-TP-WARNED-SW PIC X VALUE 'N'.
           88 WS-TP-WARNED VALUE 'Y'.
       77 WS-TPX PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-EMP-LOAD-PARA THRU 1199-EMP-LOAD-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-EXAMTT-LOAD-PARA
           PERFORM 1300-ASG-LOAD-PARA
           PERFORM 1400-LEAVE-LOAD-PARA
           PERFORM 1500-ROOM-LOAD-PARA THRU 1599-ROOM-LOAD-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Dates in order, then the rooms of each date as seated
           MOVE ZERO TO WS-LAST-DATE
           MOVE 1 TO WS-CUR-DATE
           PERFORM UNTIL WS-CUR-DATE = ZERO
               MOVE ZERO TO WS-CUR-DATE
               MOVE 99999999 TO WS-LOW-DATE
               PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RO-COUNT
                   IF WS-RO-DATE(WS-RX) > WS-LAST-DATE
                       AND WS-RO-DATE(WS-RX) <= WS-LOW-DATE
                       MOVE WS-RO-DATE(WS-RX) TO WS-LOW-DATE
                       MOVE WS-RO-DATE(WS-RX) TO WS-CUR-DATE
                   END-IF
               END-PERFORM
               IF WS-CUR-DATE NOT = ZERO
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RO-COUNT
                       IF WS-RO-DATE(WS-RX) = WS-CUR-DATE
                           PERFORM 2000-ONE-ROOM-PARA
                       END-IF
                   END-PERFORM
                   MOVE WS-CUR-DATE TO WS-LAST-DATE
               END-IF
           END-PERFORM
           PERFORM 3000-CHART-PARA
           PERFORM 4000-LETTERS-PARA
           DISPLAY 'ROOMS: ' WS-RO-COUNT '  DUTIES: ' WS-DUTY-CNT
               '  ROOMS SHORT: ' WS-SHORT-CNT
               '  LETTERS: ' WS-LTR-CNT
           IF WS-SHORT-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'SEATASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SA-DSN FROM ENVIRONMENT-VALUE
           IF WS-SA-DSN = SPACES
               MOVE 'seatasg.txt' TO WS-SA-DSN
           END-IF
           MOVE 'EXAMTT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TT-DSN FROM ENVIRONMENT-VALUE
           IF WS-TT-DSN = SPACES
               MOVE 'examtt.txt' TO WS-TT-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'LEAVEHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LH-DSN FROM ENVIRONMENT-VALUE
           IF WS-LH-DSN = SPACES
               MOVE 'leavehist.txt' TO WS-LH-DSN
           END-IF
           MOVE 'INVCHART_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CH-DSN FROM ENVIRONMENT-VALUE
           IF WS-CH-DSN = SPACES
               MOVE 'invchart.txt' TO WS-CH-DSN
           END-IF
           MOVE 'INVLTR_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LT-DSN FROM ENVIRONMENT-VALUE
           IF WS-LT-DSN = SPACES
               MOVE 'invltr.txt' TO WS-LT-DSN
           END-IF
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
           MOVE 'EXAM_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               MOVE 'T1' TO WS-TERM
           END-IF
           MOVE 'INVIG_PER_ROOM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-IN) <= 5
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-PER-ROOM
               ELSE
                   DISPLAY 'INVALID INVIG_PER_ROOM, USING DEFAULT - '
                       WS-PER-ROOM
               END-IF
           END-IF.
       1100-EMP-LOAD-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1199-EMP-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00 AND NOT EMP-SEPARATED
                   IF WS-EM-COUNT < 1000
                       ADD 1 TO WS-EM-COUNT
                       MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
                       MOVE EMP-DEPT TO WS-EM-DEPT(WS-EM-COUNT)
                       MOVE EMP-NAME TO WS-EM-NAME(WS-EM-COUNT)
                       MOVE ZERO TO WS-EM-DUTIES(WS-EM-COUNT)
                   ELSE
                       DISPLAY 'STAFF TABLE FULL, SKIPPING ' EMP-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE.
       1199-EMP-LOAD-EXIT.
           EXIT.
       1200-EXAMTT-LOAD-PARA.
           OPEN INPUT EXAMTT
           IF WS-TT-FS NOT = 00
               DISPLAY 'EXAM TIMETABLE NOT AVAILABLE, FILE STATUS - '
                   WS-TT-FS ' - NO SUBJECT CHECK'
           ELSE
               PERFORM UNTIL WS-TT-FS NOT = 00
                   READ EXAMTT
                   END-READ
                   IF WS-TT-FS NOT = 10 AND WS-XT-COUNT < 300
                       ADD 1 TO WS-XT-COUNT
                       MOVE EXT-DATE TO WS-XT-DATE(WS-XT-COUNT)
                       MOVE EXT-SEC TO WS-XT-SEC(WS-XT-COUNT)
                       MOVE EXT-SUBJ TO WS-XT-SUBJ(WS-XT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE EXAMTT
           END-IF.
       1300-ASG-LOAD-PARA.
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'ASSIGNMENT FILE NOT AVAILABLE, FILE STATUS - '
                   WS-TA-FS ' - NO SUBJECT CHECK'
           ELSE
               PERFORM UNTIL WS-TA-FS NOT = 00
                   READ ASGFILE
                   END-READ
                   IF WS-TA-FS NOT = 10 AND TA-TERM = WS-TERM
                       AND WS-AS-COUNT < 500
                       ADD 1 TO WS-AS-COUNT
                       MOVE TA-EMP TO WS-AS-EMP(WS-AS-COUNT)
                       MOVE TA-SUBJ TO WS-AS-SUBJ(WS-AS-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ASGFILE
           END-IF.
       1400-LEAVE-LOAD-PARA.
           OPEN INPUT LEAVEHIST
           IF WS-LH-FS NOT = 00
               DISPLAY 'LEAVE HISTORY NOT AVAILABLE, FILE STATUS - '
                   WS-LH-FS ' - NOBODY ON LEAVE'
           ELSE
               PERFORM UNTIL WS-LH-FS NOT = 00
                   READ LEAVEHIST
                   END-READ
                   IF WS-LH-FS NOT = 10
                       IF WS-SP-COUNT < 999
                           ADD 1 TO WS-SP-COUNT
                           MOVE LH-ID TO WS-SP-ID(WS-SP-COUNT)
                           MOVE LH-FROM TO WS-SP-FROM(WS-SP-COUNT)
                           MOVE LH-TO TO WS-SP-TO(WS-SP-COUNT)
                       ELSE
                           DISPLAY 'SPAN TABLE FULL, RECORD SKIPPED'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEAVEHIST
           END-IF.
       1500-ROOM-LOAD-PARA.
      * One entry per date and room; each seated student's section
      * adds the paper that section sits that day
           OPEN INPUT SEATASG
           IF WS-SA-FS NOT = 00
               DISPLAY 'SEAT ASSIGNMENTS OPEN FAILED, FILE STATUS - '
                   WS-SA-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1599-ROOM-LOAD-EXIT
           END-IF
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT ' - NO SUBJECT CHECK'
           END-IF
           PERFORM UNTIL WS-SA-FS NOT = 00
               READ SEATASG
               END-READ
               IF WS-SA-FS NOT = 10
                   PERFORM 1510-ONE-SEAT-PARA
               END-IF
           END-PERFORM
           CLOSE SEATASG
           IF WS-MASTER-AVAIL
               CLOSE STUDMAST-FILE
           END-IF.
       1599-ROOM-LOAD-EXIT.
           EXIT.
       1510-ONE-SEAT-PARA.
           MOVE ZERO TO WS-MATCH-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RO-COUNT OR WS-MATCH-RX NOT = ZERO
               IF WS-RO-DATE(WS-RX) = SA-DATE
                   AND WS-RO-ROOM(WS-RX) = SA-ROOM
                   MOVE WS-RX TO WS-MATCH-RX
               END-IF
           END-PERFORM
           IF WS-MATCH-RX = ZERO
               IF WS-RO-COUNT < 300
                   ADD 1 TO WS-RO-COUNT
                   MOVE WS-RO-COUNT TO WS-MATCH-RX
                   MOVE SA-DATE TO WS-RO-DATE(WS-MATCH-RX)
                   MOVE SA-ROOM TO WS-RO-ROOM(WS-MATCH-RX)
                   MOVE ZERO TO WS-RO-STU(WS-MATCH-RX)
                   MOVE ZERO TO WS-RO-SJ-CNT(WS-MATCH-RX)
                   MOVE ZERO TO WS-RO-INV-CNT(WS-MATCH-RX)
               ELSE
                   DISPLAY 'ROOM TABLE FULL, SKIPPING ' SA-DATE ' '
                       SA-ROOM
               END-IF
           END-IF
           IF WS-MATCH-RX NOT = ZERO
               ADD 1 TO WS-RO-STU(WS-MATCH-RX)
               MOVE SPACE TO WS-CUR-SEC
               IF WS-MASTER-AVAIL
                   MOVE SA-UID TO SM-STU-ID
                   READ STUDMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SM-SECTION TO WS-CUR-SEC
                   END-READ
               END-IF
               IF WS-CUR-SEC NOT = SPACE
                   PERFORM 1520-ROOM-SUBJ-PARA
               END-IF
           END-IF.
       1520-ROOM-SUBJ-PARA.
           PERFORM VARYING WS-XTX FROM 1 BY 1
               UNTIL WS-XTX > WS-XT-COUNT
               IF WS-XT-DATE(WS-XTX) = SA-DATE
                   AND WS-XT-SEC(WS-XTX) = WS-CUR-SEC
                   MOVE 'Y' TO WS-NEW-SUBJ-SW
                   PERFORM VARYING WS-SJX FROM 1 BY 1
                       UNTIL WS-SJX > WS-RO-SJ-CNT(WS-MATCH-RX)
                       IF WS-RO-SUBJ(WS-MATCH-RX, WS-SJX)
                           = WS-XT-SUBJ(WS-XTX)
                           MOVE 'N' TO WS-NEW-SUBJ-SW
                       END-IF
                   END-PERFORM
                   IF WS-NEW-SUBJ AND WS-RO-SJ-CNT(WS-MATCH-RX) < 10
                       ADD 1 TO WS-RO-SJ-CNT(WS-MATCH-RX)
                       MOVE WS-XT-SUBJ(WS-XTX) TO WS-RO-SUBJ
                           (WS-MATCH-RX, WS-RO-SJ-CNT(WS-MATCH-RX))
                   END-IF
               END-IF
           END-PERFORM.
       2000-ONE-ROOM-PARA.
      * Fill the room's invigilator places one at a time with the
      * eligible member of staff carrying the fewest duties
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-PER-ROOM
               MOVE ZERO TO WS-BEST-EX
               MOVE 99 TO WS-BEST-DUTY
               PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EM-COUNT
                   IF WS-EM-DUTIES(WS-EX) < WS-BEST-DUTY
                       AND WS-EM-DUTIES(WS-EX) < 15
                       PERFORM 2100-ELIGIBLE-PARA
                       IF WS-ELIGIBLE
                           MOVE WS-EX TO WS-BEST-EX
                           MOVE WS-EM-DUTIES(WS-EX) TO WS-BEST-DUTY
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-EX NOT = ZERO
                   ADD 1 TO WS-RO-INV-CNT(WS-RX)
                   MOVE WS-BEST-EX
                       TO WS-RO-INV(WS-RX, WS-RO-INV-CNT(WS-RX))
                   ADD 1 TO WS-EM-DUTIES(WS-BEST-EX)
                   MOVE WS-RO-DATE(WS-RX) TO WS-EM-DUTY-DT
                       (WS-BEST-EX, WS-EM-DUTIES(WS-BEST-EX))
                   MOVE WS-RO-ROOM(WS-RX) TO WS-EM-DUTY-ROOM
                       (WS-BEST-EX, WS-EM-DUTIES(WS-BEST-EX))
                   ADD 1 TO WS-DUTY-CNT
               END-IF
           END-PERFORM
           IF WS-RO-INV-CNT(WS-RX) < WS-PER-ROOM
               ADD 1 TO WS-SHORT-CNT
           END-IF.
       2100-ELIGIBLE-PARA.
           MOVE 'Y' TO WS-ELIGIBLE-SW
      * Already on duty this sitting
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-EM-DUTIES(WS-EX) OR NOT WS-ELIGIBLE
               IF WS-EM-DUTY-DT(WS-EX, WS-DX) = WS-RO-DATE(WS-RX)
                   MOVE 'N' TO WS-ELIGIBLE-SW
               END-IF
           END-PERFORM
      * On approved leave that day
           PERFORM VARYING WS-SPX FROM 1 BY 1
               UNTIL WS-SPX > WS-SP-COUNT OR NOT WS-ELIGIBLE
               IF WS-SP-ID(WS-SPX) = WS-EM-ID(WS-EX)
                   AND WS-SP-FROM(WS-SPX) <= WS-RO-DATE(WS-RX)
                   AND WS-SP-TO(WS-SPX) >= WS-RO-DATE(WS-RX)
                   MOVE 'N' TO WS-ELIGIBLE-SW
               END-IF
           END-PERFORM
      * Teaches a subject being sat in the room
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-AS-COUNT OR NOT WS-ELIGIBLE
               IF WS-AS-EMP(WS-AX) = WS-EM-ID(WS-EX)
                   PERFORM VARYING WS-SJX FROM 1 BY 1
                       UNTIL WS-SJX > WS-RO-SJ-CNT(WS-RX)
                       IF WS-RO-SUBJ(WS-RX, WS-SJX) = WS-AS-SUBJ(WS-AX)
                           MOVE 'N' TO WS-ELIGIBLE-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       3000-CHART-PARA.
           OPEN OUTPUT INVCHART
           MOVE SPACES TO RPT-LINE
           STRING 'EXAM INVIGILATION DUTY CHART - TERM ' WS-TERM
               '  ' WS-PER-ROOM ' PER ROOM'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-LAST-DATE
           MOVE 1 TO WS-CUR-DATE
           PERFORM UNTIL WS-CUR-DATE = ZERO
               MOVE ZERO TO WS-CUR-DATE
               MOVE 99999999 TO WS-LOW-DATE
               PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RO-COUNT
                   IF WS-RO-DATE(WS-RX) > WS-LAST-DATE
                       AND WS-RO-DATE(WS-RX) <= WS-LOW-DATE
                       MOVE WS-RO-DATE(WS-RX) TO WS-LOW-DATE
                       MOVE WS-RO-DATE(WS-RX) TO WS-CUR-DATE
                   END-IF
               END-PERFORM
               IF WS-CUR-DATE NOT = ZERO
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING 'DATE ' WS-CUR-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RO-COUNT
                       IF WS-RO-DATE(WS-RX) = WS-CUR-DATE
                           PERFORM 3100-CHART-ROOM-PARA
                       END-IF
                   END-PERFORM
                   MOVE WS-CUR-DATE TO WS-LAST-DATE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ROOMS ' WS-RO-COUNT '  DUTIES ' WS-DUTY-CNT
               '  ROOMS SHORT ' WS-SHORT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE INVCHART.
       3100-CHART-ROOM-PARA.
           MOVE SPACES TO WS-SUBJ-LIST
           MOVE 1 TO WS-SL-POS
           PERFORM VARYING WS-SJX FROM 1 BY 1
               UNTIL WS-SJX > WS-RO-SJ-CNT(WS-RX)
               MOVE WS-RO-SUBJ(WS-RX, WS-SJX)
                   TO WS-SUBJ-LIST(WS-SL-POS:2)
               ADD 3 TO WS-SL-POS
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING '  ROOM ' WS-RO-ROOM(WS-RX) '  CANDIDATES '
               WS-RO-STU(WS-RX) '  PAPERS ' WS-SUBJ-LIST
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-RO-INV-CNT(WS-RX)
               MOVE WS-RO-INV(WS-RX, WS-IX) TO WS-EX
               MOVE SPACES TO RPT-LINE
               STRING '      ' WS-EM-ID(WS-EX) ' ' WS-EM-NAME(WS-EX)
                   ' ' WS-EM-DEPT(WS-EX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF WS-RO-INV-CNT(WS-RX) < WS-PER-ROOM
               COMPUTE WS-SHORT = WS-PER-ROOM - WS-RO-INV-CNT(WS-RX)
               MOVE SPACES TO RPT-LINE
               STRING '      *** SHORT BY ' WS-SHORT
                   ' - NO ELIGIBLE STAFF FREE'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       4000-LETTERS-PARA.
           OPEN OUTPUT INVLTR
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT
               IF WS-EM-DUTIES(WS-EX) NOT = ZERO
                   PERFORM 4100-ONE-LETTER-PARA
               END-IF
           END-PERFORM
           CLOSE INVLTR.
       4100-ONE-LETTER-PARA.
           ADD 1 TO WS-LTR-CNT
           MOVE ALL '=' TO LTR-LINE
           WRITE LTR-LINE
           MOVE ZERO TO WS-TP-TABLE-COUNT
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-EM-DUTIES(WS-EX)
               ADD 1 TO WS-TP-TABLE-COUNT
               MOVE SPACES TO WS-TP-TABLE-LINE(WS-TP-TABLE-COUNT)
               STRING '  ' WS-EM-DUTY-DT(WS-EX, WS-DX) '   ROOM '
                   WS-EM-DUTY-ROOM(WS-EX, WS-DX)
                   DELIMITED BY SIZE
                   INTO WS-TP-TABLE-LINE(WS-TP-TABLE-COUNT)
           END-PERFORM
           MOVE 'INVDUTY' TO WS-TP-NAME
           MOVE 5 TO WS-TP-TOKEN-COUNT
           MOVE 'EMPID'  TO WS-TP-TOKEN-NAME(1)
           MOVE WS-EM-ID(WS-EX) TO WS-TP-TOKEN-VALUE(1)
           MOVE 'NAME'   TO WS-TP-TOKEN-NAME(2)
           MOVE WS-EM-NAME(WS-EX) TO WS-TP-TOKEN-VALUE(2)
           MOVE 'DEPT'   TO WS-TP-TOKEN-NAME(3)
           MOVE WS-EM-DEPT(WS-EX) TO WS-TP-TOKEN-VALUE(3)
           MOVE 'TERM'   TO WS-TP-TOKEN-NAME(4)
           MOVE WS-TERM  TO WS-TP-TOKEN-VALUE(4)
           MOVE 'DUTIES' TO WS-TP-TOKEN-NAME(5)
           MOVE WS-EM-DUTIES(WS-EX) TO WS-TP-TOKEN-VALUE(5)
           CALL 'LTRTMPL' USING WS-TP-NAME WS-TP-TOKENS
               WS-TP-TABLE WS-TP-OUT WS-TP-STATUS
           IF WS-TP-STATUS NOT = '00' AND NOT WS-TP-WARNED
               DISPLAY "NO INVDUTY TEMPLATE ON FILE (STATUS "
                   WS-TP-STATUS ") - BUILT-IN WORDING USED"
               MOVE 'Y' TO WS-TP-WARNED-SW
           END-IF
           IF WS-TP-STATUS = '00'
               PERFORM VARYING WS-TPX FROM 1 BY 1
                   UNTIL WS-TPX > WS-TP-OUT-COUNT
                   MOVE WS-TP-OUT-LINE(WS-TPX) TO LTR-LINE
                   WRITE LTR-LINE
               END-PERFORM
           ELSE
               PERFORM 4200-BUILTIN-BODY-PARA
           END-IF
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE.
       4200-BUILTIN-BODY-PARA.
           MOVE SPACES TO LTR-LINE
           STRING 'INVIGILATION DUTY - TERM ' WS-TERM
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING 'TO: ' WS-EM-ID(WS-EX) ' ' WS-EM-NAME(WS-EX)
               '  DEPT ' WS-EM-DEPT(WS-EX)
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING 'YOU ARE ROSTERED TO INVIGILATE '
               WS-EM-DUTIES(WS-EX) ' EXAM SITTING(S):'
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           PERFORM VARYING WS-TPX FROM 1 BY 1
               UNTIL WS-TPX > WS-TP-TABLE-COUNT
               MOVE WS-TP-TABLE-LINE(WS-TPX) TO LTR-LINE
               WRITE LTR-LINE
           END-PERFORM
           MOVE 'PLEASE REPORT TO THE EXAM OFFICE 20 MINUTES BEFORE '
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE 'THE PAPER STARTS.' TO LTR-LINE
           WRITE LTR-LINE.
       END PROGRAM INVROSTR.
