      ******************************************************************
      * Program : SCRIPTCK
      * Purpose : Answer-script completeness check. SEATPLAN says
      *           who was expected in which room for each paper, the
      *           invigilators' returned sheets (keyed through
      *           HALLRET) say who was actually present and which
      *           evaluator's bundle each script went into, and the
      *           double-keyed marks intake VERIFY2K releases says
      *           what came back from evaluation. This run matches
      *           the three - the paper for a seat is the EXAMTT
      *           entry for the date and the student's roster
      *           section - and lists:
      *             - present in the hall but no mark row, or a row
      *               showing ABS (a script lost after the hall);
      *             - a mark for a student the sheet shows absent;
      *             - seats with no hall return keyed, and hall
      *               return rows for students SEATPLAN never seated;
      *             - mark rows for a timetabled paper with no seat;
      *           then the per-evaluator bundle counts: scripts sent
      *           from the hall, marks received back, and missing.
      * Modification History:
      *   - Written new against the SEATASG, EXAMTT and roster
      *     layouts, the HALLRET hall return and the STD-REC layout
      *     VERIFY2K releases (VERIFY_OUT_DSN, default
      *     verified.txt). The report is SCRIPTCK_DSN (default
      *     scriptck.txt). RETURN-CODE 4 when anything is listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRIPTCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER ASSIGN TO WS-ROS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROS-FS.
           SELECT EXAMTT ASSIGN TO WS-TT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TT-FS.
           SELECT SEATASG ASSIGN TO WS-SA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SA-FS.
           SELECT HALLRET ASSIGN TO WS-HR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HR-FS.
           SELECT INTAKE ASSIGN TO WS-IN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FS.
           SELECT CHKRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER.
       01 ROS-REC.
           05 ROS-UID    PIC 9(5).
           05 ROS-GENDER PIC X.
           05 ROS-SUBJ   PIC XX.
           05 ROS-SEC    PIC X.
           05 ROS-MARKS  PIC 999.
           05 ROS-TERM   PIC XX.
           05 ROS-ATTEND PIC X.
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
       FD SEATASG.
       01 SA-REC.
           05 SA-DATE PIC 9(8).
           05 FILLER  PIC X.
           05 SA-UID  PIC 9(5).
           05 FILLER  PIC X.
           05 SA-ROOM PIC X(4).
       FD HALLRET.
       01 HR-REC.
           05 HR-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 HR-ROOM   PIC X(4).
           05 FILLER    PIC X.
           05 HR-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 HR-STATUS PIC X.
           05 FILLER    PIC X.
           05 HR-EVAL   PIC X(4).
           05 FILLER    PIC X.
           05 HR-OPER   PIC X(8).
       FD INTAKE.
       01 STD-REC.
           05 STD-UID    PIC 9(5).
           05 STD-GENDER PIC X.
           05 SUBJECT-CODE PIC XX.
           05 STD-SECTION PIC X.
           05 STD-MARKS  PIC 999.
           05 STD-TERM   PIC XX.
           05 STD-ATTEND PIC X.
       FD CHKRPT.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-ROS-FS   PIC 99.
       77 WS-TT-FS    PIC 99.
       77 WS-SA-FS    PIC 99.
       77 WS-HR-FS    PIC 99.
       77 WS-IN-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-ROS-DSN  PIC X(100) VALUE 'roster.txt'.
       77 WS-TT-DSN   PIC X(100) VALUE 'examtt.txt'.
       77 WS-SA-DSN   PIC X(100) VALUE 'seatasg.txt'.
       77 WS-HR-DSN   PIC X(100) VALUE 'hallret.txt'.
       77 WS-IN-DSN   PIC X(100) VALUE 'verified.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'scriptck.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-NO-MARK  PIC 9(4) VALUE ZERO.
       77 WS-ABS-MARK PIC 9(4) VALUE ZERO.
       77 WS-NO-RET   PIC 9(4) VALUE ZERO.
       77 WS-NO-SEAT  PIC 9(4) VALUE ZERO.
       77 WS-STRAY    PIC 9(4) VALUE ZERO.
       77 WS-NO-PAPER PIC 9(4) VALUE ZERO.
       77 WS-CHECKED  PIC 9(5) VALUE ZERO.
       77 WS-REASON   PIC X(30).
       77 WS-CUR-SEC  PIC X.
       01 WS-MARK-SW  PIC X VALUE 'N'.
           88 WS-NO-MARK-ROW  VALUE 'N'.
           88 WS-ABS-ROW      VALUE 'A'.
           88 WS-MARKED       VALUE 'Y'.
      * Roster sections
       77 WS-STU-COUNT PIC 9(4) VALUE ZERO.
       77 WS-SX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-SX  PIC 9(4) VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 999 TIMES.
               10 WS-STU-UID PIC 9(5).
               10 WS-STU-SEC PIC X.
      * Timetable slots
       77 WS-TT-COUNT  PIC 999 VALUE ZERO.
       77 WS-TTX       PIC 999 VALUE ZERO.
       77 WS-MATCH-TTX PIC 999 VALUE ZERO.
       01 WS-TT-TABLE.
           05 WS-TT-ENTRY OCCURS 200 TIMES.
               10 WS-TT-DATE PIC 9(8).
               10 WS-TT-SUBJ PIC XX.
               10 WS-TT-SEC  PIC X.
               10 WS-TT-TERM PIC XX.
      * Seats, with the paper they were for and what the hall said
      * (status space = no return keyed)
       77 WS-SEAT-COUNT PIC 9(4) VALUE ZERO.
       77 WS-STX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-STX  PIC 9(4) VALUE ZERO.
       01 WS-SEAT-TABLE.
           05 WS-SEAT-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-DATE   PIC 9(8).
               10 WS-ST-UID    PIC 9(5).
               10 WS-ST-ROOM   PIC X(4).
               10 WS-ST-SUBJ   PIC XX.
               10 WS-ST-TERM   PIC XX.
               10 WS-ST-STATUS PIC X.
               10 WS-ST-EVAL   PIC X(4).
      * Marks intake rows
       77 WS-MK-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-MKX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-MKX PIC 9(4) VALUE ZERO.
       01 WS-MK-TABLE.
           05 WS-MK-ENTRY OCCURS 5000 TIMES.
               10 WS-MK-UID    PIC 9(5).
               10 WS-MK-SUBJ   PIC XX.
               10 WS-MK-TERM   PIC XX.
               10 WS-MK-MARKS  PIC 999.
               10 WS-MK-ATTEND PIC X.
               10 WS-MK-SEATED PIC X.
      * Evaluator bundles
       77 WS-EV-COUNT  PIC 99 VALUE ZERO.
       77 WS-EVX       PIC 99 VALUE ZERO.
       77 WS-MATCH-EVX PIC 99 VALUE ZERO.
       01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 50 TIMES.
               10 WS-EV-CODE PIC X(4).
               10 WS-EV-SENT PIC 9(5).
               10 WS-EV-RECD PIC 9(5).
       01 WS-EXC-LINE.
           05 EL-DATE   PIC 9(8).
           05 FILLER    PIC X VALUE SPACE.
           05 EL-ROOM   PIC X(4).
           05 FILLER    PIC X VALUE SPACE.
           05 EL-UID    PIC 9(5).
           05 FILLER    PIC X VALUE SPACE.
           05 EL-SUBJ   PIC XX.
           05 FILLER    PIC X VALUE SPACE.
           05 EL-EVAL   PIC X(4).
           05 FILLER    PIC XX VALUE SPACES.
           05 EL-REASON PIC X(30).
       01 WS-EV-LINE.
           05 FILLER    PIC XX VALUE SPACES.
           05 EVL-CODE  PIC X(4).
           05 FILLER    PIC X(4) VALUE SPACES.
           05 EVL-SENT  PIC ZZZZ9.
           05 FILLER    PIC X(4) VALUE SPACES.
           05 EVL-RECD  PIC ZZZZ9.
           05 FILLER    PIC X(4) VALUE SPACES.
           05 EVL-MISS  PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-LOADS-PARA
           PERFORM 3000-HALL-PARA
           PERFORM 4000-INTAKE-PARA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DATE     ROOM ID    SB EVAL  EXCEPTION' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5000-SEAT-PARA
               VARYING WS-STX FROM 1 BY 1 UNTIL WS-STX > WS-SEAT-COUNT
           PERFORM 5500-UNSEATED-PARA
               VARYING WS-MKX FROM 1 BY 1 UNTIL WS-MKX > WS-MK-COUNT
           PERFORM 6000-BUNDLE-PARA
           CLOSE CHKRPT
           DISPLAY 'SCRIPT CHECK - SEATS ' WS-CHECKED
               '  PRESENT NO MARK ' WS-NO-MARK
               '  ABSENT WITH MARK ' WS-ABS-MARK
               '  NO RETURN ' WS-NO-RET
           IF WS-NO-MARK NOT = ZERO OR WS-ABS-MARK NOT = ZERO
               OR WS-NO-RET NOT = ZERO OR WS-NO-SEAT NOT = ZERO
               OR WS-STRAY NOT = ZERO OR WS-NO-PAPER NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ROSTER_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ROS-DSN FROM ENVIRONMENT-VALUE
           IF WS-ROS-DSN = SPACES
               MOVE 'roster.txt' TO WS-ROS-DSN
           END-IF
           MOVE 'EXAMTT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TT-DSN FROM ENVIRONMENT-VALUE
           IF WS-TT-DSN = SPACES
               MOVE 'examtt.txt' TO WS-TT-DSN
           END-IF
           MOVE 'SEATASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SA-DSN FROM ENVIRONMENT-VALUE
           IF WS-SA-DSN = SPACES
               MOVE 'seatasg.txt' TO WS-SA-DSN
           END-IF
           MOVE 'HALLRET_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-HR-DSN FROM ENVIRONMENT-VALUE
           IF WS-HR-DSN = SPACES
               MOVE 'hallret.txt' TO WS-HR-DSN
           END-IF
           MOVE 'VERIFY_OUT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-DSN FROM ENVIRONMENT-VALUE
           IF WS-IN-DSN = SPACES
               MOVE 'verified.txt' TO WS-IN-DSN
           END-IF
           MOVE 'SCRIPTCK_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'scriptck.txt' TO WS-RPT-DSN
           END-IF
           OPEN OUTPUT CHKRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'REPORT FILE OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'ANSWER-SCRIPT COMPLETENESS CHECK' TO RPT-LINE
           WRITE RPT-LINE.
       2000-LOADS-PARA.
           OPEN INPUT ROSTER
           IF WS-ROS-FS NOT = 00
               DISPLAY 'ROSTER OPEN FAILED, FILE STATUS - ' WS-ROS-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ROS-FS NOT = 00
               READ ROSTER
               END-READ
               IF WS-ROS-FS NOT = 10
                   MOVE ZERO TO WS-MATCH-SX
                   PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-STU-COUNT
                           OR WS-MATCH-SX NOT = ZERO
                       IF WS-STU-UID(WS-SX) = ROS-UID
                           MOVE WS-SX TO WS-MATCH-SX
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-SX = ZERO AND WS-STU-COUNT < 999
                       ADD 1 TO WS-STU-COUNT
                       MOVE ROS-UID TO WS-STU-UID(WS-STU-COUNT)
                       MOVE ROS-SEC TO WS-STU-SEC(WS-STU-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ROSTER
           OPEN INPUT EXAMTT
           IF WS-TT-FS NOT = 00
               DISPLAY 'TIMETABLE OPEN FAILED, FILE STATUS - '
                   WS-TT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TT-FS NOT = 00
               READ EXAMTT
               END-READ
               IF WS-TT-FS NOT = 10 AND WS-TT-COUNT < 200
                   ADD 1 TO WS-TT-COUNT
                   MOVE EXT-DATE TO WS-TT-DATE(WS-TT-COUNT)
                   MOVE EXT-SUBJ TO WS-TT-SUBJ(WS-TT-COUNT)
                   MOVE EXT-SEC  TO WS-TT-SEC(WS-TT-COUNT)
                   MOVE EXT-TERM TO WS-TT-TERM(WS-TT-COUNT)
               END-IF
           END-PERFORM
           CLOSE EXAMTT
           OPEN INPUT SEATASG
           IF WS-SA-FS NOT = 00
               DISPLAY 'SEAT ASSIGNMENTS OPEN FAILED, FILE STATUS - '
                   WS-SA-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SA-FS NOT = 00
               READ SEATASG
               END-READ
               IF WS-SA-FS NOT = 10
                   IF WS-SEAT-COUNT < 5000
                       PERFORM 2100-ADD-SEAT-PARA
                   ELSE
                       DISPLAY 'SEAT TABLE FULL, SKIPPING ' SA-UID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SEATASG.
       2100-ADD-SEAT-PARA.
      * The paper is the one the student's section sat that date
           ADD 1 TO WS-SEAT-COUNT
           MOVE SA-DATE TO WS-ST-DATE(WS-SEAT-COUNT)
           MOVE SA-UID  TO WS-ST-UID(WS-SEAT-COUNT)
           MOVE SA-ROOM TO WS-ST-ROOM(WS-SEAT-COUNT)
           MOVE SPACES  TO WS-ST-SUBJ(WS-SEAT-COUNT)
           MOVE SPACES  TO WS-ST-TERM(WS-SEAT-COUNT)
           MOVE SPACE   TO WS-ST-STATUS(WS-SEAT-COUNT)
           MOVE SPACES  TO WS-ST-EVAL(WS-SEAT-COUNT)
           MOVE SPACE TO WS-CUR-SEC
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STU-COUNT OR WS-CUR-SEC NOT = SPACE
               IF WS-STU-UID(WS-SX) = SA-UID
                   MOVE WS-STU-SEC(WS-SX) TO WS-CUR-SEC
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-MATCH-TTX
           PERFORM VARYING WS-TTX FROM 1 BY 1
               UNTIL WS-TTX > WS-TT-COUNT OR WS-MATCH-TTX NOT = ZERO
               IF WS-TT-DATE(WS-TTX) = SA-DATE
                   AND WS-TT-SEC(WS-TTX) = WS-CUR-SEC
                   MOVE WS-TTX TO WS-MATCH-TTX
               END-IF
           END-PERFORM
           IF WS-MATCH-TTX NOT = ZERO
               MOVE WS-TT-SUBJ(WS-MATCH-TTX)
                   TO WS-ST-SUBJ(WS-SEAT-COUNT)
               MOVE WS-TT-TERM(WS-MATCH-TTX)
                   TO WS-ST-TERM(WS-SEAT-COUNT)
           END-IF.
       3000-HALL-PARA.
           OPEN INPUT HALLRET
           IF WS-HR-FS NOT = 00
               DISPLAY 'NO HALL RETURN KEYED, FILE STATUS - '
                   WS-HR-FS ' - EVERY SEAT WILL SHOW NO RETURN'
           ELSE
               PERFORM UNTIL WS-HR-FS NOT = 00
                   READ HALLRET
                   END-READ
                   IF WS-HR-FS NOT = 10
                       PERFORM 3100-HALL-ROW-PARA
                   END-IF
               END-PERFORM
               CLOSE HALLRET
           END-IF.
       3100-HALL-ROW-PARA.
           MOVE ZERO TO WS-MATCH-STX
           PERFORM VARYING WS-STX FROM 1 BY 1
               UNTIL WS-STX > WS-SEAT-COUNT OR WS-MATCH-STX NOT = ZERO
               IF WS-ST-DATE(WS-STX) = HR-DATE
                   AND WS-ST-UID(WS-STX) = HR-UID
                   MOVE WS-STX TO WS-MATCH-STX
               END-IF
           END-PERFORM
           IF WS-MATCH-STX = ZERO
               ADD 1 TO WS-STRAY
               MOVE SPACES TO WS-EXC-LINE
               MOVE HR-DATE TO EL-DATE
               MOVE HR-ROOM TO EL-ROOM
               MOVE HR-UID  TO EL-UID
               MOVE HR-EVAL TO EL-EVAL
               MOVE 'ON HALL RETURN, NOT SEATED' TO EL-REASON
               MOVE WS-EXC-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE HR-STATUS TO WS-ST-STATUS(WS-MATCH-STX)
               MOVE HR-EVAL TO WS-ST-EVAL(WS-MATCH-STX)
           END-IF.
       4000-INTAKE-PARA.
           OPEN INPUT INTAKE
           IF WS-IN-FS NOT = 00
               DISPLAY 'MARKS INTAKE OPEN FAILED, FILE STATUS - '
                   WS-IN-FS
               CLOSE CHKRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-IN-FS NOT = 00
               READ INTAKE
               END-READ
               IF WS-IN-FS NOT = 10
                   IF WS-MK-COUNT < 5000
                       ADD 1 TO WS-MK-COUNT
                       MOVE STD-UID TO WS-MK-UID(WS-MK-COUNT)
                       MOVE SUBJECT-CODE TO WS-MK-SUBJ(WS-MK-COUNT)
                       MOVE STD-TERM TO WS-MK-TERM(WS-MK-COUNT)
                       MOVE STD-MARKS TO WS-MK-MARKS(WS-MK-COUNT)
                       MOVE STD-ATTEND TO WS-MK-ATTEND(WS-MK-COUNT)
                       MOVE 'N' TO WS-MK-SEATED(WS-MK-COUNT)
                   ELSE
                       DISPLAY 'INTAKE TABLE FULL, SKIPPING ' STD-UID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INTAKE.
       5000-SEAT-PARA.
           ADD 1 TO WS-CHECKED
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-MATCH-MKX
           PERFORM VARYING WS-MKX FROM 1 BY 1
               UNTIL WS-MKX > WS-MK-COUNT OR WS-MATCH-MKX NOT = ZERO
               IF WS-MK-UID(WS-MKX) = WS-ST-UID(WS-STX)
                   AND WS-MK-SUBJ(WS-MKX) = WS-ST-SUBJ(WS-STX)
                   AND WS-MK-TERM(WS-MKX) = WS-ST-TERM(WS-STX)
                   MOVE WS-MKX TO WS-MATCH-MKX
               END-IF
           END-PERFORM
      * Absent and withheld intake rows carry no mark; a space is
      * present
           MOVE 'N' TO WS-MARK-SW
           IF WS-MATCH-MKX NOT = ZERO
               MOVE 'Y' TO WS-MK-SEATED(WS-MATCH-MKX)
               IF WS-MK-ATTEND(WS-MATCH-MKX) = 'A'
                   OR WS-MK-ATTEND(WS-MATCH-MKX) = 'W'
                   MOVE 'A' TO WS-MARK-SW
               ELSE
                   MOVE 'Y' TO WS-MARK-SW
               END-IF
           END-IF
           IF WS-ST-STATUS(WS-STX) = 'P'
               PERFORM 5100-BUNDLE-FIND-PARA
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-SUBJ(WS-STX) = SPACES
                   ADD 1 TO WS-NO-PAPER
                   MOVE 'NO PAPER ON TIMETABLE FOR SEAT' TO WS-REASON
               WHEN WS-ST-STATUS(WS-STX) = SPACE
                   ADD 1 TO WS-NO-RET
                   MOVE 'NO HALL RETURN KEYED' TO WS-REASON
               WHEN WS-ST-STATUS(WS-STX) = 'P' AND WS-NO-MARK-ROW
                   ADD 1 TO WS-NO-MARK
                   MOVE 'PRESENT IN HALL, NO MARK' TO WS-REASON
               WHEN WS-ST-STATUS(WS-STX) = 'P' AND WS-ABS-ROW
                   ADD 1 TO WS-NO-MARK
                   MOVE 'PRESENT IN HALL, INTAKE ABS'
                       TO WS-REASON
               WHEN WS-ST-STATUS(WS-STX) = 'P'
                   IF WS-MATCH-EVX NOT = ZERO
                       ADD 1 TO WS-EV-RECD(WS-MATCH-EVX)
                   END-IF
               WHEN WS-ST-STATUS(WS-STX) = 'A' AND WS-MARKED
                   ADD 1 TO WS-ABS-MARK
                   MOVE 'MARKED ABSENT, HAS A MARK' TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO WS-EXC-LINE
               MOVE WS-ST-DATE(WS-STX) TO EL-DATE
               MOVE WS-ST-ROOM(WS-STX) TO EL-ROOM
               MOVE WS-ST-UID(WS-STX)  TO EL-UID
               MOVE WS-ST-SUBJ(WS-STX) TO EL-SUBJ
               MOVE WS-ST-EVAL(WS-STX) TO EL-EVAL
               MOVE WS-REASON TO EL-REASON
               MOVE WS-EXC-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       5100-BUNDLE-FIND-PARA.
           MOVE ZERO TO WS-MATCH-EVX
           PERFORM VARYING WS-EVX FROM 1 BY 1
               UNTIL WS-EVX > WS-EV-COUNT OR WS-MATCH-EVX NOT = ZERO
               IF WS-EV-CODE(WS-EVX) = WS-ST-EVAL(WS-STX)
                   MOVE WS-EVX TO WS-MATCH-EVX
               END-IF
           END-PERFORM
           IF WS-MATCH-EVX = ZERO AND WS-EV-COUNT < 50
               ADD 1 TO WS-EV-COUNT
               MOVE WS-EV-COUNT TO WS-MATCH-EVX
               MOVE WS-ST-EVAL(WS-STX) TO WS-EV-CODE(WS-MATCH-EVX)
               MOVE ZERO TO WS-EV-SENT(WS-MATCH-EVX)
               MOVE ZERO TO WS-EV-RECD(WS-MATCH-EVX)
           END-IF
           IF WS-MATCH-EVX NOT = ZERO
               ADD 1 TO WS-EV-SENT(WS-MATCH-EVX)
           END-IF.
       5500-UNSEATED-PARA.
      * A mark for a timetabled paper that nobody was seated for
           IF WS-MK-SEATED(WS-MKX) = 'N'
               AND WS-MK-ATTEND(WS-MKX) NOT = 'A'
               AND WS-MK-ATTEND(WS-MKX) NOT = 'W'
               MOVE ZERO TO WS-MATCH-TTX
               PERFORM VARYING WS-TTX FROM 1 BY 1
                   UNTIL WS-TTX > WS-TT-COUNT
                       OR WS-MATCH-TTX NOT = ZERO
                   IF WS-TT-SUBJ(WS-TTX) = WS-MK-SUBJ(WS-MKX)
                       AND WS-TT-TERM(WS-TTX) = WS-MK-TERM(WS-MKX)
                       MOVE WS-TTX TO WS-MATCH-TTX
                   END-IF
               END-PERFORM
               IF WS-MATCH-TTX NOT = ZERO
                   ADD 1 TO WS-NO-SEAT
                   MOVE SPACES TO WS-EXC-LINE
                   MOVE WS-TT-DATE(WS-MATCH-TTX) TO EL-DATE
                   MOVE WS-MK-UID(WS-MKX) TO EL-UID
                   MOVE WS-MK-SUBJ(WS-MKX) TO EL-SUBJ
                   MOVE 'MARK BUT NO SEAT FOR THE PAPER' TO EL-REASON
                   MOVE WS-EXC-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
       6000-BUNDLE-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EVALUATOR BUNDLES' TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  EVAL      SENT  RECEIVED   MISSING' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-EVX FROM 1 BY 1
               UNTIL WS-EVX > WS-EV-COUNT
               MOVE WS-EV-CODE(WS-EVX) TO EVL-CODE
               MOVE WS-EV-SENT(WS-EVX) TO EVL-SENT
               MOVE WS-EV-RECD(WS-EVX) TO EVL-RECD
               COMPUTE EVL-MISS =
                   WS-EV-SENT(WS-EVX) - WS-EV-RECD(WS-EVX)
               MOVE WS-EV-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SEATS ' WS-CHECKED '  NO RETURN ' WS-NO-RET
               '  PRESENT NO MARK ' WS-NO-MARK
               '  ABSENT WITH MARK ' WS-ABS-MARK
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'NOT SEATED ON RETURN ' WS-STRAY
               '  MARK WITH NO SEAT ' WS-NO-SEAT
               '  NO PAPER FOR SEAT ' WS-NO-PAPER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM SCRIPTCK.
