      ******************************************************************
      * Program : HALLRET
      * Purpose : Keyed entry of the invigilators' returned
      *           attendance sheets. The keyer gives the exam date
      *           and room off the returned SEATPLAN sheet; the
      *           seats SEATPLAN assigned to that room for that date
      *           are then walked in order from the seat assignment
      *           file, and for each student the keyer enters P
      *           (present) or A (absent) and, for a present student,
      *           the evaluator code on the bundle the script was
      *           packed into. One hall return record is appended per
      *           seat with the keyer's initials, for SCRIPTCK to
      *           match against the marks intake.
      * Modification History:
      *   - Written new against the SEATASG layout SEATPLAN writes.
      *     The hall return is HALLRET_DSN (default hallret.txt,
      *     OPEN EXTEND so the sheets build up over the exam
      *     window). A room already keyed for the date is refused
      *     rather than keyed twice; a blank date ends the session.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALLRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEATASG ASSIGN TO WS-SA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SA-FS.
           SELECT HALLOUT ASSIGN TO WS-HR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SEATASG.
       01 SA-REC.
           05 SA-DATE PIC 9(8).
           05 FILLER  PIC X.
           05 SA-UID  PIC 9(5).
           05 FILLER  PIC X.
           05 SA-ROOM PIC X(4).
       FD HALLOUT.
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
       WORKING-STORAGE SECTION.
       77 WS-SA-FS    PIC 99.
       77 WS-HR-FS    PIC 99.
       77 WS-SA-DSN   PIC X(100) VALUE 'seatasg.txt'.
       77 WS-HR-DSN   PIC X(100) VALUE 'hallret.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-OPER     PIC X(8) VALUE SPACES.
       77 WS-IN-DATE  PIC X(8).
       77 WS-IN-ROOM  PIC X(4).
       77 WS-IN-STAT  PIC X.
       77 WS-IN-EVAL  PIC X(4).
       77 WS-CUR-DATE PIC 9(8) VALUE ZERO.
       77 WS-KEYED    PIC 9(4) VALUE ZERO.
       77 WS-SHEETS   PIC 9(4) VALUE ZERO.
       77 WS-PRESENT  PIC 9(4) VALUE ZERO.
       77 WS-ABSENT   PIC 9(4) VALUE ZERO.
      * Seats on the sheet being keyed
       77 WS-SEAT-COUNT PIC 9(4) VALUE ZERO.
       77 WS-STX        PIC 9(4) VALUE ZERO.
       01 WS-SEAT-TABLE.
           05 WS-SEAT-UID  PIC 9(5) OCCURS 999 TIMES.
       01 WS-DONE-SW  PIC X VALUE 'N'.
           88 WS-ALREADY-KEYED VALUE 'Y'.
       01 WS-VALID-SW PIC X VALUE 'N'.
           88 WS-ENTRY-VALID VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           DISPLAY 'KEYER INITIALS:'
           ACCEPT WS-OPER
           DISPLAY 'EXAM DATE YYYYMMDD (BLANK TO END):'
           ACCEPT WS-IN-DATE
           PERFORM UNTIL WS-IN-DATE = SPACES
               PERFORM 2000-ONE-SHEET-PARA THRU 2999-ONE-SHEET-EXIT
               DISPLAY 'EXAM DATE YYYYMMDD (BLANK TO END):'
               ACCEPT WS-IN-DATE
           END-PERFORM
           DISPLAY 'SHEETS KEYED THIS SESSION: ' WS-SHEETS
               '  SEATS: ' WS-KEYED '  PRESENT: ' WS-PRESENT
               '  ABSENT: ' WS-ABSENT
           STOP RUN.
       1000-INIT-PARA.
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
           END-IF.
       2000-ONE-SHEET-PARA.
           IF WS-IN-DATE IS NOT NUMERIC
               DISPLAY 'DATE MUST BE YYYYMMDD - SHEET NOT KEYED'
               GO TO 2999-ONE-SHEET-EXIT
           END-IF
           MOVE WS-IN-DATE TO WS-CUR-DATE
           DISPLAY 'ROOM CODE:'
           ACCEPT WS-IN-ROOM
      * The sheet is the room's seats for the date, in plan order
           MOVE ZERO TO WS-SEAT-COUNT
           OPEN INPUT SEATASG
           IF WS-SA-FS NOT = 00
               DISPLAY 'SEAT ASSIGNMENTS NOT AVAILABLE, FILE STATUS - '
                   WS-SA-FS
               GO TO 2999-ONE-SHEET-EXIT
           END-IF
           PERFORM UNTIL WS-SA-FS NOT = 00
               READ SEATASG
               END-READ
               IF WS-SA-FS NOT = 10
                   IF SA-DATE = WS-CUR-DATE AND SA-ROOM = WS-IN-ROOM
                       AND WS-SEAT-COUNT < 999
                       ADD 1 TO WS-SEAT-COUNT
                       MOVE SA-UID TO WS-SEAT-UID(WS-SEAT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SEATASG
           IF WS-SEAT-COUNT = ZERO
               DISPLAY 'NO SEATS IN ROOM ' WS-IN-ROOM ' ON '
                   WS-CUR-DATE ' - SHEET NOT KEYED'
               GO TO 2999-ONE-SHEET-EXIT
           END-IF
      * Refuse a room that is already on the hall return for the date
           MOVE 'N' TO WS-DONE-SW
           OPEN INPUT HALLOUT
           IF WS-HR-FS = 00
               PERFORM UNTIL WS-HR-FS NOT = 00 OR WS-ALREADY-KEYED
                   READ HALLOUT
                   END-READ
                   IF WS-HR-FS NOT = 10
                       IF HR-DATE = WS-CUR-DATE
                           AND HR-ROOM = WS-IN-ROOM
                           MOVE 'Y' TO WS-DONE-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HALLOUT
           END-IF
           IF WS-ALREADY-KEYED
               DISPLAY 'ROOM ' WS-IN-ROOM ' ALREADY KEYED FOR '
                   WS-CUR-DATE ' - SHEET NOT KEYED'
               GO TO 2999-ONE-SHEET-EXIT
           END-IF
           OPEN EXTEND HALLOUT
           IF WS-HR-FS = 05 OR WS-HR-FS = 35
               CLOSE HALLOUT
               OPEN OUTPUT HALLOUT
           END-IF
           IF WS-HR-FS NOT = 00
               DISPLAY 'HALL RETURN OPEN FAILED, FILE STATUS - '
                   WS-HR-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'ROOM ' WS-IN-ROOM ' - ' WS-SEAT-COUNT ' SEATS'
           PERFORM 2100-ONE-SEAT-PARA
               VARYING WS-STX FROM 1 BY 1 UNTIL WS-STX > WS-SEAT-COUNT
           CLOSE HALLOUT
           ADD 1 TO WS-SHEETS
           DISPLAY 'SHEET KEYED'.
       2999-ONE-SHEET-EXIT.
           EXIT.
       2100-ONE-SEAT-PARA.
      * Every seat on the sheet gets an answer - the prompt repeats
      * until it is a valid one
           MOVE 'N' TO WS-VALID-SW
           PERFORM UNTIL WS-ENTRY-VALID
               DISPLAY 'STUDENT ' WS-SEAT-UID(WS-STX)
                   ' - PRESENT OR ABSENT (P/A):'
               ACCEPT WS-IN-STAT
               MOVE SPACES TO WS-IN-EVAL
               EVALUATE WS-IN-STAT
                   WHEN 'A'
                       MOVE 'Y' TO WS-VALID-SW
                   WHEN 'P'
                       DISPLAY 'EVALUATOR CODE ON THE BUNDLE:'
                       ACCEPT WS-IN-EVAL
                       IF WS-IN-EVAL = SPACES
                           DISPLAY 'EVALUATOR CODE REQUIRED FOR A '
                               'PRESENT STUDENT'
                       ELSE
                           MOVE 'Y' TO WS-VALID-SW
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ENTER P OR A'
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO HR-REC
           MOVE WS-CUR-DATE TO HR-DATE
           MOVE WS-IN-ROOM TO HR-ROOM
           MOVE WS-SEAT-UID(WS-STX) TO HR-UID
           MOVE WS-IN-STAT TO HR-STATUS
           MOVE WS-IN-EVAL TO HR-EVAL
           MOVE WS-OPER TO HR-OPER
           WRITE HR-REC
           ADD 1 TO WS-KEYED
           IF WS-IN-STAT = 'P'
               ADD 1 TO WS-PRESENT
           ELSE
               ADD 1 TO WS-ABSENT
           END-IF.
       END PROGRAM HALLRET.
