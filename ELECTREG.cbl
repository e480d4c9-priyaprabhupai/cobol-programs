      *     style. The registration file is ELECTREG_DSN (default
      *     elecreg.txt). A student with no registration rows at all
      *     is not an electives student and is unaffected downstream.
      *   - Each registration now ends with the branch (campus) code
      *     of the office holding it, taken from the student's
      *     STUDMAST record on an add and moved by the STUXFER
      *     transfer run when the student changes campus. The list
      *     shows it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELECTREG.
           05 ER-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 ER-TERM PIC XX.
           05 FILLER  PIC X.
           05 ER-BRANCH PIC XX.
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN PIC XX.
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-ER-FS    PIC 99.
       77 WS-SUBJ-FS  PIC 99.
       77 WS-IN-UID   PIC 9(5).
       77 WS-IN-SUBJ  PIC XX.
       77 WS-IN-TERM  PIC XX.
       77 WS-IN-BRANCH PIC XX.
       77 WS-REG-COUNT PIC 9(4) VALUE ZERO.
       77 WS-RX        PIC 9(4) VALUE ZERO.
       77 WS-SX        PIC 9(4) VALUE ZERO.
               10 WS-REG-UID  PIC 9(5).
               10 WS-REG-SUBJ PIC XX.
               10 WS-REG-TERM PIC XX.
               10 WS-REG-BRANCH PIC XX.
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01 WS-MASTER-SW PIC X VALUE 'N'.
                           MOVE ER-UID  TO WS-REG-UID(WS-REG-COUNT)
                           MOVE ER-SUBJ TO WS-REG-SUBJ(WS-REG-COUNT)
                           MOVE ER-TERM TO WS-REG-TERM(WS-REG-COUNT)
                           MOVE ER-BRANCH
                               TO WS-REG-BRANCH(WS-REG-COUNT)
                       ELSE
                           DISPLAY 'REGISTRATION TABLE FULL, RECORD '
                               'SKIPPED'
           DISPLAY 'ENTER STUDENT ID:'
           ACCEPT WS-IN-UID
           MOVE ZERO TO WS-LIST-CNT
           DISPLAY 'SUBJ TERM BRANCH'
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-REG-COUNT
               IF WS-REG-UID(WS-RX) = WS-IN-UID
                   ADD 1 TO WS-LIST-CNT
                   DISPLAY WS-REG-SUBJ(WS-RX) '   '
                       WS-REG-TERM(WS-RX) '   '
                       WS-REG-BRANCH(WS-RX)
               END-IF
           END-PERFORM
           IF WS-LIST-CNT = ZERO
       4000-ADD-PARA.
           DISPLAY 'ENTER STUDENT ID:'
           ACCEPT WS-IN-UID
           MOVE SPACES TO WS-IN-BRANCH
           IF WS-MASTER-AVAIL
               MOVE WS-IN-UID TO SM-STU-ID
               READ STUDMAST-FILE
                               ' NOT ENROLLED - NOT ADDED'
                           GO TO 4999-ADD-EXIT
                       END-IF
                       MOVE SM-BRANCH TO WS-IN-BRANCH
               END-READ
           END-IF
           DISPLAY 'ENTER SUBJECT CODE (2 CHARS):'
           MOVE WS-IN-UID  TO WS-REG-UID(WS-REG-COUNT)
           MOVE WS-IN-SUBJ TO WS-REG-SUBJ(WS-REG-COUNT)
           MOVE WS-IN-TERM TO WS-REG-TERM(WS-REG-COUNT)
           MOVE WS-IN-BRANCH TO WS-REG-BRANCH(WS-REG-COUNT)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'REGISTRATION ADDED'.
       4999-ADD-EXIT.
                   MOVE WS-REG-UID(WS-RX)  TO ER-UID
                   MOVE WS-REG-SUBJ(WS-RX) TO ER-SUBJ
                   MOVE WS-REG-TERM(WS-RX) TO ER-TERM
                   MOVE WS-REG-BRANCH(WS-RX) TO ER-BRANCH
                   WRITE ER-REC
               END-PERFORM
               CLOSE ELECREG
