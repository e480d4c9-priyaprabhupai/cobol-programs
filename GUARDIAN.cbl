      *     guardian.txt). Adds validate the STU-ID against the
      *     indexed STUDMAST master when it is available and detect
      *     duplicates; one contact record per student.
      *   - Each contact now ends with the branch (campus) code of
      *     the office holding it, taken from the student's STUDMAST
      *     record on an add and moved by the STUXFER transfer run
      *     when the student changes campus. Lookup shows it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAN.
           05 GD-ADDR3  PIC X(30).
           05 FILLER    PIC X.
           05 GD-PHONE  PIC X(12).
           05 FILLER    PIC X.
           05 GD-BRANCH PIC XX.
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-GD-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-IN-UID   PIC 9(5).
       77 WS-IN-BRANCH PIC XX.
       77 WS-GD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-GX       PIC 9(4) VALUE ZERO.
       77 WS-SX       PIC 9(4) VALUE ZERO.
               10 WS-GT-ADDR2 PIC X(30).
               10 WS-GT-ADDR3 PIC X(30).
               10 WS-GT-PHONE PIC X(12).
               10 WS-GT-BRANCH PIC XX.
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01 WS-MASTER-SW PIC X VALUE 'N'.
                           MOVE GD-ADDR2 TO WS-GT-ADDR2(WS-GD-COUNT)
                           MOVE GD-ADDR3 TO WS-GT-ADDR3(WS-GD-COUNT)
                           MOVE GD-PHONE TO WS-GT-PHONE(WS-GD-COUNT)
                           MOVE GD-BRANCH
                               TO WS-GT-BRANCH(WS-GD-COUNT)
                       ELSE
                           DISPLAY 'CONTACT TABLE FULL, RECORD '
                               'SKIPPED'
               DISPLAY WS-GT-ADDR2(WS-MATCH-GX)
               DISPLAY WS-GT-ADDR3(WS-MATCH-GX)
               DISPLAY 'PHONE: ' WS-GT-PHONE(WS-MATCH-GX)
                   '  BRANCH: ' WS-GT-BRANCH(WS-MATCH-GX)
           END-IF.
       4000-ADD-PARA.
           DISPLAY 'ENTER STUDENT ID:'
           ACCEPT WS-IN-UID
           MOVE SPACES TO WS-IN-BRANCH
           IF WS-MASTER-AVAIL
               MOVE WS-IN-UID TO SM-STU-ID
               READ STUDMAST-FILE
                           ' NOT ON THE MASTER - NOT ADDED'
                       GO TO 4999-ADD-EXIT
                   NOT INVALID KEY
                       MOVE SM-BRANCH TO WS-IN-BRANCH
               END-READ
           END-IF
           PERFORM 7000-FIND-PARA
           END-IF
           ADD 1 TO WS-GD-COUNT
           MOVE WS-IN-UID TO WS-GT-UID(WS-GD-COUNT)
           MOVE WS-IN-BRANCH TO WS-GT-BRANCH(WS-GD-COUNT)
           MOVE WS-GD-COUNT TO WS-MATCH-GX
           PERFORM 7100-PROMPT-PARA
           MOVE 'Y' TO WS-CHANGED-SW
                   MOVE WS-GT-ADDR2(WS-GX) TO GD-ADDR2
                   MOVE WS-GT-ADDR3(WS-GX) TO GD-ADDR3
                   MOVE WS-GT-PHONE(WS-GX) TO GD-PHONE
                   MOVE WS-GT-BRANCH(WS-GX) TO GD-BRANCH
                   WRITE GD-REC
               END-PERFORM
               CLOSE GUARDFILE
