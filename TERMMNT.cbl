      ******************************************************************
      * Program : TERMMNT
      * Purpose : Maintenance front end for the academic term master
      *           (TERMMAST_DSN, default terms.txt), in the HOLMAINT
      *           menu style: list the terms, add one with its
      *           academic year, term dates, exam window and
      *           results-due date, change a term's dates, and close
      *           or reopen a term. Every date must be a real calendar
      *           date, the term must start before it ends, the exam
      *           window must fall inside the term and results cannot
      *           fall due before the exam window closes. GATEEDIT,
      *           ATTEND and EXAMSCHD read the master through the
      *           shared TRMSEL/TRMFD/TRMDAT/TRMPARA copybooks.
      * Modification History:
      *   - Written new with the term master. The whole file is
      *     loaded to the table at start and rewritten at exit only
      *     when something changed; changes need update authority
      *     through the shared SIGNON front end, the list runs at
      *     any level.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRMSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY TRMFD.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       COPY TRMDAT.
       77 WS-CHOICE    PIC 9 VALUE 0.
       77 WS-TX        PIC 99 VALUE ZERO.
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01 WS-VALID-SW  PIC X VALUE 'N'.
           88 WS-DATES-VALID VALUE 'Y'.
       01 WS-IN-CODE   PIC XX.
       01 WS-IN-YEAR   PIC X(4).
       01 WS-IN-DATE   PIC X(8).
       01 WS-IN-STAT   PIC X.
       01 WS-NEW-START PIC 9(8) VALUE ZERO.
       01 WS-NEW-END   PIC 9(8) VALUE ZERO.
       01 WS-NEW-XFROM PIC 9(8) VALUE ZERO.
       01 WS-NEW-XTO   PIC 9(8) VALUE ZERO.
       01 WS-NEW-DUE   PIC 9(8) VALUE ZERO.
      * DATEVAL call interface (see COPYLIB/DATEVAL.cbl)
       01 WS-DV-FUNC   PIC X VALUE '8'.
       01 WS-DV-IN     PIC X(8).
       01 WS-DV-STATUS PIC X.
           88 WS-DATE-OK VALUE 'Y'.
       01 WS-DV-OUT    PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               MOVE 9 TO WS-CHOICE
           END-IF
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM 2000-MENU-PARA
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 3000-LIST-PARA
                   WHEN 2
                       IF WS-SO-CAN-UPDATE
                           PERFORM 4000-ADD-PARA THRU 4999-ADD-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 3
                       IF WS-SO-CAN-UPDATE
                           PERFORM 5000-CHANGE-PARA
                               THRU 5999-CHANGE-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 4
                       IF WS-SO-CAN-UPDATE
                           PERFORM 6000-STATUS-PARA
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           IF WS-CHANGED
               PERFORM 8000-SAVE-PARA
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           PERFORM TRM-ENV-PARA
           PERFORM TRM-LOAD-PARA
           IF NOT WS-TRM-AVAIL
               DISPLAY 'STARTING EMPTY'
           END-IF
           DISPLAY WS-TRM-COUNT ' TERMS LOADED'.
       2000-MENU-PARA.
           DISPLAY '========== ACADEMIC TERM MAINTENANCE =========='
           DISPLAY '1 - LIST TERMS'
           DISPLAY '2 - ADD A TERM'
           DISPLAY '3 - CHANGE A TERM''S DATES'
           DISPLAY '4 - CLOSE OR REOPEN A TERM'
           DISPLAY '9 - EXIT (SAVES CHANGES)'
           DISPLAY 'ENTER SELECTION NUMBER:'
           ACCEPT WS-CHOICE.
       3000-LIST-PARA.
           IF WS-TRM-COUNT = ZERO
               DISPLAY '(NO TERMS ON FILE)'
           ELSE
               DISPLAY 'TM YEAR START    END      EXAM FROM '
                   'EXAM TO  RESULTS  S'
               PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TRM-COUNT
                   DISPLAY WS-TRM-T-CODE(WS-TX) ' '
                       WS-TRM-T-YEAR(WS-TX) ' '
                       WS-TRM-T-START(WS-TX) ' '
                       WS-TRM-T-END(WS-TX) ' '
                       WS-TRM-T-XFROM(WS-TX) '  '
                       WS-TRM-T-XTO(WS-TX) ' '
                       WS-TRM-T-DUE(WS-TX) ' '
                       WS-TRM-T-STAT(WS-TX)
               END-PERFORM
           END-IF.
       4000-ADD-PARA.
           DISPLAY 'TERM CODE (2 CHARACTERS):'
           ACCEPT WS-IN-CODE
           IF WS-IN-CODE = SPACES
               DISPLAY 'TERM CODE REQUIRED - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-IN-CODE TO WS-TRM-CODE
           PERFORM TRM-FIND-PARA
           IF WS-TRM-FOUND
               DISPLAY 'TERM ' WS-IN-CODE ' IS ALREADY ON FILE'
               GO TO 4999-ADD-EXIT
           END-IF
           IF WS-TRM-COUNT >= 40
               DISPLAY 'TERM TABLE FULL - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'ACADEMIC YEAR (YYYY, THE YEAR IT STARTS):'
           ACCEPT WS-IN-YEAR
           IF WS-IN-YEAR IS NOT NUMERIC
               DISPLAY 'ACADEMIC YEAR MUST BE YYYY - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'TERM START DATE (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-DV-OUT TO WS-NEW-START
           DISPLAY 'TERM END DATE (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-DV-OUT TO WS-NEW-END
           DISPLAY 'EXAM WINDOW OPENS (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-DV-OUT TO WS-NEW-XFROM
           DISPLAY 'EXAM WINDOW CLOSES (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-DV-OUT TO WS-NEW-XTO
           DISPLAY 'RESULTS DUE DATE (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-DV-OUT TO WS-NEW-DUE
           PERFORM 9200-ORDER-CHECK-PARA
           IF NOT WS-DATES-VALID
               DISPLAY 'TERM NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           ADD 1 TO WS-TRM-COUNT
           MOVE WS-IN-CODE   TO WS-TRM-T-CODE(WS-TRM-COUNT)
           MOVE WS-IN-YEAR   TO WS-TRM-T-YEAR(WS-TRM-COUNT)
           MOVE WS-NEW-START TO WS-TRM-T-START(WS-TRM-COUNT)
           MOVE WS-NEW-END   TO WS-TRM-T-END(WS-TRM-COUNT)
           MOVE WS-NEW-XFROM TO WS-TRM-T-XFROM(WS-TRM-COUNT)
           MOVE WS-NEW-XTO   TO WS-TRM-T-XTO(WS-TRM-COUNT)
           MOVE WS-NEW-DUE   TO WS-TRM-T-DUE(WS-TRM-COUNT)
           MOVE 'O'          TO WS-TRM-T-STAT(WS-TRM-COUNT)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'TERM ' WS-IN-CODE ' ADDED, OPEN'.
       4999-ADD-EXIT.
           EXIT.
       5000-CHANGE-PARA.
      * Each date is offered with its current value kept on a blank;
      * the new set is applied only if it passes as a whole
           DISPLAY 'TERM CODE TO CHANGE:'
           ACCEPT WS-IN-CODE
           MOVE WS-IN-CODE TO WS-TRM-CODE
           PERFORM TRM-FIND-PARA
           IF NOT WS-TRM-FOUND
               DISPLAY 'NO TERM ' WS-IN-CODE ' ON FILE'
               GO TO 5999-CHANGE-EXIT
           END-IF
           MOVE WS-TRM-T-START(WS-TRM-X) TO WS-NEW-START
           MOVE WS-TRM-T-END(WS-TRM-X)   TO WS-NEW-END
           MOVE WS-TRM-T-XFROM(WS-TRM-X) TO WS-NEW-XFROM
           MOVE WS-TRM-T-XTO(WS-TRM-X)   TO WS-NEW-XTO
           MOVE WS-TRM-T-DUE(WS-TRM-X)   TO WS-NEW-DUE
           DISPLAY 'TERM START NOW ' WS-NEW-START
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT = SPACES
               PERFORM 9000-DATE-CHECK-PARA
               IF NOT WS-DATE-OK
                   DISPLAY 'NOT A REAL CALENDAR DATE - NOT CHANGED'
                   GO TO 5999-CHANGE-EXIT
               END-IF
               MOVE WS-DV-OUT TO WS-NEW-START
           END-IF
           DISPLAY 'TERM END NOW ' WS-NEW-END
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT = SPACES
               PERFORM 9000-DATE-CHECK-PARA
               IF NOT WS-DATE-OK
                   DISPLAY 'NOT A REAL CALENDAR DATE - NOT CHANGED'
                   GO TO 5999-CHANGE-EXIT
               END-IF
               MOVE WS-DV-OUT TO WS-NEW-END
           END-IF
           DISPLAY 'EXAM WINDOW OPENS NOW ' WS-NEW-XFROM
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT = SPACES
               PERFORM 9000-DATE-CHECK-PARA
               IF NOT WS-DATE-OK
                   DISPLAY 'NOT A REAL CALENDAR DATE - NOT CHANGED'
                   GO TO 5999-CHANGE-EXIT
               END-IF
               MOVE WS-DV-OUT TO WS-NEW-XFROM
           END-IF
           DISPLAY 'EXAM WINDOW CLOSES NOW ' WS-NEW-XTO
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT = SPACES
               PERFORM 9000-DATE-CHECK-PARA
               IF NOT WS-DATE-OK
                   DISPLAY 'NOT A REAL CALENDAR DATE - NOT CHANGED'
                   GO TO 5999-CHANGE-EXIT
               END-IF
               MOVE WS-DV-OUT TO WS-NEW-XTO
           END-IF
           DISPLAY 'RESULTS DUE NOW ' WS-NEW-DUE
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT = SPACES
               PERFORM 9000-DATE-CHECK-PARA
               IF NOT WS-DATE-OK
                   DISPLAY 'NOT A REAL CALENDAR DATE - NOT CHANGED'
                   GO TO 5999-CHANGE-EXIT
               END-IF
               MOVE WS-DV-OUT TO WS-NEW-DUE
           END-IF
           PERFORM 9200-ORDER-CHECK-PARA
           IF NOT WS-DATES-VALID
               DISPLAY 'TERM NOT CHANGED'
               GO TO 5999-CHANGE-EXIT
           END-IF
           MOVE WS-NEW-START TO WS-TRM-T-START(WS-TRM-X)
           MOVE WS-NEW-END   TO WS-TRM-T-END(WS-TRM-X)
           MOVE WS-NEW-XFROM TO WS-TRM-T-XFROM(WS-TRM-X)
           MOVE WS-NEW-XTO   TO WS-TRM-T-XTO(WS-TRM-X)
           MOVE WS-NEW-DUE   TO WS-TRM-T-DUE(WS-TRM-X)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'TERM ' WS-IN-CODE ' DATES CHANGED'.
       5999-CHANGE-EXIT.
           EXIT.
       6000-STATUS-PARA.
      * A closed term takes no more marks at the gate; reopening is
      * how a late correction is let through
           DISPLAY 'TERM CODE:'
           ACCEPT WS-IN-CODE
           MOVE WS-IN-CODE TO WS-TRM-CODE
           PERFORM TRM-FIND-PARA
           IF NOT WS-TRM-FOUND
               DISPLAY 'NO TERM ' WS-IN-CODE ' ON FILE'
           ELSE
               DISPLAY 'TERM ' WS-IN-CODE ' IS NOW '
                   WS-TRM-T-STAT(WS-TRM-X)
                   ' - NEW STATUS (O OPEN / C CLOSED):'
               ACCEPT WS-IN-STAT
               IF WS-IN-STAT = 'O' OR WS-IN-STAT = 'C'
                   IF WS-IN-STAT NOT = WS-TRM-T-STAT(WS-TRM-X)
                       MOVE WS-IN-STAT TO WS-TRM-T-STAT(WS-TRM-X)
                       MOVE 'Y' TO WS-CHANGED-SW
                   END-IF
                   DISPLAY 'TERM ' WS-IN-CODE ' NOW '
                       WS-TRM-T-STAT(WS-TRM-X)
               ELSE
                   DISPLAY 'STATUS MUST BE O OR C - KEPT '
                       WS-TRM-T-STAT(WS-TRM-X)
               END-IF
           END-IF.
       8000-SAVE-PARA.
           OPEN OUTPUT TRM-FILE
           IF WS-TRM-STAT NOT = 00
               DISPLAY 'TERM MASTER OPEN FOR SAVE FAILED, FILE '
                   'STATUS - ' WS-TRM-STAT ' - CHANGES LOST'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TRM-COUNT
                   MOVE SPACES TO TRM-REC
                   MOVE WS-TRM-T-CODE(WS-TX)  TO TRM-CODE
                   MOVE WS-TRM-T-YEAR(WS-TX)  TO TRM-YEAR
                   MOVE WS-TRM-T-START(WS-TX) TO TRM-START
                   MOVE WS-TRM-T-END(WS-TX)   TO TRM-END
                   MOVE WS-TRM-T-XFROM(WS-TX) TO TRM-EXAM-FROM
                   MOVE WS-TRM-T-XTO(WS-TX)   TO TRM-EXAM-TO
                   MOVE WS-TRM-T-DUE(WS-TX)   TO TRM-RESULTS-DUE
                   MOVE WS-TRM-T-STAT(WS-TX)  TO TRM-STATUS
                   WRITE TRM-REC
               END-PERFORM
               CLOSE TRM-FILE
               DISPLAY WS-TRM-COUNT ' TERMS SAVED'
           END-IF.
       COPY SIGNPARA.
       COPY TRMPARA.
       9000-DATE-CHECK-PARA.
           MOVE '8' TO WS-DV-FUNC
           MOVE WS-IN-DATE TO WS-DV-IN
           CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
               WS-DV-OUT.
       9200-ORDER-CHECK-PARA.
      * The exam window sits inside the term and results cannot be
      * due before the last paper is sat
           MOVE 'N' TO WS-VALID-SW
           EVALUATE TRUE
               WHEN WS-NEW-END < WS-NEW-START
                   DISPLAY 'TERM ENDS BEFORE IT STARTS'
               WHEN WS-NEW-XTO < WS-NEW-XFROM
                   DISPLAY 'EXAM WINDOW CLOSES BEFORE IT OPENS'
               WHEN WS-NEW-XFROM < WS-NEW-START
                   OR WS-NEW-XTO > WS-NEW-END
                   DISPLAY 'EXAM WINDOW FALLS OUTSIDE THE TERM DATES'
               WHEN WS-NEW-DUE < WS-NEW-XTO
                   DISPLAY 'RESULTS DUE BEFORE THE EXAM WINDOW CLOSES'
               WHEN OTHER
                   MOVE 'Y' TO WS-VALID-SW
           END-EVALUATE.
       END PROGRAM TERMMNT.
