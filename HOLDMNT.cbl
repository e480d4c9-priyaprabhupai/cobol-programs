      ******************************************************************
      * Program : HOLDMNT
      * Purpose : Maintenance front end for the per-student result
      *           hold register (HOLDREG_DSN, default holdreg.txt),
      *           in the HOLMAINT menu style. RELCTL releases or
      *           holds a whole term; this holds one student's result
      *           for a term (or, with the term left blank, for every
      *           term) while the rest of the class goes out - a
      *           MALPRACT finding, a disciplinary case or an appeal
      *           still open on APPEALS. List the register, place a
      *           hold with its reason code (MP malpractice, DC
      *           disciplinary, AP appeal pending, OT other) and lift
      *           one. RPTCARD, FAILLTR, CSVEXPRT, BOARDSUB and the
      *           RESMAST inquiry read the register through the
      *           shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks.
      * Modification History:
      *   - Written new with the hold register. A lifted hold stays
      *     on file with the date and operator that lifted it, which
      *     is what a catch-up run (HOLD_CATCHUP) keys on. Placing
      *     and lifting need update authority through the shared
      *     SIGNON front end and are written to the shared audit log
      *     with the operator; the list runs at any level. The
      *     register is saved after every change so the file and the
      *     audit log never disagree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HLDSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HLDFD.
           COPY AUDITFD.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       COPY HLDDAT.
       COPY AUDITDAT.
       77 WS-CHOICE    PIC 9 VALUE 0.
       77 WS-HX        PIC 9(4) VALUE ZERO.
       77 WS-ACTIVE    PIC 9(4) VALUE ZERO.
       77 WS-MATCH-HX  PIC 9(4) VALUE ZERO.
       01 WS-IN-UID    PIC X(5).
       01 WS-IN-TERM   PIC XX.
       01 WS-IN-REASON PIC XX.
           88 WS-REASON-VALID VALUE 'MP' 'DC' 'AP' 'OT'.
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
                           PERFORM 4000-PLACE-PARA
                               THRU 4999-PLACE-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 3
                       IF WS-SO-CAN-UPDATE
                           PERFORM 5000-LIFT-PARA THRU 5999-LIFT-EXIT
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
           STOP RUN.
       1000-INIT-PARA.
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
           IF NOT WS-HLD-AVAIL
               DISPLAY 'STARTING EMPTY'
           END-IF
           DISPLAY WS-HLD-COUNT ' HOLD RECORDS LOADED'
           PERFORM AUDIT-ENV-PARA
           MOVE 'HOLDMNT' TO WS-AUDIT-PGM.
       2000-MENU-PARA.
           DISPLAY '========== RESULT HOLD REGISTER =========='
           DISPLAY '1 - LIST HOLDS'
           DISPLAY '2 - PLACE A HOLD'
           DISPLAY '3 - LIFT A HOLD'
           DISPLAY '9 - EXIT'
           DISPLAY 'ENTER SELECTION NUMBER:'
           ACCEPT WS-CHOICE.
       3000-LIST-PARA.
           IF WS-HLD-COUNT = ZERO
               DISPLAY '(NO HOLDS ON FILE)'
           ELSE
               MOVE ZERO TO WS-ACTIVE
               DISPLAY 'STUID TM RS PLACED BY  PLACED   '
                   'LIFTED   LIFTED BY'
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HLD-COUNT
                   DISPLAY WS-HLD-T-UID(WS-HX) ' '
                       WS-HLD-T-TERM(WS-HX) ' '
                       WS-HLD-T-REASON(WS-HX) ' '
                       WS-HLD-T-BY(WS-HX) ' '
                       WS-HLD-T-PLACED(WS-HX) ' '
                       WS-HLD-T-LIFTED(WS-HX) ' '
                       WS-HLD-T-LBY(WS-HX)
                   IF WS-HLD-T-LIFTED(WS-HX) = ZERO
                       ADD 1 TO WS-ACTIVE
                   END-IF
               END-PERFORM
               DISPLAY WS-ACTIVE ' HOLDS IN FORCE (TERM BLANK = ALL '
                   'TERMS, LIFTED ZERO = IN FORCE)'
           END-IF.
       4000-PLACE-PARA.
           DISPLAY 'STUDENT ID (5 DIGITS):'
           ACCEPT WS-IN-UID
           IF WS-IN-UID IS NOT NUMERIC
               DISPLAY 'STUDENT ID MUST BE 5 DIGITS - NOT PLACED'
               GO TO 4999-PLACE-EXIT
           END-IF
           DISPLAY 'TERM (2 CHARACTERS, BLANK FOR EVERY TERM):'
           ACCEPT WS-IN-TERM
           PERFORM 7000-FIND-ACTIVE-PARA
           IF WS-MATCH-HX NOT = ZERO
               DISPLAY 'A HOLD IS ALREADY IN FORCE FOR ' WS-IN-UID
                   ' TERM ' WS-IN-TERM ' - NOT PLACED'
               GO TO 4999-PLACE-EXIT
           END-IF
           DISPLAY 'REASON (MP MALPRACTICE, DC DISCIPLINARY, '
               'AP APPEAL PENDING, OT OTHER):'
           ACCEPT WS-IN-REASON
           IF NOT WS-REASON-VALID
               DISPLAY 'REASON MUST BE MP, DC, AP OR OT - NOT PLACED'
               GO TO 4999-PLACE-EXIT
           END-IF
           IF WS-HLD-COUNT >= 999
               DISPLAY 'HOLD TABLE FULL - NOT PLACED'
               GO TO 4999-PLACE-EXIT
           END-IF
           ADD 1 TO WS-HLD-COUNT
           MOVE WS-IN-UID    TO WS-HLD-T-UID(WS-HLD-COUNT)
           MOVE WS-IN-TERM   TO WS-HLD-T-TERM(WS-HLD-COUNT)
           MOVE WS-IN-REASON TO WS-HLD-T-REASON(WS-HLD-COUNT)
           MOVE WS-SO-USER   TO WS-HLD-T-BY(WS-HLD-COUNT)
           MOVE WS-HLD-TODAY TO WS-HLD-T-PLACED(WS-HLD-COUNT)
           MOVE ZERO         TO WS-HLD-T-LIFTED(WS-HLD-COUNT)
           MOVE SPACES       TO WS-HLD-T-LBY(WS-HLD-COUNT)
           PERFORM 8000-SAVE-PARA
           DISPLAY 'HOLD PLACED ON ' WS-IN-UID ' TERM ' WS-IN-TERM
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'HOLD PLACED ' WS-IN-UID ' ' WS-IN-TERM ' '
               WS-IN-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       4999-PLACE-EXIT.
           EXIT.
       5000-LIFT-PARA.
      * The lifted hold stays on file; its lift date is what lets a
      * catch-up run issue the student's outputs
           DISPLAY 'STUDENT ID (5 DIGITS):'
           ACCEPT WS-IN-UID
           IF WS-IN-UID IS NOT NUMERIC
               DISPLAY 'STUDENT ID MUST BE 5 DIGITS - NOT LIFTED'
               GO TO 5999-LIFT-EXIT
           END-IF
           DISPLAY 'TERM ON THE HOLD (BLANK FOR AN ALL-TERMS HOLD):'
           ACCEPT WS-IN-TERM
           PERFORM 7000-FIND-ACTIVE-PARA
           IF WS-MATCH-HX = ZERO
               DISPLAY 'NO HOLD IN FORCE FOR ' WS-IN-UID
                   ' TERM ' WS-IN-TERM
               GO TO 5999-LIFT-EXIT
           END-IF
           MOVE WS-HLD-TODAY TO WS-HLD-T-LIFTED(WS-MATCH-HX)
           MOVE WS-SO-USER   TO WS-HLD-T-LBY(WS-MATCH-HX)
           PERFORM 8000-SAVE-PARA
           DISPLAY 'HOLD LIFTED ON ' WS-IN-UID ' TERM ' WS-IN-TERM
               ' - ISSUE IN A CATCH-UP RUN WITH HOLD_CATCHUP='
               WS-HLD-TODAY
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'HOLD LIFTED ' WS-IN-UID ' ' WS-IN-TERM ' '
               WS-HLD-T-REASON(WS-MATCH-HX)
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       5999-LIFT-EXIT.
           EXIT.
       7000-FIND-ACTIVE-PARA.
      * The hold in force with exactly this student and term code
           MOVE ZERO TO WS-MATCH-HX
           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HLD-COUNT OR WS-MATCH-HX NOT = ZERO
               IF WS-HLD-T-UID(WS-HX) = WS-IN-UID
                   AND WS-HLD-T-TERM(WS-HX) = WS-IN-TERM
                   AND WS-HLD-T-LIFTED(WS-HX) = ZERO
                   MOVE WS-HX TO WS-MATCH-HX
               END-IF
           END-PERFORM.
       8000-SAVE-PARA.
           OPEN OUTPUT HLD-FILE
           IF WS-HLD-STAT NOT = 00
               DISPLAY 'HOLD REGISTER OPEN FOR SAVE FAILED, FILE '
                   'STATUS - ' WS-HLD-STAT ' - CHANGE LOST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HLD-COUNT
               MOVE SPACES TO HLD-REC
               MOVE WS-HLD-T-UID(WS-HX)    TO HLD-UID
               MOVE WS-HLD-T-TERM(WS-HX)   TO HLD-TERM
               MOVE WS-HLD-T-REASON(WS-HX) TO HLD-REASON
               MOVE WS-HLD-T-BY(WS-HX)     TO HLD-PLACED-BY
               MOVE WS-HLD-T-PLACED(WS-HX) TO HLD-PLACED
               MOVE WS-HLD-T-LIFTED(WS-HX) TO HLD-LIFTED
               MOVE WS-HLD-T-LBY(WS-HX)    TO HLD-LIFTED-BY
               WRITE HLD-REC
           END-PERFORM
           CLOSE HLD-FILE.
       COPY SIGNPARA.
       COPY HLDPARA.
       COPY AUDITPARA.
       END PROGRAM HOLDMNT.
