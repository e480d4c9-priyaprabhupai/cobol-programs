      *     the letter by editing the template file. The previous
      *     working-storage wording remains the fallback when no
      *     template is on file.
      *   - Students on the result hold register HOLDMNT keeps
      *     (shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks) for the
      *     run's term get no letter; each is listed on the held-
      *     results exceptions list (HOLDEXC_DSN). With HOLD_CATCHUP
      *     set the run is a catch-up: only students whose hold was
      *     lifted on or after that date get a letter.
      *   - Each letter written also queues an SMS to the guardian
      *     on the parent notification queue (shared NTFSEL/NTFFD/
      *     NTFDAT/NTFPARA copybooks) that SMSQUEUE drains, quoting
      *     the re-examination date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAILLTR.
           FILE STATUS IS WS-NC-FS.
           COPY RELSEL.
           COPY PARMSEL.
           COPY HLDSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       FD EXAMTT.
       01 EXT-REC.
           05 EXT-DATE  PIC 9(8).
       01 NC-LINE PIC X(40).
       COPY RELFD.
       COPY PARMFD.
       COPY HLDFD.
       COPY NTFFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-LTR-FS   PIC 99.
       COPY RELDAT.
       77 WS-FIRST-TERM PIC XX VALUE SPACES.
       COPY PARMDAT.
       COPY HLDDAT.
       COPY NTFDAT.
       77 WS-HELD-CNT  PIC 9(4) VALUE ZERO.
      * LTRTMPL call interface (see COPYLIB/LTRTMPL.cbl)
       01 WS-TP-NAME PIC X(12).
       01 WS-TP-TOKENS.
           END-IF
           DISPLAY "WARNING LETTERS WRITTEN: " WS-LTR-CNT
               "  WITHOUT A CONTACT ON FILE: " WS-NC-CNT
           IF WS-HELD-CNT NOT = ZERO
               DISPLAY "LETTERS WITHHELD (RESULT ON HOLD): "
                   WS-HELD-CNT " - LISTED ON " WS-HLD-EXC-DSN(1:30)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       INIT-PARA.
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
               DISPLAY "STUDENT MASTER NOT AVAILABLE, FILE STATUS - "
                   WS-SM-STAT " - LETTERS PRINT WITHOUT NAMES"
           END-IF
           PERFORM GUARD-LOAD-PARA
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
           MOVE 'FAILLTR' TO WS-HLD-PGM
           PERFORM NTF-ENV-PARA
           MOVE 'FAILLTR' TO WS-NTF-PGM.
       TIMETABLE-PARA.
      * First slot on the EXAMSCHD timetable opens the re-exam
      * sitting; a missing timetable leaves the parm card in charge
               IF WS-PF-DONE(WS-RX) = 'N'
                   AND WS-PF-RESULT(WS-RX) = 'FAIL'
                   MOVE WS-PF-UID(WS-RX) TO WS-CUR-UID
                   MOVE WS-CUR-UID TO WS-HLD-UID
                   MOVE WS-FIRST-TERM TO WS-HLD-TERM
                   PERFORM HLD-CHECK-PARA
                   IF WS-HLD-ISSUABLE
                       PERFORM ONE-LETTER-PARA
                   ELSE
                       PERFORM HOLD-SKIP-PARA
                   END-IF
               END-IF
           END-PERFORM.
       HOLD-SKIP-PARA.
      * A held student goes on the exceptions list; on a catch-up run
      * a student who was never held is simply not reissued
           IF WS-HLD-ON-HOLD
               ADD 1 TO WS-HELD-CNT
               MOVE 'FAIL LETTER WITHHELD' TO WS-HLD-ACTION
               PERFORM HLD-EXC-PARA
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-ROW-COUNT
               IF WS-PF-UID(WS-FX) = WS-CUR-UID
                   MOVE 'Y' TO WS-PF-DONE(WS-FX)
               END-IF
           END-PERFORM.
       ONE-LETTER-PARA.
               PERFORM BUILTIN-BODY-PARA
           END-IF
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE 'FL' TO WS-NTF-TYPE
           MOVE WS-CUR-UID TO WS-NTF-UID
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'RE-EXAM FROM ' WS-REEXAM-DATE
               DELIMITED BY SIZE INTO WS-NTF-TEXT
           PERFORM NTF-EVENT-PARA.
       NAME-PARA.
           MOVE SPACES TO WS-STU-NAME
           IF WS-MASTER-AVAIL
           END-IF.
       COPY RELPARA.
       COPY PARMPARA.
       COPY HLDPARA.
       COPY NTFPARA.
       END PROGRAM FAILLTR.
