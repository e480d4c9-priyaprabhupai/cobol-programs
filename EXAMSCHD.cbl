      *     used instead. The timetable lands in EXAMTT_DSN (default
      *     examtt.txt); FAILLTR picks its re-examination date from
      *     this file instead of a hand-typed parameter card date.
      *   - Exam window from the academic term master (TERMMAST_DSN,
      *     default terms.txt): EXAM_TERM must be on the master, and
      *     EXAM_START and every landing date must fall inside the
      *     term's exam window - the dates are walked once before
      *     the timetable is opened, and a schedule that would run
      *     outside the window is refused with RETURN-CODE 12 and
      *     no timetable written. With no master the schedule runs
      *     unchecked as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCHD.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           COPY TRMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD SUBJECTS.
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
           COPY TRMFD.
       WORKING-STORAGE SECTION.
       77 WS-SUBJ-FS  PIC 99.
       77 WS-CAL-FS   PIC 99.
       77 WS-BD-STATUS PIC XX VALUE '00'.
       77 WS-BD-WARNED-SW PIC X VALUE 'N'.
           88 WS-BD-WARNED VALUE 'Y'.
       COPY TRMDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           END-IF
           PERFORM 3000-SECTIONS-PARA
           PERFORM 4000-CAL-LOAD-PARA
           PERFORM 4500-WINDOW-PARA
           OPEN OUTPUT EXAMTT
           IF WS-TT-FS NOT = 00
               DISPLAY 'TIMETABLE FILE OPEN FAILED, FILE STATUS - '
               END-PERFORM
               CLOSE CALFILE
           END-IF.
       4500-WINDOW-PARA.
      * Every section walks the same dates from EXAM_START, so one
      * walk gives the last landing date of the whole timetable
           PERFORM TRM-ENV-PARA
           PERFORM TRM-LOAD-PARA
           IF WS-TRM-AVAIL
               MOVE WS-TERM TO WS-TRM-CODE
               PERFORM TRM-FIND-PARA
               IF NOT WS-TRM-FOUND
                   DISPLAY 'TERM ' WS-TERM ' IS NOT ON THE TERM '
                       'MASTER - NOTHING SCHEDULED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-START-DT < WS-TRM-T-XFROM(WS-TRM-X)
                   OR WS-START-DT > WS-TRM-T-XTO(WS-TRM-X)
                   DISPLAY 'EXAM_START ' WS-START-DT ' IS OUTSIDE '
                       'THE TERM ' WS-TERM ' EXAM WINDOW '
                       WS-TRM-T-XFROM(WS-TRM-X) ' TO '
                       WS-TRM-T-XTO(WS-TRM-X) ' - NOTHING SCHEDULED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-START-DT TO WS-CUR-DATE
               PERFORM 5200-SETTLE-DATE-PARA
               PERFORM VARYING WS-SJX FROM 2 BY 1
                   UNTIL WS-SJX > WS-SUBJ-COUNT
                   PERFORM 5100-NEXT-DATE-PARA
               END-PERFORM
               IF WS-CUR-DATE > WS-TRM-T-XTO(WS-TRM-X)
                   DISPLAY 'LAST PAPER WOULD LAND ON ' WS-CUR-DATE
                       ', AFTER THE TERM ' WS-TERM ' EXAM WINDOW '
                       'CLOSES ' WS-TRM-T-XTO(WS-TRM-X)
                       ' - NOTHING SCHEDULED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'TIMETABLE FITS THE TERM ' WS-TERM
                   ' EXAM WINDOW, LAST PAPER ' WS-CUR-DATE
           END-IF.
       5000-ONE-SECTION-PARA.
           MOVE WS-START-DT TO WS-CUR-DATE
           PERFORM 5200-SETTLE-DATE-PARA
                   END-IF
               END-PERFORM
           END-IF.
       COPY TRMPARA.
       END PROGRAM EXAMSCHD.
