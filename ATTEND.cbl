      *     present for the percentage, matching how the board
      *     counts it. A missing student master only warns and skips
      *     the enrollment check, as in the marks chain.
      *   - Term dates from the academic term master (TERMMAST_DSN,
      *     default terms.txt): the percentages now cover only the
      *     register days between the term's start and end dates,
      *     so a register that runs across a term boundary no longer
      *     blends two terms. The term is ATTEND_TERM, or when that
      *     is blank the term whose dates cover today; days outside
      *     it are counted and skipped, not rejected. A term code
      *     not on the master ends the run with RETURN-CODE 12.
      *     With no master, or no term covering today, every
      *     register day counts as before.
      *   - Every student marked absent on the run date (NOTIFY_DATE
      *     for a late run) is queued for an SMS to the guardian on
      *     the parent notification queue (shared NTFSEL/NTFFD/
      *     NTFDAT/NTFPARA copybooks) that SMSQUEUE drains.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND.
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           COPY TRMSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD ATTREG.
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
           COPY TRMFD.
           COPY NTFFD.
       WORKING-STORAGE SECTION.
       77 WS-REG-FS   PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-MATCH-IDX PIC 999 VALUE ZERO.
       77 WS-PCT       PIC 999 VALUE ZERO.
       77 WS-DAYS      PIC 999 VALUE ZERO.
       77 WS-ATT-TERM  PIC XX VALUE SPACES.
       77 WS-TERM-FROM PIC 9(8) VALUE ZERO.
       77 WS-TERM-TO   PIC 9(8) VALUE ZERO.
       77 WS-TODAY     PIC 9(8) VALUE ZERO.
       77 WS-TODAY-CURR PIC X(21).
       77 WS-OUT-CNT   PIC 9(6) VALUE ZERO.
       77 WS-TX        PIC 99 VALUE ZERO.
       01 WS-WINDOW-SW PIC X VALUE 'N'.
           88 WS-TERM-WINDOW VALUE 'Y'.
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
       01 WS-ENROLL-SW PIC X VALUE 'Y'.
               10 WS-STU-PRES PIC 999.
               10 WS-STU-ABS  PIC 999.
               10 WS-STU-LVE  PIC 999.
       COPY TRMDAT.
       COPY NTFDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-TERM-PARA
           OPEN INPUT ATTREG
           IF WS-REG-FS NOT = 00
               DISPLAY 'ATTENDANCE REGISTER OPEN FAILED, FILE '
           DISPLAY 'REGISTER RECORDS READ: ' WS-RECS-READ
               '  REJECTED: ' WS-REJ-CNT
               '  STUDENTS UNDER ' WS-FLOOR ' PCT: ' WS-WH-CNT
           IF WS-TERM-WINDOW
               DISPLAY 'REGISTER DAYS OUTSIDE TERM ' WS-ATT-TERM
                   ' SKIPPED: ' WS-OUT-CNT
           END-IF
           DISPLAY 'ABSENCES QUEUED FOR GUARDIAN SMS: ' WS-NTF-CNT
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ATTREG_DSN' TO WS-ENV-NAME
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT ' - ENROLLMENT CHECK SKIPPED'
           END-IF
           PERFORM NTF-ENV-PARA
           MOVE 'ATTEND' TO WS-NTF-PGM.
       1100-TERM-PARA.
      * The term's own start and end dates bound the register days
      * that count towards its percentage
           MOVE 'ATTEND_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ATT-TERM FROM ENVIRONMENT-VALUE
           PERFORM TRM-ENV-PARA
           PERFORM TRM-LOAD-PARA
           IF NOT WS-TRM-AVAIL
               DISPLAY 'EVERY REGISTER DAY COUNTS'
           ELSE
               IF WS-ATT-TERM NOT = SPACES
                   MOVE WS-ATT-TERM TO WS-TRM-CODE
                   PERFORM TRM-FIND-PARA
                   IF NOT WS-TRM-FOUND
                       DISPLAY 'ATTEND_TERM ' WS-ATT-TERM
                           ' IS NOT ON THE TERM MASTER - NOTHING '
                           'REPORTED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-TODAY-CURR
                   MOVE WS-TODAY-CURR(1:8) TO WS-TODAY
                   MOVE 'N' TO WS-TRM-FOUND-SW
                   PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TRM-COUNT OR WS-TRM-FOUND
                       IF WS-TRM-T-START(WS-TX) NOT > WS-TODAY
                           AND WS-TRM-T-END(WS-TX) NOT < WS-TODAY
                           MOVE 'Y' TO WS-TRM-FOUND-SW
                           MOVE WS-TX TO WS-TRM-X
                           MOVE WS-TRM-T-CODE(WS-TX) TO WS-ATT-TERM
                       END-IF
                   END-PERFORM
                   IF NOT WS-TRM-FOUND
                       DISPLAY 'NO TERM ON THE MASTER COVERS '
                           WS-TODAY ' - EVERY REGISTER DAY COUNTS'
                   END-IF
               END-IF
               IF WS-TRM-FOUND
                   MOVE 'Y' TO WS-WINDOW-SW
                   MOVE WS-TRM-T-START(WS-TRM-X) TO WS-TERM-FROM
                   MOVE WS-TRM-T-END(WS-TRM-X)   TO WS-TERM-TO
                   DISPLAY 'TERM ' WS-ATT-TERM ' - REGISTER DAYS '
                       WS-TERM-FROM ' TO ' WS-TERM-TO
               END-IF
           END-IF.
       2000-READ-PARA.
           PERFORM UNTIL WS-REG-FS NOT = 00
               MOVE 'STATUS NOT P/A/L' TO REJ-REASON
               WRITE REJ-REC
               ADD 1 TO WS-REJ-CNT
           ELSE
           IF WS-TERM-WINDOW
               AND (REG-DATE < WS-TERM-FROM OR REG-DATE > WS-TERM-TO)
               ADD 1 TO WS-OUT-CNT
           ELSE
               PERFORM 2200-ENROLL-CHECK-PARA
               IF NOT WS-ENROLLED-OK
               ELSE
                   PERFORM 2400-POST-PARA
               END-IF
           END-IF
           END-IF.
       2200-ENROLL-CHECK-PARA.
           MOVE 'Y' TO WS-ENROLL-SW
                       ADD 1 TO WS-STU-PRES(WS-MATCH-IDX)
                   WHEN REG-ABSENT
                       ADD 1 TO WS-STU-ABS(WS-MATCH-IDX)
                       IF REG-DATE = WS-NTF-TODAY
                           PERFORM 2500-ABSENT-NOTIFY-PARA
                       END-IF
                   WHEN REG-LEAVE
                       ADD 1 TO WS-STU-LVE(WS-MATCH-IDX)
               END-EVALUATE
           END-IF.
       2500-ABSENT-NOTIFY-PARA.
      * Absent on the notification date - the guardian hears today
           MOVE 'AB' TO WS-NTF-TYPE
           MOVE REG-UID TO WS-NTF-UID
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'ABSENT ON ' REG-DATE
               DELIMITED BY SIZE INTO WS-NTF-TEXT
           PERFORM NTF-EVENT-PARA.
       3000-REPORT-PARA.
           OPEN OUTPUT ATTRPT
           OPEN OUTPUT WITHHELD
           IF WS-TERM-WINDOW
               MOVE SPACES TO RPT-LINE
               STRING 'TERM ' WS-ATT-TERM ' ATTENDANCE BY STUDENT, '
                   WS-TERM-FROM ' TO ' WS-TERM-TO
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE 'TERM ATTENDANCE BY STUDENT (FLOOR APPLIES TO PCT)'
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE 'ID    SEC PRESENT ABSENT LEAVE  PCT  STANDING'
               TO RPT-LINE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.
       COPY TRMPARA.
       COPY NTFPARA.
       END PROGRAM ATTEND.
