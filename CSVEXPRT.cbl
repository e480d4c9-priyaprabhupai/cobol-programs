      *     transmission register (XMIT set) with its row count, so
      *     dispatch and the portal's receipt can be matched off
      *     through XMITREG.
      *   - Rows for students on the result hold register HOLDMNT
      *     keeps (shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks) are
      *     not exported; each held student is listed once on the
      *     held-results exceptions list (HOLDEXC_DSN). With
      *     HOLD_CATCHUP set the run is a catch-up upload carrying
      *     only students whose hold was lifted on or after that
      *     date.
      *   - Every row exported is logged on the shared issued-output
      *     register (ISSSEL/ISSFD/ISSDAT/ISSPARA, ISSUEREG_DSN) with
      *     the figure it carried, so REISSUE can find the rows to
      *     re-upload when a released result changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVEXPRT.
           FILE STATUS IS WS-SM-STAT.
           COPY RELSEL.
           COPY XMITSEL.
           COPY HLDSEL.
           COPY ISSSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       COPY RELFD.
       COPY XMITFD.
       COPY HLDFD.
       COPY ISSFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-CSV-FS   PIC 99.
       77 WS-REJ-CNT  PIC 9(4) VALUE ZERO.
       77 WS-NAME-LEN PIC 99 VALUE ZERO.
       77 WS-FIRST-TERM PIC XX VALUE SPACES.
       77 WS-HELD-CNT PIC 9(6) VALUE ZERO.
       77 WS-LAST-HELD PIC 9(5) VALUE ZERO.
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
       COPY RELDAT.
       COPY XMITDAT.
       COPY HLDDAT.
       COPY ISSDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           END-IF
           OPEN OUTPUT CSVOUT
           OPEN OUTPUT CSVREJ
           PERFORM ISS-ENV-PARA
           MOVE 'CSVEXPRT' TO WS-ISS-OUTPUT
           MOVE WS-CSV-DSN(1:30) TO WS-ISS-FILE
           PERFORM ISS-OPEN-PARA
           MOVE 'STUID,NAME,SUBJECT,SECTION,MARKS,GRADE,RESULT'
               TO CSV-REC
           WRITE CSV-REC
           CLOSE PASSFAIL
           CLOSE CSVOUT
           CLOSE CSVREJ
           PERFORM ISS-CLOSE-PARA
           IF WS-MASTER-AVAIL
               CLOSE STUDMAST-FILE
           END-IF
           DISPLAY 'CSV ROWS EXPORTED: ' WS-ROWS-OUT
               '  REJECTED (NO NAME): ' WS-REJ-CNT
           IF WS-HELD-CNT NOT = ZERO
               DISPLAY 'ROWS HELD BACK (RESULT ON HOLD): ' WS-HELD-CNT
                   ' - LISTED ON ' WS-HLD-EXC-DSN(1:30)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM XMIT-ENV-PARA
           MOVE WS-CSV-DSN(1:30) TO WS-XMIT-FILE
           MOVE WS-ROWS-OUT TO WS-XMIT-COUNT
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT ' - EVERY ROW WILL REJECT'
           END-IF
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
           MOVE 'CSVEXPRT' TO WS-HLD-PGM.
       1500-TERM-PARA.
      * The term comes off the first PASSFAIL row
           OPEN INPUT PASSFAIL
               READ PASSFAIL
               END-READ
               IF WS-PF-FS NOT = 10
                   MOVE PF-UID TO WS-HLD-UID
                   MOVE PF-TERM TO WS-HLD-TERM
                   PERFORM HLD-CHECK-PARA
                   IF WS-HLD-ISSUABLE
                       PERFORM 2100-ONE-ROW-PARA
                   ELSE
                       PERFORM 2200-HELD-ROW-PARA
                   END-IF
               END-IF
           END-PERFORM.
       2999-READ-EXIT.
                   DELIMITED BY SIZE INTO CSV-REC
               WRITE CSV-REC
               ADD 1 TO WS-ROWS-OUT
               MOVE PF-UID    TO WS-ISS-UID
               MOVE PF-SUBJ   TO WS-ISS-SUBJ
               MOVE PF-SEC    TO WS-ISS-SEC
               MOVE PF-TERM   TO WS-ISS-TERM
               MOVE PF-MARKS  TO WS-ISS-MARKS
               MOVE PF-GRADE  TO WS-ISS-GRADE
               MOVE PF-RESULT TO WS-ISS-RESULT
               MOVE PF-RUNID  TO WS-ISS-RUNID
               PERFORM ISS-LOG-PARA
           END-IF.
       2200-HELD-ROW-PARA.
      * One exceptions line per held student, not per subject row;
      * a catch-up run passes over students it is not reissuing
           IF WS-HLD-ON-HOLD
               ADD 1 TO WS-HELD-CNT
               IF PF-UID NOT = WS-LAST-HELD
                   MOVE PF-UID TO WS-LAST-HELD
                   MOVE 'NOT EXPORTED TO THE PORTAL' TO WS-HLD-ACTION
                   PERFORM HLD-EXC-PARA
               END-IF
           END-IF.
       COPY RELPARA.
       COPY XMITPARA.
       COPY HLDPARA.
       COPY ISSPARA.
       END PROGRAM CSVEXPRT.
