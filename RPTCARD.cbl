      *     for a term the academic head has not released are
      *     refused with RETURN-CODE 8. A missing register only
      *     warns, so shops without the sign-off run as before.
      *   - Subjects GRACEMRK lifted to a pass carry a '*' after the
      *     marks and a footnote on the card, from the grace register
      *     (GRACEREG_DSN, default gracereg.txt). No register on file
      *     means no markers. Reader layout extended with the
      *     trailing branch code to keep in step with the writers.
      *   - Students on the result hold register HOLDMNT keeps
      *     (shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks) get no
      *     card; each is listed on the held-results exceptions list
      *     (HOLDEXC_DSN). With HOLD_CATCHUP set the run is a catch-
      *     up: only students whose hold was lifted on or after that
      *     date get a card.
      *   - Every subject line printed is logged on the shared
      *     issued-output register (ISSSEL/ISSFD/ISSDAT/ISSPARA,
      *     ISSUEREG_DSN) with the figure it showed, so REISSUE can
      *     find the cards to reprint when a released result
      *     changes. Grace register layout extended with the run
      *     date GRACEMRK now stamps, keeping this reader in step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCARD.
           SELECT NOCONTACT ASSIGN TO WS-NC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-FS.
           SELECT GRACEREG ASSIGN TO WS-GR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GR-FS.
           COPY RELSEL.
           COPY HLDSEL.
           COPY ISSSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 PF-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
           05 FILLER    PIC X.
           05 PF-BRANCH PIC XX.
       FD CARDS.
       01 CARD-LINE PIC X(60).
       FD STUDMAST-FILE.
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       FD GUARDIN.
       01 GD-REC.
           05 GD-UID    PIC 9(5).
           05 GD-PHONE  PIC X(12).
       FD NOCONTACT.
       01 NC-LINE PIC X(40).
       FD GRACEREG.
       01 GR-REC.
           05 GR-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 GR-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 GR-SEC    PIC X.
           05 FILLER    PIC X.
           05 GR-TERM   PIC XX.
           05 FILLER    PIC X.
           05 GR-BEFORE PIC 999.
           05 FILLER    PIC X.
           05 GR-GRACE  PIC 999.
           05 FILLER    PIC X.
           05 GR-AFTER  PIC 999.
           05 FILLER    PIC X.
           05 GR-RUNID  PIC 9(6).
           05 FILLER    PIC X.
           05 GR-DATE   PIC 9(8).
       COPY RELFD.
       COPY HLDFD.
       COPY ISSFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-CARD-FS  PIC 99.
               10 WS-GT-ADDR2 PIC X(30).
               10 WS-GT-ADDR3 PIC X(30).
               10 WS-GT-PHONE PIC X(12).
       77 WS-GR-FS    PIC 99.
       77 WS-GR-DSN   PIC X(100) VALUE 'gracereg.txt'.
       77 WS-GR-COUNT PIC 9(4) VALUE ZERO.
       77 WS-GRX      PIC 9(4) VALUE ZERO.
       77 WS-GRACE-CNT PIC 99 VALUE ZERO.
       01 WS-GRACED-SW PIC X VALUE 'N'.
           88 WS-SUBJ-GRACED VALUE 'Y'.
       01 WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 999 TIMES.
               10 WS-GRT-UID  PIC 9(5).
               10 WS-GRT-SUBJ PIC XX.
               10 WS-GRT-TERM PIC XX.
       COPY RELDAT.
       COPY HLDDAT.
       COPY ISSDAT.
       77 WS-HELD-CNT  PIC 9(4) VALUE ZERO.
       77 WS-FIRST-TERM PIC XX VALUE SPACES.
       01 WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 999 TIMES.
           05 WS-DET-SUBJ   PIC XX.
           05 FILLER        PIC X(8) VALUE SPACES.
           05 WS-DET-MARKS  PIC 999.
           05 WS-DET-GRACE  PIC X.
           05 FILLER        PIC X(7) VALUE SPACES.
           05 WS-DET-GRADE  PIC X.
           05 FILLER        PIC X(8) VALUE SPACES.
           05 WS-DET-RESULT PIC X(4).
               STOP RUN
           END-IF
           OPEN OUTPUT NOCONTACT
           PERFORM ISS-ENV-PARA
           MOVE 'RPTCARD' TO WS-ISS-OUTPUT
           MOVE WS-CARD-DSN(1:30) TO WS-ISS-FILE
           PERFORM ISS-OPEN-PARA
           PERFORM CARDS-PARA
           PERFORM ISS-CLOSE-PARA
           CLOSE NOCONTACT
           CLOSE CARDS
           IF WS-MASTER-AVAIL
           DISPLAY "REPORT CARDS WRITTEN: " WS-CARD-CNT
               "  FROM PASSFAIL ROWS: " WS-ROW-COUNT
               "  WITHOUT A CONTACT ON FILE: " WS-NC-CNT
           IF WS-HELD-CNT NOT = ZERO
               DISPLAY "CARDS WITHHELD (RESULT ON HOLD): " WS-HELD-CNT
                   " - LISTED ON " WS-HLD-EXC-DSN(1:30)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       INIT-PARA.
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
               DISPLAY "STUDENT MASTER NOT AVAILABLE, FILE STATUS - "
                   WS-SM-STAT " - CARDS PRINT WITHOUT NAMES"
           END-IF
           PERFORM GUARD-LOAD-PARA
           PERFORM GRACE-LOAD-PARA
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
           MOVE 'RPTCARD' TO WS-HLD-PGM.
       LOAD-PARA.
           PERFORM UNTIL WS-PF-FS NOT = 00
           READ PASSFAIL
               UNTIL WS-RX > WS-ROW-COUNT
               IF WS-PF-DONE(WS-RX) = 'N'
                   MOVE WS-PF-UID(WS-RX) TO WS-CUR-UID
                   MOVE WS-CUR-UID TO WS-HLD-UID
                   MOVE WS-PF-TERM(WS-RX) TO WS-HLD-TERM
                   PERFORM HLD-CHECK-PARA
                   IF WS-HLD-ISSUABLE
                       PERFORM ONE-CARD-PARA
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
               MOVE 'REPORT CARD WITHHELD' TO WS-HLD-ACTION
               PERFORM HLD-EXC-PARA
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ROW-COUNT
               IF WS-PF-DONE(WS-SX) = 'N'
                   AND WS-PF-UID(WS-SX) = WS-CUR-UID
                   MOVE 'Y' TO WS-PF-DONE(WS-SX)
               END-IF
           END-PERFORM.
       ONE-CARD-PARA.
           MOVE ZERO TO WS-SUBJ-CNT
           MOVE ZERO TO WS-TOT-MARKS
           MOVE ZERO TO WS-FAIL-CNT
           MOVE ZERO TO WS-GRACE-CNT
           MOVE ALL '=' TO CARD-LINE
           WRITE CARD-LINE
           PERFORM ADDRESS-PARA
                   END-IF
                   MOVE WS-PF-SUBJ(WS-SX)   TO WS-DET-SUBJ
                   MOVE WS-PF-MARKS(WS-SX)  TO WS-DET-MARKS
                   PERFORM GRACE-FIND-PARA
                   IF WS-SUBJ-GRACED
                       MOVE '*' TO WS-DET-GRACE
                       ADD 1 TO WS-GRACE-CNT
                   ELSE
                       MOVE SPACE TO WS-DET-GRACE
                   END-IF
                   MOVE WS-PF-GRADE(WS-SX)  TO WS-DET-GRADE
                   MOVE WS-PF-RESULT(WS-SX) TO WS-DET-RESULT
                   MOVE WS-DETAIL TO CARD-LINE
                   WRITE CARD-LINE
                   MOVE WS-CUR-UID          TO WS-ISS-UID
                   MOVE WS-PF-SUBJ(WS-SX)   TO WS-ISS-SUBJ
                   MOVE WS-PF-SEC(WS-SX)    TO WS-ISS-SEC
                   MOVE WS-PF-TERM(WS-SX)   TO WS-ISS-TERM
                   MOVE WS-PF-MARKS(WS-SX)  TO WS-ISS-MARKS
                   MOVE WS-PF-GRADE(WS-SX)  TO WS-ISS-GRADE
                   MOVE WS-PF-RESULT(WS-SX) TO WS-ISS-RESULT
                   PERFORM ISS-LOG-PARA
               END-IF
           END-PERFORM
           IF WS-SUBJ-CNT NOT = ZERO
               MOVE 'OVERALL RESULT: FAIL' TO CARD-LINE
           END-IF
           WRITE CARD-LINE
           IF WS-GRACE-CNT NOT = ZERO
               MOVE '* GRACE MARKS AWARDED UNDER THE BOARD RULES'
                   TO CARD-LINE
               WRITE CARD-LINE
           END-IF
           MOVE SPACES TO CARD-LINE
           WRITE CARD-LINE.
       GUARD-LOAD-PARA.
                   MOVE WS-GDX TO WS-MATCH-GX
               END-IF
           END-PERFORM.
       GRACE-LOAD-PARA.
      * Grace register - graced subjects are marked on the card
           MOVE 'GRACEREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GR-DSN FROM ENVIRONMENT-VALUE
           IF WS-GR-DSN = SPACES
               MOVE 'gracereg.txt' TO WS-GR-DSN
           END-IF
           OPEN INPUT GRACEREG
           IF WS-GR-FS = 00
               PERFORM UNTIL WS-GR-FS NOT = 00
                   READ GRACEREG
                   END-READ
                   IF WS-GR-FS NOT = 10
                       IF WS-GR-COUNT < 999
                           ADD 1 TO WS-GR-COUNT
                           MOVE GR-UID  TO WS-GRT-UID(WS-GR-COUNT)
                           MOVE GR-SUBJ TO WS-GRT-SUBJ(WS-GR-COUNT)
                           MOVE GR-TERM TO WS-GRT-TERM(WS-GR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GRACEREG
           END-IF.
       GRACE-FIND-PARA.
           MOVE 'N' TO WS-GRACED-SW
           PERFORM VARYING WS-GRX FROM 1 BY 1
               UNTIL WS-GRX > WS-GR-COUNT OR WS-SUBJ-GRACED
               IF WS-GRT-UID(WS-GRX) = WS-CUR-UID
                   AND WS-GRT-SUBJ(WS-GRX) = WS-PF-SUBJ(WS-SX)
                   AND WS-GRT-TERM(WS-GRX) = WS-PF-TERM(WS-SX)
                   MOVE 'Y' TO WS-GRACED-SW
               END-IF
           END-PERFORM.
       ADDRESS-PARA.
           IF NOT WS-GUARD-AVAIL
               CONTINUE
               END-IF
           END-IF.
       COPY RELPARA.
       COPY HLDPARA.
       COPY ISSPARA.
       END PROGRAM RPTCARD.
