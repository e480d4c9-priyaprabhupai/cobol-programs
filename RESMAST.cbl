      *     master is RESMAST_DSN (default RESMAST.dat); reloading
      *     a run REWRITEs existing keys, so an amendment pass can
      *     be reloaded without duplicates.
      *   - The inquiry honours the result hold register HOLDMNT
      *     keeps (shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks): a
      *     held student's rows for the held term are not shown and
      *     the screen says the result is on hold, with the reason
      *     code, so the front office does not read it out. The
      *     load still carries every row; the hold is applied where
      *     the result leaves the office.
      *   - Every row a load writes or refreshes is logged on the
      *     shared issued-output register (ISSSEL/ISSFD/ISSDAT/
      *     ISSPARA, ISSUEREG_DSN) with its figure - the front
      *     office reads it out - so REISSUE can call for a reload
      *     when a released result changes.
      *   - The load logs each row it adds, and the whole record as
      *     it stood before each row it refreshes, on the before-
      *     image log (RMBSEL/RMBFD/RMBDAT/RMBPARA, RESMAST_BIMG_DSN)
      *     so RUNBACK can put a backed-out run's rows back exactly.
      *     A load that cannot open the log loads nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESMAST.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           COPY RELSEL.
           COPY HLDSEL.
           COPY ISSSEL.
           COPY RMBSEL.
       DATA DIVISION.
       FILE SECTION.
       FD RESMAST-FILE.
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
       COPY RELFD.
       COPY HLDFD.
       COPY ISSFD.
       COPY RMBFD.
       WORKING-STORAGE SECTION.
       77 WS-RM-STAT  PIC 99.
       77 WS-PF-FS    PIC 99.
       77 WS-FAILS    PIC 99 VALUE ZERO.
       77 WS-FIRST-TERM PIC XX VALUE SPACES.
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-HELD-ROWS PIC 99 VALUE ZERO.
       77 WS-HELD-REASON PIC XX VALUE SPACES.
       77 WS-CURR-DT  PIC X(21).
       77 WS-BIMG-CNT PIC 9(6) VALUE ZERO.
       77 WS-RB-TYPE  PIC X VALUE SPACE.
       01 WS-DONE-SW  PIC X VALUE 'N'.
           88 WS-BROWSE-DONE VALUE 'Y'.
       COPY RELDAT.
       COPY HLDDAT.
       COPY ISSDAT.
       COPY RMBDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Nothing is loaded unless it can be undone
           PERFORM RMB-ENV-PARA
           OPEN EXTEND RMB-LOG
           IF WS-RMB-STAT = 05 OR WS-RMB-STAT = 35
               CLOSE RMB-LOG
               OPEN OUTPUT RMB-LOG
           END-IF
           IF WS-RMB-STAT NOT = 00
               DISPLAY 'BEFORE-IMAGE LOG OPEN FAILED, FILE STATUS - '
                   WS-RMB-STAT ' - NOT LOADED'
               CLOSE PASSFAIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           PERFORM ISS-ENV-PARA
           MOVE 'RESMAST' TO WS-ISS-OUTPUT
           MOVE WS-RM-DSN(1:30) TO WS-ISS-FILE
           PERFORM ISS-OPEN-PARA
           PERFORM UNTIL WS-PF-FS NOT = 00
               IF WS-PF-FS = 00
                   PERFORM 2100-ONE-ROW-PARA
               END-READ
           END-PERFORM
           CLOSE PASSFAIL
           CLOSE RMB-LOG
           PERFORM ISS-CLOSE-PARA
           DISPLAY 'RESULTS MASTER LOADED - ' WS-LOADED ' ADDED, '
               WS-REFRESHED ' REFRESHED, ' WS-BIMG-CNT
               ' BEFORE-IMAGES LOGGED'.
       2100-ONE-ROW-PARA.
      * The log entry goes down ahead of the change. A row the same
      * run already holds was logged the first time it was touched.
           MOVE PF-UID    TO RM-STU-ID
           MOVE PF-SUBJ   TO RM-SUBJ
           MOVE PF-TERM   TO RM-TERM
           READ RESMAST-FILE KEY IS RM-KEY
               INVALID KEY
                   MOVE 'A' TO WS-RB-TYPE
                   PERFORM 2110-FILL-ROW-PARA
                   PERFORM 2120-LOG-PARA
                   WRITE RM-REC
                       INVALID KEY
                           DISPLAY 'ADD FAILED FOR ' RM-KEY
                               ', FILE STATUS - ' WS-RM-STAT
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED
                           PERFORM 2200-ISSUE-PARA
                   END-WRITE
               NOT INVALID KEY
                   IF RM-RUNID NOT = PF-RUNID
                       MOVE 'B' TO WS-RB-TYPE
                       PERFORM 2120-LOG-PARA
                   END-IF
                   PERFORM 2110-FILL-ROW-PARA
                   REWRITE RM-REC
                       INVALID KEY
                           DISPLAY 'REFRESH FAILED FOR ' RM-KEY
                               ', FILE STATUS - ' WS-RM-STAT
                       NOT INVALID KEY
                           ADD 1 TO WS-REFRESHED
                           PERFORM 2200-ISSUE-PARA
                   END-REWRITE
           END-READ.
       2110-FILL-ROW-PARA.
           MOVE PF-SEC    TO RM-SEC
           MOVE PF-MARKS  TO RM-MARKS
           MOVE PF-RESULT TO RM-RESULT
           MOVE PF-GRADE  TO RM-GRADE
           MOVE PF-RUNID  TO RM-RUNID.
       2120-LOG-PARA.
      * WS-RB-TYPE is set by the caller; RM-REC is the image to keep
           MOVE SPACES            TO RB-REC
           MOVE WS-RB-TYPE        TO RB-TYPE
           MOVE PF-RUNID          TO RB-RUNID
           MOVE WS-CURR-DT(1:8)   TO RB-DATE
           MOVE RM-REC            TO RB-IMAGE
           WRITE RB-REC
           IF RB-BEFORE
               ADD 1 TO WS-BIMG-CNT
           END-IF.
       2200-ISSUE-PARA.
           MOVE PF-UID    TO WS-ISS-UID
           MOVE PF-SUBJ   TO WS-ISS-SUBJ
           MOVE PF-SEC    TO WS-ISS-SEC
           MOVE PF-TERM   TO WS-ISS-TERM
           MOVE PF-MARKS  TO WS-ISS-MARKS
           MOVE PF-GRADE  TO WS-ISS-GRADE
           MOVE PF-RESULT TO WS-ISS-RESULT
           MOVE PF-RUNID  TO WS-ISS-RUNID
           PERFORM ISS-LOG-PARA.
       3000-INQUIRY-PARA.
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY '========= RESULTS INQUIRY ========='
               DISPLAY '1 - LOOK A STUDENT UP'
           MOVE WS-IN-UID TO RM-STU-ID
           MOVE SPACES TO RM-SUBJ RM-TERM
           MOVE 'N' TO WS-DONE-SW
           MOVE ZERO TO WS-SHOWN WS-FAILS WS-HELD-ROWS
           START RESMAST-FILE KEY NOT < RM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE-SW
                       ELSE
                           IF WS-IN-TERM = SPACES
                               OR RM-TERM = WS-IN-TERM
                               PERFORM 3200-SHOW-ROW-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HELD-ROWS NOT = ZERO
               DISPLAY '*** RESULT ON HOLD (REASON ' WS-HELD-REASON
                   ') - ' WS-HELD-ROWS ' SUBJECT ROWS NOT DISCLOSED '
                   '***'
           END-IF
           IF WS-SHOWN = ZERO
               IF WS-HELD-ROWS = ZERO
                   DISPLAY '(NO RESULTS ON THE MASTER FOR '
                       WS-IN-UID ')'
               END-IF
           ELSE
               IF WS-FAILS = ZERO
                   DISPLAY 'OVERALL: PASS (' WS-SHOWN ' SUBJECTS)'
                       WS-SHOWN ' SUBJECTS FAILED)'
               END-IF
           END-IF.
       3200-SHOW-ROW-PARA.
      * A row under a hold is counted but neither shown nor totalled
           MOVE RM-STU-ID TO WS-HLD-UID
           MOVE RM-TERM TO WS-HLD-TERM
           PERFORM HLD-CHECK-PARA
           IF WS-HLD-ON-HOLD
               ADD 1 TO WS-HELD-ROWS
               MOVE WS-HLD-REASON-OUT TO WS-HELD-REASON
           ELSE
               ADD 1 TO WS-SHOWN
               IF RM-RESULT = 'FAIL'
                   ADD 1 TO WS-FAILS
               END-IF
               DISPLAY RM-SUBJ '   ' RM-TERM '   '
                   RM-SEC '   ' RM-MARKS '   '
                   RM-GRADE '     ' RM-RESULT
           END-IF.
       COPY RELPARA.
       COPY HLDPARA.
       COPY ISSPARA.
       COPY RMBPARA.
       END PROGRAM RESMAST.
