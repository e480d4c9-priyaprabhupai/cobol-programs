      ******************************************************************
      * Program : REISSUE
      * Purpose : Re-issue tracking for results that change after
      *           RELCTL has released the term. Amendments (MARKAMND,
      *           including the corrections APPEALS raises for an
      *           upheld appeal), grace (GRACEMRK) and supplementary
      *           results (SUPPEXAM) can all move a figure after the
      *           card, the portal row, the board return and the
      *           results master have gone out. Those outputs log
      *           every student-subject-term row they carry on the
      *           shared issued-output register (ISS set) with the
      *           figure shown; this run matches each post-release
      *           change against the register and keeps a worklist
      *           of the documents now showing an old figure, one
      *           item per issued row, with the action to take:
      *             RPTCARD  - reprint the report card
      *             CSVEXPRT - re-upload the portal row
      *             BOARDSUB - send a board correction record
      *             RESMAST  - reload the results master
      *           Modes (REISSUE_MODE):
      *             L - list the outstanding items (the default);
      *                 RETURN-CODE 4 when any are open
      *             B - build: match the changes against the register
      *                 and add new items to the worklist, then list
      *             D - mark items done: an operator with update
      *                 authority signs on and keys the item numbers;
      *                 each is stamped with the date and operator and
      *                 logged on the shared audit log
      *           A build also closes an open item by itself when the
      *           register shows the same output issued again later
      *           with the figure as it stands now - the card was
      *           reprinted, the row re-uploaded - stamped REISSUED.
      * Modification History:
      *   - Written new. A change is post-release when its term is on
      *     the release register (RELREG_DSN) and it is dated on or
      *     after the first release of the term; the latest change
      *     for a student-subject-term is the figure that stands.
      *     Change sources: the amendment log (AMENDLOG_DSN, reason
      *     APPEAL ... marks an upheld appeal), the grace register
      *     (GRACEREG_DSN) and the supplementary results (SUPPRES_
      *     DSN). Undated grace lines predate the release (GRACEMRK
      *     refuses a released term); undated supplementary rows are
      *     taken as dated at the release. An issued row showing the
      *     standing figure needs nothing. The worklist is REISSUE_
      *     DSN (default reissue.txt), loaded and saved whole.
      *   - A worklist over the 3000 items the table holds is no
      *     longer cut short on the next save: the run lists what it
      *     could load, builds and marks nothing, does not save, and
      *     ends RETURN-CODE 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REISSUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST ASSIGN TO WS-WL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FS.
           SELECT AMENDLOG ASSIGN TO WS-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FS.
           SELECT GRACEREG ASSIGN TO WS-GR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GR-FS.
           SELECT SUPPRES ASSIGN TO WS-SR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SR-FS.
           COPY RELSEL.
           COPY ISSSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD WORKLIST.
       01 WL-REC.
           05 WL-ITEM    PIC 9(5).
           05 FILLER     PIC X.
           05 WL-STATUS  PIC X.
           05 FILLER     PIC X.
           05 WL-OUTPUT  PIC X(8).
           05 FILLER     PIC X.
           05 WL-FILE    PIC X(30).
           05 FILLER     PIC X.
           05 WL-ISSDT   PIC 9(8).
           05 FILLER     PIC X.
           05 WL-RUNID   PIC 9(6).
           05 FILLER     PIC X.
           05 WL-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 WL-SUBJ    PIC XX.
           05 FILLER     PIC X.
           05 WL-SEC     PIC X.
           05 FILLER     PIC X.
           05 WL-TERM    PIC XX.
           05 FILLER     PIC X.
           05 WL-SHOWN   PIC 999.
           05 FILLER     PIC X.
           05 WL-NOW     PIC 999.
           05 FILLER     PIC X.
           05 WL-SOURCE  PIC X(6).
           05 FILLER     PIC X.
           05 WL-CHGDT   PIC 9(8).
           05 FILLER     PIC X.
           05 WL-RAISED  PIC 9(8).
           05 FILLER     PIC X.
           05 WL-DONEDT  PIC 9(8).
           05 FILLER     PIC X.
           05 WL-DONEBY  PIC X(10).
       FD AMENDLOG.
       01 LOG-REC.
           05 LOG-UID    PIC 9(5).
           05 FILLER     PIC X.
           05 LOG-SUBJ   PIC XX.
           05 FILLER     PIC X.
           05 LOG-SEC    PIC X.
           05 FILLER     PIC X.
           05 LOG-OLD    PIC 999.
           05 FILLER     PIC X(4).
           05 LOG-NEW    PIC 999.
           05 FILLER     PIC X.
           05 LOG-REASON PIC X(30).
           05 FILLER     PIC X.
           05 LOG-TERM   PIC XX.
           05 FILLER     PIC X.
           05 LOG-DATE   PIC 9(8).
           05 FILLER     PIC X.
           05 LOG-OPER   PIC X(8).
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
           05 GR-DATE   PIC X(8).
       FD SUPPRES.
       01 SR-REC.
           05 SR-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 SR-SUBJ    PIC XX.
           05 FILLER     PIC X.
           05 SR-SEC     PIC X.
           05 FILLER     PIC X.
           05 SR-MARKS   PIC 999.
           05 FILLER     PIC X.
           05 SR-RESULT  PIC X(4).
           05 FILLER     PIC X.
           05 SR-GRADE   PIC X.
           05 FILLER     PIC X.
           05 SR-TERM    PIC XX.
           05 FILLER     PIC X.
           05 SR-ATTEMPT PIC 99.
           05 FILLER     PIC X.
           05 SR-DATE    PIC X(8).
       COPY RELFD.
       COPY ISSFD.
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-WL-FS    PIC 99.
       77 WS-LOG-FS   PIC 99.
       77 WS-GR-FS    PIC 99.
       77 WS-SR-FS    PIC 99.
       77 WS-WL-DSN   PIC X(100) VALUE 'reissue.txt'.
       77 WS-LOG-DSN  PIC X(100) VALUE 'amendlog.txt'.
       77 WS-GR-DSN   PIC X(100) VALUE 'gracereg.txt'.
       77 WS-SR-DSN   PIC X(100) VALUE 'suppres.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-MODE     PIC X VALUE 'L'.
       77 WS-CURR-DT  PIC X(21).
       77 WS-TODAY    PIC 9(8) VALUE ZERO.
       77 WS-IN-ITEM  PIC 9(5).
       77 WS-ITEM-ED  PIC Z(4)9.
      * Release register - first release date of each term
       77 WS-RL-COUNT PIC 99 VALUE ZERO.
       77 WS-RLX      PIC 99.
       77 WS-MATCH-RX PIC 99.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 40 TIMES.
               10 WS-RL-TERM PIC XX.
               10 WS-RL-DATE PIC 9(8).
      * Standing figure per student-subject-term after the release
       77 WS-CH-COUNT PIC 9(4) VALUE ZERO.
       77 WS-CHX      PIC 9(4).
       77 WS-MATCH-CX PIC 9(4).
       01 WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 2000 TIMES.
               10 WS-CH-UID    PIC 9(5).
               10 WS-CH-SUBJ   PIC XX.
               10 WS-CH-TERM   PIC XX.
               10 WS-CH-NOW    PIC 999.
               10 WS-CH-SOURCE PIC X(6).
               10 WS-CH-DATE   PIC 9(8).
      * One change as read, before it goes in the table
       01 WS-NEW-CHANGE.
           05 WS-NC-UID    PIC 9(5).
           05 WS-NC-SUBJ   PIC XX.
           05 WS-NC-TERM   PIC XX.
           05 WS-NC-NOW    PIC 999.
           05 WS-NC-SOURCE PIC X(6).
           05 WS-NC-DATE   PIC 9(8).
       77 WS-CHG-READ  PIC 9(6) VALUE ZERO.
       77 WS-CHG-POST  PIC 9(6) VALUE ZERO.
      * The worklist, loaded whole and saved whole
       77 WS-WL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-WLX      PIC 9(4).
       77 WS-MATCH-WX PIC 9(4).
       77 WS-MAX-ITEM PIC 9(5) VALUE ZERO.
       01 WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 3000 TIMES.
               10 WS-WT-ITEM    PIC 9(5).
               10 WS-WT-STATUS  PIC X.
               10 WS-WT-OUTPUT  PIC X(8).
               10 WS-WT-FILE    PIC X(30).
               10 WS-WT-ISSDT   PIC 9(8).
               10 WS-WT-RUNID   PIC 9(6).
               10 WS-WT-UID     PIC 9(5).
               10 WS-WT-SUBJ    PIC XX.
               10 WS-WT-SEC     PIC X.
               10 WS-WT-TERM    PIC XX.
               10 WS-WT-SHOWN   PIC 999.
               10 WS-WT-NOW     PIC 999.
               10 WS-WT-SOURCE  PIC X(6).
               10 WS-WT-CHGDT   PIC 9(8).
               10 WS-WT-RAISED  PIC 9(8).
               10 WS-WT-DONEDT  PIC 9(8).
               10 WS-WT-DONEBY  PIC X(10).
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01 WS-WL-FULL-SW PIC X VALUE 'N'.
           88 WS-WL-FULL VALUE 'Y'.
       77 WS-WL-OVER    PIC 9(6) VALUE ZERO.
       77 WS-ISS-READ   PIC 9(6) VALUE ZERO.
       77 WS-ADDED      PIC 9(4) VALUE ZERO.
       77 WS-REFRESHED  PIC 9(4) VALUE ZERO.
       77 WS-CLOSED     PIC 9(4) VALUE ZERO.
       77 WS-MARKED     PIC 9(4) VALUE ZERO.
       77 WS-OPEN-CNT   PIC 9(4) VALUE ZERO.
       77 WS-ACTION     PIC X(30).
       COPY RELDAT.
       COPY ISSDAT.
       COPY AUDITDAT.
       COPY SIGNDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1500-LOAD-WL-PARA
      * A part-loaded worklist is never saved - it would lose the rest
           IF WS-WL-FULL
               DISPLAY 'WORKLIST OVER 3000 ITEMS, ' WS-WL-OVER
                   ' NOT LOADED - LIST ONLY, NOTHING SAVED'
               MOVE 16 TO RETURN-CODE
               PERFORM 6000-LIST-PARA
               STOP RUN
           END-IF
           EVALUATE WS-MODE
               WHEN 'B'
                   PERFORM 2000-BUILD-PARA THRU 2099-BUILD-EXIT
                   PERFORM 6000-LIST-PARA
               WHEN 'D'
                   PERFORM 5000-DONE-PARA THRU 5099-DONE-EXIT
               WHEN OTHER
                   PERFORM 6000-LIST-PARA
           END-EVALUATE
           IF WS-CHANGED AND NOT WS-WL-FULL
               PERFORM 8000-SAVE-PARA
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'REISSUE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WL-DSN FROM ENVIRONMENT-VALUE
           IF WS-WL-DSN = SPACES
               MOVE 'reissue.txt' TO WS-WL-DSN
           END-IF
           MOVE 'AMENDLOG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LOG-DSN FROM ENVIRONMENT-VALUE
           IF WS-LOG-DSN = SPACES
               MOVE 'amendlog.txt' TO WS-LOG-DSN
           END-IF
           MOVE 'GRACEREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GR-DSN FROM ENVIRONMENT-VALUE
           IF WS-GR-DSN = SPACES
               MOVE 'gracereg.txt' TO WS-GR-DSN
           END-IF
           MOVE 'SUPPRES_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SR-DSN FROM ENVIRONMENT-VALUE
           IF WS-SR-DSN = SPACES
               MOVE 'suppres.txt' TO WS-SR-DSN
           END-IF
           MOVE 'REISSUE_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-TODAY
           PERFORM REL-ENV-PARA
           PERFORM ISS-ENV-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'REISSUE' TO WS-AUDIT-PGM.
       1500-LOAD-WL-PARA.
           OPEN INPUT WORKLIST
           IF WS-WL-FS NOT = 00
               DISPLAY 'NO RE-ISSUE WORKLIST YET, FILE STATUS - '
                   WS-WL-FS ' - STARTING EMPTY'
           ELSE
               PERFORM UNTIL WS-WL-FS NOT = 00
                   READ WORKLIST
                   END-READ
                   IF WS-WL-FS NOT = 10
                       IF WS-WL-COUNT < 3000
                           ADD 1 TO WS-WL-COUNT
                           PERFORM 1600-LOAD-ONE-PARA
                       ELSE
                           MOVE 'Y' TO WS-WL-FULL-SW
                           ADD 1 TO WS-WL-OVER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WORKLIST
           END-IF.
       1600-LOAD-ONE-PARA.
           MOVE WL-ITEM   TO WS-WT-ITEM(WS-WL-COUNT)
           MOVE WL-STATUS TO WS-WT-STATUS(WS-WL-COUNT)
           MOVE WL-OUTPUT TO WS-WT-OUTPUT(WS-WL-COUNT)
           MOVE WL-FILE   TO WS-WT-FILE(WS-WL-COUNT)
           MOVE WL-ISSDT  TO WS-WT-ISSDT(WS-WL-COUNT)
           MOVE WL-RUNID  TO WS-WT-RUNID(WS-WL-COUNT)
           MOVE WL-UID    TO WS-WT-UID(WS-WL-COUNT)
           MOVE WL-SUBJ   TO WS-WT-SUBJ(WS-WL-COUNT)
           MOVE WL-SEC    TO WS-WT-SEC(WS-WL-COUNT)
           MOVE WL-TERM   TO WS-WT-TERM(WS-WL-COUNT)
           MOVE WL-SHOWN  TO WS-WT-SHOWN(WS-WL-COUNT)
           MOVE WL-NOW    TO WS-WT-NOW(WS-WL-COUNT)
           MOVE WL-SOURCE TO WS-WT-SOURCE(WS-WL-COUNT)
           MOVE WL-CHGDT  TO WS-WT-CHGDT(WS-WL-COUNT)
           MOVE WL-RAISED TO WS-WT-RAISED(WS-WL-COUNT)
           MOVE WL-DONEDT TO WS-WT-DONEDT(WS-WL-COUNT)
           MOVE WL-DONEBY TO WS-WT-DONEBY(WS-WL-COUNT)
           IF WL-ITEM > WS-MAX-ITEM
               MOVE WL-ITEM TO WS-MAX-ITEM
           END-IF.
      ******************************************************************
      * B - match the post-release changes against the register.
      ******************************************************************
       2000-BUILD-PARA.
           PERFORM 2100-LOAD-REL-PARA
           IF WS-RL-COUNT = ZERO
               DISPLAY 'NO RELEASED TERM ON THE RELEASE REGISTER - '
                   'NOTHING HAS GONE OUT TO RE-ISSUE'
               GO TO 2099-BUILD-EXIT
           END-IF
           PERFORM 2200-AMEND-PARA
           PERFORM 2300-GRACE-PARA
           PERFORM 2400-SUPP-PARA
           DISPLAY 'CHANGES READ: ' WS-CHG-READ '  AFTER RELEASE: '
               WS-CHG-POST '  STUDENT-SUBJECT-TERMS CHANGED: '
               WS-CH-COUNT
           IF WS-CH-COUNT = ZERO
               GO TO 2099-BUILD-EXIT
           END-IF
           OPEN INPUT ISS-REG
           IF WS-ISS-STAT NOT = 00
               DISPLAY 'NO ISSUED-OUTPUT REGISTER ON FILE, FILE '
                   'STATUS - ' WS-ISS-STAT ' - NOTHING TO MATCH'
               GO TO 2099-BUILD-EXIT
           END-IF
           PERFORM UNTIL WS-ISS-STAT NOT = 00
               READ ISS-REG
               END-READ
               IF WS-ISS-STAT = 00
                   ADD 1 TO WS-ISS-READ
                   PERFORM 3000-ONE-ISSUE-PARA
               END-IF
           END-PERFORM
           CLOSE ISS-REG
           DISPLAY 'ISSUED ROWS READ: ' WS-ISS-READ '  ITEMS ADDED: '
               WS-ADDED '  REFRESHED: ' WS-REFRESHED
               '  CLOSED AS REISSUED: ' WS-CLOSED.
       2099-BUILD-EXIT.
           EXIT.
       2100-LOAD-REL-PARA.
           OPEN INPUT REL-FILE
           IF WS-REL-STAT NOT = 00
               DISPLAY 'NO RELEASE REGISTER ON FILE, FILE STATUS - '
                   WS-REL-STAT
           ELSE
               PERFORM UNTIL WS-REL-STAT NOT = 00
                   READ REL-FILE
                   END-READ
                   IF WS-REL-STAT = 00 AND REL-STATUS = 'RELEASED'
                       PERFORM 2110-NOTE-REL-PARA
                   END-IF
               END-PERFORM
               CLOSE REL-FILE
           END-IF.
       2110-NOTE-REL-PARA.
           MOVE ZERO TO WS-MATCH-RX
           PERFORM VARYING WS-RLX FROM 1 BY 1
               UNTIL WS-RLX > WS-RL-COUNT OR WS-MATCH-RX NOT = ZERO
               IF WS-RL-TERM(WS-RLX) = REL-TERM
                   MOVE WS-RLX TO WS-MATCH-RX
               END-IF
           END-PERFORM
           IF WS-MATCH-RX = ZERO
               IF WS-RL-COUNT < 40
                   ADD 1 TO WS-RL-COUNT
                   MOVE REL-TERM TO WS-RL-TERM(WS-RL-COUNT)
                   MOVE REL-DATE TO WS-RL-DATE(WS-RL-COUNT)
               END-IF
           ELSE
               IF REL-DATE < WS-RL-DATE(WS-MATCH-RX)
                   MOVE REL-DATE TO WS-RL-DATE(WS-MATCH-RX)
               END-IF
           END-IF.
       2200-AMEND-PARA.
           OPEN INPUT AMENDLOG
           IF WS-LOG-FS = 00
               PERFORM UNTIL WS-LOG-FS NOT = 00
                   READ AMENDLOG
                   END-READ
                   IF WS-LOG-FS = 00
                       MOVE LOG-UID  TO WS-NC-UID
                       MOVE LOG-SUBJ TO WS-NC-SUBJ
                       MOVE LOG-TERM TO WS-NC-TERM
                       MOVE LOG-NEW  TO WS-NC-NOW
                       IF LOG-REASON(1:7) = 'APPEAL '
                           MOVE 'APPEAL' TO WS-NC-SOURCE
                       ELSE
                           MOVE 'AMEND' TO WS-NC-SOURCE
                       END-IF
                       MOVE LOG-DATE TO WS-NC-DATE
                       PERFORM 2500-NOTE-CHANGE-PARA
                           THRU 2599-NOTE-CHANGE-EXIT
                   END-IF
               END-PERFORM
               CLOSE AMENDLOG
           END-IF.
       2300-GRACE-PARA.
           OPEN INPUT GRACEREG
           IF WS-GR-FS = 00
               PERFORM UNTIL WS-GR-FS NOT = 00
                   READ GRACEREG
                   END-READ
      * An undated line was written before the run date went on,
      * and GRACEMRK has always refused a released term
                   IF WS-GR-FS = 00 AND GR-DATE IS NUMERIC
                       MOVE GR-UID   TO WS-NC-UID
                       MOVE GR-SUBJ  TO WS-NC-SUBJ
                       MOVE GR-TERM  TO WS-NC-TERM
                       MOVE GR-AFTER TO WS-NC-NOW
                       MOVE 'GRACE'  TO WS-NC-SOURCE
                       MOVE GR-DATE  TO WS-NC-DATE
                       PERFORM 2500-NOTE-CHANGE-PARA
                           THRU 2599-NOTE-CHANGE-EXIT
                   END-IF
               END-PERFORM
               CLOSE GRACEREG
           END-IF.
       2400-SUPP-PARA.
           OPEN INPUT SUPPRES
           IF WS-SR-FS = 00
               PERFORM UNTIL WS-SR-FS NOT = 00
                   READ SUPPRES
                   END-READ
                   IF WS-SR-FS = 00
                       MOVE SR-UID   TO WS-NC-UID
                       MOVE SR-SUBJ  TO WS-NC-SUBJ
                       MOVE SR-TERM  TO WS-NC-TERM
                       MOVE SR-MARKS TO WS-NC-NOW
                       MOVE 'SUPP'   TO WS-NC-SOURCE
      * A supplementary sitting follows the release; an undated row
      * is taken as dated at it
                       IF SR-DATE IS NUMERIC
                           MOVE SR-DATE TO WS-NC-DATE
                       ELSE
                           MOVE ZERO TO WS-NC-DATE
                       END-IF
                       PERFORM 2500-NOTE-CHANGE-PARA
                           THRU 2599-NOTE-CHANGE-EXIT
                   END-IF
               END-PERFORM
               CLOSE SUPPRES
           END-IF.
      * Keep a change only when its term is released and it is dated
      * on or after that release; the latest one for the key stands
       2500-NOTE-CHANGE-PARA.
           ADD 1 TO WS-CHG-READ
           MOVE ZERO TO WS-MATCH-RX
           PERFORM VARYING WS-RLX FROM 1 BY 1
               UNTIL WS-RLX > WS-RL-COUNT OR WS-MATCH-RX NOT = ZERO
               IF WS-RL-TERM(WS-RLX) = WS-NC-TERM
                   MOVE WS-RLX TO WS-MATCH-RX
               END-IF
           END-PERFORM
           IF WS-MATCH-RX = ZERO
               GO TO 2599-NOTE-CHANGE-EXIT
           END-IF
           IF WS-NC-DATE = ZERO
               MOVE WS-RL-DATE(WS-MATCH-RX) TO WS-NC-DATE
           END-IF
           IF WS-NC-DATE < WS-RL-DATE(WS-MATCH-RX)
               GO TO 2599-NOTE-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-CHG-POST
           PERFORM 2600-FIND-CHANGE-PARA
           IF WS-MATCH-CX = ZERO
               IF WS-CH-COUNT < 2000
                   ADD 1 TO WS-CH-COUNT
                   MOVE WS-CH-COUNT TO WS-MATCH-CX
               ELSE
                   DISPLAY 'CHANGE TABLE FULL, SKIPPING ' WS-NC-UID
                       ' ' WS-NC-SUBJ ' ' WS-NC-TERM
                   GO TO 2599-NOTE-CHANGE-EXIT
               END-IF
           ELSE
               IF WS-NC-DATE < WS-CH-DATE(WS-MATCH-CX)
                   GO TO 2599-NOTE-CHANGE-EXIT
               END-IF
           END-IF
           MOVE WS-NC-UID    TO WS-CH-UID(WS-MATCH-CX)
           MOVE WS-NC-SUBJ   TO WS-CH-SUBJ(WS-MATCH-CX)
           MOVE WS-NC-TERM   TO WS-CH-TERM(WS-MATCH-CX)
           MOVE WS-NC-NOW    TO WS-CH-NOW(WS-MATCH-CX)
           MOVE WS-NC-SOURCE TO WS-CH-SOURCE(WS-MATCH-CX)
           MOVE WS-NC-DATE   TO WS-CH-DATE(WS-MATCH-CX).
       2599-NOTE-CHANGE-EXIT.
           EXIT.
       2600-FIND-CHANGE-PARA.
           MOVE ZERO TO WS-MATCH-CX
           PERFORM VARYING WS-CHX FROM 1 BY 1
               UNTIL WS-CHX > WS-CH-COUNT OR WS-MATCH-CX NOT = ZERO
               IF WS-CH-UID(WS-CHX) = WS-NC-UID
                   AND WS-CH-SUBJ(WS-CHX) = WS-NC-SUBJ
                   AND WS-CH-TERM(WS-CHX) = WS-NC-TERM
                   MOVE WS-CHX TO WS-MATCH-CX
               END-IF
           END-PERFORM.
      ******************************************************************
      * One issued row: a figure other than the standing one is an
      * item; the standing figure issued again closes earlier items
      * for the same output.
      ******************************************************************
       3000-ONE-ISSUE-PARA.
           MOVE IR-UID  TO WS-NC-UID
           MOVE IR-SUBJ TO WS-NC-SUBJ
           MOVE IR-TERM TO WS-NC-TERM
           PERFORM 2600-FIND-CHANGE-PARA
           IF WS-MATCH-CX NOT = ZERO
               IF IR-MARKS NOT = WS-CH-NOW(WS-MATCH-CX)
                   PERFORM 3100-RAISE-PARA
               ELSE
                   PERFORM 3200-CLOSE-PARA
               END-IF
           END-IF.
       3100-RAISE-PARA.
           MOVE ZERO TO WS-MATCH-WX
           PERFORM VARYING WS-WLX FROM 1 BY 1
               UNTIL WS-WLX > WS-WL-COUNT OR WS-MATCH-WX NOT = ZERO
               IF WS-WT-OUTPUT(WS-WLX) = IR-OUTPUT
                   AND WS-WT-FILE(WS-WLX) = IR-FILE
                   AND WS-WT-ISSDT(WS-WLX) = IR-DATE
                   AND WS-WT-RUNID(WS-WLX) = IR-RUNID
                   AND WS-WT-UID(WS-WLX) = IR-UID
                   AND WS-WT-SUBJ(WS-WLX) = IR-SUBJ
                   AND WS-WT-TERM(WS-WLX) = IR-TERM
                   MOVE WS-WLX TO WS-MATCH-WX
               END-IF
           END-PERFORM
           IF WS-MATCH-WX NOT = ZERO
      * Already on the list - an open item follows a later change
               IF WS-WT-STATUS(WS-MATCH-WX) = 'O'
                   AND WS-WT-NOW(WS-MATCH-WX) NOT =
                       WS-CH-NOW(WS-MATCH-CX)
                   MOVE WS-CH-NOW(WS-MATCH-CX)
                       TO WS-WT-NOW(WS-MATCH-WX)
                   MOVE WS-CH-SOURCE(WS-MATCH-CX)
                       TO WS-WT-SOURCE(WS-MATCH-WX)
                   MOVE WS-CH-DATE(WS-MATCH-CX)
                       TO WS-WT-CHGDT(WS-MATCH-WX)
                   ADD 1 TO WS-REFRESHED
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           ELSE
               IF WS-WL-COUNT >= 3000
                   DISPLAY 'WORKLIST TABLE FULL - ' IR-OUTPUT ' '
                       IR-UID ' ' IR-SUBJ ' ' IR-TERM ' NOT LISTED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-WL-COUNT
                   ADD 1 TO WS-MAX-ITEM
                   MOVE WS-MAX-ITEM TO WS-WT-ITEM(WS-WL-COUNT)
                   MOVE 'O'         TO WS-WT-STATUS(WS-WL-COUNT)
                   MOVE IR-OUTPUT   TO WS-WT-OUTPUT(WS-WL-COUNT)
                   MOVE IR-FILE     TO WS-WT-FILE(WS-WL-COUNT)
                   MOVE IR-DATE     TO WS-WT-ISSDT(WS-WL-COUNT)
                   MOVE IR-RUNID    TO WS-WT-RUNID(WS-WL-COUNT)
                   MOVE IR-UID      TO WS-WT-UID(WS-WL-COUNT)
                   MOVE IR-SUBJ     TO WS-WT-SUBJ(WS-WL-COUNT)
                   MOVE IR-SEC      TO WS-WT-SEC(WS-WL-COUNT)
                   MOVE IR-TERM     TO WS-WT-TERM(WS-WL-COUNT)
                   MOVE IR-MARKS    TO WS-WT-SHOWN(WS-WL-COUNT)
                   MOVE WS-CH-NOW(WS-MATCH-CX)
                       TO WS-WT-NOW(WS-WL-COUNT)
                   MOVE WS-CH-SOURCE(WS-MATCH-CX)
                       TO WS-WT-SOURCE(WS-WL-COUNT)
                   MOVE WS-CH-DATE(WS-MATCH-CX)
                       TO WS-WT-CHGDT(WS-WL-COUNT)
                   MOVE WS-TODAY    TO WS-WT-RAISED(WS-WL-COUNT)
                   MOVE ZERO        TO WS-WT-DONEDT(WS-WL-COUNT)
                   MOVE SPACES      TO WS-WT-DONEBY(WS-WL-COUNT)
                   ADD 1 TO WS-ADDED
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           END-IF.
       3200-CLOSE-PARA.
           PERFORM VARYING WS-WLX FROM 1 BY 1
               UNTIL WS-WLX > WS-WL-COUNT
               IF WS-WT-STATUS(WS-WLX) = 'O'
                   AND WS-WT-OUTPUT(WS-WLX) = IR-OUTPUT
                   AND WS-WT-UID(WS-WLX) = IR-UID
                   AND WS-WT-SUBJ(WS-WLX) = IR-SUBJ
                   AND WS-WT-TERM(WS-WLX) = IR-TERM
                   AND WS-WT-NOW(WS-WLX) = IR-MARKS
                   AND WS-WT-ISSDT(WS-WLX) <= IR-DATE
                   MOVE 'D'        TO WS-WT-STATUS(WS-WLX)
                   MOVE IR-DATE    TO WS-WT-DONEDT(WS-WLX)
                   MOVE 'REISSUED' TO WS-WT-DONEBY(WS-WLX)
                   ADD 1 TO WS-CLOSED
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           END-PERFORM.
      ******************************************************************
      * D - mark items done.
      ******************************************************************
       5000-DONE-PARA.
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GO TO 5099-DONE-EXIT
           END-IF
           IF NOT WS-SO-CAN-UPDATE
               DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                   ' CANNOT MARK RE-ISSUE ITEMS DONE'
               MOVE 12 TO RETURN-CODE
               GO TO 5099-DONE-EXIT
           END-IF
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           MOVE 1 TO WS-IN-ITEM
           PERFORM UNTIL WS-IN-ITEM = ZERO
               DISPLAY 'ITEM NUMBER DONE (0 TO END):'
               ACCEPT WS-IN-ITEM
               IF WS-IN-ITEM NOT = ZERO
                   PERFORM 5100-MARK-PARA
               END-IF
           END-PERFORM
           DISPLAY WS-MARKED ' ITEM(S) MARKED DONE'.
       5099-DONE-EXIT.
           EXIT.
       5100-MARK-PARA.
           MOVE ZERO TO WS-MATCH-WX
           PERFORM VARYING WS-WLX FROM 1 BY 1
               UNTIL WS-WLX > WS-WL-COUNT OR WS-MATCH-WX NOT = ZERO
               IF WS-WT-ITEM(WS-WLX) = WS-IN-ITEM
                   MOVE WS-WLX TO WS-MATCH-WX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MATCH-WX = ZERO
                   DISPLAY 'ITEM ' WS-IN-ITEM ' NOT ON THE WORKLIST'
               WHEN WS-WT-STATUS(WS-MATCH-WX) NOT = 'O'
                   DISPLAY 'ITEM ' WS-IN-ITEM ' ALREADY DONE '
                       WS-WT-DONEDT(WS-MATCH-WX) ' BY '
                       WS-WT-DONEBY(WS-MATCH-WX)
               WHEN OTHER
                   MOVE 'D'        TO WS-WT-STATUS(WS-MATCH-WX)
                   MOVE WS-TODAY   TO WS-WT-DONEDT(WS-MATCH-WX)
                   MOVE WS-SO-USER TO WS-WT-DONEBY(WS-MATCH-WX)
                   MOVE 'Y' TO WS-CHANGED-SW
                   ADD 1 TO WS-MARKED
                   MOVE SPACES TO WS-AUDIT-EVENT
                   STRING 'REISSUE DONE ' WS-IN-ITEM ' '
                       WS-WT-OUTPUT(WS-MATCH-WX) ' '
                       WS-WT-UID(WS-MATCH-WX) ' '
                       WS-WT-SUBJ(WS-MATCH-WX) ' '
                       WS-WT-TERM(WS-MATCH-WX)
                       DELIMITED BY SIZE INTO WS-AUDIT-EVENT
                   PERFORM AUDIT-EVENT-PARA
                   DISPLAY 'ITEM ' WS-IN-ITEM ' MARKED DONE'
           END-EVALUATE.
      ******************************************************************
      * L - the outstanding items, oldest first.
      ******************************************************************
       6000-LIST-PARA.
           DISPLAY 'RE-ISSUE WORKLIST - OUTSTANDING ITEMS ' WS-TODAY
           DISPLAY 'ITEM  OUTPUT   FILE                 ISSUED   '
               'STUDENT SU S TM SHOWS NOW SOURCE CHANGED  ACTION'
           MOVE ZERO TO WS-OPEN-CNT
           PERFORM VARYING WS-WLX FROM 1 BY 1
               UNTIL WS-WLX > WS-WL-COUNT
               IF WS-WT-STATUS(WS-WLX) = 'O'
                   ADD 1 TO WS-OPEN-CNT
                   PERFORM 6100-ACTION-PARA
                   MOVE WS-WT-ITEM(WS-WLX) TO WS-ITEM-ED
                   DISPLAY WS-ITEM-ED ' ' WS-WT-OUTPUT(WS-WLX) ' '
                       WS-WT-FILE(WS-WLX)(1:20) ' '
                       WS-WT-ISSDT(WS-WLX) ' '
                       WS-WT-UID(WS-WLX) '   '
                       WS-WT-SUBJ(WS-WLX) ' ' WS-WT-SEC(WS-WLX) ' '
                       WS-WT-TERM(WS-WLX) ' '
                       WS-WT-SHOWN(WS-WLX) '   '
                       WS-WT-NOW(WS-WLX) ' '
                       WS-WT-SOURCE(WS-WLX) ' '
                       WS-WT-CHGDT(WS-WLX) ' ' WS-ACTION
               END-IF
           END-PERFORM
           IF WS-OPEN-CNT = ZERO
               DISPLAY '(NOTHING OUTSTANDING)'
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY WS-OPEN-CNT ' ITEM(S) OUTSTANDING OF '
               WS-WL-COUNT ' ON THE WORKLIST'.
       6100-ACTION-PARA.
           EVALUATE WS-WT-OUTPUT(WS-WLX)
               WHEN 'RPTCARD'
                   MOVE 'REPRINT THE REPORT CARD' TO WS-ACTION
               WHEN 'CSVEXPRT'
                   MOVE 'RE-UPLOAD THE PORTAL ROW' TO WS-ACTION
               WHEN 'BOARDSUB'
                   MOVE 'SEND A BOARD CORRECTION RECORD' TO WS-ACTION
               WHEN 'RESMAST'
                   MOVE 'RELOAD THE RESULTS MASTER' TO WS-ACTION
               WHEN OTHER
                   MOVE 'RE-ISSUE THE OUTPUT' TO WS-ACTION
           END-EVALUATE.
       8000-SAVE-PARA.
           OPEN OUTPUT WORKLIST
           IF WS-WL-FS NOT = 00
               DISPLAY 'WORKLIST SAVE FAILED, FILE STATUS - ' WS-WL-FS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-WLX FROM 1 BY 1
                   UNTIL WS-WLX > WS-WL-COUNT
                   MOVE SPACES TO WL-REC
                   MOVE WS-WT-ITEM(WS-WLX)   TO WL-ITEM
                   MOVE WS-WT-STATUS(WS-WLX) TO WL-STATUS
                   MOVE WS-WT-OUTPUT(WS-WLX) TO WL-OUTPUT
                   MOVE WS-WT-FILE(WS-WLX)   TO WL-FILE
                   MOVE WS-WT-ISSDT(WS-WLX)  TO WL-ISSDT
                   MOVE WS-WT-RUNID(WS-WLX)  TO WL-RUNID
                   MOVE WS-WT-UID(WS-WLX)    TO WL-UID
                   MOVE WS-WT-SUBJ(WS-WLX)   TO WL-SUBJ
                   MOVE WS-WT-SEC(WS-WLX)    TO WL-SEC
                   MOVE WS-WT-TERM(WS-WLX)   TO WL-TERM
                   MOVE WS-WT-SHOWN(WS-WLX)  TO WL-SHOWN
                   MOVE WS-WT-NOW(WS-WLX)    TO WL-NOW
                   MOVE WS-WT-SOURCE(WS-WLX) TO WL-SOURCE
                   MOVE WS-WT-CHGDT(WS-WLX)  TO WL-CHGDT
                   MOVE WS-WT-RAISED(WS-WLX) TO WL-RAISED
                   MOVE WS-WT-DONEDT(WS-WLX) TO WL-DONEDT
                   MOVE WS-WT-DONEBY(WS-WLX) TO WL-DONEBY
                   WRITE WL-REC
               END-PERFORM
               CLOSE WORKLIST
           END-IF.
       COPY RELPARA.
       COPY ISSPARA.
       COPY SIGNPARA.
       COPY AUDITPARA.
       END PROGRAM REISSUE.
