      ******************************************************************
      * Program : GATESCOR
      * Purpose : Feed data-quality scorecard. Runs after GATEEDIT
      *           and collects the night's <feed>.gaterej rejects
      *           into a history file (GATEHIST_DSN, default
      *           gatehist.txt), one row per reject: business date,
      *           feed, feed line, field, reason, the record's
      *           leading five-digit ID and what later became of it:
      *             O  open - never resubmitted
      *             C  the same ID came through a later night's
      *                <feed>.clean - resubmitted and accepted
      *             R  RECYCLE recycled the ID (RECYCLE_LOG_DSN,
      *                default recyclog.txt) on or after the reject
      *             F  RECYCLE saw it but it still failed
      *           The scorecard (GATESCOR_DSN, default gatescor.txt)
      *           reports by feed, by field and by reason: rejects in
      *           the last 7 and 30 days, the 30 days before that, a
      *           trend (NEW, GROWING, STEADY, FALLING) and how the
      *           history held was resolved. A reason GROWING on the
      *           previous 30 days raises a W alert and the run ends
      *           RETURN-CODE 4. History beyond the 5000 rows held
      *           loses its oldest rows first, RETURN-CODE 8.
      * Modification History:
      *   - Written new. The feed list is the gate's own - the
      *     LAYOUTRG registry's F cards when layoutrg.txt is
      *     present, otherwise the gate's five built-in feeds - and
      *     each feed's DSN resolves from the same variable. The
      *     business date is GATE_DATE when set, as for the gate;
      *     a feed already collected for the date is not collected
      *     twice. History older than GATEHIST_DAYS (default 180)
      *     is dropped when the file is rewritten.
      *   - A full history table now drops its oldest rows to make
      *     room instead of tonight's rejects; the number dropped is
      *     printed on the scorecard and the run ends RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATESCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-REJ
           ASSIGN TO WS-REJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-FS.
           SELECT GATE-CLEAN
           ASSIGN TO WS-CLEAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEAN-FS.
           SELECT LAYREG
           ASSIGN TO WS-LAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAY-FS.
           SELECT GATEHIST
           ASSIGN TO WS-GH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GH-FS.
           SELECT RECYLOG
           ASSIGN TO WS-RL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-FS.
           SELECT GSCRPT
           ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD GATE-REJ.
       01 REJ-REC.
           05 REJ-LINE   PIC 9(6).
           05 FILLER     PIC X.
           05 REJ-REASON PIC X(30).
           05 FILLER     PIC X.
           05 REJ-IMAGE  PIC X(60).
       FD GATE-CLEAN.
       01 CLEAN-REC PIC X(100).
       FD LAYREG.
       01 LAY-F-REC.
           05 LF-TYPE  PIC X.
           05 FILLER   PIC X.
           05 LF-FEED  PIC X(5).
           05 FILLER   PIC X.
           05 LF-ENV   PIC X(17).
           05 FILLER   PIC X.
           05 LF-DFLT  PIC X(12).
           05 FILLER   PIC X.
           05 LF-LEN   PIC 9(3).
           05 FILLER   PIC X.
           05 LF-TOL   PIC X.
       FD GATEHIST.
       01 GH-REC.
           05 GH-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 GH-FEED   PIC X(5).
           05 FILLER    PIC X.
           05 GH-LINE   PIC 9(6).
           05 FILLER    PIC X.
           05 GH-FIELD  PIC X(10).
           05 FILLER    PIC X.
           05 GH-REASON PIC X(30).
           05 FILLER    PIC X.
           05 GH-KEY    PIC X(5).
           05 FILLER    PIC X.
           05 GH-STATUS PIC X.
           05 FILLER    PIC X.
           05 GH-RESDT  PIC 9(8).
       FD RECYLOG.
       01 RL-REC.
           05 RL-DATE    PIC 9(8).
           05 FILLER     PIC X.
           05 RL-ID      PIC X(5).
           05 FILLER     PIC X.
           05 RL-OUTCOME PIC X.
           05 FILLER     PIC X.
           05 RL-REASON  PIC X(20).
       FD GSCRPT.
       01 RPT-LINE PIC X(80).
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       77 WS-REJ-FS    PIC 99.
       77 WS-CLEAN-FS  PIC 99.
       77 WS-LAY-FS    PIC 99.
       77 WS-GH-FS     PIC 99.
       77 WS-RL-FS     PIC 99.
       77 WS-RPT-FS    PIC 99.
       77 WS-IN-DSN    PIC X(100).
       77 WS-REJ-DSN   PIC X(100).
       77 WS-CLEAN-DSN PIC X(100).
       77 WS-LAY-DSN   PIC X(100) VALUE 'layoutrg.txt'.
       77 WS-GH-DSN    PIC X(100) VALUE 'gatehist.txt'.
       77 WS-RL-DSN    PIC X(100) VALUE 'recyclog.txt'.
       77 WS-RPT-DSN   PIC X(100) VALUE 'gatescor.txt'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-DSN-LEN   PIC 999.
       77 WS-GD-IN     PIC X(8).
       77 WS-CURR-DT   PIC X(21).
       77 WS-RUN-DATE  PIC 9(8) VALUE ZERO.
       77 WS-RUN-INT   PIC 9(7) VALUE ZERO.
       77 WS-DAYS-IN   PIC X(3).
       77 WS-KEEP-DAYS PIC 999 VALUE 180.
       77 WS-FX        PIC 99 VALUE ZERO.
       77 WS-FD-COUNT  PIC 99 VALUE ZERO.
       77 WS-HX        PIC 9(4) VALUE ZERO.
       77 WS-H-COUNT   PIC 9(4) VALUE ZERO.
       77 WS-H-MAX     PIC 9(4) VALUE 5000.
       77 WS-H-DROPPED PIC 9(6) VALUE ZERO.
       77 WS-H-FULL    PIC 9(6) VALUE ZERO.
       77 WS-HY        PIC 9(4) VALUE ZERO.
       77 WS-AX        PIC 999 VALUE ZERO.
       77 WS-AG-COUNT  PIC 999 VALUE ZERO.
       77 WS-AG-KIND-IN PIC X.
       77 WS-AG-KEY-IN PIC X(30).
       77 WS-NEW-REJ   PIC 9(6) VALUE ZERO.
       77 WS-NEW-CLEAN PIC 9(6) VALUE ZERO.
       77 WS-NEW-RCY   PIC 9(6) VALUE ZERO.
       77 WS-RECS-READ PIC 9(6) VALUE ZERO.
       77 WS-GROWING   PIC 99 VALUE ZERO.
       77 WS-FIELD     PIC X(10).
       77 WS-CLEAN-KEY PIC X(5).
       77 WS-SEC-TITLE PIC X(30).
       77 WS-AGE       PIC S9(7) VALUE ZERO.
       01 WS-REG-SW    PIC X VALUE 'N'.
           88 WS-REG-AVAIL VALUE 'Y'.
       01 WS-FEED-TABLE.
           05 FILLER PIC X(34) VALUE
               'MARKSMARKSFILE_DSN    MARKS.txt   '.
           05 FILLER PIC X(34) VALUE
               'STD  STDFILE_DSN      std.txt     '.
           05 FILLER PIC X(34) VALUE
               'DOB  DOBFILE_DSN      DOB.txt     '.
           05 FILLER PIC X(34) VALUE
               'EMP  EMPFILE_DSN      EMP.txt     '.
           05 FILLER PIC X(34) VALUE
               'STUDTSTUDENTFILE_DSN  STUDENT.txt '.
       01 WS-FEED-RED REDEFINES WS-FEED-TABLE.
           05 WS-BF-ENTRY OCCURS 5 TIMES.
               10 WS-BF-ID   PIC X(5).
               10 WS-BF-ENV  PIC X(17).
               10 WS-BF-DFLT PIC X(12).
       01 WS-FD-TABLE.
           05 WS-FD-ENTRY OCCURS 10 TIMES.
               10 WS-FD-ID   PIC X(5).
               10 WS-FD-ENV  PIC X(17).
               10 WS-FD-DFLT PIC X(12).
               10 WS-FD-DONE PIC X.
       01 WS-H-TABLE.
           05 WS-H-ENTRY OCCURS 5000 TIMES.
               10 WS-H-DATE   PIC 9(8).
               10 WS-H-FEED   PIC X(5).
               10 WS-H-LINE   PIC 9(6).
               10 WS-H-FIELD  PIC X(10).
               10 WS-H-REASON PIC X(30).
               10 WS-H-KEY    PIC X(5).
               10 WS-H-STATUS PIC X.
               10 WS-H-RESDT  PIC 9(8).
               10 WS-H-AGE    PIC 9(5).
      * Aggregates: kind F feed, D field, R reason
       01 WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 200 TIMES.
               10 WS-AG-KIND  PIC X.
               10 WS-AG-KEY   PIC X(30).
               10 WS-AG-C7    PIC 9(5).
               10 WS-AG-C30   PIC 9(5).
               10 WS-AG-P30   PIC 9(5).
               10 WS-AG-NR    PIC 9(5).
               10 WS-AG-NC    PIC 9(5).
               10 WS-AG-NF    PIC 9(5).
               10 WS-AG-NO    PIC 9(5).
       01 WS-COL-HDR.
           05 FILLER PIC X(40)
               VALUE '                                7DAY 30D'.
           05 FILLER PIC X(40)
               VALUE 'AY PRV30 TREND   RECYC LATER FAILD NEVER'.
       01 WS-DTL-LINE.
           05 WS-D-KEY    PIC X(30).
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-C7     PIC ZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-C30    PIC ZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-P30    PIC ZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-TREND  PIC X(7).
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-NR     PIC ZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-NC     PIC ZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-NF     PIC ZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WS-D-NO     PIC ZZZZ9.
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-LOAD-HIST-PARA
           PERFORM 1200-FEED-LIST-PARA
           PERFORM 2000-ONE-FEED-PARA
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FD-COUNT
           PERFORM 3000-RECYCLE-PARA
           PERFORM 4000-REWRITE-HIST-PARA
           PERFORM 5000-AGGREGATE-PARA
           PERFORM 6000-REPORT-PARA THRU 6999-REPORT-EXIT
           MOVE WS-RECS-READ TO WS-AUDIT-RECS-READ
           MOVE WS-NEW-REJ TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-GH-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'GATE REJECTS COLLECTED: ' WS-NEW-REJ
               '  RESUBMITTED CLEAN: ' WS-NEW-CLEAN
               '  RECYCLE MATCHES: ' WS-NEW-RCY
           DISPLAY 'REASONS GROWING ON PREVIOUS 30 DAYS: ' WS-GROWING
           IF WS-H-FULL NOT = ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-GROWING NOT = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'GATE_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-IN FROM ENVIRONMENT-VALUE
           IF WS-GD-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-GD-IN) = 0
               MOVE FUNCTION NUMVAL(WS-GD-IN) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 'GATEHIST_DAYS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DAYS-IN FROM ENVIRONMENT-VALUE
           IF WS-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DAYS-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-DAYS-IN) TO WS-KEEP-DAYS
               ELSE
                   DISPLAY 'INVALID GATEHIST_DAYS, USING DEFAULT - '
                       WS-KEEP-DAYS
               END-IF
           END-IF
           IF WS-KEEP-DAYS < 60
               MOVE 60 TO WS-KEEP-DAYS
           END-IF
           MOVE 'GATEHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GH-DSN FROM ENVIRONMENT-VALUE
           IF WS-GH-DSN = SPACES
               MOVE 'gatehist.txt' TO WS-GH-DSN
           END-IF
           MOVE 'RECYCLE_LOG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RL-DSN FROM ENVIRONMENT-VALUE
           IF WS-RL-DSN = SPACES
               MOVE 'recyclog.txt' TO WS-RL-DSN
           END-IF
           MOVE 'LAYOUTRG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LAY-DSN FROM ENVIRONMENT-VALUE
           IF WS-LAY-DSN = SPACES
               MOVE 'layoutrg.txt' TO WS-LAY-DSN
           END-IF
           MOVE 'GATESCOR_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'gatescor.txt' TO WS-RPT-DSN
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'GATESCOR' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'GATESCOR' TO WS-ALERT-PGM.
       1100-LOAD-HIST-PARA.
      * Rows past the retention window are left behind here and so
      * drop out when the history is rewritten
           OPEN INPUT GATEHIST
           IF WS-GH-FS = 00
               PERFORM UNTIL WS-GH-FS NOT = 00
                   READ GATEHIST
                   END-READ
                   IF WS-GH-FS = 00 AND GH-DATE IS NUMERIC
                       AND GH-DATE > 16010101
                       AND GH-DATE NOT > WS-RUN-DATE
                       COMPUTE WS-AGE = WS-RUN-INT
                           - FUNCTION INTEGER-OF-DATE(GH-DATE)
                       IF WS-AGE > WS-KEEP-DAYS
                           ADD 1 TO WS-H-DROPPED
                       ELSE
                           PERFORM 1110-HIST-ADD-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GATEHIST
           END-IF.
       1110-HIST-ADD-PARA.
      * The table is held in collection order, so when it is full the
      * first row is the oldest and gives way to the new one
           IF WS-H-COUNT NOT < WS-H-MAX
               PERFORM 1120-HIST-DROP-PARA
           END-IF
           ADD 1 TO WS-H-COUNT
           MOVE GH-DATE   TO WS-H-DATE(WS-H-COUNT)
           MOVE GH-FEED   TO WS-H-FEED(WS-H-COUNT)
           MOVE GH-LINE   TO WS-H-LINE(WS-H-COUNT)
           MOVE GH-FIELD  TO WS-H-FIELD(WS-H-COUNT)
           MOVE GH-REASON TO WS-H-REASON(WS-H-COUNT)
           MOVE GH-KEY    TO WS-H-KEY(WS-H-COUNT)
           MOVE GH-STATUS TO WS-H-STATUS(WS-H-COUNT)
           MOVE GH-RESDT  TO WS-H-RESDT(WS-H-COUNT)
           IF GH-RESDT IS NOT NUMERIC
               MOVE ZERO TO WS-H-RESDT(WS-H-COUNT)
           END-IF
           MOVE WS-AGE    TO WS-H-AGE(WS-H-COUNT).
       1120-HIST-DROP-PARA.
           PERFORM VARYING WS-HY FROM 2 BY 1 UNTIL WS-HY > WS-H-COUNT
               MOVE WS-H-ENTRY(WS-HY) TO WS-H-ENTRY(WS-HY - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-H-COUNT
           ADD 1 TO WS-H-FULL.
       1200-FEED-LIST-PARA.
      * The gate's own feed list: the registry's F cards when the
      * registry is on file, otherwise the built-in five
           OPEN INPUT LAYREG
           IF WS-LAY-FS = 00
               PERFORM UNTIL WS-LAY-FS NOT = 00
                   READ LAYREG
                   END-READ
                   IF WS-LAY-FS = 00 AND LF-TYPE = 'F'
                       AND WS-FD-COUNT < 10
                       MOVE 'Y' TO WS-REG-SW
                       ADD 1 TO WS-FD-COUNT
                       MOVE LF-FEED TO WS-FD-ID(WS-FD-COUNT)
                       MOVE LF-ENV  TO WS-FD-ENV(WS-FD-COUNT)
                       MOVE LF-DFLT TO WS-FD-DFLT(WS-FD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE LAYREG
           END-IF
           IF NOT WS-REG-AVAIL
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
                   MOVE WS-BF-ID(WS-FX)   TO WS-FD-ID(WS-FX)
                   MOVE WS-BF-ENV(WS-FX)  TO WS-FD-ENV(WS-FX)
                   MOVE WS-BF-DFLT(WS-FX) TO WS-FD-DFLT(WS-FX)
               END-PERFORM
               MOVE 5 TO WS-FD-COUNT
           END-IF
      * A feed already collected for the business date is not
      * collected again on a rerun
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FD-COUNT
               MOVE 'N' TO WS-FD-DONE(WS-FX)
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-H-COUNT
                   IF WS-H-DATE(WS-HX) = WS-RUN-DATE
                       AND WS-H-FEED(WS-HX) = WS-FD-ID(WS-FX)
                       MOVE 'Y' TO WS-FD-DONE(WS-FX)
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      * One feed: collect tonight's rejects, then clear earlier open
      * rejects whose ID came through tonight's clean copy
      ******************************************************************
       2000-ONE-FEED-PARA.
           MOVE WS-FD-ENV(WS-FX) TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-IN-DSN FROM ENVIRONMENT-VALUE
           IF WS-IN-DSN = SPACES
               MOVE WS-FD-DFLT(WS-FX) TO WS-IN-DSN
           END-IF
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-IN-DSN) TO WS-DSN-LEN
           MOVE SPACES TO WS-REJ-DSN
           STRING WS-IN-DSN(1:WS-DSN-LEN) '.gaterej'
               DELIMITED BY SIZE INTO WS-REJ-DSN
           MOVE SPACES TO WS-CLEAN-DSN
           STRING WS-IN-DSN(1:WS-DSN-LEN) '.clean'
               DELIMITED BY SIZE INTO WS-CLEAN-DSN
           IF WS-FD-DONE(WS-FX) = 'Y'
               DISPLAY WS-FD-ID(WS-FX) ' REJECTS ALREADY COLLECTED '
                   'FOR ' WS-RUN-DATE
           ELSE
               PERFORM 2100-COLLECT-PARA
           END-IF
           PERFORM 2200-CLEAN-PARA.
       2100-COLLECT-PARA.
           OPEN INPUT GATE-REJ
           IF WS-REJ-FS NOT = 00
               DISPLAY WS-FD-ID(WS-FX) ' NO GATE REJECT FILE - '
                   'NOTHING TO COLLECT'
           ELSE
               PERFORM UNTIL WS-REJ-FS NOT = 00
                   READ GATE-REJ
                   END-READ
                   IF WS-REJ-FS = 00
                       ADD 1 TO WS-RECS-READ
                       PERFORM 2300-FIELD-PARA
                       MOVE WS-RUN-DATE    TO GH-DATE
                       MOVE WS-FD-ID(WS-FX) TO GH-FEED
                       MOVE REJ-LINE       TO GH-LINE
                       MOVE WS-FIELD       TO GH-FIELD
                       MOVE REJ-REASON     TO GH-REASON
                       MOVE REJ-IMAGE(1:5) TO GH-KEY
                       MOVE 'O'            TO GH-STATUS
                       MOVE ZERO           TO GH-RESDT
                       MOVE ZERO           TO WS-AGE
                       PERFORM 1110-HIST-ADD-PARA
                       ADD 1 TO WS-NEW-REJ
                   END-IF
               END-PERFORM
               CLOSE GATE-REJ
           END-IF.
       2200-CLEAN-PARA.
           OPEN INPUT GATE-CLEAN
           IF WS-CLEAN-FS = 00
               PERFORM UNTIL WS-CLEAN-FS NOT = 00
                   READ GATE-CLEAN
                   END-READ
                   IF WS-CLEAN-FS = 00
                       ADD 1 TO WS-RECS-READ
                       MOVE CLEAN-REC(1:5) TO WS-CLEAN-KEY
                       PERFORM 2210-CLEAN-MATCH-PARA
                   END-IF
               END-PERFORM
               CLOSE GATE-CLEAN
           END-IF.
       2210-CLEAN-MATCH-PARA.
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-H-COUNT
               IF WS-H-FEED(WS-HX) = WS-FD-ID(WS-FX)
                   AND WS-H-KEY(WS-HX) = WS-CLEAN-KEY
                   AND WS-H-DATE(WS-HX) < WS-RUN-DATE
                   AND (WS-H-STATUS(WS-HX) = 'O'
                       OR WS-H-STATUS(WS-HX) = 'F')
                   MOVE 'C' TO WS-H-STATUS(WS-HX)
                   MOVE WS-RUN-DATE TO WS-H-RESDT(WS-HX)
                   ADD 1 TO WS-NEW-CLEAN
               END-IF
           END-PERFORM.
       2300-FIELD-PARA.
      * The gate's built-in reasons name the field in words; the
      * registry's reasons lead with the registry field name
           EVALUATE TRUE
               WHEN REJ-REASON = 'WRONG RECORD LENGTH'
                   MOVE 'RECORD' TO WS-FIELD
               WHEN REJ-REASON = 'CHECK DIGIT INVALID'
               WHEN REJ-REASON(1:10) = 'STUDENT ID'
               WHEN REJ-REASON(1:11) = 'EMPLOYEE ID'
                   MOVE 'ID' TO WS-FIELD
               WHEN REJ-REASON(1:6) = 'GENDER'
                   MOVE 'GENDER' TO WS-FIELD
               WHEN REJ-REASON(1:5) = 'MARKS'
                   MOVE 'MARKS' TO WS-FIELD
               WHEN REJ-REASON(1:10) = 'ATTENDANCE'
                   MOVE 'ATTEND' TO WS-FIELD
               WHEN REJ-REASON(1:10) = 'DEPARTMENT'
                   MOVE 'DEPT' TO WS-FIELD
               WHEN REJ-REASON = 'NOT A REAL CALENDAR DATE'
                   MOVE 'DATE' TO WS-FIELD
               WHEN REJ-REASON(1:4) = 'TERM'
                   MOVE 'TERM' TO WS-FIELD
               WHEN OTHER
                   MOVE REJ-REASON(1:10) TO WS-FIELD
           END-EVALUATE.
      ******************************************************************
      * RECYCLE's log: a reject for a student feed whose ID RECYCLE
      * handled on or after the reject date was resubmitted there
      ******************************************************************
       3000-RECYCLE-PARA.
           OPEN INPUT RECYLOG
           IF WS-RL-FS NOT = 00
               DISPLAY 'NO RECYCLE LOG - RECYCLE MATCHING SKIPPED'
           ELSE
               PERFORM UNTIL WS-RL-FS NOT = 00
                   READ RECYLOG
                   END-READ
                   IF WS-RL-FS = 00 AND RL-DATE IS NUMERIC
                       ADD 1 TO WS-RECS-READ
                       PERFORM 3100-RECYCLE-MATCH-PARA
                   END-IF
               END-PERFORM
               CLOSE RECYLOG
           END-IF.
       3100-RECYCLE-MATCH-PARA.
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-H-COUNT
               IF (WS-H-FEED(WS-HX) = 'MARKS'
                   OR WS-H-FEED(WS-HX) = 'STD'
                   OR WS-H-FEED(WS-HX) = 'STUDT')
                   AND WS-H-KEY(WS-HX) = RL-ID
                   AND WS-H-DATE(WS-HX) NOT > RL-DATE
                   AND (WS-H-STATUS(WS-HX) = 'O'
                       OR WS-H-STATUS(WS-HX) = 'F')
                   IF RL-OUTCOME = 'R'
                       MOVE 'R' TO WS-H-STATUS(WS-HX)
                       MOVE RL-DATE TO WS-H-RESDT(WS-HX)
                       ADD 1 TO WS-NEW-RCY
                   ELSE
                       IF WS-H-STATUS(WS-HX) = 'O'
                           MOVE 'F' TO WS-H-STATUS(WS-HX)
                           MOVE RL-DATE TO WS-H-RESDT(WS-HX)
                           ADD 1 TO WS-NEW-RCY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       4000-REWRITE-HIST-PARA.
           OPEN OUTPUT GATEHIST
           IF WS-GH-FS NOT = 00
               DISPLAY 'GATE HISTORY OPEN FAILED, FILE STATUS - '
                   WS-GH-FS ' - HISTORY NOT UPDATED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-H-COUNT
                   MOVE SPACES TO GH-REC
                   MOVE WS-H-DATE(WS-HX)   TO GH-DATE
                   MOVE WS-H-FEED(WS-HX)   TO GH-FEED
                   MOVE WS-H-LINE(WS-HX)   TO GH-LINE
                   MOVE WS-H-FIELD(WS-HX)  TO GH-FIELD
                   MOVE WS-H-REASON(WS-HX) TO GH-REASON
                   MOVE WS-H-KEY(WS-HX)    TO GH-KEY
                   MOVE WS-H-STATUS(WS-HX) TO GH-STATUS
                   MOVE WS-H-RESDT(WS-HX)  TO GH-RESDT
                   WRITE GH-REC
               END-PERFORM
               CLOSE GATEHIST
           END-IF
           IF WS-H-DROPPED NOT = ZERO
               DISPLAY 'GATE HISTORY ROWS PAST RETENTION DROPPED: '
                   WS-H-DROPPED
           END-IF
           IF WS-H-FULL NOT = ZERO
               DISPLAY 'GATE HISTORY TABLE FULL (' WS-H-MAX
                   '), OLDEST ROWS DROPPED: ' WS-H-FULL
           END-IF.
      ******************************************************************
      * Windows by age in days: 7DAY 0-6, 30DAY 0-29, PRV30 30-59.
      * The resolution columns cover all the history held.
      ******************************************************************
       5000-AGGREGATE-PARA.
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-H-COUNT
               MOVE 'F' TO WS-AG-KIND-IN
               MOVE WS-H-FEED(WS-HX) TO WS-AG-KEY-IN
               PERFORM 5100-AGG-ADD-PARA
               MOVE 'D' TO WS-AG-KIND-IN
               MOVE SPACES TO WS-AG-KEY-IN
               STRING WS-H-FEED(WS-HX) DELIMITED BY SPACE
                   ' ' WS-H-FIELD(WS-HX) DELIMITED BY SIZE
                   INTO WS-AG-KEY-IN
               PERFORM 5100-AGG-ADD-PARA
               MOVE 'R' TO WS-AG-KIND-IN
               MOVE WS-H-REASON(WS-HX) TO WS-AG-KEY-IN
               PERFORM 5100-AGG-ADD-PARA
           END-PERFORM.
       5100-AGG-ADD-PARA.
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-AG-COUNT
               OR (WS-AG-KIND(WS-AX) = WS-AG-KIND-IN
                   AND WS-AG-KEY(WS-AX) = WS-AG-KEY-IN)
               CONTINUE
           END-PERFORM
           IF WS-AX > WS-AG-COUNT
               IF WS-AG-COUNT < 200
                   ADD 1 TO WS-AG-COUNT
                   MOVE WS-AG-COUNT TO WS-AX
                   MOVE WS-AG-KIND-IN TO WS-AG-KIND(WS-AX)
                   MOVE WS-AG-KEY-IN  TO WS-AG-KEY(WS-AX)
                   MOVE ZERO TO WS-AG-C7(WS-AX) WS-AG-C30(WS-AX)
                       WS-AG-P30(WS-AX) WS-AG-NR(WS-AX)
                       WS-AG-NC(WS-AX) WS-AG-NF(WS-AX)
                       WS-AG-NO(WS-AX)
               ELSE
                   DISPLAY 'SCORECARD TABLE FULL, NOT COUNTED - '
                       WS-AG-KEY-IN
               END-IF
           END-IF
           IF WS-AX NOT > WS-AG-COUNT
               IF WS-H-AGE(WS-HX) < 7
                   ADD 1 TO WS-AG-C7(WS-AX)
               END-IF
               IF WS-H-AGE(WS-HX) < 30
                   ADD 1 TO WS-AG-C30(WS-AX)
               ELSE
                   IF WS-H-AGE(WS-HX) < 60
                       ADD 1 TO WS-AG-P30(WS-AX)
                   END-IF
               END-IF
               EVALUATE WS-H-STATUS(WS-HX)
                   WHEN 'R'
                       ADD 1 TO WS-AG-NR(WS-AX)
                   WHEN 'C'
                       ADD 1 TO WS-AG-NC(WS-AX)
                   WHEN 'F'
                       ADD 1 TO WS-AG-NF(WS-AX)
                   WHEN OTHER
                       IF WS-H-AGE(WS-HX) > 0
                           ADD 1 TO WS-AG-NO(WS-AX)
                       END-IF
               END-EVALUATE
           END-IF.
       6000-REPORT-PARA.
           OPEN OUTPUT GSCRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'SCORECARD OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               GO TO 6999-REPORT-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'FEED DATA-QUALITY SCORECARD - ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RECYC=RECYCLED  LATER=RESUBMITTED CLEAN  '
               'FAILD=RECYCLED, STILL FAILING'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NEVER=NOT RESUBMITTED (HISTORY HELD)' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-H-FULL NOT = ZERO
               MOVE SPACES TO RPT-LINE
               STRING '*** HISTORY TABLE FULL (' WS-H-MAX
                   ') - OLDEST ' WS-H-FULL ' ROWS DROPPED ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE 'F' TO WS-AG-KIND-IN
           MOVE 'BY FEED' TO WS-SEC-TITLE
           PERFORM 6100-SECTION-PARA
           MOVE 'D' TO WS-AG-KIND-IN
           MOVE 'BY FIELD' TO WS-SEC-TITLE
           PERFORM 6100-SECTION-PARA
           MOVE 'R' TO WS-AG-KIND-IN
           MOVE 'BY REASON' TO WS-SEC-TITLE
           PERFORM 6100-SECTION-PARA
           CLOSE GSCRPT.
       6999-REPORT-EXIT.
           EXIT.
       6100-SECTION-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SEC-TITLE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COL-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AG-COUNT
               IF WS-AG-KIND(WS-AX) = WS-AG-KIND-IN
                   PERFORM 6200-DETAIL-PARA
               END-IF
           END-PERFORM.
       6200-DETAIL-PARA.
           MOVE WS-AG-KEY(WS-AX) TO WS-D-KEY
           MOVE WS-AG-C7(WS-AX)  TO WS-D-C7
           MOVE WS-AG-C30(WS-AX) TO WS-D-C30
           MOVE WS-AG-P30(WS-AX) TO WS-D-P30
           MOVE WS-AG-NR(WS-AX)  TO WS-D-NR
           MOVE WS-AG-NC(WS-AX)  TO WS-D-NC
           MOVE WS-AG-NF(WS-AX)  TO WS-D-NF
           MOVE WS-AG-NO(WS-AX)  TO WS-D-NO
           EVALUATE TRUE
               WHEN WS-AG-C30(WS-AX) > WS-AG-P30(WS-AX)
                   AND WS-AG-P30(WS-AX) = ZERO
                   MOVE 'NEW' TO WS-D-TREND
               WHEN WS-AG-C30(WS-AX) > WS-AG-P30(WS-AX)
                   MOVE 'GROWING' TO WS-D-TREND
                   IF WS-AG-KIND(WS-AX) = 'R'
                       ADD 1 TO WS-GROWING
                       MOVE 'W' TO WS-ALERT-SEV
                       MOVE SPACES TO WS-ALERT-MSG
                       STRING 'GATE REJECTS GROWING - '
                           WS-AG-KEY(WS-AX) DELIMITED BY SIZE
                           INTO WS-ALERT-MSG
                       PERFORM ALERT-WRITE-PARA
                   END-IF
               WHEN WS-AG-C30(WS-AX) < WS-AG-P30(WS-AX)
                   MOVE 'FALLING' TO WS-D-TREND
               WHEN OTHER
                   MOVE 'STEADY' TO WS-D-TREND
           END-EVALUATE
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM GATESCOR.
