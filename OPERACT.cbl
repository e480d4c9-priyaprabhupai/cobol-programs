      ******************************************************************
      * Program : OPERACT
      * Purpose : Operator activity and segregation-of-duties report.
      *           Brings together every trail that names the person
      *           who did the work - the shared audit log (events
      *           written with OPER=), the MARKENTR entry log, the
      *           EMPMAST before/after trail, the MARKAMND change log,
      *           the RELCTL release register and the ALERTACK
      *           acknowledgements - and counts each operator's
      *           activity for OPERACT_FROM / OPERACT_TO (YYYYMMDD,
      *           blank = open-ended, as AUDITRPT). A second section
      *           lists the segregation-of-duties exceptions:
      *             - marks keyed by an operator and later amended
      *               (same student and subject) by the same operator
      *             - marks keyed by an operator for a term that the
      *               same operator then released
      *             - an operator approving their own change: setting
      *               their own authority or resetting their own
      *               password in OPERMNT, or lifting a hold they
      *               placed in HOLDMNT
      *             - an operator force-releasing a lock they held
      *           The second act must fall in the date range; the
      *           first may be earlier. Report to OPERACT_DSN (default
      *           operact.txt); RETURN-CODE 4 when any exception is
      *           listed, 16 when the report cannot be opened. A trail
      *           that is not on file is reported and skipped.
      * Modification History:
      *   - Written new, in the style of CASHUP, so an auditor can
      *     see who did what across the trails in one place.
      *   - AMD-REC follows MARKAMND's change-log row: the arrow
      *     after the old mark is four bytes, so the date and the
      *     operator are read from where MARKAMND writes them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRYLOG ASSIGN TO WS-ENT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENT-FS.
           SELECT AMENDLOG ASSIGN TO WS-AMD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMD-FS.
           SELECT EMPAUDIT ASSIGN TO WS-EMP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-FS.
           SELECT ACKFILE ASSIGN TO WS-ACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FS.
           SELECT OPERRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY AUDITSEL.
           COPY RELSEL.
       DATA DIVISION.
       FILE SECTION.
       FD ENTRYLOG.
       01 ENT-REC.
           05 ENT-TS      PIC X(19).
           05 FILLER      PIC X.
           05 ENT-OPER    PIC X(8).
           05 FILLER      PIC X.
           05 ENT-IMAGE.
               10 ENT-UID    PIC X(5).
               10 FILLER     PIC X.
               10 ENT-SUBJ   PIC XX.
               10 FILLER     PIC X(4).
               10 ENT-TERM   PIC XX.
               10 FILLER     PIC X.
       FD AMENDLOG.
       01 AMD-REC.
           05 AMD-UID     PIC X(5).
           05 FILLER      PIC X.
           05 AMD-SUBJ    PIC XX.
           05 FILLER      PIC X.
           05 AMD-SEC     PIC X.
           05 FILLER      PIC X.
           05 AMD-OLD     PIC XXX.
           05 FILLER      PIC X(4).
           05 AMD-NEW     PIC XXX.
           05 FILLER      PIC X.
           05 AMD-REASON  PIC X(30).
           05 FILLER      PIC X.
           05 AMD-TERM    PIC XX.
           05 FILLER      PIC X.
           05 AMD-DATE    PIC X(8).
           05 FILLER      PIC X.
           05 AMD-OPER    PIC X(8).
       FD EMPAUDIT.
       01 EMP-REC.
           05 EMP-TS      PIC X(19).
           05 FILLER      PIC X.
           05 EMP-ACTION  PIC X.
           05 FILLER      PIC X.
           05 EMP-ID      PIC X(5).
           05 FILLER      PIC X(128).
           05 FILLER      PIC X.
           05 EMP-OPER    PIC X(10).
       FD ACKFILE.
       01 ACK-REC.
           05 ACK-TS      PIC X(19).
           05 FILLER      PIC X.
           05 ACK-PGM     PIC X(8).
           05 FILLER      PIC X.
           05 ACK-OPER    PIC X(10).
           05 FILLER      PIC X.
           05 ACK-WHEN    PIC X(19).
           05 FILLER      PIC X.
           05 ACK-NOTE    PIC X(30).
       FD OPERRPT.
       01 RPT-LINE PIC X(80).
       COPY AUDITFD.
       COPY RELFD.
       WORKING-STORAGE SECTION.
       77 WS-ENT-FS   PIC 99.
       77 WS-AMD-FS   PIC 99.
       77 WS-EMP-FS   PIC 99.
       77 WS-ACK-FS   PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-ENT-DSN  PIC X(100) VALUE 'markentry.log'.
       77 WS-AMD-DSN  PIC X(100) VALUE 'amendlog.txt'.
       77 WS-EMP-DSN  PIC X(100) VALUE 'empaudit.txt'.
       77 WS-ACK-DSN  PIC X(100) VALUE 'alertack.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'operact.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE   PIC 9(8) VALUE 99999999.
       77 WS-TS-IN    PIC X(19).
       77 WS-DATE-X   PIC X(8).
       77 WS-ACT-DATE PIC 9(8) VALUE ZERO.
       77 WS-KEY-OPER PIC X(10).
       77 WS-OX       PIC 9(4) VALUE ZERO.
       77 WS-OY       PIC 9(4) VALUE ZERO.
       77 WS-KX       PIC 9(4) VALUE ZERO.
       77 WS-HX       PIC 9(4) VALUE ZERO.
       77 WS-VX       PIC 9(4) VALUE ZERO.
       77 WS-OP-COUNT PIC 9(4) VALUE ZERO.
       77 WS-KY-COUNT PIC 9(4) VALUE ZERO.
       77 WS-HD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-VL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-VL-TOTAL PIC 9(4) VALUE ZERO.
       77 WS-HITS     PIC 9(4) VALUE ZERO.
       77 WS-RECS-READ PIC 9(6) VALUE ZERO.
       77 WS-NO-OPER  PIC 9(5) VALUE ZERO.
       77 WS-TS-FLD   PIC X(19).
       77 WS-PGM-FLD  PIC X(10).
       77 WS-EVT-FLD  PIC X(50).
       77 WS-OPR-FLD  PIC X(20).
       77 WS-EVT-TEXT PIC X(40).
       77 WS-EVT-HEAD PIC X(40).
       77 WS-EVT-TAIL PIC X(40).
       77 WS-HD-UID   PIC X(5).
       77 WS-HD-TERM  PIC XX.
       77 WS-VL-RULE  PIC X(20).
       77 WS-VL-DETAIL PIC X(38).
       77 WS-CNT-DISP PIC ZZZ9.
       01 WS-FULL-SW  PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-OPER   PIC X(10).
               10 WS-OP-EVENTS PIC 9(5).
               10 WS-OP-KEYED  PIC 9(5).
               10 WS-OP-AMENDS PIC 9(5).
               10 WS-OP-EMPCHG PIC 9(5).
               10 WS-OP-RELS   PIC 9(5).
               10 WS-OP-ACKS   PIC 9(5).
               10 WS-OP-FIRST  PIC 9(8).
               10 WS-OP-LAST   PIC 9(8).
       01 WS-OP-HOLD   PIC X(56).
       01 WS-OP-TOTALS.
           05 WS-TOT-EVENTS PIC 9(5) VALUE ZERO.
           05 WS-TOT-KEYED  PIC 9(5) VALUE ZERO.
           05 WS-TOT-AMENDS PIC 9(5) VALUE ZERO.
           05 WS-TOT-EMPCHG PIC 9(5) VALUE ZERO.
           05 WS-TOT-RELS   PIC 9(5) VALUE ZERO.
           05 WS-TOT-ACKS   PIC 9(5) VALUE ZERO.
       01 WS-KY-TABLE.
           05 WS-KY-ENTRY OCCURS 3000 TIMES.
               10 WS-KY-OPER   PIC X(10).
               10 WS-KY-UID    PIC X(5).
               10 WS-KY-SUBJ   PIC XX.
               10 WS-KY-TERM   PIC XX.
               10 WS-KY-DATE   PIC 9(8).
       01 WS-HD-TABLE.
           05 WS-HD-ENTRY OCCURS 500 TIMES.
               10 WS-HD-OPER   PIC X(10).
               10 WS-HD-T-UID  PIC X(5).
               10 WS-HD-T-TERM PIC XX.
       01 WS-VL-TABLE.
           05 WS-VL-ENTRY OCCURS 500 TIMES.
               10 WS-VL-T-OPER   PIC X(10).
               10 WS-VL-T-DATE   PIC 9(8).
               10 WS-VL-T-RULE   PIC X(20).
               10 WS-VL-T-DETAIL PIC X(38).
       01 WS-HDR-1.
           05 FILLER PIC X(40)
               VALUE 'OPERATOR   EVENT KEYED AMEND EMPCH RLSED'.
           05 FILLER PIC X(40)
               VALUE '  ACKS TOTAL FIRST    LAST'.
       01 WS-DETAIL.
           05 WS-D-OPER     PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-EVENTS   PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-KEYED    PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-AMENDS   PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-EMPCHG   PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-RELS     PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-ACKS     PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-TOTAL    PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-FIRST    PIC X(8).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-LAST     PIC X(8).
       01 WS-HDR-2.
           05 FILLER PIC X(40)
               VALUE 'OPERATOR   DATE     RULE'.
           05 FILLER PIC X(40)
               VALUE ' DETAIL'.
       01 WS-VLINE.
           05 WS-V-OPER     PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-V-DATE     PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-V-RULE     PIC X(20).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-V-DETAIL   PIC X(38).
       COPY AUDITDAT.
       COPY RELDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           OPEN OUTPUT OPERRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'OPERACT REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ENTRY-PARA THRU 2099-ENTRY-EXIT
           PERFORM 2100-AUDIT-PARA THRU 2199-AUDIT-EXIT
           PERFORM 2200-AMEND-PARA THRU 2299-AMEND-EXIT
           PERFORM 2300-RELEASE-PARA THRU 2399-RELEASE-EXIT
           PERFORM 2400-EMPAUDIT-PARA THRU 2499-EMPAUDIT-EXIT
           PERFORM 2500-ACK-PARA THRU 2599-ACK-EXIT
           PERFORM 3000-SORT-PARA
           PERFORM 4000-REPORT-PARA
           CLOSE OPERRPT
           MOVE WS-RECS-READ TO WS-AUDIT-RECS-READ
           MOVE WS-OP-COUNT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-RPT-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'OPERATORS: ' WS-OP-COUNT '  EXCEPTIONS: '
               WS-VL-TOTAL
           IF WS-NO-OPER NOT = ZERO
               DISPLAY 'ROWS WITH NO OPERATOR (NOT COUNTED): '
                   WS-NO-OPER
           END-IF
           IF WS-VL-TOTAL NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * Resolve the trails and the date range
      ******************************************************************
       1000-INIT-PARA.
           MOVE 'MARKENTR_LOG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENT-DSN FROM ENVIRONMENT-VALUE
           IF WS-ENT-DSN = SPACES
               MOVE 'markentry.log' TO WS-ENT-DSN
           END-IF
           MOVE 'AMENDLOG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AMD-DSN FROM ENVIRONMENT-VALUE
           IF WS-AMD-DSN = SPACES
               MOVE 'amendlog.txt' TO WS-AMD-DSN
           END-IF
           MOVE 'EMPAUDIT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMP-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMP-DSN = SPACES
               MOVE 'empaudit.txt' TO WS-EMP-DSN
           END-IF
           MOVE 'ALERTACK_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ACK-DSN FROM ENVIRONMENT-VALUE
           IF WS-ACK-DSN = SPACES
               MOVE 'alertack.txt' TO WS-ACK-DSN
           END-IF
           MOVE 'OPERACT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'operact.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'OPERACT_FROM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF WS-PARM-IN(1:8) IS NUMERIC
                   MOVE WS-PARM-IN(1:8) TO WS-FROM-DATE
               ELSE
                   DISPLAY 'INVALID OPERACT_FROM, USING DEFAULT - '
                       WS-FROM-DATE
               END-IF
           END-IF
           MOVE 'OPERACT_TO' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF WS-PARM-IN(1:8) IS NUMERIC
                   MOVE WS-PARM-IN(1:8) TO WS-TO-DATE
               ELSE
                   DISPLAY 'INVALID OPERACT_TO, USING DEFAULT - '
                       WS-TO-DATE
               END-IF
           END-IF
           PERFORM REL-ENV-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'OPERACT' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
      ******************************************************************
      * MARKENTR entry log - every row keyed is kept (up to the end
      * of the range) so a later amendment or release can be traced
      * back to whoever keyed it
      ******************************************************************
       2000-ENTRY-PARA.
           OPEN INPUT ENTRYLOG
           IF WS-ENT-FS NOT = 00
               DISPLAY 'MARK ENTRY LOG NOT FOUND - SKIPPED'
               GO TO 2099-ENTRY-EXIT
           END-IF
           PERFORM UNTIL WS-ENT-FS NOT = 00
               READ ENTRYLOG
               END-READ
               IF WS-ENT-FS NOT = 10
                   ADD 1 TO WS-RECS-READ
                   MOVE ENT-TS TO WS-TS-IN
                   PERFORM 7000-TS-DATE-PARA
                   IF ENT-OPER = SPACES
                       ADD 1 TO WS-NO-OPER
                   ELSE
                       IF WS-ACT-DATE NOT > WS-TO-DATE
                           PERFORM 2050-KEEP-KEYED-PARA
                       END-IF
                       IF WS-ACT-DATE NOT < WS-FROM-DATE
                           AND WS-ACT-DATE NOT > WS-TO-DATE
                           MOVE ENT-OPER TO WS-KEY-OPER
                           PERFORM 8000-FIND-OPER-PARA
                           IF WS-OX NOT = ZERO
                               ADD 1 TO WS-OP-KEYED(WS-OX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ENTRYLOG.
       2099-ENTRY-EXIT.
           EXIT.
       2050-KEEP-KEYED-PARA.
           IF WS-KY-COUNT < 3000
               ADD 1 TO WS-KY-COUNT
               MOVE ENT-OPER    TO WS-KY-OPER(WS-KY-COUNT)
               MOVE ENT-UID     TO WS-KY-UID(WS-KY-COUNT)
               MOVE ENT-SUBJ    TO WS-KY-SUBJ(WS-KY-COUNT)
               MOVE ENT-TERM    TO WS-KY-TERM(WS-KY-COUNT)
               MOVE WS-ACT-DATE TO WS-KY-DATE(WS-KY-COUNT)
           ELSE
               IF NOT WS-TABLE-FULL
                   DISPLAY 'KEYED-MARKS TABLE FULL AT 3000 - LATER '
                       'ROWS NOT CHECKED'
                   MOVE 'Y' TO WS-FULL-SW
               END-IF
           END-IF.
      ******************************************************************
      * Shared audit log - only events written with OPER= name a
      * person; holds, operator changes and forced locks are read
      * for the own-change and own-lock rules
      ******************************************************************
       2100-AUDIT-PARA.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STAT NOT = 00
               DISPLAY 'AUDIT LOG NOT FOUND - SKIPPED'
               GO TO 2199-AUDIT-EXIT
           END-IF
           PERFORM UNTIL WS-AUDIT-STAT NOT = 00
               READ AUDIT-LOG
               END-READ
               IF WS-AUDIT-STAT NOT = 10
                   ADD 1 TO WS-RECS-READ
                   PERFORM 2150-AUDIT-LINE-PARA
                       THRU 2159-AUDIT-LINE-EXIT
               END-IF
           END-PERFORM
           CLOSE AUDIT-LOG.
       2199-AUDIT-EXIT.
           EXIT.
       2150-AUDIT-LINE-PARA.
           MOVE SPACES TO WS-TS-FLD WS-PGM-FLD WS-EVT-FLD WS-OPR-FLD
           UNSTRING AUDIT-LOG-REC DELIMITED BY ','
               INTO WS-TS-FLD WS-PGM-FLD WS-EVT-FLD WS-OPR-FLD
           END-UNSTRING
           IF WS-EVT-FLD(1:6) NOT = 'EVENT='
               OR WS-OPR-FLD(1:5) NOT = 'OPER='
               GO TO 2159-AUDIT-LINE-EXIT
           END-IF
           MOVE WS-EVT-FLD(7:40) TO WS-EVT-TEXT
           MOVE WS-OPR-FLD(6:10) TO WS-KEY-OPER
           MOVE WS-TS-FLD TO WS-TS-IN
           PERFORM 7000-TS-DATE-PARA
           IF WS-EVT-TEXT(1:12) = 'HOLD PLACED '
               AND WS-ACT-DATE NOT > WS-TO-DATE
               PERFORM 2160-HOLD-PLACED-PARA
           END-IF
           IF WS-ACT-DATE < WS-FROM-DATE
               OR WS-ACT-DATE > WS-TO-DATE
               GO TO 2159-AUDIT-LINE-EXIT
           END-IF
           PERFORM 8000-FIND-OPER-PARA
           IF WS-OX NOT = ZERO
               ADD 1 TO WS-OP-EVENTS(WS-OX)
           END-IF
           EVALUATE TRUE
               WHEN WS-EVT-TEXT(1:12) = 'HOLD LIFTED '
                   PERFORM 2170-HOLD-LIFTED-PARA
               WHEN WS-EVT-TEXT(1:10) = 'AUTHORITY '
                   AND WS-EVT-TEXT(12:8) = ' SET ON '
                   IF WS-EVT-TEXT(20:10) = WS-KEY-OPER
                       MOVE 'SET OWN AUTHORITY' TO WS-VL-RULE
                       MOVE SPACES TO WS-VL-DETAIL
                       STRING 'AUTHORITY ' WS-EVT-TEXT(11:1)
                           DELIMITED BY SIZE INTO WS-VL-DETAIL
                       PERFORM 8100-ADD-VIOL-PARA
                   END-IF
               WHEN WS-EVT-TEXT(1:15) = 'OPERATOR RESET '
                   IF WS-EVT-TEXT(16:10) = WS-KEY-OPER
                       MOVE 'RESET OWN PASSWORD' TO WS-VL-RULE
                       MOVE 'PASSWORD RESET / UNLOCK' TO WS-VL-DETAIL
                       PERFORM 8100-ADD-VIOL-PARA
                   END-IF
               WHEN WS-EVT-TEXT(1:12) = 'LOCK FORCED '
                   MOVE SPACES TO WS-EVT-HEAD WS-EVT-TAIL
                   UNSTRING WS-EVT-TEXT DELIMITED BY ' FROM '
                       INTO WS-EVT-HEAD WS-EVT-TAIL
                   END-UNSTRING
                   IF WS-EVT-TAIL(1:10) = WS-KEY-OPER
                       MOVE 'FORCED OWN LOCK' TO WS-VL-RULE
                       MOVE SPACES TO WS-VL-DETAIL
                       STRING 'RESOURCE ' WS-EVT-HEAD(13:28)
                           DELIMITED BY SIZE INTO WS-VL-DETAIL
                       PERFORM 8100-ADD-VIOL-PARA
                   END-IF
           END-EVALUATE.
       2159-AUDIT-LINE-EXIT.
           EXIT.
       2160-HOLD-PLACED-PARA.
           IF WS-HD-COUNT < 500
               ADD 1 TO WS-HD-COUNT
               MOVE WS-KEY-OPER       TO WS-HD-OPER(WS-HD-COUNT)
               MOVE WS-EVT-TEXT(13:5) TO WS-HD-T-UID(WS-HD-COUNT)
               MOVE WS-EVT-TEXT(19:2) TO WS-HD-T-TERM(WS-HD-COUNT)
           END-IF.
       2170-HOLD-LIFTED-PARA.
      * The most recent placing of the same hold decides who owns it;
      * once lifted it is forgotten so a later re-hold starts afresh
           MOVE WS-EVT-TEXT(13:5) TO WS-HD-UID
           MOVE WS-EVT-TEXT(19:2) TO WS-HD-TERM
           MOVE ZERO TO WS-HX
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-HD-COUNT
               IF WS-HD-T-UID(WS-KX) = WS-HD-UID
                   AND WS-HD-T-TERM(WS-KX) = WS-HD-TERM
                   AND WS-HD-OPER(WS-KX) NOT = SPACES
                   MOVE WS-KX TO WS-HX
               END-IF
           END-PERFORM
           IF WS-HX NOT = ZERO
               IF WS-HD-OPER(WS-HX) = WS-KEY-OPER
                   MOVE 'LIFTED OWN HOLD' TO WS-VL-RULE
                   MOVE SPACES TO WS-VL-DETAIL
                   STRING 'STUDENT ' WS-HD-UID ' TERM ' WS-HD-TERM
                       DELIMITED BY SIZE INTO WS-VL-DETAIL
                   PERFORM 8100-ADD-VIOL-PARA
               END-IF
               MOVE SPACES TO WS-HD-OPER(WS-HX)
           END-IF.
      ******************************************************************
      * MARKAMND change log - rows written before the log carried the
      * operator cannot be attributed and are only counted
      ******************************************************************
       2200-AMEND-PARA.
           OPEN INPUT AMENDLOG
           IF WS-AMD-FS NOT = 00
               DISPLAY 'AMENDMENT LOG NOT FOUND - SKIPPED'
               GO TO 2299-AMEND-EXIT
           END-IF
           PERFORM UNTIL WS-AMD-FS NOT = 00
               READ AMENDLOG
               END-READ
               IF WS-AMD-FS NOT = 10
                   ADD 1 TO WS-RECS-READ
                   IF AMD-OPER = SPACES OR AMD-DATE IS NOT NUMERIC
                       ADD 1 TO WS-NO-OPER
                   ELSE
                       MOVE AMD-DATE TO WS-ACT-DATE
                       IF WS-ACT-DATE NOT < WS-FROM-DATE
                           AND WS-ACT-DATE NOT > WS-TO-DATE
                           PERFORM 2250-AMEND-ROW-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AMENDLOG.
       2299-AMEND-EXIT.
           EXIT.
       2250-AMEND-ROW-PARA.
           MOVE AMD-OPER TO WS-KEY-OPER
           PERFORM 8000-FIND-OPER-PARA
           IF WS-OX NOT = ZERO
               ADD 1 TO WS-OP-AMENDS(WS-OX)
           END-IF
           MOVE ZERO TO WS-HITS
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KY-COUNT
               IF WS-KY-OPER(WS-KX) = WS-KEY-OPER
                   AND WS-KY-UID(WS-KX) = AMD-UID
                   AND WS-KY-SUBJ(WS-KX) = AMD-SUBJ
                   AND (AMD-TERM = SPACES
                       OR WS-KY-TERM(WS-KX) = AMD-TERM)
                   AND WS-KY-DATE(WS-KX) NOT > WS-ACT-DATE
                   ADD 1 TO WS-HITS
               END-IF
           END-PERFORM
           IF WS-HITS NOT = ZERO
               MOVE 'KEYED THEN AMENDED' TO WS-VL-RULE
               MOVE SPACES TO WS-VL-DETAIL
               STRING 'STUDENT ' AMD-UID ' SUBJ ' AMD-SUBJ
                   ' TERM ' AMD-TERM ' ' AMD-OLD '>' AMD-NEW
                   DELIMITED BY SIZE INTO WS-VL-DETAIL
               PERFORM 8100-ADD-VIOL-PARA
           END-IF.
      ******************************************************************
      * RELCTL release register - the reviewer is the initials typed
      * at sign-off
      ******************************************************************
       2300-RELEASE-PARA.
           OPEN INPUT REL-FILE
           IF WS-REL-STAT NOT = 00
               DISPLAY 'RELEASE REGISTER NOT FOUND - SKIPPED'
               GO TO 2399-RELEASE-EXIT
           END-IF
           PERFORM UNTIL WS-REL-STAT NOT = 00
               READ REL-FILE
               END-READ
               IF WS-REL-STAT NOT = 10
                   ADD 1 TO WS-RECS-READ
                   IF REL-STATUS = 'RELEASED'
                       AND REL-DATE IS NUMERIC
                       AND REL-REVIEWER NOT = SPACES
                       AND REL-DATE NOT < WS-FROM-DATE
                       AND REL-DATE NOT > WS-TO-DATE
                       PERFORM 2350-RELEASE-ROW-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REL-FILE.
       2399-RELEASE-EXIT.
           EXIT.
       2350-RELEASE-ROW-PARA.
           MOVE REL-DATE TO WS-ACT-DATE
           MOVE REL-REVIEWER TO WS-KEY-OPER
           PERFORM 8000-FIND-OPER-PARA
           IF WS-OX NOT = ZERO
               ADD 1 TO WS-OP-RELS(WS-OX)
           END-IF
           MOVE ZERO TO WS-HITS
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KY-COUNT
               IF WS-KY-OPER(WS-KX) = WS-KEY-OPER
                   AND WS-KY-TERM(WS-KX) = REL-TERM
                   AND WS-KY-DATE(WS-KX) NOT > WS-ACT-DATE
                   ADD 1 TO WS-HITS
               END-IF
           END-PERFORM
           IF WS-HITS NOT = ZERO
               MOVE 'KEYED THEN RELEASED' TO WS-VL-RULE
               MOVE WS-HITS TO WS-CNT-DISP
               MOVE SPACES TO WS-VL-DETAIL
               STRING 'TERM ' REL-TERM ' RUN ' REL-RUNID ' - '
                   WS-CNT-DISP ' ROWS KEYED'
                   DELIMITED BY SIZE INTO WS-VL-DETAIL
               PERFORM 8100-ADD-VIOL-PARA
           END-IF.
      ******************************************************************
      * EMPMAST before/after trail
      ******************************************************************
       2400-EMPAUDIT-PARA.
           OPEN INPUT EMPAUDIT
           IF WS-EMP-FS NOT = 00
               DISPLAY 'EMPLOYEE AUDIT TRAIL NOT FOUND - SKIPPED'
               GO TO 2499-EMPAUDIT-EXIT
           END-IF
           PERFORM UNTIL WS-EMP-FS NOT = 00
               READ EMPAUDIT
               END-READ
               IF WS-EMP-FS NOT = 10
                   ADD 1 TO WS-RECS-READ
                   MOVE EMP-TS TO WS-TS-IN
                   PERFORM 7000-TS-DATE-PARA
                   IF EMP-OPER = SPACES
                       ADD 1 TO WS-NO-OPER
                   ELSE
                       IF WS-ACT-DATE NOT < WS-FROM-DATE
                           AND WS-ACT-DATE NOT > WS-TO-DATE
                           MOVE EMP-OPER TO WS-KEY-OPER
                           PERFORM 8000-FIND-OPER-PARA
                           IF WS-OX NOT = ZERO
                               ADD 1 TO WS-OP-EMPCHG(WS-OX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPAUDIT.
       2499-EMPAUDIT-EXIT.
           EXIT.
      ******************************************************************
      * ALERTACK acknowledgements
      ******************************************************************
       2500-ACK-PARA.
           OPEN INPUT ACKFILE
           IF WS-ACK-FS NOT = 00
               DISPLAY 'ALERT ACKNOWLEDGEMENTS NOT FOUND - SKIPPED'
               GO TO 2599-ACK-EXIT
           END-IF
           PERFORM UNTIL WS-ACK-FS NOT = 00
               READ ACKFILE
               END-READ
               IF WS-ACK-FS NOT = 10
                   ADD 1 TO WS-RECS-READ
                   MOVE ACK-TS TO WS-TS-IN
                   PERFORM 7000-TS-DATE-PARA
                   IF ACK-OPER = SPACES
                       ADD 1 TO WS-NO-OPER
                   ELSE
                       IF WS-ACT-DATE NOT < WS-FROM-DATE
                           AND WS-ACT-DATE NOT > WS-TO-DATE
                           MOVE ACK-OPER TO WS-KEY-OPER
                           PERFORM 8000-FIND-OPER-PARA
                           IF WS-OX NOT = ZERO
                               ADD 1 TO WS-OP-ACKS(WS-OX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACKFILE.
       2599-ACK-EXIT.
           EXIT.
      ******************************************************************
      * Operators in name order
      ******************************************************************
       3000-SORT-PARA.
           PERFORM VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX >= WS-OP-COUNT
               PERFORM VARYING WS-OY FROM 1 BY 1
                   UNTIL WS-OY > WS-OP-COUNT - WS-OX
                   IF WS-OP-OPER(WS-OY) > WS-OP-OPER(WS-OY + 1)
                       MOVE WS-OP-ENTRY(WS-OY) TO WS-OP-HOLD
                       MOVE WS-OP-ENTRY(WS-OY + 1)
                           TO WS-OP-ENTRY(WS-OY)
                       MOVE WS-OP-HOLD TO WS-OP-ENTRY(WS-OY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       4000-REPORT-PARA.
           MOVE SPACES TO RPT-LINE
           STRING 'OPERATOR ACTIVITY - FROM ' WS-FROM-DATE
               ' TO ' WS-TO-DATE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDR-1 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-OPER-LINE-PARA
               VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OP-COUNT
           MOVE SPACES TO WS-DETAIL
           MOVE 'TOTAL' TO WS-D-OPER
           MOVE WS-TOT-EVENTS TO WS-D-EVENTS
           MOVE WS-TOT-KEYED  TO WS-D-KEYED
           MOVE WS-TOT-AMENDS TO WS-D-AMENDS
           MOVE WS-TOT-EMPCHG TO WS-D-EMPCHG
           MOVE WS-TOT-RELS   TO WS-D-RELS
           MOVE WS-TOT-ACKS   TO WS-D-ACKS
           COMPUTE WS-D-TOTAL = WS-TOT-EVENTS + WS-TOT-KEYED
               + WS-TOT-AMENDS + WS-TOT-EMPCHG + WS-TOT-RELS
               + WS-TOT-ACKS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SEGREGATION OF DUTIES EXCEPTIONS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-VL-TOTAL = ZERO
               MOVE 'NONE' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-HDR-2 TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4200-VIOL-LINE-PARA
                   VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > WS-VL-COUNT
               IF WS-VL-TOTAL > WS-VL-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING 'EXCEPTION TABLE FULL - ' WS-VL-TOTAL
                       ' FOUND, FIRST 500 LISTED'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
       4100-OPER-LINE-PARA.
           MOVE SPACES TO WS-DETAIL
           MOVE WS-OP-OPER(WS-OX)   TO WS-D-OPER
           MOVE WS-OP-EVENTS(WS-OX) TO WS-D-EVENTS
           MOVE WS-OP-KEYED(WS-OX)  TO WS-D-KEYED
           MOVE WS-OP-AMENDS(WS-OX) TO WS-D-AMENDS
           MOVE WS-OP-EMPCHG(WS-OX) TO WS-D-EMPCHG
           MOVE WS-OP-RELS(WS-OX)   TO WS-D-RELS
           MOVE WS-OP-ACKS(WS-OX)   TO WS-D-ACKS
           COMPUTE WS-D-TOTAL = WS-OP-EVENTS(WS-OX)
               + WS-OP-KEYED(WS-OX) + WS-OP-AMENDS(WS-OX)
               + WS-OP-EMPCHG(WS-OX) + WS-OP-RELS(WS-OX)
               + WS-OP-ACKS(WS-OX)
           MOVE WS-OP-FIRST(WS-OX) TO WS-D-FIRST
           MOVE WS-OP-LAST(WS-OX)  TO WS-D-LAST
           ADD WS-OP-EVENTS(WS-OX) TO WS-TOT-EVENTS
           ADD WS-OP-KEYED(WS-OX)  TO WS-TOT-KEYED
           ADD WS-OP-AMENDS(WS-OX) TO WS-TOT-AMENDS
           ADD WS-OP-EMPCHG(WS-OX) TO WS-TOT-EMPCHG
           ADD WS-OP-RELS(WS-OX)   TO WS-TOT-RELS
           ADD WS-OP-ACKS(WS-OX)   TO WS-TOT-ACKS
           MOVE WS-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       4200-VIOL-LINE-PARA.
           MOVE WS-VL-T-OPER(WS-VX)   TO WS-V-OPER
           MOVE WS-VL-T-DATE(WS-VX)   TO WS-V-DATE
           MOVE WS-VL-T-RULE(WS-VX)   TO WS-V-RULE
           MOVE WS-VL-T-DETAIL(WS-VX) TO WS-V-DETAIL
           MOVE WS-VLINE TO RPT-LINE
           WRITE RPT-LINE.
      ******************************************************************
      * 'YYYY-MM-DD HH:MM:SS' to YYYYMMDD; zero when it is not a date
      ******************************************************************
       7000-TS-DATE-PARA.
           MOVE SPACES TO WS-DATE-X
           STRING WS-TS-IN(1:4) WS-TS-IN(6:2) WS-TS-IN(9:2)
               DELIMITED BY SIZE INTO WS-DATE-X
           IF WS-DATE-X IS NUMERIC
               MOVE WS-DATE-X TO WS-ACT-DATE
           ELSE
               MOVE ZERO TO WS-ACT-DATE
           END-IF.
      ******************************************************************
      * Find or add WS-KEY-OPER; WS-OX is zero when the table is full.
      * Only acts in the range come here, so first/last are in range.
      ******************************************************************
       8000-FIND-OPER-PARA.
           MOVE ZERO TO WS-OX
           PERFORM VARYING WS-OY FROM 1 BY 1
               UNTIL WS-OY > WS-OP-COUNT OR WS-OX NOT = ZERO
               IF WS-OP-OPER(WS-OY) = WS-KEY-OPER
                   MOVE WS-OY TO WS-OX
               END-IF
           END-PERFORM
           IF WS-OX = ZERO
               IF WS-OP-COUNT < 200
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OX
                   MOVE WS-KEY-OPER TO WS-OP-OPER(WS-OX)
                   MOVE ZERO TO WS-OP-EVENTS(WS-OX)
                       WS-OP-KEYED(WS-OX) WS-OP-AMENDS(WS-OX)
                       WS-OP-EMPCHG(WS-OX) WS-OP-RELS(WS-OX)
                       WS-OP-ACKS(WS-OX)
                   MOVE WS-ACT-DATE TO WS-OP-FIRST(WS-OX)
                       WS-OP-LAST(WS-OX)
               ELSE
                   DISPLAY 'OPERATOR TABLE FULL - ' WS-KEY-OPER
                       ' NOT COUNTED'
               END-IF
           END-IF
           IF WS-OX NOT = ZERO
               IF WS-ACT-DATE < WS-OP-FIRST(WS-OX)
                   MOVE WS-ACT-DATE TO WS-OP-FIRST(WS-OX)
               END-IF
               IF WS-ACT-DATE > WS-OP-LAST(WS-OX)
                   MOVE WS-ACT-DATE TO WS-OP-LAST(WS-OX)
               END-IF
           END-IF.
       8100-ADD-VIOL-PARA.
           ADD 1 TO WS-VL-TOTAL
           IF WS-VL-COUNT < 500
               ADD 1 TO WS-VL-COUNT
               MOVE WS-KEY-OPER  TO WS-VL-T-OPER(WS-VL-COUNT)
               MOVE WS-ACT-DATE  TO WS-VL-T-DATE(WS-VL-COUNT)
               MOVE WS-VL-RULE   TO WS-VL-T-RULE(WS-VL-COUNT)
               MOVE WS-VL-DETAIL TO WS-VL-T-DETAIL(WS-VL-COUNT)
           END-IF.
       COPY AUDITPARA.
       COPY RELPARA.
       END PROGRAM OPERACT.
