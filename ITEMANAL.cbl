      ******************************************************************
      * Program : ITEMANAL
      * Purpose : Question-wise marks and item analysis. STD-MARKS
      *           carries one total per subject, so a paper that went
      *           badly could not be traced to the question that
      *           caused it. This run takes the optional item-level
      *           marks file - one row per student, subject,
      *           section, term and question, with the marks awarded
      *           and the question's maximum - and ties each
      *           student's questions back to the STD-MARKS total
      *           STDMARKS carried onto PASSFAIL for the same
      *           student, subject and section. A script whose
      *           questions do not add up to that total (or that has
      *           no PASSFAIL result, was absent, repeats a question,
      *           awards more than a question's maximum, or disagrees
      *           with the rest of the subject about a maximum) is
      *           rejected whole, every row of it, to the item
      *           rejects file with the reason.
      *           From the scripts that tie, the item analysis report
      *           for the paper setters, per subject and question:
      *             - mean score and facility index (mean over the
      *               question's maximum);
      *             - facility among the top and bottom thirds of the
      *               subject's scripts, ranked on the PASSFAIL total,
      *               and the difference between them - a question
      *               the two thirds scored about the same on is
      *               flagged POOR DISCRIMINATION.
      * Modification History:
      *   - Written new against the PF-REC layout STDMARKS writes.
      *     ITEMMRK_DSN is the item file (default itemmrk.txt; not
      *     there means nothing to analyse), ITEMREJ_DSN the rejects
      *     (default itemrej.txt), ITEMRPT_DSN the report (default
      *     itemrpt.txt). ITEM_TERM picks the term (default T1) and
      *     ITEM_DISC_MIN the discrimination floor in hundredths
      *     (default 20). Up to 50 questions a paper; thirds are
      *     only compared once a subject has three tied scripts.
      *     RETURN-CODE 4 when any script was rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMRK ASSIGN TO WS-IM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IM-FS.
           SELECT ITEMREJ ASSIGN TO WS-REJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-FS.
           SELECT ITEMRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT PASSFAIL ASSIGN TO WS-PF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEMMRK.
       01 IM-REC.
           05 IM-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 IM-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 IM-SEC    PIC X.
           05 FILLER    PIC X.
           05 IM-TERM   PIC XX.
           05 FILLER    PIC X.
           05 IM-QNO    PIC 99.
           05 FILLER    PIC X.
           05 IM-MARKS  PIC 999.
           05 FILLER    PIC X.
           05 IM-MAX    PIC 999.
       FD ITEMREJ.
       01 REJ-REC.
           05 REJ-IMAGE  PIC X(25).
           05 FILLER     PIC X.
           05 REJ-REASON PIC X(30).
       FD ITEMRPT.
       01 RPT-LINE PIC X(80).
       FD PASSFAIL.
       01 PF-REC.
           05 PF-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 PF-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 PF-SEC    PIC X.
           05 FILLER    PIC X.
           05 PF-MARKS  PIC 999.
           05 FILLER    PIC X.
           05 PF-RESULT PIC X(4).
           05 FILLER    PIC X.
           05 PF-GRADE  PIC X.
           05 FILLER    PIC X.
           05 PF-TERM   PIC XX.
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN PIC XX.
           05 FILLER       PIC X.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
       WORKING-STORAGE SECTION.
       77 WS-IM-FS    PIC 99.
       77 WS-REJ-FS   PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-PF-FS    PIC 99.
       77 WS-SUBJ-FS  PIC 99.
       77 WS-IM-DSN   PIC X(100) VALUE 'itemmrk.txt'.
       77 WS-REJ-DSN  PIC X(100) VALUE 'itemrej.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'itemrpt.txt'.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-SUBJ-DSN PIC X(100) VALUE 'subjects.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-DISC-MIN PIC 9V99 VALUE 0.20.
       77 WS-ROWS-READ PIC 9(6) VALUE ZERO.
       77 WS-ROWS-USED PIC 9(6) VALUE ZERO.
       77 WS-ROWS-REJ  PIC 9(6) VALUE ZERO.
       77 WS-SCR-TIED  PIC 9(4) VALUE ZERO.
       77 WS-SCR-REJ   PIC 9(4) VALUE ZERO.
       77 WS-POOR-CNT  PIC 9(4) VALUE ZERO.
       77 WS-REASON    PIC X(30).
      * One entry per script (student/subject/section) on the item
      * file for the term. WS-SC-PF: N no PASSFAIL row, Y graded,
      * A absent. WS-SC-BAND: T top third, B bottom third.
       77 WS-SC-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-SCX       PIC 9(4) VALUE ZERO.
       77 WS-SCY       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-SCX PIC 9(4) VALUE ZERO.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 3000 TIMES.
               10 WS-SC-UID    PIC 9(5).
               10 WS-SC-SUBJ   PIC XX.
               10 WS-SC-SEC    PIC X.
               10 WS-SC-SUM    PIC 9(5).
               10 WS-SC-PFMRK  PIC 999.
               10 WS-SC-PF     PIC X.
               10 WS-SC-REASON PIC X(30).
               10 WS-SC-BAND   PIC X.
               10 WS-SC-QSEEN  PIC X OCCURS 50 TIMES.
       77 WS-RANK      PIC 9(4) VALUE ZERO.
       77 WS-SUBJ-N    PIC 9(4) VALUE ZERO.
       77 WS-THIRD     PIC 9(4) VALUE ZERO.
      * Question statistics per subject, kept in subject/question
      * order for the report
       77 WS-QT-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-QTX       PIC 9(4) VALUE ZERO.
       77 WS-INS-QTX   PIC 9(4) VALUE ZERO.
       77 WS-MATCH-QTX PIC 9(4) VALUE ZERO.
       01 WS-SLOT-SW   PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01 WS-FIND-KEY.
           05 WS-FIND-SUBJ PIC XX.
           05 WS-FIND-QNO  PIC 99.
       01 WS-QT-TABLE.
           05 WS-QT-ENTRY OCCURS 1000 TIMES.
               10 WS-QT-KEY.
                   15 WS-QT-SUBJ PIC XX.
                   15 WS-QT-QNO  PIC 99.
               10 WS-QT-MAX  PIC 999.
               10 WS-QT-N    PIC 9(5).
               10 WS-QT-SUM  PIC 9(7).
               10 WS-QT-TN   PIC 9(5).
               10 WS-QT-TSUM PIC 9(7).
               10 WS-QT-BN   PIC 9(5).
               10 WS-QT-BSUM PIC 9(7).
       77 WS-SUBJ-COUNT PIC 99 VALUE ZERO.
       77 WS-SJX        PIC 99 VALUE ZERO.
       77 WS-MATCH-SJX  PIC 99 VALUE ZERO.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 20 TIMES.
               10 WS-SUBJ-CODE PIC XX.
               10 WS-SUBJ-NAME PIC X(20).
       77 WS-CUR-SUBJ  PIC XX VALUE SPACES.
       77 WS-MEAN      PIC 999V99 VALUE ZERO.
       77 WS-FAC       PIC 9V99 VALUE ZERO.
       77 WS-TOP-FAC   PIC 9V99 VALUE ZERO.
       77 WS-BOT-FAC   PIC 9V99 VALUE ZERO.
       77 WS-DISC      PIC S9V99 VALUE ZERO.
       77 WS-DISC-EDIT PIC 9.99.
       01 WS-Q-LINE.
           05 FILLER    PIC XX VALUE SPACES.
           05 QL-QNO    PIC Z9.
           05 FILLER    PIC XX VALUE SPACES.
           05 QL-MAX    PIC ZZ9.
           05 FILLER    PIC X(4) VALUE SPACES.
           05 QL-N      PIC ZZZZ9.
           05 FILLER    PIC XX VALUE SPACES.
           05 QL-MEAN   PIC ZZ9.99.
           05 FILLER    PIC XX VALUE SPACES.
           05 QL-FAC    PIC 9.99.
           05 FILLER    PIC XXX VALUE SPACES.
           05 QL-TOP    PIC 9.99.
           05 FILLER    PIC XXX VALUE SPACES.
           05 QL-BOT    PIC 9.99.
           05 FILLER    PIC XX VALUE SPACES.
           05 QL-DISC   PIC -9.99.
           05 FILLER    PIC XX VALUE SPACES.
           05 QL-FLAG   PIC X(19).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           OPEN INPUT ITEMMRK
           IF WS-IM-FS NOT = 00
               DISPLAY 'NO ITEM MARKS FILE, FILE STATUS - ' WS-IM-FS
                   ' - NOTHING TO ANALYSE'
               STOP RUN
           END-IF
           PERFORM 2000-COLLECT-PARA
           CLOSE ITEMMRK
           PERFORM 3000-PASSFAIL-PARA
           PERFORM 3500-TIE-PARA
               VARYING WS-SCX FROM 1 BY 1 UNTIL WS-SCX > WS-SC-COUNT
           PERFORM 3600-RANK-PARA
               VARYING WS-SCX FROM 1 BY 1 UNTIL WS-SCX > WS-SC-COUNT
           PERFORM 4000-POST-PARA
           PERFORM 5000-REPORT-PARA
           DISPLAY 'ITEM ROWS READ ' WS-ROWS-READ '  ANALYSED '
               WS-ROWS-USED '  REJECTED ' WS-ROWS-REJ
           DISPLAY 'SCRIPTS TIED ' WS-SCR-TIED '  REJECTED '
               WS-SCR-REJ '  POORLY DISCRIMINATING QUESTIONS '
               WS-POOR-CNT
           IF WS-SCR-REJ NOT = ZERO OR WS-ROWS-REJ NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ITEMMRK_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-IM-DSN FROM ENVIRONMENT-VALUE
           IF WS-IM-DSN = SPACES
               MOVE 'itemmrk.txt' TO WS-IM-DSN
           END-IF
           MOVE 'ITEMREJ_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-REJ-DSN = SPACES
               MOVE 'itemrej.txt' TO WS-REJ-DSN
           END-IF
           MOVE 'ITEMRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'itemrpt.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF
           MOVE 'ITEM_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               MOVE 'T1' TO WS-TERM
           END-IF
           MOVE SPACES TO WS-PARM-IN
           MOVE 'ITEM_DISC_MIN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) < 100
                   COMPUTE WS-DISC-MIN =
                       FUNCTION NUMVAL(WS-PARM-IN) / 100
               ELSE
                   DISPLAY 'INVALID ITEM_DISC_MIN, USING DEFAULT - '
                       WS-DISC-MIN
               END-IF
           END-IF
           MOVE 'SUBJMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SUBJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-SUBJ-DSN = SPACES
               MOVE 'subjects.txt' TO WS-SUBJ-DSN
           END-IF
           OPEN INPUT SUBJECTS
           IF WS-SUBJ-FS = 00
               PERFORM UNTIL WS-SUBJ-FS NOT = 00
                   READ SUBJECTS
                   END-READ
                   IF WS-SUBJ-FS NOT = 10 AND WS-SUBJ-COUNT < 20
                       ADD 1 TO WS-SUBJ-COUNT
                       MOVE SUBJ-CODE-IN
                           TO WS-SUBJ-CODE(WS-SUBJ-COUNT)
                       MOVE SUBJ-NAME-IN
                           TO WS-SUBJ-NAME(WS-SUBJ-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUBJECTS
           END-IF.
       2000-COLLECT-PARA.
      * First pass: total each script's questions and catch the
      * row-level faults that condemn the whole script
           PERFORM UNTIL WS-IM-FS NOT = 00
               READ ITEMMRK
               END-READ
               IF WS-IM-FS NOT = 10 AND IM-TERM = WS-TERM
                   ADD 1 TO WS-ROWS-READ
                   IF IM-UID IS NUMERIC
                       PERFORM 2100-ITEM-PARA
                   END-IF
               END-IF
           END-PERFORM.
       2100-ITEM-PARA.
           PERFORM 7000-FIND-SCRIPT-PARA
           IF WS-MATCH-SCX = ZERO
               DISPLAY 'SCRIPT TABLE FULL, NOT ANALYSED - ' IM-UID
                   ' ' IM-SUBJ
           ELSE
               MOVE SPACES TO WS-REASON
               EVALUATE TRUE
                   WHEN IM-QNO IS NOT NUMERIC OR IM-QNO = ZERO
                       OR IM-QNO > 50
                       OR IM-MARKS IS NOT NUMERIC
                       OR IM-MAX IS NOT NUMERIC OR IM-MAX = ZERO
                       MOVE 'INVALID ITEM ROW' TO WS-REASON
                   WHEN WS-SC-QSEEN(WS-MATCH-SCX IM-QNO) = 'Y'
                       MOVE 'QUESTION REPEATED' TO WS-REASON
                   WHEN IM-MARKS > IM-MAX
                       MOVE 'MARKS OVER QUESTION MAXIMUM'
                           TO WS-REASON
                   WHEN OTHER
                       MOVE 'Y' TO WS-SC-QSEEN(WS-MATCH-SCX IM-QNO)
                       ADD IM-MARKS TO WS-SC-SUM(WS-MATCH-SCX)
                       MOVE IM-SUBJ TO WS-FIND-SUBJ
                       MOVE IM-QNO TO WS-FIND-QNO
                       PERFORM 7100-FIND-QUESTION-PARA
                       IF WS-MATCH-QTX = ZERO
                           MOVE 'QUESTION TABLE FULL' TO WS-REASON
                       ELSE
                           IF WS-QT-MAX(WS-MATCH-QTX) NOT = IM-MAX
                               MOVE 'QUESTION MAXIMUM DIFFERS'
                                   TO WS-REASON
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-REASON NOT = SPACES
                   AND WS-SC-REASON(WS-MATCH-SCX) = SPACES
                   MOVE WS-REASON TO WS-SC-REASON(WS-MATCH-SCX)
               END-IF
           END-IF.
       3000-PASSFAIL-PARA.
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               DISPLAY 'PASSFAIL OPEN FAILED, FILE STATUS - ' WS-PF-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PF-FS NOT = 00
               READ PASSFAIL
               END-READ
               IF WS-PF-FS NOT = 10 AND PF-TERM = WS-TERM
                   PERFORM VARYING WS-SCX FROM 1 BY 1
                       UNTIL WS-SCX > WS-SC-COUNT
                       IF WS-SC-UID(WS-SCX) = PF-UID
                           AND WS-SC-SUBJ(WS-SCX) = PF-SUBJ
                           AND WS-SC-SEC(WS-SCX) = PF-SEC
                           MOVE PF-MARKS TO WS-SC-PFMRK(WS-SCX)
                           IF PF-RESULT = 'ABS '
                               MOVE 'A' TO WS-SC-PF(WS-SCX)
                           ELSE
                               MOVE 'Y' TO WS-SC-PF(WS-SCX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE PASSFAIL.
       3500-TIE-PARA.
           IF WS-SC-REASON(WS-SCX) = SPACES
               EVALUATE TRUE
                   WHEN WS-SC-PF(WS-SCX) = 'N'
                       MOVE 'NO RESULT ON PASSFAIL'
                           TO WS-SC-REASON(WS-SCX)
                   WHEN WS-SC-PF(WS-SCX) = 'A'
                       MOVE 'ABSENT ON PASSFAIL'
                           TO WS-SC-REASON(WS-SCX)
                   WHEN WS-SC-SUM(WS-SCX) NOT = WS-SC-PFMRK(WS-SCX)
                       MOVE 'ITEMS DO NOT ADD TO TOTAL'
                           TO WS-SC-REASON(WS-SCX)
               END-EVALUATE
           END-IF
           IF WS-SC-REASON(WS-SCX) = SPACES
               ADD 1 TO WS-SCR-TIED
           ELSE
               ADD 1 TO WS-SCR-REJ
           END-IF.
       3600-RANK-PARA.
      * Place the script among the subject's tied scripts by its
      * PASSFAIL total (equal totals keep file order); the top and
      * bottom thirds are compared only from three scripts up
           MOVE SPACE TO WS-SC-BAND(WS-SCX)
           IF WS-SC-REASON(WS-SCX) = SPACES
               MOVE ZERO TO WS-RANK WS-SUBJ-N
               PERFORM VARYING WS-SCY FROM 1 BY 1
                   UNTIL WS-SCY > WS-SC-COUNT
                   IF WS-SC-REASON(WS-SCY) = SPACES
                       AND WS-SC-SUBJ(WS-SCY) = WS-SC-SUBJ(WS-SCX)
                       ADD 1 TO WS-SUBJ-N
                       IF WS-SC-PFMRK(WS-SCY) > WS-SC-PFMRK(WS-SCX)
                           OR (WS-SC-PFMRK(WS-SCY) =
                               WS-SC-PFMRK(WS-SCX)
                               AND WS-SCY < WS-SCX)
                           ADD 1 TO WS-RANK
                       END-IF
                   END-IF
               END-PERFORM
               DIVIDE WS-SUBJ-N BY 3 GIVING WS-THIRD
               IF WS-THIRD > ZERO
                   IF WS-RANK < WS-THIRD
                       MOVE 'T' TO WS-SC-BAND(WS-SCX)
                   END-IF
                   IF WS-RANK NOT < WS-SUBJ-N - WS-THIRD
                       MOVE 'B' TO WS-SC-BAND(WS-SCX)
                   END-IF
               END-IF
           END-IF.
       4000-POST-PARA.
      * Second pass: tied scripts feed the question statistics, the
      * rest go to the rejects file row by row with the reason
           OPEN OUTPUT ITEMREJ
           IF WS-REJ-FS NOT = 00
               DISPLAY 'ITEM REJECTS OPEN FAILED, FILE STATUS - '
                   WS-REJ-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEMMRK
           PERFORM UNTIL WS-IM-FS NOT = 00
               READ ITEMMRK
               END-READ
               IF WS-IM-FS NOT = 10 AND IM-TERM = WS-TERM
                   PERFORM 4100-POST-ROW-PARA
               END-IF
           END-PERFORM
           CLOSE ITEMMRK
           CLOSE ITEMREJ.
       4100-POST-ROW-PARA.
           MOVE ZERO TO WS-MATCH-SCX
           IF IM-UID IS NUMERIC
               PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SC-COUNT OR WS-MATCH-SCX NOT = 0
                   IF WS-SC-UID(WS-SCX) = IM-UID
                       AND WS-SC-SUBJ(WS-SCX) = IM-SUBJ
                       AND WS-SC-SEC(WS-SCX) = IM-SEC
                       MOVE WS-SCX TO WS-MATCH-SCX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-SCX = ZERO
               MOVE 'INVALID ITEM ROW' TO WS-REASON
           ELSE
               MOVE WS-SC-REASON(WS-MATCH-SCX) TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO REJ-REC
               MOVE IM-REC TO REJ-IMAGE
               MOVE WS-REASON TO REJ-REASON
               WRITE REJ-REC
               ADD 1 TO WS-ROWS-REJ
           ELSE
               MOVE IM-SUBJ TO WS-FIND-SUBJ
               MOVE IM-QNO TO WS-FIND-QNO
               PERFORM 7100-FIND-QUESTION-PARA
               ADD 1 TO WS-ROWS-USED
               ADD 1 TO WS-QT-N(WS-MATCH-QTX)
               ADD IM-MARKS TO WS-QT-SUM(WS-MATCH-QTX)
               IF WS-SC-BAND(WS-MATCH-SCX) = 'T'
                   ADD 1 TO WS-QT-TN(WS-MATCH-QTX)
                   ADD IM-MARKS TO WS-QT-TSUM(WS-MATCH-QTX)
               END-IF
               IF WS-SC-BAND(WS-MATCH-SCX) = 'B'
                   ADD 1 TO WS-QT-BN(WS-MATCH-QTX)
                   ADD IM-MARKS TO WS-QT-BSUM(WS-MATCH-QTX)
               END-IF
           END-IF.
       5000-REPORT-PARA.
           OPEN OUTPUT ITEMRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'ITEM REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'ITEM ANALYSIS - TERM ' WS-TERM
               '  SCRIPTS TIED ' WS-SCR-TIED
               '  REJECTED ' WS-SCR-REJ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-CUR-SUBJ
           PERFORM 5100-QUESTION-PARA
               VARYING WS-QTX FROM 1 BY 1 UNTIL WS-QTX > WS-QT-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FACILITY = MEAN / MAXIMUM.  DISC = TOP THIRD LESS '
               'BOTTOM THIRD FACILITY.'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DISC-MIN TO WS-DISC-EDIT
           STRING 'POOR DISCRIMINATION = DISC UNDER ' WS-DISC-EDIT
               '.  QUESTIONS FLAGGED ' WS-POOR-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE ITEMRPT.
       5100-QUESTION-PARA.
           IF WS-QT-SUBJ(WS-QTX) NOT = WS-CUR-SUBJ
               MOVE WS-QT-SUBJ(WS-QTX) TO WS-CUR-SUBJ
               MOVE ZERO TO WS-MATCH-SJX
               PERFORM VARYING WS-SJX FROM 1 BY 1
                   UNTIL WS-SJX > WS-SUBJ-COUNT
                       OR WS-MATCH-SJX NOT = ZERO
                   IF WS-SUBJ-CODE(WS-SJX) = WS-CUR-SUBJ
                       MOVE WS-SJX TO WS-MATCH-SJX
                   END-IF
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-MATCH-SJX = ZERO
                   STRING 'SUBJECT ' WS-CUR-SUBJ
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING 'SUBJECT ' WS-CUR-SUBJ ' '
                       WS-SUBJ-NAME(WS-MATCH-SJX)
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '   Q  MAX  SCRIPTS    MEAN  FACIL    TOP    '
                   'BOT   DISC'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-QT-QNO(WS-QTX) TO QL-QNO
           MOVE WS-QT-MAX(WS-QTX) TO QL-MAX
           MOVE WS-QT-N(WS-QTX) TO QL-N
           MOVE SPACES TO QL-FLAG
           MOVE ZERO TO WS-MEAN WS-FAC WS-TOP-FAC WS-BOT-FAC WS-DISC
           IF WS-QT-N(WS-QTX) NOT = ZERO
               COMPUTE WS-MEAN ROUNDED =
                   WS-QT-SUM(WS-QTX) / WS-QT-N(WS-QTX)
               COMPUTE WS-FAC ROUNDED = WS-QT-SUM(WS-QTX)
                   / (WS-QT-N(WS-QTX) * WS-QT-MAX(WS-QTX))
           END-IF
           MOVE WS-MEAN TO QL-MEAN
           MOVE WS-FAC TO QL-FAC
           IF WS-QT-TN(WS-QTX) NOT = ZERO
               AND WS-QT-BN(WS-QTX) NOT = ZERO
               COMPUTE WS-TOP-FAC ROUNDED = WS-QT-TSUM(WS-QTX)
                   / (WS-QT-TN(WS-QTX) * WS-QT-MAX(WS-QTX))
               COMPUTE WS-BOT-FAC ROUNDED = WS-QT-BSUM(WS-QTX)
                   / (WS-QT-BN(WS-QTX) * WS-QT-MAX(WS-QTX))
               COMPUTE WS-DISC = WS-TOP-FAC - WS-BOT-FAC
               MOVE WS-TOP-FAC TO QL-TOP
               MOVE WS-BOT-FAC TO QL-BOT
               MOVE WS-DISC TO QL-DISC
               IF WS-DISC < WS-DISC-MIN
                   MOVE 'POOR DISCRIMINATION' TO QL-FLAG
                   ADD 1 TO WS-POOR-CNT
               END-IF
               MOVE WS-Q-LINE TO RPT-LINE
           ELSE
               MOVE WS-Q-LINE TO RPT-LINE
               MOVE '   -      -      -' TO RPT-LINE(36:18)
           END-IF
           WRITE RPT-LINE.
       7000-FIND-SCRIPT-PARA.
      * IM-REC is current; add the script on first sight
           MOVE ZERO TO WS-MATCH-SCX
           PERFORM VARYING WS-SCX FROM 1 BY 1
               UNTIL WS-SCX > WS-SC-COUNT OR WS-MATCH-SCX NOT = ZERO
               IF WS-SC-UID(WS-SCX) = IM-UID
                   AND WS-SC-SUBJ(WS-SCX) = IM-SUBJ
                   AND WS-SC-SEC(WS-SCX) = IM-SEC
                   MOVE WS-SCX TO WS-MATCH-SCX
               END-IF
           END-PERFORM
           IF WS-MATCH-SCX = ZERO AND WS-SC-COUNT < 3000
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-MATCH-SCX
               MOVE IM-UID  TO WS-SC-UID(WS-MATCH-SCX)
               MOVE IM-SUBJ TO WS-SC-SUBJ(WS-MATCH-SCX)
               MOVE IM-SEC  TO WS-SC-SEC(WS-MATCH-SCX)
               MOVE ZERO TO WS-SC-SUM(WS-MATCH-SCX)
               MOVE ZERO TO WS-SC-PFMRK(WS-MATCH-SCX)
               MOVE 'N' TO WS-SC-PF(WS-MATCH-SCX)
               MOVE SPACES TO WS-SC-REASON(WS-MATCH-SCX)
               MOVE SPACE TO WS-SC-BAND(WS-MATCH-SCX)
               PERFORM VARYING WS-SCY FROM 1 BY 1 UNTIL WS-SCY > 50
                   MOVE 'N' TO WS-SC-QSEEN(WS-MATCH-SCX WS-SCY)
               END-PERFORM
           END-IF.
       7100-FIND-QUESTION-PARA.
      * WS-FIND-KEY is current; the first row seen for a question
      * sets its maximum
           MOVE ZERO TO WS-MATCH-QTX
           PERFORM VARYING WS-QTX FROM 1 BY 1
               UNTIL WS-QTX > WS-QT-COUNT OR WS-MATCH-QTX NOT = ZERO
               IF WS-QT-KEY(WS-QTX) = WS-FIND-KEY
                   MOVE WS-QTX TO WS-MATCH-QTX
               END-IF
           END-PERFORM
           IF WS-MATCH-QTX = ZERO AND WS-QT-COUNT < 1000
               MOVE WS-QT-COUNT TO WS-INS-QTX
               MOVE 'N' TO WS-SLOT-SW
               PERFORM UNTIL WS-SLOT-FOUND
                   IF WS-INS-QTX = ZERO
                       MOVE 'Y' TO WS-SLOT-SW
                   ELSE
                       IF WS-QT-KEY(WS-INS-QTX) > WS-FIND-KEY
                           MOVE WS-QT-ENTRY(WS-INS-QTX)
                               TO WS-QT-ENTRY(WS-INS-QTX + 1)
                           SUBTRACT 1 FROM WS-INS-QTX
                       ELSE
                           MOVE 'Y' TO WS-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-INS-QTX
               ADD 1 TO WS-QT-COUNT
               MOVE WS-INS-QTX TO WS-MATCH-QTX
               MOVE WS-FIND-KEY TO WS-QT-KEY(WS-MATCH-QTX)
               MOVE IM-MAX TO WS-QT-MAX(WS-MATCH-QTX)
               MOVE ZERO TO WS-QT-N(WS-MATCH-QTX)
                   WS-QT-SUM(WS-MATCH-QTX) WS-QT-TN(WS-MATCH-QTX)
                   WS-QT-TSUM(WS-MATCH-QTX) WS-QT-BN(WS-MATCH-QTX)
                   WS-QT-BSUM(WS-MATCH-QTX)
           END-IF.
       END PROGRAM ITEMANAL.
