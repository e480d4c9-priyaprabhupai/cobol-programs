      ******************************************************************
      * Program : AWARDS
      * Purpose : Prize-day awards run driven by an award-rules file.
      *           Each rule card names an award (code and title), the
      *           source it is decided from, its scope and how a tie
      *           is settled; the run decides every award in one pass
      *           and writes the winners list and a certificate print
      *           file, replacing four printouts and a highlighter.
      *           Sources:
      *             SB subject topper - highest marks in a subject on
      *                the term's PASSFAIL (the card's subject, or
      *                every subject when it is blank);
      *             MT merit total - highest total on the merit list
      *                MERITLST writes;
      *             IM most improved - largest rise in total marks
      *                between the earlier and later terms' PASSFAIL
      *                files, the pair TERMCOMP compares;
      *             AT full attendance - every student at 100 percent
      *                on the attendance report ATTEND writes.
      *           Scope S decides the award per section, W across the
      *           school. Tie rule S shares the award among everyone
      *           tied, F gives it to the lowest STU-ID, X awards
      *           nobody and lists the tie for the prize committee.
      *           A student on the result hold register or on
      *           ATTEND's withheld list is never a candidate; the
      *           next student in line takes the award, and the
      *           excluded students are listed at the foot of the
      *           winners list.
      * Modification History:
      *   - Written new. Rules come from AWARDRUL_DSN (default
      *     awardrules.txt, '*' in column 1 for a comment), the
      *     winners list goes to AWARDS_DSN (default awards.txt) and
      *     the certificates to AWARDCRT_DSN (default awardcert.txt),
      *     names from the indexed STUDMAST master. The term is
      *     AWARD_TERM, or when that is blank the term on the first
      *     PASSFAIL row. Sources follow the chain's own DSNs:
      *     PASSFAIL_DSN, MERITLST_DSN, PASSFAIL1_DSN/PASSFAIL2_DSN,
      *     ATTRPT_DSN and WITHHELD_DSN; holds come through the
      *     shared HLDSEL/HLDFD/HLDDAT/HLDPARA copybooks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARDRUL ASSIGN TO WS-AR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-FS.
           SELECT PASSFAIL ASSIGN TO WS-PF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           SELECT MERITIN ASSIGN TO WS-ML-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ML-FS.
           SELECT ATTRPT ASSIGN TO WS-AT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FS.
           SELECT WITHHELD ASSIGN TO WS-WH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WH-FS.
           SELECT AWARDOUT ASSIGN TO WS-AW-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AW-FS.
           SELECT CERTOUT ASSIGN TO WS-CT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CT-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           COPY HLDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD AWARDRUL.
       01 AR-REC.
           05 AR-CODE   PIC X(4).
           05 FILLER    PIC X.
           05 AR-TITLE  PIC X(30).
           05 FILLER    PIC X.
           05 AR-SOURCE PIC XX.
               88 AR-SRC-SUBJECT VALUE 'SB'.
               88 AR-SRC-MERIT   VALUE 'MT'.
               88 AR-SRC-IMPROVE VALUE 'IM'.
               88 AR-SRC-ATTEND  VALUE 'AT'.
           05 FILLER    PIC X.
           05 AR-SCOPE  PIC X.
               88 AR-SCOPE-VALID VALUE 'S' 'W'.
           05 FILLER    PIC X.
           05 AR-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 AR-TIE    PIC X.
               88 AR-TIE-VALID VALUE 'S' 'F' 'X'.
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
           05 FILLER     PIC X.
           05 PF-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
           05 FILLER     PIC X.
           05 PF-BRANCH PIC XX.
       FD MERITIN.
       01 ML-REC.
           05 ML-RANK  PIC 999.
           05 FILLER   PIC X.
           05 ML-UID   PIC 9(5).
           05 FILLER   PIC X.
           05 ML-SEC   PIC X.
           05 FILLER   PIC X.
           05 ML-TOTAL PIC 9(5).
           05 FILLER   PIC X.
           05 ML-PCTL  PIC 999.
           05 FILLER   PIC X.
           05 ML-ELIG  PIC X(11).
      * ATTEND's report line: ID, section, day counts, percentage
       FD ATTRPT.
       01 AT-LINE PIC X(70).
       01 AT-DETAIL.
           05 AT-UID    PIC X(5).
           05 FILLER    PIC XX.
           05 AT-SEC    PIC X.
           05 FILLER    PIC X(24).
           05 AT-PCT    PIC X(3).
           05 FILLER    PIC X(35).
       FD WITHHELD.
       01 WH-REC.
           05 WH-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 WH-SEC    PIC X.
           05 FILLER    PIC X.
           05 WH-PCT    PIC 999.
           05 FILLER    PIC X.
           05 WH-REASON PIC X(24).
       FD AWARDOUT.
       01 AW-LINE PIC X(80).
       FD CERTOUT.
       01 CT-LINE PIC X(70).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       COPY HLDFD.
       WORKING-STORAGE SECTION.
       77 WS-AR-FS    PIC 99.
       77 WS-PF-FS    PIC 99.
       77 WS-ML-FS    PIC 99.
       77 WS-AT-FS    PIC 99.
       77 WS-WH-FS    PIC 99.
       77 WS-AW-FS    PIC 99.
       77 WS-CT-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-AR-DSN   PIC X(100) VALUE 'awardrules.txt'.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-PF1-DSN  PIC X(100) VALUE SPACES.
       77 WS-PF2-DSN  PIC X(100) VALUE SPACES.
       77 WS-ML-DSN   PIC X(100) VALUE 'meritlst.txt'.
       77 WS-AT-DSN   PIC X(100) VALUE 'attrpt.txt'.
       77 WS-WH-DSN   PIC X(100) VALUE 'withheld.txt'.
       77 WS-AW-DSN   PIC X(100) VALUE 'awards.txt'.
       77 WS-CT-DSN   PIC X(100) VALUE 'awardcert.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-TERM     PIC XX VALUE SPACES.
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RULE-CNT PIC 99 VALUE ZERO.
       77 WS-BAD-RULE PIC 99 VALUE ZERO.
       77 WS-WIN-CNT  PIC 9(4) VALUE ZERO.
       77 WS-TIE-CNT  PIC 9(4) VALUE ZERO.
       77 WS-NONAME   PIC 9(4) VALUE ZERO.
       77 WS-STU-NAME PIC X(20).
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
      * ATTEND's withheld list
       77 WS-WH-COUNT PIC 9(4) VALUE ZERO.
       77 WS-WHX      PIC 9(4) VALUE ZERO.
       01 WS-WH-TABLE.
           05 WS-WH-T-UID PIC 9(5) OCCURS 999 TIMES.
      * Candidates for the award being decided. The group is the
      * section (scope S) and, for a subject award, the subject;
      * WS-CD-BOTH marks a most-improved candidate seen in both terms
       77 WS-CD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-CX       PIC 9(4) VALUE ZERO.
       77 WS-GX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-CX PIC 9(4) VALUE ZERO.
       01 WS-CD-TABLE.
           05 WS-CD-ENTRY OCCURS 2000 TIMES.
               10 WS-CD-UID   PIC 9(5).
               10 WS-CD-SEC   PIC X.
               10 WS-CD-SUBJ  PIC XX.
               10 WS-CD-VALUE PIC S9(5).
               10 WS-CD-BOTH  PIC X.
               10 WS-CD-DONE  PIC X.
       77 WS-ADD-UID   PIC 9(5).
       77 WS-ADD-SEC   PIC X.
       77 WS-ADD-SUBJ  PIC XX.
       77 WS-ADD-VALUE PIC S9(5).
       77 WS-G-SEC     PIC X.
       77 WS-G-SUBJ    PIC XX.
       77 WS-G-MAX     PIC S9(5).
       77 WS-G-TIED    PIC 9(4).
       77 WS-G-FIRST   PIC 9(5).
       77 WS-NOTE      PIC X(20).
       77 WS-VALUE-ED  PIC -(5)9.
      * Students kept out of the awards, listed once each
       77 WS-EX-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-EXX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-EX  PIC 9(4) VALUE ZERO.
       01 WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 999 TIMES.
               10 WS-EX-UID    PIC 9(5).
               10 WS-EX-REASON PIC X(24).
       77 WS-EX-WHY    PIC X(24).
       01 WS-ELIG-SW   PIC X VALUE 'Y'.
           88 WS-ELIGIBLE VALUE 'Y'.
       COPY HLDDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-WITHHELD-PARA
           PERFORM 1200-TERM-PARA
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
      * Awards are decided on the whole roll, never as a catch-up
           MOVE ZERO TO WS-HLD-CATCHUP
           OPEN INPUT AWARDRUL
           IF WS-AR-FS NOT = 00
               DISPLAY 'AWARD RULES OPEN FAILED, FILE STATUS - '
                   WS-AR-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AWARDOUT
           OPEN OUTPUT CERTOUT
           IF WS-AW-FS NOT = 00 OR WS-CT-FS NOT = 00
               DISPLAY 'AWARD OUTPUT OPEN FAILED, FILE STATUS - '
                   WS-AW-FS ' / ' WS-CT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AW-LINE
           STRING 'PRIZE-DAY AWARDS - TERM ' WS-TERM
               '  RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO AW-LINE
           WRITE AW-LINE
           MOVE 'CODE TITLE                          SEC SUBJ STUID '
               TO AW-LINE
           MOVE ' VALUE  NOTE' TO AW-LINE(52:12)
           WRITE AW-LINE
           PERFORM UNTIL WS-AR-FS NOT = 00
               READ AWARDRUL
               END-READ
               IF WS-AR-FS NOT = 10 AND AR-REC(1:1) NOT = '*'
                   AND AR-REC NOT = SPACES
                   PERFORM 2000-ONE-RULE-PARA THRU 2999-ONE-RULE-EXIT
               END-IF
           END-PERFORM
           CLOSE AWARDRUL
           PERFORM 6000-EXCLUDED-PARA
           CLOSE AWARDOUT
           CLOSE CERTOUT
           IF WS-MASTER-AVAIL
               CLOSE STUDMAST-FILE
           END-IF
           DISPLAY 'AWARD RULES: ' WS-RULE-CNT '  REFUSED: '
               WS-BAD-RULE '  AWARDS MADE: ' WS-WIN-CNT
               '  TIES REFERRED: ' WS-TIE-CNT
           DISPLAY 'STUDENTS EXCLUDED (ON HOLD OR WITHHELD): '
               WS-EX-COUNT '  CERTIFICATES WITHOUT A NAME: '
               WS-NONAME
           EVALUATE TRUE
               WHEN WS-BAD-RULE NOT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TIE-CNT NOT = ZERO OR WS-NONAME NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'AWARDRUL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AR-DSN FROM ENVIRONMENT-VALUE
           IF WS-AR-DSN = SPACES
               MOVE 'awardrules.txt' TO WS-AR-DSN
           END-IF
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF
           MOVE 'PASSFAIL1_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF1-DSN FROM ENVIRONMENT-VALUE
           MOVE 'PASSFAIL2_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF2-DSN FROM ENVIRONMENT-VALUE
           MOVE 'MERITLST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ML-DSN FROM ENVIRONMENT-VALUE
           IF WS-ML-DSN = SPACES
               MOVE 'meritlst.txt' TO WS-ML-DSN
           END-IF
           MOVE 'ATTRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AT-DSN FROM ENVIRONMENT-VALUE
           IF WS-AT-DSN = SPACES
               MOVE 'attrpt.txt' TO WS-AT-DSN
           END-IF
           MOVE 'WITHHELD_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WH-DSN FROM ENVIRONMENT-VALUE
           IF WS-WH-DSN = SPACES
               MOVE 'withheld.txt' TO WS-WH-DSN
           END-IF
           MOVE 'AWARDS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AW-DSN FROM ENVIRONMENT-VALUE
           IF WS-AW-DSN = SPACES
               MOVE 'awards.txt' TO WS-AW-DSN
           END-IF
           MOVE 'AWARDCRT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CT-DSN FROM ENVIRONMENT-VALUE
           IF WS-CT-DSN = SPACES
               MOVE 'awardcert.txt' TO WS-CT-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT ' - CERTIFICATES PRINT THE STUDENT ID'
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE.
       1100-WITHHELD-PARA.
           MOVE ZERO TO WS-WH-COUNT
           OPEN INPUT WITHHELD
           IF WS-WH-FS NOT = 00
               DISPLAY 'NO WITHHELD LIST ON FILE, FILE STATUS - '
                   WS-WH-FS ' - NO STUDENT WITHHELD'
           ELSE
               PERFORM UNTIL WS-WH-FS NOT = 00
                   READ WITHHELD
                   END-READ
                   IF WS-WH-FS NOT = 10
                       IF WS-WH-COUNT < 999
                           ADD 1 TO WS-WH-COUNT
                           MOVE WH-UID TO WS-WH-T-UID(WS-WH-COUNT)
                       ELSE
                           DISPLAY 'WITHHELD TABLE FULL, SKIPPING '
                               WH-UID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WITHHELD
           END-IF.
       1200-TERM-PARA.
      * The award term, else the term on the first PASSFAIL row
           MOVE 'AWARD_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               OPEN INPUT PASSFAIL
               IF WS-PF-FS = 00
                   READ PASSFAIL
                   END-READ
                   IF WS-PF-FS = 00
                       MOVE PF-TERM TO WS-TERM
                   END-IF
                   CLOSE PASSFAIL
               END-IF
           END-IF.
       2000-ONE-RULE-PARA.
           ADD 1 TO WS-RULE-CNT
           IF NOT AR-SCOPE-VALID OR NOT AR-TIE-VALID
               OR NOT (AR-SRC-SUBJECT OR AR-SRC-MERIT
                   OR AR-SRC-IMPROVE OR AR-SRC-ATTEND)
               ADD 1 TO WS-BAD-RULE
               DISPLAY 'AWARD ' AR-CODE ' REFUSED - SOURCE, SCOPE OR '
                   'TIE RULE NOT RECOGNISED'
               MOVE SPACES TO AW-LINE
               STRING AR-CODE ' ' AR-TITLE
                   '  ** RULE REFUSED - NOT DECIDED **'
                   DELIMITED BY SIZE INTO AW-LINE
               WRITE AW-LINE
               GO TO 2999-ONE-RULE-EXIT
           END-IF
           MOVE ZERO TO WS-CD-COUNT
           EVALUATE TRUE
               WHEN AR-SRC-SUBJECT
                   PERFORM 3100-SUBJECT-PARA
               WHEN AR-SRC-MERIT
                   PERFORM 3200-MERIT-PARA
               WHEN AR-SRC-IMPROVE
                   PERFORM 3300-IMPROVE-PARA THRU 3399-IMPROVE-EXIT
               WHEN AR-SRC-ATTEND
                   PERFORM 3400-ATTEND-PARA
           END-EVALUATE
           IF WS-CD-COUNT = ZERO
               MOVE SPACES TO AW-LINE
               STRING AR-CODE ' ' AR-TITLE
                   '  (NO ELIGIBLE CANDIDATE)'
                   DELIMITED BY SIZE INTO AW-LINE
               WRITE AW-LINE
               GO TO 2999-ONE-RULE-EXIT
           END-IF
           PERFORM 4000-DECIDE-PARA.
       2999-ONE-RULE-EXIT.
           EXIT.
       3100-SUBJECT-PARA.
      * One candidate per student-subject row the student sat
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               DISPLAY 'AWARD ' AR-CODE ' - PASSFAIL NOT AVAILABLE, '
                   'FILE STATUS - ' WS-PF-FS
           ELSE
               PERFORM UNTIL WS-PF-FS NOT = 00
                   READ PASSFAIL
                   END-READ
                   IF WS-PF-FS NOT = 10 AND PF-TERM = WS-TERM
                       AND PF-RESULT NOT = 'ABS '
                       AND (AR-SUBJ = SPACES OR PF-SUBJ = AR-SUBJ)
                       MOVE PF-UID TO WS-ADD-UID
                       MOVE PF-SEC TO WS-ADD-SEC
                       MOVE PF-SUBJ TO WS-ADD-SUBJ
                       MOVE PF-MARKS TO WS-ADD-VALUE
                       PERFORM 3900-ADD-PARA
                   END-IF
               END-PERFORM
               CLOSE PASSFAIL
           END-IF.
       3200-MERIT-PARA.
           OPEN INPUT MERITIN
           IF WS-ML-FS NOT = 00
               DISPLAY 'AWARD ' AR-CODE ' - MERIT LIST NOT AVAILABLE, '
                   'FILE STATUS - ' WS-ML-FS ' - RUN MERITLST FIRST'
           ELSE
               PERFORM UNTIL WS-ML-FS NOT = 00
                   READ MERITIN
                   END-READ
                   IF WS-ML-FS NOT = 10
                       MOVE ML-UID TO WS-ADD-UID
                       MOVE ML-SEC TO WS-ADD-SEC
                       MOVE SPACES TO WS-ADD-SUBJ
                       MOVE ML-TOTAL TO WS-ADD-VALUE
                       PERFORM 3900-ADD-PARA
                   END-IF
               END-PERFORM
               CLOSE MERITIN
           END-IF.
       3300-IMPROVE-PARA.
      * Earlier-term totals go in negative, later-term marks are added
      * on top, so the value left is the movement; only a student
      * seen in both terms with a rise can win
           IF WS-PF1-DSN = SPACES OR WS-PF2-DSN = SPACES
               DISPLAY 'AWARD ' AR-CODE ' - PASSFAIL1_DSN AND '
                   'PASSFAIL2_DSN MUST NAME THE TWO TERMS'
               GO TO 3399-IMPROVE-EXIT
           END-IF
           MOVE WS-PF1-DSN TO WS-PF-DSN
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               DISPLAY 'AWARD ' AR-CODE ' - EARLIER TERM NOT '
                   'AVAILABLE, FILE STATUS - ' WS-PF-FS
               GO TO 3399-IMPROVE-EXIT
           END-IF
           PERFORM UNTIL WS-PF-FS NOT = 00
               READ PASSFAIL
               END-READ
               IF WS-PF-FS NOT = 10 AND PF-RESULT NOT = 'ABS '
                   MOVE PF-UID TO WS-ADD-UID
                   PERFORM 3800-FIND-PARA
                   IF WS-MATCH-CX NOT = ZERO
                       SUBTRACT PF-MARKS FROM WS-CD-VALUE(WS-MATCH-CX)
                   ELSE
                       MOVE PF-SEC TO WS-ADD-SEC
                       MOVE SPACES TO WS-ADD-SUBJ
                       COMPUTE WS-ADD-VALUE = 0 - PF-MARKS
                       PERFORM 3900-ADD-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PASSFAIL
           MOVE WS-PF2-DSN TO WS-PF-DSN
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               DISPLAY 'AWARD ' AR-CODE ' - LATER TERM NOT '
                   'AVAILABLE, FILE STATUS - ' WS-PF-FS
               MOVE ZERO TO WS-CD-COUNT
           ELSE
               PERFORM UNTIL WS-PF-FS NOT = 00
                   READ PASSFAIL
                   END-READ
                   IF WS-PF-FS NOT = 10 AND PF-RESULT NOT = 'ABS '
                       MOVE PF-UID TO WS-ADD-UID
                       PERFORM 3800-FIND-PARA
                       IF WS-MATCH-CX NOT = ZERO
                           ADD PF-MARKS TO WS-CD-VALUE(WS-MATCH-CX)
                           MOVE 'Y' TO WS-CD-BOTH(WS-MATCH-CX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PASSFAIL
           END-IF.
       3399-IMPROVE-EXIT.
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF.
       3400-ATTEND-PARA.
      * Detail lines start with the numeric ID; every student at 100
      * percent is a candidate and every candidate wins
           OPEN INPUT ATTRPT
           IF WS-AT-FS NOT = 00
               DISPLAY 'AWARD ' AR-CODE ' - ATTENDANCE REPORT NOT '
                   'AVAILABLE, FILE STATUS - ' WS-AT-FS
                   ' - RUN ATTEND FIRST'
           ELSE
               PERFORM UNTIL WS-AT-FS NOT = 00
                   READ ATTRPT
                   END-READ
                   IF WS-AT-FS NOT = 10 AND AT-UID IS NUMERIC
                       AND AT-PCT = '100'
                       MOVE AT-UID TO WS-ADD-UID
                       MOVE AT-SEC TO WS-ADD-SEC
                       MOVE SPACES TO WS-ADD-SUBJ
                       MOVE 100 TO WS-ADD-VALUE
                       PERFORM 3900-ADD-PARA
                   END-IF
               END-PERFORM
               CLOSE ATTRPT
           END-IF.
       3800-FIND-PARA.
           MOVE ZERO TO WS-MATCH-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CD-COUNT OR WS-MATCH-CX NOT = ZERO
               IF WS-CD-UID(WS-CX) = WS-ADD-UID
                   MOVE WS-CX TO WS-MATCH-CX
               END-IF
           END-PERFORM.
       3900-ADD-PARA.
      * Held and withheld students never become candidates
           PERFORM 5500-ELIGIBLE-PARA
           IF WS-ELIGIBLE
               IF WS-CD-COUNT < 2000
                   ADD 1 TO WS-CD-COUNT
                   MOVE WS-ADD-UID   TO WS-CD-UID(WS-CD-COUNT)
                   MOVE WS-ADD-SEC   TO WS-CD-SEC(WS-CD-COUNT)
                   MOVE WS-ADD-SUBJ  TO WS-CD-SUBJ(WS-CD-COUNT)
                   MOVE WS-ADD-VALUE TO WS-CD-VALUE(WS-CD-COUNT)
                   MOVE 'N' TO WS-CD-BOTH(WS-CD-COUNT)
                   MOVE 'N' TO WS-CD-DONE(WS-CD-COUNT)
                   IF AR-SCOPE = 'W'
                       MOVE SPACE TO WS-CD-SEC(WS-CD-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'CANDIDATE TABLE FULL, SKIPPING '
                       WS-ADD-UID
               END-IF
           END-IF.
       4000-DECIDE-PARA.
      * Group by group: find the best value and how many share it,
      * then award by the card's tie rule
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CD-COUNT
               IF WS-CD-DONE(WS-CX) = 'N'
                   MOVE WS-CD-SEC(WS-CX) TO WS-G-SEC
                   MOVE WS-CD-SUBJ(WS-CX) TO WS-G-SUBJ
                   PERFORM 4100-GROUP-BEST-PARA
                   PERFORM 4200-GROUP-AWARD-PARA
               END-IF
           END-PERFORM.
       4100-GROUP-BEST-PARA.
           MOVE ZERO TO WS-G-TIED
           MOVE ZERO TO WS-G-FIRST
           MOVE -99999 TO WS-G-MAX
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-CD-COUNT
               IF WS-CD-DONE(WS-GX) = 'N'
                   AND WS-CD-SEC(WS-GX) = WS-G-SEC
                   AND WS-CD-SUBJ(WS-GX) = WS-G-SUBJ
                   AND (NOT AR-SRC-IMPROVE OR WS-CD-BOTH(WS-GX) = 'Y')
                   EVALUATE TRUE
                       WHEN WS-CD-VALUE(WS-GX) > WS-G-MAX
                           MOVE WS-CD-VALUE(WS-GX) TO WS-G-MAX
                           MOVE 1 TO WS-G-TIED
                           MOVE WS-CD-UID(WS-GX) TO WS-G-FIRST
                       WHEN WS-CD-VALUE(WS-GX) = WS-G-MAX
                           ADD 1 TO WS-G-TIED
                           IF WS-CD-UID(WS-GX) < WS-G-FIRST
                               MOVE WS-CD-UID(WS-GX) TO WS-G-FIRST
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
       4200-GROUP-AWARD-PARA.
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN WS-G-TIED = ZERO
                   CONTINUE
               WHEN AR-SRC-IMPROVE AND WS-G-MAX NOT > ZERO
                   MOVE SPACES TO AW-LINE
                   STRING AR-CODE ' ' AR-TITLE ' ' WS-G-SEC
                       '  (NOBODY IMPROVED)'
                       DELIMITED BY SIZE INTO AW-LINE
                   WRITE AW-LINE
               WHEN AR-SRC-ATTEND
                   MOVE SPACES TO WS-NOTE
               WHEN WS-G-TIED > 1 AND AR-TIE = 'X'
                   ADD 1 TO WS-TIE-CNT
                   MOVE WS-G-MAX TO WS-VALUE-ED
                   MOVE SPACES TO AW-LINE
                   STRING AR-CODE ' ' AR-TITLE ' ' WS-G-SEC '   '
                       WS-G-SUBJ '   TIED ' WS-G-TIED ' AT '
                       WS-VALUE-ED ' - COMMITTEE'
                       DELIMITED BY SIZE INTO AW-LINE
                   WRITE AW-LINE
               WHEN WS-G-TIED > 1 AND AR-TIE = 'S'
                   MOVE 'SHARED' TO WS-NOTE
               WHEN WS-G-TIED > 1
                   MOVE 'TIE - FIRST ON ID' TO WS-NOTE
           END-EVALUATE
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-CD-COUNT
               IF WS-CD-DONE(WS-GX) = 'N'
                   AND WS-CD-SEC(WS-GX) = WS-G-SEC
                   AND WS-CD-SUBJ(WS-GX) = WS-G-SUBJ
                   MOVE 'Y' TO WS-CD-DONE(WS-GX)
                   IF WS-G-TIED NOT = ZERO
                       AND WS-CD-VALUE(WS-GX) = WS-G-MAX
                       AND (NOT AR-SRC-IMPROVE
                           OR (WS-CD-BOTH(WS-GX) = 'Y'
                               AND WS-G-MAX > ZERO))
                       AND (WS-G-TIED = 1 OR AR-SRC-ATTEND
                           OR AR-TIE = 'S'
                           OR (AR-TIE = 'F'
                               AND WS-CD-UID(WS-GX) = WS-G-FIRST))
                       MOVE WS-GX TO WS-MATCH-CX
                       PERFORM 5000-WINNER-PARA
                   END-IF
               END-IF
           END-PERFORM.
       5000-WINNER-PARA.
           ADD 1 TO WS-WIN-CNT
           PERFORM 5100-NAME-PARA
           MOVE WS-CD-VALUE(WS-MATCH-CX) TO WS-VALUE-ED
           MOVE SPACES TO AW-LINE
           STRING AR-CODE ' ' AR-TITLE ' ' WS-CD-SEC(WS-MATCH-CX)
               '   ' WS-CD-SUBJ(WS-MATCH-CX) '   '
               WS-CD-UID(WS-MATCH-CX) ' ' WS-VALUE-ED '  ' WS-NOTE
               DELIMITED BY SIZE INTO AW-LINE
           WRITE AW-LINE
           MOVE ALL '=' TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           MOVE 'CERTIFICATE OF MERIT' TO CT-LINE(26:20)
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           WRITE CT-LINE
           MOVE '    THIS IS TO CERTIFY THAT' TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING '        ' WS-STU-NAME '  (STUDENT '
               WS-CD-UID(WS-MATCH-CX) ')'
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE '    IS AWARDED' TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING '        ' AR-TITLE
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           IF AR-SRC-SUBJECT
               STRING '    IN SUBJECT ' WS-CD-SUBJ(WS-MATCH-CX)
                   DELIMITED BY SIZE INTO CT-LINE
               WRITE CT-LINE
               MOVE SPACES TO CT-LINE
           END-IF
           IF WS-NOTE = 'SHARED'
               MOVE '    (AWARD SHARED)' TO CT-LINE
               WRITE CT-LINE
               MOVE SPACES TO CT-LINE
           END-IF
           STRING '    TERM ' WS-TERM '        PRIZE DAY '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           WRITE CT-LINE.
       5100-NAME-PARA.
           MOVE SPACES TO WS-STU-NAME
           IF WS-MASTER-AVAIL
               MOVE WS-CD-UID(WS-MATCH-CX) TO SM-STU-ID
               READ STUDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NAME TO WS-STU-NAME
               END-READ
           END-IF
           IF WS-STU-NAME = SPACES
               ADD 1 TO WS-NONAME
               MOVE '(NAME NOT ON MASTER)' TO WS-STU-NAME
           END-IF.
       5500-ELIGIBLE-PARA.
           MOVE 'Y' TO WS-ELIG-SW
           MOVE SPACES TO WS-EX-WHY
           PERFORM VARYING WS-WHX FROM 1 BY 1
               UNTIL WS-WHX > WS-WH-COUNT OR NOT WS-ELIGIBLE
               IF WS-WH-T-UID(WS-WHX) = WS-ADD-UID
                   MOVE 'N' TO WS-ELIG-SW
                   MOVE 'WITHHELD (ATTENDANCE)' TO WS-EX-WHY
               END-IF
           END-PERFORM
           IF WS-ELIGIBLE
               MOVE WS-ADD-UID TO WS-HLD-UID
               MOVE WS-TERM TO WS-HLD-TERM
               PERFORM HLD-CHECK-PARA
               IF WS-HLD-ON-HOLD
                   MOVE 'N' TO WS-ELIG-SW
                   MOVE SPACES TO WS-EX-WHY
                   STRING 'RESULT ON HOLD (' WS-HLD-REASON-OUT ')'
                       DELIMITED BY SIZE INTO WS-EX-WHY
               END-IF
           END-IF
           IF NOT WS-ELIGIBLE
               MOVE ZERO TO WS-MATCH-EX
               PERFORM VARYING WS-EXX FROM 1 BY 1
                   UNTIL WS-EXX > WS-EX-COUNT OR WS-MATCH-EX NOT = ZERO
                   IF WS-EX-UID(WS-EXX) = WS-ADD-UID
                       MOVE WS-EXX TO WS-MATCH-EX
                   END-IF
               END-PERFORM
               IF WS-MATCH-EX = ZERO AND WS-EX-COUNT < 999
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-ADD-UID TO WS-EX-UID(WS-EX-COUNT)
                   MOVE WS-EX-WHY TO WS-EX-REASON(WS-EX-COUNT)
               END-IF
           END-IF.
       6000-EXCLUDED-PARA.
           MOVE SPACES TO AW-LINE
           WRITE AW-LINE
           IF WS-EX-COUNT = ZERO
               MOVE 'NO STUDENT EXCLUDED (ON HOLD OR WITHHELD)'
                   TO AW-LINE
               WRITE AW-LINE
           ELSE
               MOVE 'STUDENTS EXCLUDED FROM EVERY AWARD:' TO AW-LINE
               WRITE AW-LINE
               PERFORM VARYING WS-EXX FROM 1 BY 1
                   UNTIL WS-EXX > WS-EX-COUNT
                   MOVE SPACES TO AW-LINE
                   STRING '    ' WS-EX-UID(WS-EXX) '  '
                       WS-EX-REASON(WS-EXX)
                       DELIMITED BY SIZE INTO AW-LINE
                   WRITE AW-LINE
               END-PERFORM
           END-IF.
       COPY HLDPARA.
       END PROGRAM AWARDS.
