      *     the transcript print file is TRNSCRPT_DSN (default
      *     transcripts.txt). Duplicate manifest lines for the same
      *     archive (a rerun month) are read once.
      *   - Grade points now come from the shared grade-scale
      *     master (GSCSEL/GSCFD/GSCDAT/GSCPARA, GRADESCL_DSN) under
      *     the scale in effect for the row's term, so a term graded
      *     under an older scale keeps its own points.
      *   - One continuous transcript across campuses. Each PASSFAIL
      *     row's branch code (blank = BRANCH_DEFAULT, default 01) is
      *     carried to the page: every term heading names the campus
      *     or campuses its rows came from, and the page opens with
      *     the student's transfers from the STUXFER branch-history
      *     file (BRHIST_DSN, default brhist.txt) in effective-date
      *     order. The GPA runs across both campuses as one history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRPT.
           SELECT TRANSCRIPT ASSIGN TO WS-TR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FS.
           SELECT BRHIST ASSIGN TO WS-BH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BH-FS.
           COPY GSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD PASSFAIL.
           05 PF-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
           05 FILLER     PIC X.
           05 PF-BRANCH PIC XX.
       FD MANIFEST.
       01 MAN-LINE PIC X(140).
       FD TRANSCRIPT.
       01 TR-LINE PIC X(70).
       FD BRHIST.
       01 BH-REC.
           05 BH-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 BH-FROM    PIC XX.
           05 FILLER     PIC X.
           05 BH-TO      PIC XX.
           05 FILLER     PIC X.
           05 BH-FROM-SEC PIC X.
           05 FILLER     PIC X.
           05 BH-TO-SEC  PIC X.
           05 FILLER     PIC X.
           05 BH-EFFDT   PIC 9(8).
           05 FILLER     PIC X.
           05 BH-APPDT   PIC 9(8).
           05 FILLER     PIC X.
           05 BH-REASON  PIC X(30).
       COPY GSCFD.
       WORKING-STORAGE SECTION.
       77 WS-PF-FS    PIC 99.
       77 WS-MAN-FS   PIC 99.
       77 WS-TR-FS    PIC 99.
       77 WS-BH-FS    PIC 99.
       77 WS-PF-CUR-DSN PIC X(100) VALUE 'PASSFAIL'.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-MAN-DSN  PIC X(100) VALUE 'archman.txt'.
       77 WS-TR-DSN   PIC X(100) VALUE 'transcripts.txt'.
       77 WS-BH-DSN   PIC X(100) VALUE 'brhist.txt'.
       77 WS-DEF-BRANCH PIC XX VALUE '01'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-STUID-IN PIC X(5).
       77 WS-ONLY-UID PIC 9(5) VALUE ZERO.
               10 WS-ROW-RESULT PIC X(4).
               10 WS-ROW-GRADE  PIC X.
               10 WS-ROW-DONE   PIC X.
               10 WS-ROW-BRANCH PIC XX.
       77 WS-BH-COUNT  PIC 999 VALUE ZERO.
       77 WS-HX        PIC 999 VALUE ZERO.
       77 WS-HY        PIC 999 VALUE ZERO.
       77 WS-MATCH-HX  PIC 999 VALUE ZERO.
       77 WS-LOW-EFFDT PIC 9(8) VALUE ZERO.
       01 WS-BH-TABLE.
           05 WS-BH-ENTRY OCCURS 500 TIMES.
               10 WS-BT-UID    PIC 9(5).
               10 WS-BT-FROM   PIC XX.
               10 WS-BT-TO     PIC XX.
               10 WS-BT-EFFDT  PIC 9(8).
               10 WS-BT-DONE   PIC X.
       77 WS-TERM-BR1   PIC XX.
       77 WS-TERM-BR2   PIC XX.
       77 WS-CUR-UID    PIC 9(5) VALUE ZERO.
       77 WS-TERM-COUNT PIC 99 VALUE ZERO.
       77 WS-T1X        PIC 99 VALUE ZERO.
           05 WS-DET-GRADE  PIC X.
           05 FILLER        PIC X(6) VALUE SPACES.
           05 WS-DET-RESULT PIC X(4).
       COPY GSCDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM GSC-ENV-PARA
           PERFORM GSC-LOAD-PARA
           PERFORM 2000-MANIFEST-PARA
           PERFORM 2500-BRHIST-PARA
           OPEN OUTPUT TRANSCRIPT
           IF WS-TR-FS NOT = 00
               DISPLAY 'TRANSCRIPT FILE OPEN FAILED, FILE STATUS - '
           IF WS-TR-DSN = SPACES
               MOVE 'transcripts.txt' TO WS-TR-DSN
           END-IF
           MOVE 'BRHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BH-DSN FROM ENVIRONMENT-VALUE
           IF WS-BH-DSN = SPACES
               MOVE 'brhist.txt' TO WS-BH-DSN
           END-IF
           MOVE 'BRANCH_DEFAULT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DEF-BRANCH FROM ENVIRONMENT-VALUE
           IF WS-DEF-BRANCH = SPACES
               MOVE '01' TO WS-DEF-BRANCH
           END-IF
           MOVE 'TRNS_STUID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-STUID-IN FROM ENVIRONMENT-VALUE
                   MOVE 'N' TO WS-ARCH-MISS(WS-ARCH-COUNT)
               END-IF
           END-IF.
       2500-BRHIST-PARA.
      * No history file simply means nobody has changed campus yet
           OPEN INPUT BRHIST
           IF WS-BH-FS = 00
               PERFORM UNTIL WS-BH-FS NOT = 00
                   READ BRHIST
                   END-READ
                   IF WS-BH-FS NOT = 10
                       IF WS-ONLY-UID = ZERO
                           OR BH-UID = WS-ONLY-UID
                           IF WS-BH-COUNT < 500
                               ADD 1 TO WS-BH-COUNT
                               MOVE BH-UID   TO WS-BT-UID(WS-BH-COUNT)
                               MOVE BH-FROM  TO WS-BT-FROM(WS-BH-COUNT)
                               MOVE BH-TO    TO WS-BT-TO(WS-BH-COUNT)
                               MOVE BH-EFFDT
                                   TO WS-BT-EFFDT(WS-BH-COUNT)
                           ELSE
                               DISPLAY 'BRANCH HISTORY TABLE FULL, '
                                   'TRANSFER FOR ' BH-UID ' SKIPPED'
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BRHIST
           END-IF.
       3000-LOAD-ALL-PARA.
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-ARCH-COUNT
               MOVE PF-RESULT TO WS-ROW-RESULT(WS-ROW-COUNT)
               MOVE PF-GRADE  TO WS-ROW-GRADE(WS-ROW-COUNT)
               MOVE 'N'       TO WS-ROW-DONE(WS-ROW-COUNT)
               IF PF-BRANCH = SPACES OR PF-BRANCH = LOW-VALUES
                   MOVE WS-DEF-BRANCH TO WS-ROW-BRANCH(WS-ROW-COUNT)
               ELSE
                   MOVE PF-BRANCH TO WS-ROW-BRANCH(WS-ROW-COUNT)
               END-IF
           ELSE
               DISPLAY 'ROW TABLE FULL, PASSFAIL ROW SKIPPED'
           END-IF.
           STRING 'ACADEMIC TRANSCRIPT - STUDENT ' WS-CUR-UID
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           PERFORM 4150-TRANSFERS-PARA
      * Distinct terms for this student, in term-code order
           MOVE ZERO TO WS-TERM-COUNT
           PERFORM VARYING WS-SX FROM 1 BY 1
           END-IF
           MOVE SPACES TO TR-LINE
           WRITE TR-LINE.
       4150-TRANSFERS-PARA.
      * The student's campus moves, earliest effective date first
           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-BH-COUNT
               MOVE 'N' TO WS-BT-DONE(WS-HX)
           END-PERFORM
           MOVE 1 TO WS-MATCH-HX
           PERFORM UNTIL WS-MATCH-HX = ZERO
               MOVE ZERO TO WS-MATCH-HX
               MOVE 99999999 TO WS-LOW-EFFDT
               PERFORM VARYING WS-HY FROM 1 BY 1
                   UNTIL WS-HY > WS-BH-COUNT
                   IF WS-BT-UID(WS-HY) = WS-CUR-UID
                       AND WS-BT-DONE(WS-HY) = 'N'
                       AND WS-BT-EFFDT(WS-HY) < WS-LOW-EFFDT
                       MOVE WS-HY TO WS-MATCH-HX
                       MOVE WS-BT-EFFDT(WS-HY) TO WS-LOW-EFFDT
                   END-IF
               END-PERFORM
               IF WS-MATCH-HX NOT = ZERO
                   MOVE 'Y' TO WS-BT-DONE(WS-MATCH-HX)
                   MOVE SPACES TO TR-LINE
                   STRING 'TRANSFERRED FROM CAMPUS '
                       WS-BT-FROM(WS-MATCH-HX) ' TO CAMPUS '
                       WS-BT-TO(WS-MATCH-HX) ' EFFECTIVE '
                       WS-BT-EFFDT(WS-MATCH-HX)
                       DELIMITED BY SIZE INTO TR-LINE
                   WRITE TR-LINE
               END-IF
           END-PERFORM.
       4200-POST-TERM-PARA.
           MOVE ZERO TO WS-MATCH-TX
           PERFORM VARYING WS-T2X FROM 1 BY 1
               END-PERFORM
           END-PERFORM.
       4400-ONE-TERM-PARA.
      * A term split across a mid-term transfer names both campuses
           MOVE SPACES TO WS-TERM-BR1 WS-TERM-BR2
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ROW-COUNT
               IF WS-ROW-UID(WS-SX) = WS-CUR-UID
                   AND WS-ROW-TERM(WS-SX) = WS-CUR-TERM
                   AND WS-ROW-DONE(WS-SX) = 'N'
                   IF WS-TERM-BR1 = SPACES
                       MOVE WS-ROW-BRANCH(WS-SX) TO WS-TERM-BR1
                   ELSE
                   IF WS-ROW-BRANCH(WS-SX) NOT = WS-TERM-BR1
                       AND WS-TERM-BR2 = SPACES
                       MOVE WS-ROW-BRANCH(WS-SX) TO WS-TERM-BR2
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO TR-LINE
           IF WS-TERM-BR2 = SPACES
               STRING 'TERM ' WS-CUR-TERM '  CAMPUS ' WS-TERM-BR1
                   DELIMITED BY SIZE INTO TR-LINE
           ELSE
               STRING 'TERM ' WS-CUR-TERM '  CAMPUS ' WS-TERM-BR1
                   '/' WS-TERM-BR2
                   DELIMITED BY SIZE INTO TR-LINE
           END-IF
           WRITE TR-LINE
           MOVE '    SUBJECT MARKS  GRADE  RESULT' TO TR-LINE
           WRITE TR-LINE
                   MOVE WS-DETAIL TO TR-LINE
                   WRITE TR-LINE
                   IF WS-ROW-RESULT(WS-SX) NOT = 'ABS '
                       MOVE WS-ROW-TERM(WS-SX) TO WS-GSC-TERM
                       MOVE WS-ROW-GRADE(WS-SX) TO WS-GSC-LETTER-IN
                       PERFORM GSC-POINTS-PARA
                       MOVE WS-GSC-POINTS TO WS-POINTS
                       ADD 1 TO WS-TERM-SUBJS
                       ADD WS-POINTS TO WS-TERM-PTS
                   END-IF
                   DELIMITED BY SIZE INTO TR-LINE
               WRITE TR-LINE
           END-IF.
       COPY GSCPARA.
       END PROGRAM TRNSCRPT.
