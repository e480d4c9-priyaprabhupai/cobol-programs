      ******************************************************************
      * Program : CUPDRAW
      * Purpose : End-of-season knockout cup, drawn from the FINDSCORE
      *           season standings (SEASON_DSN, default SEASON.txt).
      *           CUP_MODE selects the run:
      *             D - draw: seeds the top CUP_SIZE players (default
      *                 8, 2 to 64) by season rank into a bracket in
      *                 standard seeding order (1 v 8, 4 v 5, 2 v 7,
      *                 3 v 6 for eight), giving the top seeds byes
      *                 when the field is not a power of two, and
      *                 writes round 1 to the fixtures file
      *                 (CUPFIX_DSN, default cupfix.txt). A player
      *                 whose registration is not active and in date
      *                 on the player master is passed over and the
      *                 next rank takes the place. A cup already on
      *                 file is not redrawn.
      *             R - results: reads match winners (CUPRES_DSN,
      *                 default cupres.txt - round, match, winner ID)
      *                 and records them. A result for a match that is
      *                 not in the current round, a bye, a match
      *                 already decided or a winner who was not in the
      *                 match is refused. When the last match of a
      *                 round is decided the next round is drawn from
      *                 the winners in bracket order, so a results file
      *                 can carry a round and the one after it.
      *             P - print only (the default).
      *           Every mode ends with the bracket print (CUPRPT_DSN,
      *           default cupdraw.txt) showing the whole draw so far,
      *           rounds not yet drawn and the winner once the final
      *           is played. RETURN-CODE 4 when fewer players were
      *           eligible than CUP_SIZE, 8 when a result is refused,
      *           12 when a draw is refused, 16 when a file cannot be
      *           opened.
      * Modification History:
      *   - Written new, so the cup no longer has to be drawn by hand
      *     from SEASON.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPDRAW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON ASSIGN TO WS-SEA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEA-FS.
           SELECT CUPFIX ASSIGN TO WS-FIX-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-FS.
           SELECT CUPRES ASSIGN TO WS-RES-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RES-FS.
           SELECT CUPRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY PLYSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD SEASON.
       01 SEASON-REC.
           05 SEA-ID       PIC 9(5).
           05 FILLER       PIC X.
           05 SEA-GAMES    PIC 9(3).
           05 FILLER       PIC X.
           05 SEA-TOTAL    PIC 9(5).
           05 FILLER       PIC X.
           05 SEA-RANK     PIC 9(3).
       FD CUPFIX.
       01 FIX-REC.
           05 FIX-ROUND    PIC 99.
           05 FILLER       PIC X.
           05 FIX-MATCH    PIC 99.
           05 FILLER       PIC X.
           05 FIX-SEED1    PIC 99.
           05 FILLER       PIC X.
           05 FIX-P1       PIC 9(5).
           05 FILLER       PIC X.
           05 FIX-SEED2    PIC 99.
           05 FILLER       PIC X.
           05 FIX-P2       PIC 9(5).
           05 FILLER       PIC X.
           05 FIX-WINNER   PIC 9(5).
           05 FILLER       PIC X.
           05 FIX-STATUS   PIC X.
       FD CUPRES.
       01 RES-REC.
           05 RES-ROUND    PIC 99.
           05 FILLER       PIC X.
           05 RES-MATCH    PIC 99.
           05 FILLER       PIC X.
           05 RES-WINNER   PIC 9(5).
       FD CUPRPT.
       01 RPT-LINE PIC X(80).
       COPY PLYFD.
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-SEA-FS   PIC 99.
       77 WS-FIX-FS   PIC 99.
       77 WS-RES-FS   PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-SEA-DSN  PIC X(100) VALUE 'SEASON.txt'.
       77 WS-FIX-DSN  PIC X(100) VALUE 'cupfix.txt'.
       77 WS-RES-DSN  PIC X(100) VALUE 'cupres.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'cupdraw.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-CUP-SIZE PIC 99 VALUE 8.
       77 WS-FIELD    PIC 99 VALUE ZERO.
       77 WS-BRACKET  PIC 99 VALUE ZERO.
       77 WS-ROUNDS   PIC 9 VALUE ZERO.
       77 WS-LEN      PIC 99 VALUE ZERO.
       77 WS-SX       PIC 9(4) VALUE ZERO.
       77 WS-SY       PIC 9(4) VALUE ZERO.
       77 WS-SEA-CNT  PIC 9(4) VALUE ZERO.
       77 WS-SEA-READ PIC 9(4) VALUE ZERO.
       77 WS-FX-CNT   PIC 99 VALUE ZERO.
       77 WS-FX       PIC 99 VALUE ZERO.
       77 WS-FY       PIC 99 VALUE ZERO.
       77 WS-MATCH-FX PIC 99 VALUE ZERO.
       77 WS-KEY-ROUND PIC 99 VALUE ZERO.
       77 WS-KEY-MATCH PIC 99 VALUE ZERO.
       77 WS-CUR-ROUND PIC 99 VALUE ZERO.
       77 WS-CUR-MATCHES PIC 99 VALUE ZERO.
       77 WS-CUR-OPEN  PIC 99 VALUE ZERO.
       77 WS-NEW-MATCH PIC 99 VALUE ZERO.
       77 WS-RES-READ  PIC 9(4) VALUE ZERO.
       77 WS-RES-OK    PIC 9(4) VALUE ZERO.
       77 WS-RES-BAD   PIC 9(4) VALUE ZERO.
       77 WS-CHAMPION  PIC 9(5) VALUE ZERO.
       77 WS-REASON    PIC X(30).
       77 WS-P-NAME    PIC X(20).
       77 WS-RND-NAME  PIC X(14).
       77 WS-RND-DISP  PIC 9.
       77 WS-LAST-ROUND PIC 99 VALUE ZERO.
       77 WS-SEA-HOLD  PIC X(13).
       01 WS-MODE      PIC X VALUE 'P'.
           88 WS-MODE-DRAW    VALUE 'D'.
           88 WS-MODE-RESULTS VALUE 'R'.
           88 WS-MODE-PRINT   VALUE 'P'.
       01 WS-FIX-CHANGED-SW PIC X VALUE 'N'.
           88 WS-FIX-CHANGED VALUE 'Y'.
       01 WS-SEA-TABLE.
           05 WS-SEA-ENTRY OCCURS 999 TIMES.
               10 WS-SEA-T-RANK  PIC 9(3).
               10 WS-SEA-T-ID    PIC 9(5).
               10 WS-SEA-T-TOTAL PIC 9(5).
      * Seeds in rank order - seed n is WS-SEED-ID(n)
       01 WS-SEED-TABLE.
           05 WS-SEED-ID OCCURS 64 TIMES PIC 9(5).
      * Bracket positions in standard seeding order, and the work
      * copy used to double them up to the bracket size
       01 WS-POS-TABLE.
           05 WS-POS  OCCURS 64 TIMES PIC 99.
       01 WS-NPOS-TABLE.
           05 WS-NPOS OCCURS 64 TIMES PIC 99.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 63 TIMES.
               10 WS-FX-ROUND  PIC 99.
               10 WS-FX-MATCH  PIC 99.
               10 WS-FX-SEED1  PIC 99.
               10 WS-FX-P1     PIC 9(5).
               10 WS-FX-SEED2  PIC 99.
               10 WS-FX-P2     PIC 9(5).
               10 WS-FX-WINNER PIC 9(5).
               10 WS-FX-STAT   PIC X.
                   88 WS-FX-PENDING VALUE 'P'.
                   88 WS-FX-BYE     VALUE 'B'.
                   88 WS-FX-DECIDED VALUE 'D'.
       01 WS-MATCH-LINE.
           05 FILLER        PIC X VALUE 'M'.
           05 WS-ML-MATCH   PIC 99.
           05 FILLER        PIC X(2) VALUE ' ('.
           05 WS-ML-SEED1   PIC Z9.
           05 FILLER        PIC X(2) VALUE ') '.
           05 WS-ML-P1      PIC 9(5).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-ML-NAME1   PIC X(15).
           05 FILLER        PIC X(4) VALUE ' v ('.
           05 WS-ML-SEED2   PIC Z9 BLANK WHEN ZERO.
           05 FILLER        PIC X(2) VALUE ') '.
           05 WS-ML-P2      PIC X(5).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-ML-NAME2   PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-ML-RESULT  PIC X(14).
       COPY PLYDAT.
       COPY AUDITDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1500-LOAD-FIX-PARA
           EVALUATE TRUE
               WHEN WS-MODE-DRAW
                   PERFORM 2000-DRAW-PARA THRU 2999-DRAW-EXIT
               WHEN WS-MODE-RESULTS
                   PERFORM 3000-RESULT-PARA THRU 3999-RESULT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FIX-CHANGED
               PERFORM 5000-SAVE-FIX-PARA
           END-IF
           PERFORM 6000-PRINT-PARA
           COMPUTE WS-AUDIT-RECS-READ = WS-SEA-READ + WS-RES-READ
           MOVE WS-FX-CNT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-FIX-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'CUP_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               MOVE WS-PARM-IN(1:1) TO WS-MODE
               IF NOT WS-MODE-DRAW AND NOT WS-MODE-RESULTS
                   AND NOT WS-MODE-PRINT
                   DISPLAY 'INVALID CUP_MODE, USING DEFAULT - P'
                   MOVE 'P' TO WS-MODE
               END-IF
           END-IF
           MOVE 'CUP_SIZE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) >= 2
                   AND FUNCTION NUMVAL(WS-PARM-IN) <= 64
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-CUP-SIZE
               ELSE
                   DISPLAY 'INVALID CUP_SIZE, USING DEFAULT - '
                       WS-CUP-SIZE
               END-IF
           END-IF
           MOVE 'SEASON_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SEA-DSN FROM ENVIRONMENT-VALUE
           IF WS-SEA-DSN = SPACES
               MOVE 'SEASON.txt' TO WS-SEA-DSN
           END-IF
           MOVE 'CUPFIX_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FIX-DSN FROM ENVIRONMENT-VALUE
           IF WS-FIX-DSN = SPACES
               MOVE 'cupfix.txt' TO WS-FIX-DSN
           END-IF
           MOVE 'CUPRES_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RES-DSN FROM ENVIRONMENT-VALUE
           IF WS-RES-DSN = SPACES
               MOVE 'cupres.txt' TO WS-RES-DSN
           END-IF
           MOVE 'CUPRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'cupdraw.txt' TO WS-RPT-DSN
           END-IF
           PERFORM PLY-ENV-PARA
           PERFORM PLY-LOAD-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'CUPDRAW' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
       1500-LOAD-FIX-PARA.
      * The fixtures file holds every round drawn so far; the
      * current round is the highest one on it
           MOVE ZERO TO WS-FX-CNT WS-CUR-ROUND
           OPEN INPUT CUPFIX
           IF WS-FIX-FS = 00
               PERFORM UNTIL WS-FIX-FS NOT = 00
                   READ CUPFIX
                   END-READ
                   IF WS-FIX-FS NOT = 10
                       IF WS-FX-CNT < 63
                           ADD 1 TO WS-FX-CNT
                           MOVE FIX-ROUND  TO WS-FX-ROUND(WS-FX-CNT)
                           MOVE FIX-MATCH  TO WS-FX-MATCH(WS-FX-CNT)
                           MOVE FIX-SEED1  TO WS-FX-SEED1(WS-FX-CNT)
                           MOVE FIX-P1     TO WS-FX-P1(WS-FX-CNT)
                           MOVE FIX-SEED2  TO WS-FX-SEED2(WS-FX-CNT)
                           MOVE FIX-P2     TO WS-FX-P2(WS-FX-CNT)
                           MOVE FIX-WINNER TO WS-FX-WINNER(WS-FX-CNT)
                           MOVE FIX-STATUS TO WS-FX-STAT(WS-FX-CNT)
                           IF FIX-ROUND > WS-CUR-ROUND
                               MOVE FIX-ROUND TO WS-CUR-ROUND
                           END-IF
                       ELSE
                           DISPLAY 'FIXTURE TABLE FULL, IGNORED - '
                               FIX-REC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUPFIX
           END-IF
           PERFORM 1600-SHAPE-PARA.
       1600-SHAPE-PARA.
      * Bracket size and round count follow from round 1: two
      * places per match
           MOVE ZERO TO WS-BRACKET WS-ROUNDS WS-FIELD
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FX-CNT
               IF WS-FX-ROUND(WS-FX) = 1
                   ADD 2 TO WS-BRACKET
                   ADD 1 TO WS-FIELD
                   IF NOT WS-FX-BYE(WS-FX)
                       ADD 1 TO WS-FIELD
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-LEN
           PERFORM UNTIL WS-LEN >= WS-BRACKET
               MULTIPLY 2 BY WS-LEN
               ADD 1 TO WS-ROUNDS
           END-PERFORM
           MOVE ZERO TO WS-CHAMPION
           IF WS-CUR-ROUND = WS-ROUNDS AND WS-ROUNDS > ZERO
               MOVE WS-CUR-ROUND TO WS-KEY-ROUND
               MOVE 1 TO WS-KEY-MATCH
               PERFORM 4000-FIND-MATCH-PARA
               IF WS-MATCH-FX NOT = ZERO
                   IF WS-FX-DECIDED(WS-MATCH-FX)
                       MOVE WS-FX-WINNER(WS-MATCH-FX) TO WS-CHAMPION
                   END-IF
               END-IF
           END-IF.
       2000-DRAW-PARA.
           IF WS-FX-CNT NOT = ZERO
               DISPLAY 'CUP ALREADY DRAWN ON ' WS-FIX-DSN
               DISPLAY 'REMOVE THE FIXTURES FILE TO DRAW AGAIN - '
                   'DRAW REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 2999-DRAW-EXIT
           END-IF
           PERFORM 2100-LOAD-SEASON-PARA
           IF WS-SEA-FS = 35 OR WS-SEA-CNT = ZERO
               DISPLAY 'NO SEASON STANDINGS ON ' WS-SEA-DSN
                   ' - DRAW REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 2999-DRAW-EXIT
           END-IF
           PERFORM 2200-SEED-PARA
           IF WS-FIELD < 2
               DISPLAY 'FEWER THAN TWO ELIGIBLE PLAYERS - DRAW '
                   'REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 2999-DRAW-EXIT
           END-IF
           IF WS-FIELD < WS-CUP-SIZE
               DISPLAY 'ONLY ' WS-FIELD ' ELIGIBLE PLAYERS FOR A CUP '
                   'OF ' WS-CUP-SIZE ' - DRAWN WITH ' WS-FIELD
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 2300-ORDER-PARA
           PERFORM 2400-ROUND1-PARA
           MOVE 'Y' TO WS-FIX-CHANGED-SW
           PERFORM 1600-SHAPE-PARA
           MOVE 1 TO WS-CUR-ROUND
           DISPLAY 'CUP DRAWN - ' WS-FIELD ' PLAYERS, DRAW OF '
               WS-BRACKET ', ' WS-ROUNDS ' ROUNDS'.
       2999-DRAW-EXIT.
           EXIT.
       2100-LOAD-SEASON-PARA.
           MOVE ZERO TO WS-SEA-CNT
           OPEN INPUT SEASON
           IF WS-SEA-FS = 00
               PERFORM UNTIL WS-SEA-FS NOT = 00
                   READ SEASON
                   END-READ
                   IF WS-SEA-FS NOT = 10
                       ADD 1 TO WS-SEA-READ
                       IF WS-SEA-CNT < 999 AND SEA-RANK > ZERO
                           ADD 1 TO WS-SEA-CNT
                           MOVE SEA-RANK  TO WS-SEA-T-RANK(WS-SEA-CNT)
                           MOVE SEA-ID    TO WS-SEA-T-ID(WS-SEA-CNT)
                           MOVE SEA-TOTAL TO WS-SEA-T-TOTAL(WS-SEA-CNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SEASON
           END-IF
      * FINDSCORE saves the standings in rank order; sort anyway so
      * a hand-edited file still seeds by rank
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX >= WS-SEA-CNT
               PERFORM VARYING WS-SY FROM 1 BY 1
                   UNTIL WS-SY > WS-SEA-CNT - WS-SX
                   IF WS-SEA-T-RANK(WS-SY) > WS-SEA-T-RANK(WS-SY + 1)
                       MOVE WS-SEA-ENTRY(WS-SY) TO WS-SEA-HOLD
                       MOVE WS-SEA-ENTRY(WS-SY + 1)
                           TO WS-SEA-ENTRY(WS-SY)
                       MOVE WS-SEA-HOLD TO WS-SEA-ENTRY(WS-SY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       2200-SEED-PARA.
      * Seeds are the top CUP_SIZE eligible players in rank order
           MOVE ZERO TO WS-FIELD
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SEA-CNT OR WS-FIELD >= WS-CUP-SIZE
               MOVE WS-SEA-T-ID(WS-SX) TO WS-PLY-ID
               IF WS-PLY-AVAIL
                   PERFORM PLY-FIND-PARA
               ELSE
                   MOVE 'Y' TO WS-PLY-REG-SW
               END-IF
               IF WS-PLY-IS-REG
                   ADD 1 TO WS-FIELD
                   MOVE WS-SEA-T-ID(WS-SX) TO WS-SEED-ID(WS-FIELD)
               ELSE
                   DISPLAY 'RANK ' WS-SEA-T-RANK(WS-SX) ' PLAYER '
                       WS-SEA-T-ID(WS-SX) ' PASSED OVER - '
                       WS-PLY-REASON
               END-IF
           END-PERFORM.
       2300-ORDER-PARA.
      * Standard seeding order: from 1 v 2, each doubling pairs every
      * position p with (2 x size + 1 - p), so 1 and 2 can only meet
      * in the final and the byes fall to the top seeds
           MOVE 2 TO WS-BRACKET
           PERFORM UNTIL WS-BRACKET >= WS-FIELD
               MULTIPLY 2 BY WS-BRACKET
           END-PERFORM
           MOVE 1 TO WS-POS(1)
           MOVE 2 TO WS-POS(2)
           MOVE 2 TO WS-LEN
           PERFORM UNTIL WS-LEN >= WS-BRACKET
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-LEN
                   COMPUTE WS-SY = WS-SX * 2 - 1
                   MOVE WS-POS(WS-SX) TO WS-NPOS(WS-SY)
                   ADD 1 TO WS-SY
                   COMPUTE WS-NPOS(WS-SY) =
                       WS-LEN * 2 + 1 - WS-POS(WS-SX)
               END-PERFORM
               MULTIPLY 2 BY WS-LEN
               MOVE WS-NPOS-TABLE TO WS-POS-TABLE
           END-PERFORM.
       2400-ROUND1-PARA.
      * The first seed of each pair is always a real player; a second
      * seed beyond the field is a bye and the first goes straight
      * through
           MOVE ZERO TO WS-FX-CNT
           PERFORM VARYING WS-SX FROM 1 BY 2 UNTIL WS-SX > WS-BRACKET
               ADD 1 TO WS-FX-CNT
               MOVE 1 TO WS-FX-ROUND(WS-FX-CNT)
               COMPUTE WS-FX-MATCH(WS-FX-CNT) = (WS-SX + 1) / 2
               MOVE WS-POS(WS-SX) TO WS-FX-SEED1(WS-FX-CNT)
               MOVE WS-SEED-ID(WS-POS(WS-SX)) TO WS-FX-P1(WS-FX-CNT)
               MOVE WS-POS(WS-SX + 1) TO WS-FX-SEED2(WS-FX-CNT)
               IF WS-POS(WS-SX + 1) > WS-FIELD
                   MOVE ZERO TO WS-FX-P2(WS-FX-CNT)
                   MOVE WS-FX-P1(WS-FX-CNT) TO WS-FX-WINNER(WS-FX-CNT)
                   MOVE 'B' TO WS-FX-STAT(WS-FX-CNT)
               ELSE
                   MOVE WS-SEED-ID(WS-POS(WS-SX + 1))
                       TO WS-FX-P2(WS-FX-CNT)
                   MOVE ZERO TO WS-FX-WINNER(WS-FX-CNT)
                   MOVE 'P' TO WS-FX-STAT(WS-FX-CNT)
               END-IF
           END-PERFORM.
       3000-RESULT-PARA.
           IF WS-FX-CNT = ZERO
               DISPLAY 'NO CUP DRAWN ON ' WS-FIX-DSN
                   ' - RESULTS NOT RECORDED'
               MOVE 12 TO RETURN-CODE
               GO TO 3999-RESULT-EXIT
           END-IF
           OPEN INPUT CUPRES
           IF WS-RES-FS NOT = 00
               DISPLAY 'RESULTS FILE OPEN FAILED, FILE STATUS - '
                   WS-RES-FS
               MOVE 16 TO RETURN-CODE
               GO TO 3999-RESULT-EXIT
           END-IF
           PERFORM UNTIL WS-RES-FS NOT = 00
               READ CUPRES
               END-READ
               IF WS-RES-FS NOT = 10
                   ADD 1 TO WS-RES-READ
                   PERFORM 3100-ONE-RESULT-PARA
                       THRU 3199-ONE-RESULT-EXIT
               END-IF
           END-PERFORM
           CLOSE CUPRES
           DISPLAY 'RESULTS READ ' WS-RES-READ '  RECORDED '
               WS-RES-OK '  REFUSED ' WS-RES-BAD
           IF WS-RES-BAD NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       3999-RESULT-EXIT.
           EXIT.
       3100-ONE-RESULT-PARA.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN RES-ROUND IS NOT NUMERIC
                   OR RES-MATCH IS NOT NUMERIC
                   OR RES-WINNER IS NOT NUMERIC
                   MOVE 'RESULT RECORD NOT VALID' TO WS-REASON
               WHEN WS-CHAMPION NOT = ZERO
                   MOVE 'CUP IS ALREADY WON' TO WS-REASON
               WHEN RES-ROUND NOT = WS-CUR-ROUND
                   MOVE 'MATCH NOT IN THE CURRENT ROUND' TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               GO TO 3190-REFUSE-PARA
           END-IF
           MOVE RES-ROUND TO WS-KEY-ROUND
           MOVE RES-MATCH TO WS-KEY-MATCH
           PERFORM 4000-FIND-MATCH-PARA
           EVALUATE TRUE
               WHEN WS-MATCH-FX = ZERO
                   MOVE 'NO SUCH MATCH IN THIS ROUND' TO WS-REASON
               WHEN WS-FX-BYE(WS-MATCH-FX)
                   MOVE 'MATCH IS A BYE' TO WS-REASON
               WHEN WS-FX-DECIDED(WS-MATCH-FX)
                   MOVE 'MATCH ALREADY DECIDED' TO WS-REASON
               WHEN RES-WINNER NOT = WS-FX-P1(WS-MATCH-FX)
                   AND RES-WINNER NOT = WS-FX-P2(WS-MATCH-FX)
                   MOVE 'WINNER NOT IN THIS MATCH' TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               GO TO 3190-REFUSE-PARA
           END-IF
           MOVE RES-WINNER TO WS-FX-WINNER(WS-MATCH-FX)
           MOVE 'D' TO WS-FX-STAT(WS-MATCH-FX)
           MOVE 'Y' TO WS-FIX-CHANGED-SW
           ADD 1 TO WS-RES-OK
           DISPLAY 'ROUND ' RES-ROUND ' MATCH ' RES-MATCH
               ' WON BY ' RES-WINNER
           PERFORM 3500-ADVANCE-PARA
           GO TO 3199-ONE-RESULT-EXIT.
       3190-REFUSE-PARA.
           ADD 1 TO WS-RES-BAD
           DISPLAY 'RESULT ' RES-REC ' REFUSED - ' WS-REASON.
       3199-ONE-RESULT-EXIT.
           EXIT.
       3500-ADVANCE-PARA.
      * Once the current round has no match left to play, either the
      * final is over or the winners are paired for the next round -
      * winner of match 1 v winner of match 2, and so on
           MOVE ZERO TO WS-CUR-MATCHES WS-CUR-OPEN
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FX-CNT
               IF WS-FX-ROUND(WS-FX) = WS-CUR-ROUND
                   ADD 1 TO WS-CUR-MATCHES
                   IF WS-FX-PENDING(WS-FX)
                       ADD 1 TO WS-CUR-OPEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUR-OPEN = ZERO
               IF WS-CUR-MATCHES = 1
                   MOVE WS-CUR-ROUND TO WS-KEY-ROUND
                   MOVE 1 TO WS-KEY-MATCH
                   PERFORM 4000-FIND-MATCH-PARA
                   MOVE WS-FX-WINNER(WS-MATCH-FX) TO WS-CHAMPION
                   DISPLAY 'CUP WON BY ' WS-CHAMPION
               ELSE
                   MOVE ZERO TO WS-NEW-MATCH
                   PERFORM 3600-PAIR-PARA
                       VARYING WS-SX FROM 1 BY 2
                       UNTIL WS-SX > WS-CUR-MATCHES
                   ADD 1 TO WS-CUR-ROUND
                   DISPLAY 'ROUND ' WS-CUR-ROUND ' DRAWN - '
                       WS-NEW-MATCH ' MATCHES'
               END-IF
           END-IF.
       3600-PAIR-PARA.
           ADD 1 TO WS-NEW-MATCH
           ADD 1 TO WS-FX-CNT
           COMPUTE WS-FX-ROUND(WS-FX-CNT) = WS-CUR-ROUND + 1
           MOVE WS-NEW-MATCH TO WS-FX-MATCH(WS-FX-CNT)
           MOVE WS-CUR-ROUND TO WS-KEY-ROUND
           MOVE WS-SX TO WS-KEY-MATCH
           PERFORM 4000-FIND-MATCH-PARA
           MOVE WS-FX-WINNER(WS-MATCH-FX) TO WS-FX-P1(WS-FX-CNT)
           IF WS-FX-WINNER(WS-MATCH-FX) = WS-FX-P1(WS-MATCH-FX)
               MOVE WS-FX-SEED1(WS-MATCH-FX) TO WS-FX-SEED1(WS-FX-CNT)
           ELSE
               MOVE WS-FX-SEED2(WS-MATCH-FX) TO WS-FX-SEED1(WS-FX-CNT)
           END-IF
           COMPUTE WS-KEY-MATCH = WS-SX + 1
           PERFORM 4000-FIND-MATCH-PARA
           MOVE WS-FX-WINNER(WS-MATCH-FX) TO WS-FX-P2(WS-FX-CNT)
           IF WS-FX-WINNER(WS-MATCH-FX) = WS-FX-P1(WS-MATCH-FX)
               MOVE WS-FX-SEED1(WS-MATCH-FX) TO WS-FX-SEED2(WS-FX-CNT)
           ELSE
               MOVE WS-FX-SEED2(WS-MATCH-FX) TO WS-FX-SEED2(WS-FX-CNT)
           END-IF
           MOVE ZERO TO WS-FX-WINNER(WS-FX-CNT)
           MOVE 'P' TO WS-FX-STAT(WS-FX-CNT).
       4000-FIND-MATCH-PARA.
           MOVE ZERO TO WS-MATCH-FX
           PERFORM VARYING WS-FY FROM 1 BY 1
               UNTIL WS-FY > WS-FX-CNT OR WS-MATCH-FX NOT = ZERO
               IF WS-FX-ROUND(WS-FY) = WS-KEY-ROUND
                   AND WS-FX-MATCH(WS-FY) = WS-KEY-MATCH
                   MOVE WS-FY TO WS-MATCH-FX
               END-IF
           END-PERFORM.
       5000-SAVE-FIX-PARA.
           OPEN OUTPUT CUPFIX
           IF WS-FIX-FS NOT = 00
               DISPLAY 'FIXTURES FILE OPEN FOR SAVE FAILED, FILE '
                   'STATUS - ' WS-FIX-FS ' - CHANGES LOST'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FX-CNT
                   MOVE SPACES TO FIX-REC
                   MOVE WS-FX-ROUND(WS-FX)  TO FIX-ROUND
                   MOVE WS-FX-MATCH(WS-FX)  TO FIX-MATCH
                   MOVE WS-FX-SEED1(WS-FX)  TO FIX-SEED1
                   MOVE WS-FX-P1(WS-FX)     TO FIX-P1
                   MOVE WS-FX-SEED2(WS-FX)  TO FIX-SEED2
                   MOVE WS-FX-P2(WS-FX)     TO FIX-P2
                   MOVE WS-FX-WINNER(WS-FX) TO FIX-WINNER
                   MOVE WS-FX-STAT(WS-FX)   TO FIX-STATUS
                   WRITE FIX-REC
               END-PERFORM
               CLOSE CUPFIX
           END-IF.
       6000-PRINT-PARA.
           OPEN OUTPUT CUPRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'BRACKET PRINT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-LINE
               IF WS-FX-CNT = ZERO
                   MOVE 'KNOCKOUT CUP - NOT YET DRAWN' TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   STRING 'KNOCKOUT CUP - ' WS-FIELD ' PLAYERS, DRAW '
                       'OF ' WS-BRACKET ', ' WS-ROUNDS ' ROUNDS'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM 6100-ROUND-PRINT-PARA
                       VARYING WS-KEY-ROUND FROM 1 BY 1
                       UNTIL WS-KEY-ROUND > WS-ROUNDS
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   IF WS-CHAMPION NOT = ZERO
                       MOVE WS-CHAMPION TO WS-PLY-ID
                       PERFORM 7000-NAME-PARA
                       STRING 'CUP WINNER ' WS-CHAMPION ' ' WS-P-NAME
                           DELIMITED BY SIZE INTO RPT-LINE
                   ELSE
                       STRING 'CURRENT ROUND ' WS-CUR-ROUND
                           DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   WRITE RPT-LINE
               END-IF
               CLOSE CUPRPT
           END-IF.
       6100-ROUND-PRINT-PARA.
           COMPUTE WS-LAST-ROUND = WS-ROUNDS - WS-KEY-ROUND
           EVALUATE WS-LAST-ROUND
               WHEN 0
                   MOVE 'FINAL' TO WS-RND-NAME
               WHEN 1
                   MOVE 'SEMI-FINALS' TO WS-RND-NAME
               WHEN 2
                   MOVE 'QUARTER-FINALS' TO WS-RND-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-RND-NAME
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-KEY-ROUND TO WS-RND-DISP
           STRING 'ROUND ' WS-RND-DISP '  ' WS-RND-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-KEY-ROUND > WS-CUR-ROUND
               MOVE '  (TO BE DRAWN)' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 6200-MATCH-LINE-PARA
                   VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FX-CNT
           END-IF.
       6200-MATCH-LINE-PARA.
           IF WS-FX-ROUND(WS-FX) = WS-KEY-ROUND
               MOVE WS-FX-MATCH(WS-FX) TO WS-ML-MATCH
               MOVE WS-FX-SEED1(WS-FX) TO WS-ML-SEED1
               MOVE WS-FX-P1(WS-FX) TO WS-ML-P1
               MOVE WS-FX-P1(WS-FX) TO WS-PLY-ID
               PERFORM 7000-NAME-PARA
               MOVE WS-P-NAME TO WS-ML-NAME1
               IF WS-FX-BYE(WS-FX)
                   MOVE ZERO TO WS-ML-SEED2
                   MOVE SPACES TO WS-ML-P2
                   MOVE 'BYE' TO WS-ML-NAME2
                   MOVE 'THROUGH' TO WS-ML-RESULT
               ELSE
                   MOVE WS-FX-SEED2(WS-FX) TO WS-ML-SEED2
                   MOVE WS-FX-P2(WS-FX) TO WS-ML-P2
                   MOVE WS-FX-P2(WS-FX) TO WS-PLY-ID
                   PERFORM 7000-NAME-PARA
                   MOVE WS-P-NAME TO WS-ML-NAME2
                   IF WS-FX-DECIDED(WS-FX)
                       MOVE SPACES TO WS-ML-RESULT
                       STRING 'WINNER ' WS-FX-WINNER(WS-FX)
                           DELIMITED BY SIZE INTO WS-ML-RESULT
                   ELSE
                       MOVE 'TO BE PLAYED' TO WS-ML-RESULT
                   END-IF
               END-IF
               MOVE WS-MATCH-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       7000-NAME-PARA.
           MOVE SPACES TO WS-P-NAME
           IF WS-PLY-AVAIL
               PERFORM PLY-FIND-PARA
               IF WS-PLY-FOUND
                   MOVE WS-PLY-T-NAME(WS-PLY-X) TO WS-P-NAME
               END-IF
           END-IF.
       COPY PLYPARA.
       COPY AUDITPARA.
       END PROGRAM CUPDRAW.
