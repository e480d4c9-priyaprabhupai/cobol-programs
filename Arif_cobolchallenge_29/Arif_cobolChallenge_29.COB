      *     written to a report file (SCORERPT_DSN, default
      *     scorerpt.txt) as well as DISPLAYed, so the program can be
      *     scheduled with no operator at the console.
      *   - Scores are now checked against the player registration
      *     master (PLAYMAST_DSN, maintained through PLAYMNT via the
      *     shared PLYSEL/PLYFD/PLYDAT/PLYPARA copybooks): a score for
      *     a player who is not on the master, has lapsed or
      *     withdrawn, or whose registration has expired is written
      *     to a reject file (SCOREREJ_DSN, default scorerej.txt)
      *     with the reason instead of being ranked or posted to the
      *     season, and the run ends with return code 4. With no
      *     master on file the scores run unchecked as before. The
      *     leaderboard and season standings print each player's
      *     name and club (the report line is widened to 80), and a
      *     club table follows the filter list giving each club's
      *     players ranked, total and average score and best player.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDSCORE.
           ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.
           SELECT SCOREREJ
           ASSIGN TO WS-REJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STAT.
           COPY PLYSEL.
       DATA DIVISION.
       FILE SECTION.
       FD SCORES.
           05 FILLER    PIC X.
           05 SEA-RANK  PIC 9(3).
       FD SCORERPT.
       01 RPT-LINE PIC X(80).
       FD SCOREREJ.
       01 REJ-REC.
           05 REJ-ID     PIC 9(5).
           05 FILLER     PIC X.
           05 REJ-SCORE  PIC 99.
           05 FILLER     PIC X.
           05 REJ-REASON PIC X(20).
           COPY PLYFD.
       WORKING-STORAGE SECTION.
       01 WS-STAT        PIC 99.
       01 WS-SCORES-DSN  PIC X(100) VALUE 'SCORES.txt'.
       01 WS-RPT-DSN     PIC X(100) VALUE 'scorerpt.txt'.
       01 WS-THRESH-IN   PIC X(3).
       01 WS-MOVE-TXT    PIC X(9).
       01 WS-LINE        PIC X(80).
       01 WS-REJ-STAT    PIC 99.
       01 WS-REJ-DSN     PIC X(100) VALUE 'scorerej.txt'.
       01 WS-REJ-CNT     PIC 999 VALUE ZERO.
       01 WS-P-NAME      PIC X(20).
       01 WS-P-CLUB      PIC X(15).
       01 WS-CLUB-CNT    PIC 999 VALUE ZERO.
       01 WS-CLUB-TAB.
           02 WS-CLUB-ENTRY OCCURS 200 TIMES.
              05 WS-CLUB-T-NAME    PIC X(15).
              05 WS-CLUB-T-PLAYERS PIC 999.
              05 WS-CLUB-T-TOTAL   PIC 9(5).
              05 WS-CLUB-T-AVG     PIC 99V9.
              05 WS-CLUB-T-BEST    PIC 99.
              05 WS-CLUB-T-BEST-ID PIC 9(5).
       01 WS-CLUB-X      PIC 9(4).
       01 WS-CLUB-MATCH  PIC 999.
       01 WS-CLUB-SWAP   PIC X(33).
       01 WS-AVG-DISP    PIC ZZ9.9.
       COPY PLYDAT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT SCORES
           IF WS-STAT = 00 THEN
               OPEN OUTPUT SCOREREJ
               IF WS-REJ-STAT NOT = 00
                   DISPLAY 'REJECT FILE OPEN FAILED, FILE STATUS - '
                       WS-REJ-STAT
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM READ-PARA THRU READ-EXIT
               CLOSE SCORES
               IF WS-REJ-STAT = 00
                   CLOSE SCOREREJ
               END-IF
               IF WS-REJ-CNT > ZERO
                   DISPLAY WS-REJ-CNT ' SCORES REJECTED TO '
                       WS-REJ-DSN
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-CNT > ZERO
                   PERFORM RANK-PARA
                   OPEN OUTPUT SCORERPT
                   END-IF
                   PERFORM REPORT-PARA
                   PERFORM FILTER-PARA
                   PERFORM CLUB-PARA
                   IF WS-SEASON-MODE
                       PERFORM SEASON-PARA
                   END-IF
           IF WS-RPT-DSN = SPACES
               MOVE 'scorerpt.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'SCOREREJ_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-REJ-DSN = SPACES
               MOVE 'scorerej.txt' TO WS-REJ-DSN
           END-IF
           PERFORM PLY-ENV-PARA
           PERFORM PLY-LOAD-PARA
           MOVE 'SCORE_THRESHOLD' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-THRESH-IN FROM ENVIRONMENT-VALUE
           READ SCORES
           END-READ
           IF (WS-STAT NOT = 10) THEN
               PERFORM LOAD-PARA THRU LOAD-EXIT
           END-IF
           END-PERFORM.
       READ-EXIT.
           EXIT.
       LOAD-PARA.
      * Only a registered, in-date player is ranked; anyone else goes
      * to the reject file so a mistyped ID never becomes a player
           IF WS-PLY-AVAIL
               MOVE SC-ID TO WS-PLY-ID
               PERFORM PLY-FIND-PARA
               IF NOT WS-PLY-IS-REG
                   PERFORM REJECT-PARA
                   GO TO LOAD-EXIT
               END-IF
           END-IF
           IF WS-CNT < WS-MAX-PLAYERS
               ADD 1 TO WS-CNT
               MOVE SC-ID TO WS-ID(WS-CNT)
           ELSE
               DISPLAY 'PLAYER TABLE FULL - RECORD SKIPPED'
           END-IF.
       LOAD-EXIT.
           EXIT.
       REJECT-PARA.
           ADD 1 TO WS-REJ-CNT
           DISPLAY 'SCORE REJECTED FOR PLAYER ' SC-ID ' - '
               WS-PLY-REASON
           IF WS-REJ-STAT = 00
               MOVE SPACES TO REJ-REC
               MOVE SC-ID         TO REJ-ID
               MOVE SC-SCORE      TO REJ-SCORE
               MOVE WS-PLY-REASON TO REJ-REASON
               WRITE REJ-REC
           END-IF.
       NAME-PARA.
           MOVE SPACES TO WS-P-NAME WS-P-CLUB
           IF WS-PLY-AVAIL
               PERFORM PLY-FIND-PARA
               IF WS-PLY-FOUND
                   MOVE WS-PLY-T-NAME(WS-PLY-X) TO WS-P-NAME
                   MOVE WS-PLY-T-CLUB(WS-PLY-X) TO WS-P-CLUB
               ELSE
                   MOVE '(NOT ON MASTER)' TO WS-P-NAME
               END-IF
           END-IF.
       CHECK-DUP-PARA.
           MOVE 'N' TO WS-DUP-FLAG
           PERFORM VARYING WS-SX FROM 1 BY 1
               END-PERFORM
           END-PERFORM.
       REPORT-PARA.
           MOVE SPACES TO WS-LINE
           STRING 'RANK  PLAYER-ID  NAME                 '
               'CLUB            SCORE  PERCENTILE'
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM RPT-PUT-PARA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT
               MOVE WS-ID(WS-I) TO WS-PLY-ID
               PERFORM NAME-PARA
               MOVE SPACES TO WS-LINE
               STRING WS-RANK(WS-I) '   ' WS-ID(WS-I) '      '
                   WS-P-NAME ' ' WS-P-CLUB '   '
                   WS-SCORE(WS-I) '     ' WS-PERCENTILE(WS-I)
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM RPT-PUT-PARA
                   PERFORM RPT-PUT-PARA
               END-IF
           END-PERFORM.
       CLUB-PARA.
      * Club table for the round, best average first; needs the
      * master to know who plays for whom
           IF NOT WS-PLY-AVAIL
               MOVE 'NO PLAYER MASTER - CLUB TABLE NOT PRODUCED'
                   TO WS-LINE
               PERFORM RPT-PUT-PARA
           ELSE
               PERFORM CLUB-POST-PARA
               PERFORM CLUB-SORT-PARA
               PERFORM CLUB-REPORT-PARA
           END-IF.
       CLUB-POST-PARA.
           MOVE ZERO TO WS-CLUB-CNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CNT
               MOVE WS-ID(WS-I) TO WS-PLY-ID
               PERFORM NAME-PARA
               MOVE ZERO TO WS-CLUB-MATCH
               PERFORM VARYING WS-CLUB-X FROM 1 BY 1
                   UNTIL WS-CLUB-X > WS-CLUB-CNT
                   OR WS-CLUB-MATCH NOT = ZERO
                   IF WS-CLUB-T-NAME(WS-CLUB-X) = WS-P-CLUB
                       MOVE WS-CLUB-X TO WS-CLUB-MATCH
                   END-IF
               END-PERFORM
               IF WS-CLUB-MATCH = ZERO
                   IF WS-CLUB-CNT < 200
                       ADD 1 TO WS-CLUB-CNT
                       MOVE WS-CLUB-CNT TO WS-CLUB-MATCH
                       MOVE WS-P-CLUB TO WS-CLUB-T-NAME(WS-CLUB-MATCH)
                       MOVE ZERO TO WS-CLUB-T-PLAYERS(WS-CLUB-MATCH)
                       MOVE ZERO TO WS-CLUB-T-TOTAL(WS-CLUB-MATCH)
                       MOVE ZERO TO WS-CLUB-T-BEST(WS-CLUB-MATCH)
                       MOVE ZERO TO WS-CLUB-T-BEST-ID(WS-CLUB-MATCH)
                   ELSE
                       DISPLAY 'CLUB TABLE FULL - ' WS-P-CLUB
                           ' NOT TOTALLED'
                   END-IF
               END-IF
               IF WS-CLUB-MATCH NOT = ZERO
                   ADD 1 TO WS-CLUB-T-PLAYERS(WS-CLUB-MATCH)
                   ADD WS-SCORE(WS-I) TO WS-CLUB-T-TOTAL(WS-CLUB-MATCH)
                   IF WS-SCORE(WS-I) > WS-CLUB-T-BEST(WS-CLUB-MATCH)
                       OR WS-CLUB-T-BEST-ID(WS-CLUB-MATCH) = ZERO
                       MOVE WS-SCORE(WS-I)
                           TO WS-CLUB-T-BEST(WS-CLUB-MATCH)
                       MOVE WS-ID(WS-I)
                           TO WS-CLUB-T-BEST-ID(WS-CLUB-MATCH)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CLUB-CNT
               COMPUTE WS-CLUB-T-AVG(WS-I) ROUNDED =
                   WS-CLUB-T-TOTAL(WS-I) / WS-CLUB-T-PLAYERS(WS-I)
           END-PERFORM.
       CLUB-SORT-PARA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CLUB-CNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CLUB-CNT - WS-I
                   IF WS-CLUB-T-AVG(WS-J) < WS-CLUB-T-AVG(WS-J + 1)
                       MOVE WS-CLUB-ENTRY(WS-J)     TO WS-CLUB-SWAP
                       MOVE WS-CLUB-ENTRY(WS-J + 1)
                           TO WS-CLUB-ENTRY(WS-J)
                       MOVE WS-CLUB-SWAP TO WS-CLUB-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       CLUB-REPORT-PARA.
           MOVE 'CLUB TABLE' TO WS-LINE
           PERFORM RPT-PUT-PARA
           MOVE SPACES TO WS-LINE
           STRING 'CLUB            PLAYERS  '
               'TOTAL  AVERAGE  BEST  BEST PLAYER'
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM RPT-PUT-PARA
           PERFORM VARYING WS-CLUB-X FROM 1 BY 1
               UNTIL WS-CLUB-X > WS-CLUB-CNT
               MOVE WS-CLUB-T-BEST-ID(WS-CLUB-X) TO WS-PLY-ID
               PERFORM NAME-PARA
               MOVE WS-CLUB-T-AVG(WS-CLUB-X) TO WS-AVG-DISP
               MOVE SPACES TO WS-LINE
               STRING WS-CLUB-T-NAME(WS-CLUB-X) ' '
                   WS-CLUB-T-PLAYERS(WS-CLUB-X) '      '
                   WS-CLUB-T-TOTAL(WS-CLUB-X) '  ' WS-AVG-DISP '    '
                   WS-CLUB-T-BEST(WS-CLUB-X) '    ' WS-P-NAME
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM RPT-PUT-PARA
           END-PERFORM.
       RPT-PUT-PARA.
           DISPLAY WS-LINE
           IF WS-RPT-STAT = 00
                       MOVE ZERO TO WS-SEA-T-TOTAL(WS-SEA-MATCH)
                       MOVE ZERO TO WS-SEA-T-PREV(WS-SEA-MATCH)
                       MOVE ZERO TO WS-SEA-T-RANK(WS-SEA-MATCH)
                       DISPLAY 'FIRST GAME OF THE SEASON FOR PLAYER '
                           WS-ID(WS-I)
                   ELSE
                       DISPLAY 'SEASON TABLE FULL - SCORE FOR '
                           WS-ID(WS-I) ' NOT POSTED'
       SEA-REPORT-PARA.
           MOVE 'SEASON STANDINGS' TO WS-LINE
           PERFORM RPT-PUT-PARA
           MOVE SPACES TO WS-LINE
           STRING 'RANK  PLAYER-ID  NAME                 '
               'CLUB             GAMES  TOTAL   MOVEMENT'
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM RPT-PUT-PARA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEA-CNT
               IF WS-SEA-T-PREV(WS-I) = ZERO
                       END-IF
                   END-IF
               END-IF
               MOVE WS-SEA-T-ID(WS-I) TO WS-PLY-ID
               PERFORM NAME-PARA
               MOVE SPACES TO WS-LINE
               STRING WS-SEA-T-RANK(WS-I) '   '
                   WS-SEA-T-ID(WS-I) '      '
                   WS-P-NAME ' ' WS-P-CLUB '   '
                   WS-SEA-T-GAMES(WS-I) '   '
                   WS-SEA-T-TOTAL(WS-I) '   ' WS-MOVE-TXT
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM RPT-PUT-PARA
           END-PERFORM.
               END-PERFORM
               CLOSE SEASON
           END-IF.
       COPY PLYPARA.
       END PROGRAM FINDSCORE.
