      *           a working-storage table. The sorted-record count is
      *           written to the shared audit log like every other
      *           step.
      *           MERGE mode (mode flag M on the parm card) merges
      *           up to 8 inputs that are each already in key order -
      *           the parm card's input DSN first, then one card per
      *           further input:
      *             INPUT   dsn            (dsn from column 9)
      *           on the same key cards, without re-sorting them. A
      *           record whose key is lower than the one before it
      *           in the same input is reported as out of sequence
      *           and the run ends RETURN-CODE 8.
      *           SUM cards, in either mode, collapse records with
      *           equal keys into one:
      *             SUM     POS(3) space LEN(3)  - total this
      *                                            unsigned numeric
      *                                            field (up to 10)
      *             SUM     FIRST / SUM     LAST - keep the first
      *                                            (default) or last
      *                                            record of the group
      *           The totals are carried on the record kept. A total
      *           too wide for its field ends the run RETURN-CODE 8;
      *           a non-numeric field counts as zero and gives
      *           RETURN-CODE 4.
      *           Each input's records read and written go to the
      *           audit log as an event line ahead of the run's own
      *           count line.
      * Modification History:
      *   - Written new for report-card printing in roll-number order
      *     and the merit list. Numeric (N) keys are assumed unsigned
      *     shop writes; they collate the same as character keys, the
      *     type is kept on the card for the reader. Records longer
      *     than 200 characters are truncated with a warning.
      *   - MERGE mode for several already-sorted inputs (the branch
      *     feeds, PASSFAIL generations) with a per-input sequence
      *     check, SUM cards to collapse equal keys, and per-input
      *     counts on the audit log. The record-count tie now allows
      *     for the records SUM collapsed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTUTIL.
           ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-FS.
           SELECT MRG-IN1 ASSIGN TO WS-MI-DSN1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS1.
           SELECT MRG-IN2 ASSIGN TO WS-MI-DSN2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS2.
           SELECT MRG-IN3 ASSIGN TO WS-MI-DSN3
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS3.
           SELECT MRG-IN4 ASSIGN TO WS-MI-DSN4
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS4.
           SELECT MRG-IN5 ASSIGN TO WS-MI-DSN5
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS5.
           SELECT MRG-IN6 ASSIGN TO WS-MI-DSN6
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS6.
           SELECT MRG-IN7 ASSIGN TO WS-MI-DSN7
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS7.
           SELECT MRG-IN8 ASSIGN TO WS-MI-DSN8
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MI-FS8.
           COPY PARMSEL.
           COPY AUDITSEL.
       DATA DIVISION.
           05 FILLER  PIC X.
           05 KC-ORD  PIC X.
           05 FILLER  PIC X(201).
      * INPUT and SUM cards - a verb in columns 1-8
       01 CTLCARD-REC.
           05 CC-VERB    PIC X(8).
           05 CC-OPERAND PIC X(204).
       01 SUMCARD-REC.
           05 FILLER  PIC X(8).
           05 SC-POS  PIC 9(3).
           05 FILLER  PIC X.
           05 SC-LEN  PIC 9(3).
           05 FILLER  PIC X(197).
       FD MRG-IN1.
       01 MRG-REC1 PIC X(200).
       FD MRG-IN2.
       01 MRG-REC2 PIC X(200).
       FD MRG-IN3.
       01 MRG-REC3 PIC X(200).
       FD MRG-IN4.
       01 MRG-REC4 PIC X(200).
       FD MRG-IN5.
       01 MRG-REC5 PIC X(200).
       FD MRG-IN6.
       01 MRG-REC6 PIC X(200).
       FD MRG-IN7.
       01 MRG-REC7 PIC X(200).
       FD MRG-IN8.
       01 MRG-REC8 PIC X(200).
       COPY PARMFD.
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-SRC-X     PIC 999.
       77 WS-ORD-VAL   PIC 999.
       77 WS-SORT-DONE PIC X.
       77 WS-KEY-SRC   PIC X(200).
       77 WS-MODE      PIC X VALUE 'S'.
           88 WS-MERGE-RUN VALUE 'M'.
      * Merge inputs - input 1 is the parm card's, 2-8 INPUT cards
       77 WS-MI-CNT    PIC 9 VALUE 1.
       77 WS-MX        PIC 9.
       77 WS-LOW-X     PIC 9.
       77 WS-SEQ-SHOWN PIC 99 VALUE ZERO.
       77 WS-SEQ-TOT   PIC 9(6) VALUE ZERO.
       77 WS-MRG-FAIL  PIC X VALUE 'N'.
       01 WS-MI-DSNS.
           05 WS-MI-DSN1 PIC X(100).
           05 WS-MI-DSN2 PIC X(100).
           05 WS-MI-DSN3 PIC X(100).
           05 WS-MI-DSN4 PIC X(100).
           05 WS-MI-DSN5 PIC X(100).
           05 WS-MI-DSN6 PIC X(100).
           05 WS-MI-DSN7 PIC X(100).
           05 WS-MI-DSN8 PIC X(100).
       01 WS-MI-DSN-RED REDEFINES WS-MI-DSNS.
           05 WS-MI-DSN PIC X(100) OCCURS 8 TIMES.
       01 WS-MI-STATS.
           05 WS-MI-FS1 PIC 99.
           05 WS-MI-FS2 PIC 99.
           05 WS-MI-FS3 PIC 99.
           05 WS-MI-FS4 PIC 99.
           05 WS-MI-FS5 PIC 99.
           05 WS-MI-FS6 PIC 99.
           05 WS-MI-FS7 PIC 99.
           05 WS-MI-FS8 PIC 99.
       01 WS-MI-STAT-RED REDEFINES WS-MI-STATS.
           05 WS-MI-FS PIC 99 OCCURS 8 TIMES.
       01 WS-MI-TABLE.
           05 WS-MI-ENTRY OCCURS 8 TIMES.
               10 WS-MI-REC  PIC X(200).
               10 WS-MI-KEY  PIC X(60).
               10 WS-MI-LAST PIC X(60).
               10 WS-MI-EOF  PIC X.
               10 WS-MI-OPEN PIC X.
               10 WS-MI-IN   PIC 9(6).
               10 WS-MI-OUT  PIC 9(6).
               10 WS-MI-SEQ  PIC 9(6).
      * SUM - equal keys collapse into the held record
       77 WS-SUM-SW    PIC X VALUE 'N'.
           88 WS-SUM-ON VALUE 'Y'.
       77 WS-SUM-KEEP  PIC X VALUE 'F'.
       77 WS-SF-CNT    PIC 99 VALUE ZERO.
       77 WS-FX        PIC 99.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 10 TIMES.
               10 WS-SF-POS PIC 9(3).
               10 WS-SF-LEN PIC 9(3).
               10 WS-SF-TOT PIC 9(18).
       77 WS-HELD-SW   PIC X VALUE 'N'.
           88 WS-HELD VALUE 'Y'.
       77 WS-HELD-REC  PIC X(200).
       77 WS-HELD-KEY  PIC X(60).
       77 WS-HELD-SRC  PIC 9.
       77 WS-EMIT-REC  PIC X(200).
       77 WS-EMIT-KEY  PIC X(60).
       77 WS-EMIT-SRC  PIC 9.
       77 WS-COLLAPSED PIC 9(6) VALUE ZERO.
       77 WS-SUM-OVFL  PIC 9(6) VALUE ZERO.
       77 WS-SUM-BAD   PIC 9(6) VALUE ZERO.
       01 WS-SUM-WORK.
           05 WS-SUM-NUM PIC 9(18).
       01 WS-SUM-WORK-X REDEFINES WS-SUM-WORK PIC X(18).
       01 WS-EV-CNT    PIC 9(6).
       01 WS-EV-OUT    PIC 9(6).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MERGE-RUN
               PERFORM 5000-MERGE-PARA THRU 5099-MERGE-EXIT
               DISPLAY 'MERGED ' WS-RECS-IN ' RECORDS IN FROM '
                   WS-MI-CNT ' INPUTS, ' WS-RECS-OUT ' OUT'
           ELSE
               SORT SORT-WORK ON ASCENDING KEY SRT-KEY
                   INPUT PROCEDURE IS 3000-RELEASE-PARA
                   OUTPUT PROCEDURE IS 4000-RETURN-PARA
               DISPLAY 'SORTED ' WS-RECS-IN ' RECORDS IN, '
                   WS-RECS-OUT ' OUT'
           END-IF
           IF WS-TRUNC-CNT NOT = ZERO
               DISPLAY WS-TRUNC-CNT ' RECORDS LONGER THAN 200 '
                   'CHARACTERS WERE TRUNCATED'
           END-IF
           IF WS-SUM-ON
               DISPLAY 'SUM - ' WS-COLLAPSED ' EQUAL-KEY RECORDS '
                   'COLLAPSED'
           END-IF
           PERFORM 7000-AUDIT-INPUTS-PARA
           MOVE 'SORTUTIL' TO WS-AUDIT-PGM
           MOVE WS-RECS-IN  TO WS-AUDIT-RECS-READ
           MOVE WS-RECS-OUT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-OUT-FS   TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           IF WS-MRG-FAIL = 'Y'
               STOP RUN
           END-IF
           IF WS-RECS-IN NOT = WS-RECS-OUT + WS-COLLAPSED
               DISPLAY 'RECORD COUNTS DO NOT TIE - SORT SUSPECT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEQ-TOT NOT = ZERO
               DISPLAY WS-SEQ-TOT ' RECORDS OUT OF SEQUENCE IN THEIR '
                   'INPUT - MERGED OUTPUT IS NOT IN KEY ORDER'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SUM-OVFL NOT = ZERO
               DISPLAY WS-SUM-OVFL ' SUM TOTALS TOO WIDE FOR THEIR '
                   'FIELD - HIGH-ORDER DIGITS LOST'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SUM-BAD NOT = ZERO
               DISPLAY WS-SUM-BAD ' SUM FIELDS NOT NUMERIC - '
                   'COUNTED AS ZERO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
               IF PC-OUTPUT-DSN NOT = SPACES
                   MOVE PC-OUTPUT-DSN TO WS-OUT-DSN
               END-IF
               IF PC-MODE-FLAG = 'M'
                   MOVE 'M' TO WS-MODE
               END-IF
           ELSE
               DISPLAY 'NO PARM CARD - USING DEFAULT DSNS'
           END-IF
           MOVE 'AUDITLOG_DSN' TO WS-AUDIT-DSN-ENV
           PERFORM AUDIT-ENV-PARA
           MOVE SPACES TO WS-MI-DSNS
           MOVE WS-IN-DSN TO WS-MI-DSN(1)
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 8
               MOVE ZERO TO WS-MI-IN(WS-MX) WS-MI-OUT(WS-MX)
                   WS-MI-SEQ(WS-MX)
               MOVE 'N' TO WS-MI-EOF(WS-MX) WS-MI-OPEN(WS-MX)
           END-PERFORM
           PERFORM 2000-KEYS-PARA
           IF WS-MI-CNT > 1 AND NOT WS-MERGE-RUN
               DISPLAY 'INPUT CARDS IGNORED - NOT A MERGE RUN'
               MOVE 1 TO WS-MI-CNT
           END-IF.
       2000-KEYS-PARA.
      * Cards after the first in the parm file are key fields
           OPEN INPUT KEYCARDS
                   IF WS-KEY-FS NOT = 10
                       ADD 1 TO WS-CARD-NO
                       IF WS-CARD-NO > 1
                           EVALUATE CC-VERB
                               WHEN 'INPUT'
                                   PERFORM 2200-INPUT-CARD-PARA
                               WHEN 'SUM'
                                   PERFORM 2300-SUM-CARD-PARA
                               WHEN OTHER
                                   PERFORM 2100-ONE-KEY-PARA
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
                   DISPLAY 'MORE THAN 10 KEY CARDS - EXTRA IGNORED'
               END-IF
           END-IF.
       2200-INPUT-CARD-PARA.
           IF CC-OPERAND = SPACES
               DISPLAY 'INPUT CARD WITH NO DSN SKIPPED'
           ELSE
               IF WS-MI-CNT < 8
                   ADD 1 TO WS-MI-CNT
                   MOVE CC-OPERAND TO WS-MI-DSN(WS-MI-CNT)
                   DISPLAY 'INPUT ' WS-MI-CNT ' - '
                       WS-MI-DSN(WS-MI-CNT)
               ELSE
                   DISPLAY 'MORE THAN 8 INPUTS - EXTRA IGNORED'
               END-IF
           END-IF.
       2300-SUM-CARD-PARA.
           MOVE 'Y' TO WS-SUM-SW
           EVALUATE TRUE
               WHEN CC-OPERAND(1:5) = 'FIRST'
                   MOVE 'F' TO WS-SUM-KEEP
                   DISPLAY 'SUM - KEEP FIRST RECORD OF EACH KEY'
               WHEN CC-OPERAND(1:4) = 'LAST'
                   MOVE 'L' TO WS-SUM-KEEP
                   DISPLAY 'SUM - KEEP LAST RECORD OF EACH KEY'
               WHEN SC-POS IS NOT NUMERIC OR SC-LEN IS NOT NUMERIC
                   OR SC-POS = ZERO OR SC-LEN = ZERO OR SC-LEN > 18
                   OR SC-POS + SC-LEN > 201
                   DISPLAY 'BAD SUM CARD SKIPPED - ' KEYCARD-REC(1:16)
               WHEN WS-SF-CNT NOT < 10
                   DISPLAY 'MORE THAN 10 SUM FIELDS - EXTRA IGNORED'
               WHEN OTHER
                   ADD 1 TO WS-SF-CNT
                   MOVE SC-POS TO WS-SF-POS(WS-SF-CNT)
                   MOVE SC-LEN TO WS-SF-LEN(WS-SF-CNT)
                   DISPLAY 'SUM FIELD ' WS-SF-CNT ' - POS ' SC-POS
                       ' LEN ' SC-LEN
           END-EVALUATE.
       3000-RELEASE-PARA.
           OPEN INPUT SORT-IN
           IF WS-IN-FS NOT = 00
                           MOVE 'Y' TO WS-SORT-DONE
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           ADD 1 TO WS-MI-IN(1)
                           IF WS-IN-FS = 04
                               ADD 1 TO WS-TRUNC-CNT
                           END-IF
                           MOVE IN-REC TO WS-KEY-SRC
                           PERFORM 3100-BUILD-KEY-PARA
                           MOVE IN-REC TO SRT-DATA
                           RELEASE SORT-REC
               END-PERFORM
               CLOSE SORT-IN
           END-IF.
      * Composite key for the record in WS-KEY-SRC, into SRT-KEY
       3100-BUILD-KEY-PARA.
           MOVE SPACES TO SRT-KEY
           MOVE 1 TO WS-KEY-PTR
      * Byte-complement so a descending field collates under the
      * single ASCENDING sort key
                       COMPUTE WS-ORD-VAL = 257
                           - FUNCTION ORD(WS-KEY-SRC(WS-SRC-X:1))
                       MOVE FUNCTION CHAR(WS-ORD-VAL)
                           TO SRT-KEY(WS-KEY-PTR:1)
                   ELSE
                       MOVE WS-KEY-SRC(WS-SRC-X:1)
                           TO SRT-KEY(WS-KEY-PTR:1)
                   END-IF
                   ADD 1 TO WS-KEY-PTR
                       AT END
                           MOVE 'Y' TO WS-SORT-DONE
                       NOT AT END
                           MOVE SRT-DATA TO WS-EMIT-REC
                           MOVE SRT-KEY TO WS-EMIT-KEY
                           MOVE 1 TO WS-EMIT-SRC
                           PERFORM 6000-EMIT-PARA
                               THRU 6099-EMIT-EXIT
                   END-RETURN
               END-PERFORM
               IF WS-HELD
                   PERFORM 6100-FLUSH-PARA
               END-IF
               CLOSE SORT-OUT
           END-IF.
      ******************************************************************
      * MERGE mode - every input is read in step; the lowest key goes
      * out next (the lower-numbered input on a tie), so the output
      * is in key order as long as each input was.
      ******************************************************************
       5000-MERGE-PARA.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MI-CNT
               PERFORM 5100-OPEN-INPUT-PARA
               IF WS-MI-FS(WS-MX) NOT = 00
                   DISPLAY 'INPUT ' WS-MX ' OPEN FAILED, FILE STATUS - '
                       WS-MI-FS(WS-MX) ' - ' WS-MI-DSN(WS-MX)
                   MOVE 'Y' TO WS-MRG-FAIL
                   MOVE 'Y' TO WS-MI-EOF(WS-MX)
               ELSE
                   MOVE 'Y' TO WS-MI-OPEN(WS-MX)
               END-IF
           END-PERFORM
           IF WS-MRG-FAIL = 'Y'
               MOVE 16 TO RETURN-CODE
               GO TO 5090-MERGE-CLOSE-PARA
           END-IF
           OPEN OUTPUT SORT-OUT
           IF WS-OUT-FS NOT = 00
               DISPLAY 'OUTPUT FILE OPEN FAILED, FILE STATUS - '
                   WS-OUT-FS
               MOVE 'Y' TO WS-MRG-FAIL
               MOVE 16 TO RETURN-CODE
               GO TO 5090-MERGE-CLOSE-PARA
           END-IF
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MI-CNT
               PERFORM 5200-READ-INPUT-PARA
                   THRU 5299-READ-INPUT-EXIT
           END-PERFORM
           PERFORM 5300-LOWEST-PARA
           PERFORM UNTIL WS-LOW-X = 0
               MOVE WS-MI-REC(WS-LOW-X) TO WS-EMIT-REC
               MOVE WS-MI-KEY(WS-LOW-X) TO WS-EMIT-KEY
               MOVE WS-LOW-X TO WS-EMIT-SRC
               PERFORM 6000-EMIT-PARA THRU 6099-EMIT-EXIT
               MOVE WS-LOW-X TO WS-MX
               PERFORM 5200-READ-INPUT-PARA
                   THRU 5299-READ-INPUT-EXIT
               PERFORM 5300-LOWEST-PARA
           END-PERFORM
           IF WS-HELD
               PERFORM 6100-FLUSH-PARA
           END-IF
           CLOSE SORT-OUT.
       5090-MERGE-CLOSE-PARA.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MI-CNT
               IF WS-MI-OPEN(WS-MX) = 'Y'
                   PERFORM 5400-CLOSE-INPUT-PARA
               END-IF
           END-PERFORM.
       5099-MERGE-EXIT.
           EXIT.
       5100-OPEN-INPUT-PARA.
           EVALUATE WS-MX
               WHEN 1 OPEN INPUT MRG-IN1
               WHEN 2 OPEN INPUT MRG-IN2
               WHEN 3 OPEN INPUT MRG-IN3
               WHEN 4 OPEN INPUT MRG-IN4
               WHEN 5 OPEN INPUT MRG-IN5
               WHEN 6 OPEN INPUT MRG-IN6
               WHEN 7 OPEN INPUT MRG-IN7
               WHEN 8 OPEN INPUT MRG-IN8
           END-EVALUATE.
      * Next record of input WS-MX, its key, and the sequence check
       5200-READ-INPUT-PARA.
           IF WS-MI-EOF(WS-MX) = 'Y'
               GO TO 5299-READ-INPUT-EXIT
           END-IF
           EVALUATE WS-MX
               WHEN 1 READ MRG-IN1 INTO WS-MI-REC(1)
               WHEN 2 READ MRG-IN2 INTO WS-MI-REC(2)
               WHEN 3 READ MRG-IN3 INTO WS-MI-REC(3)
               WHEN 4 READ MRG-IN4 INTO WS-MI-REC(4)
               WHEN 5 READ MRG-IN5 INTO WS-MI-REC(5)
               WHEN 6 READ MRG-IN6 INTO WS-MI-REC(6)
               WHEN 7 READ MRG-IN7 INTO WS-MI-REC(7)
               WHEN 8 READ MRG-IN8 INTO WS-MI-REC(8)
           END-EVALUATE
           IF WS-MI-FS(WS-MX) NOT = 00 AND WS-MI-FS(WS-MX) NOT = 04
               MOVE 'Y' TO WS-MI-EOF(WS-MX)
               GO TO 5299-READ-INPUT-EXIT
           END-IF
           ADD 1 TO WS-RECS-IN
           ADD 1 TO WS-MI-IN(WS-MX)
           IF WS-MI-FS(WS-MX) = 04
               ADD 1 TO WS-TRUNC-CNT
           END-IF
           MOVE WS-MI-REC(WS-MX) TO WS-KEY-SRC
           PERFORM 3100-BUILD-KEY-PARA
           MOVE SRT-KEY TO WS-MI-KEY(WS-MX)
           IF WS-MI-IN(WS-MX) > 1
               AND WS-MI-KEY(WS-MX) < WS-MI-LAST(WS-MX)
               ADD 1 TO WS-MI-SEQ(WS-MX)
               ADD 1 TO WS-SEQ-TOT
               IF WS-SEQ-SHOWN < 20
                   ADD 1 TO WS-SEQ-SHOWN
                   DISPLAY 'INPUT ' WS-MX ' RECORD ' WS-MI-IN(WS-MX)
                       ' OUT OF SEQUENCE - ' WS-MI-REC(WS-MX)(1:40)
               END-IF
           END-IF
           MOVE WS-MI-KEY(WS-MX) TO WS-MI-LAST(WS-MX).
       5299-READ-INPUT-EXIT.
           EXIT.
       5300-LOWEST-PARA.
           MOVE 0 TO WS-LOW-X
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MI-CNT
               IF WS-MI-EOF(WS-MX) NOT = 'Y'
                   IF WS-LOW-X = 0
                       MOVE WS-MX TO WS-LOW-X
                   ELSE
                       IF WS-MI-KEY(WS-MX) < WS-MI-KEY(WS-LOW-X)
                           MOVE WS-MX TO WS-LOW-X
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       5400-CLOSE-INPUT-PARA.
           EVALUATE WS-MX
               WHEN 1 CLOSE MRG-IN1
               WHEN 2 CLOSE MRG-IN2
               WHEN 3 CLOSE MRG-IN3
               WHEN 4 CLOSE MRG-IN4
               WHEN 5 CLOSE MRG-IN5
               WHEN 6 CLOSE MRG-IN6
               WHEN 7 CLOSE MRG-IN7
               WHEN 8 CLOSE MRG-IN8
           END-EVALUATE.
      ******************************************************************
      * Output, in key order, from either mode. Without SUM each
      * record goes straight out; with SUM a record is held until
      * the key changes, equal keys adding their fields into it.
      ******************************************************************
       6000-EMIT-PARA.
           IF NOT WS-SUM-ON
               MOVE WS-EMIT-REC TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-RECS-OUT
               ADD 1 TO WS-MI-OUT(WS-EMIT-SRC)
               GO TO 6099-EMIT-EXIT
           END-IF
           IF WS-HELD AND WS-EMIT-KEY = WS-HELD-KEY
               ADD 1 TO WS-COLLAPSED
               PERFORM 6200-ADD-FIELDS-PARA
               IF WS-SUM-KEEP = 'L'
                   MOVE WS-EMIT-REC TO WS-HELD-REC
                   MOVE WS-EMIT-SRC TO WS-HELD-SRC
               END-IF
           ELSE
               IF WS-HELD
                   PERFORM 6100-FLUSH-PARA
               END-IF
               MOVE WS-EMIT-REC TO WS-HELD-REC
               MOVE WS-EMIT-KEY TO WS-HELD-KEY
               MOVE WS-EMIT-SRC TO WS-HELD-SRC
               MOVE 'Y' TO WS-HELD-SW
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-SF-CNT
                   MOVE ZERO TO WS-SF-TOT(WS-FX)
               END-PERFORM
               PERFORM 6200-ADD-FIELDS-PARA
           END-IF.
       6099-EMIT-EXIT.
           EXIT.
      * The held record goes out with its totals in place
       6100-FLUSH-PARA.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-SF-CNT
               MOVE WS-SF-TOT(WS-FX) TO WS-SUM-NUM
               IF WS-SF-LEN(WS-FX) < 18
                   IF WS-SUM-WORK-X(1:18 - WS-SF-LEN(WS-FX))
                       NOT = ZEROS
                       ADD 1 TO WS-SUM-OVFL
                   END-IF
               END-IF
               MOVE WS-SUM-WORK-X(19 - WS-SF-LEN(WS-FX):
                   WS-SF-LEN(WS-FX))
                   TO WS-HELD-REC(WS-SF-POS(WS-FX):WS-SF-LEN(WS-FX))
           END-PERFORM
           MOVE WS-HELD-REC TO OUT-REC
           WRITE OUT-REC
           ADD 1 TO WS-RECS-OUT
           ADD 1 TO WS-MI-OUT(WS-HELD-SRC)
           MOVE 'N' TO WS-HELD-SW.
       6200-ADD-FIELDS-PARA.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-SF-CNT
               MOVE ZEROS TO WS-SUM-WORK-X
               MOVE WS-EMIT-REC(WS-SF-POS(WS-FX):WS-SF-LEN(WS-FX))
                   TO WS-SUM-WORK-X(19 - WS-SF-LEN(WS-FX):
                       WS-SF-LEN(WS-FX))
               IF WS-SUM-NUM IS NUMERIC
                   ADD WS-SUM-NUM TO WS-SF-TOT(WS-FX)
                       ON SIZE ERROR
                           ADD 1 TO WS-SUM-OVFL
                   END-ADD
               ELSE
                   ADD 1 TO WS-SUM-BAD
               END-IF
           END-PERFORM.
      * One audit event per input - records read and written
       7000-AUDIT-INPUTS-PARA.
           MOVE 'SORTUTIL' TO WS-AUDIT-PGM
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MI-CNT
               MOVE SPACES TO WS-AUDIT-EVENT
               MOVE WS-MI-IN(WS-MX) TO WS-EV-CNT
               MOVE WS-MI-OUT(WS-MX) TO WS-EV-OUT
               STRING 'INPUT ' WS-MX ' READ=' WS-EV-CNT
                   ' WRITTEN=' WS-EV-OUT
                   DELIMITED BY SIZE INTO WS-AUDIT-EVENT
               PERFORM AUDIT-EVENT-PARA
               IF WS-MI-SEQ(WS-MX) NOT = ZERO
                   MOVE SPACES TO WS-AUDIT-EVENT
                   MOVE WS-MI-SEQ(WS-MX) TO WS-EV-CNT
                   STRING 'INPUT ' WS-MX ' OUT OF SEQUENCE='
                       WS-EV-CNT DELIMITED BY SIZE INTO WS-AUDIT-EVENT
                   PERFORM AUDIT-EVENT-PARA
               END-IF
           END-PERFORM.
       COPY PARMPARA.
       COPY AUDITPARA.
       END PROGRAM SORTUTIL.
