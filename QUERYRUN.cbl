      ******************************************************************
      * Program : QUERYRUN
      * Purpose : Ad-hoc extract and report writer over any feed the
      *           layout registry LAYOUTRG maintains (LAYOUTRG_DSN,
      *           default layoutrg.txt), so a one-off question from
      *           the office is a deck of request cards instead of a
      *           program. The request file (QUERY_DSN, default
      *           query.txt) carries one card per item, the card
      *           type in columns 1-8:
      *             FEED    id of the registered feed (cols 9-13) and
      *                     optionally the file to read (from col 15;
      *                     default the feed's own DSN variable, then
      *                     its default file name)
      *             SELECT  field (cols 9-18), operator (cols 20-21)
      *                     and values (from col 23, space-separated):
      *                       EQ NE LT LE GT GE - one value
      *                       BT - a low and a high value, inclusive
      *                       IN - a list of up to 10 values
      *                     N fields compare as numbers, every other
      *                     kind as text; all SELECT cards must hold
      *             FIELD   output field (cols 9-18) and an optional
      *                     column heading (from col 20), in order
      *             SORT    sort field (cols 9-18), A or D (col 20)
      *             BREAK   subtotal break field (cols 9-18), up to
      *                     three, outermost first - the breaks are
      *                     the major sort keys, ahead of the SORT
      *                     cards
      *             SUM     numeric (N) field to total at each break
      *                     and at the end
      *             OUTPUT  R formatted report (default) or C CSV
      *             TITLE   report title (from col 9)
      *           A '*' in column 1 is a comment card.
      *           The output (QUERYOUT_DSN, default queryout.txt) is
      *           either the report - title, headings, detail lines,
      *           a count and the sums at each break and in total -
      *           or a CSV with a heading row and one row per record
      *           selected, text fields quoted. A bad card (unknown
      *           feed or field, bad operator, SUM of a field that is
      *           not numeric) is listed and the run ends RETURN-CODE
      *           16 before the feed is read; nothing selected is
      *           RETURN-CODE 4.
      * Modification History:
      *   - Written new. Subtotal breaks are report-only: a CSV
      *     carries the detail rows for the spreadsheet to total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUERYRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRYCARDS
           ASSIGN TO WS-QRY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QRY-FS.
           SELECT LAYREG
           ASSIGN TO WS-LAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAY-FS.
           SELECT FEEDIN
           ASSIGN TO WS-FEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FS.
           SELECT QRYOUT
           ASSIGN TO WS-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-FS.
           SELECT QRY-WORK ASSIGN TO 'QRYWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD QRYCARDS.
       01 QC-REC.
           05 QC-VERB   PIC X(8).
           05 QC-NAME   PIC X(10).
           05 FILLER    PIC X.
           05 QC-OP     PIC XX.
           05 FILLER    PIC X.
           05 QC-VALUES PIC X(100).
       01 QC-FEED-REC.
           05 FILLER    PIC X(8).
           05 QC-FEED   PIC X(5).
           05 FILLER    PIC X.
           05 QC-DSN    PIC X(100).
       01 QC-TEXT-REC.
           05 FILLER    PIC X(8).
           05 QC-TEXT   PIC X(60).
           05 FILLER    PIC X(54).
       01 QC-HEAD-REC.
           05 FILLER    PIC X(19).
           05 QC-HEAD   PIC X(20).
           05 FILLER    PIC X(83).
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
       01 LAY-R-REC.
           05 LR-TYPE  PIC X.
           05 FILLER   PIC X.
           05 LR-FEED  PIC X(5).
           05 FILLER   PIC X.
           05 LR-NAME  PIC X(10).
           05 FILLER   PIC X.
           05 LR-START PIC 9(3).
           05 FILLER   PIC X.
           05 LR-FLEN  PIC 99.
           05 FILLER   PIC X.
           05 LR-KIND  PIC X.
           05 FILLER   PIC X.
           05 LR-KEY   PIC X.
           05 FILLER   PIC X.
           05 LR-MIN   PIC 9(6).
           05 FILLER   PIC X.
           05 LR-MAX   PIC 9(6).
           05 FILLER   PIC X.
           05 LR-VALS  PIC X(10).
       FD FEEDIN.
       01 FEED-REC     PIC X(1000).
       FD QRYOUT.
       01 QO-LINE      PIC X(250).
       SD QRY-WORK.
       01 QW-REC.
           05 QW-KEY   PIC X(100).
           05 QW-SEQ   PIC 9(7).
           05 QW-DATA  PIC X(1000).
       WORKING-STORAGE SECTION.
       77 WS-QRY-FS    PIC 99.
       77 WS-LAY-FS    PIC 99.
       77 WS-FEED-FS   PIC 99.
       77 WS-OUT-FS    PIC 99.
       77 WS-QRY-DSN   PIC X(100) VALUE 'query.txt'.
       77 WS-LAY-DSN   PIC X(100) VALUE 'layoutrg.txt'.
       77 WS-FEED-DSN  PIC X(100) VALUE SPACES.
       77 WS-OUT-DSN   PIC X(100) VALUE 'queryout.txt'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-CARD-NO   PIC 999 VALUE ZERO.
       77 WS-ERR-CNT   PIC 999 VALUE ZERO.
       77 WS-ERR-TEXT  PIC X(50).
       77 WS-OUT-MODE  PIC X VALUE 'R'.
           88 WS-CSV-OUT VALUE 'C'.
       77 WS-TITLE     PIC X(60) VALUE SPACES.
       77 WS-FEED-ID   PIC X(5) VALUE SPACES.
       77 WS-DSN-OVR   PIC X(100) VALUE SPACES.
       77 WS-FEED-ENV  PIC X(17) VALUE SPACES.
       77 WS-FEED-DFLT PIC X(12) VALUE SPACES.
       77 WS-FEED-SW   PIC X VALUE 'N'.
           88 WS-FEED-FOUND VALUE 'Y'.
       77 WS-RECS-READ PIC 9(7) VALUE ZERO.
       77 WS-RECS-SEL  PIC 9(7) VALUE ZERO.
       77 WS-EOF-SW    PIC X.
      * The feed's fields, from its R cards on the registry
       77 WS-FLD-CNT   PIC 999 VALUE ZERO.
       77 WS-FX        PIC 999.
       77 WS-FOUND-FX  PIC 999.
       01 WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 100 TIMES.
               10 WS-F-NAME  PIC X(10).
               10 WS-F-START PIC 9(3).
               10 WS-F-LEN   PIC 99.
               10 WS-F-KIND  PIC X.
      * The request, each item pointing into the field table
       77 WS-COND-CNT  PIC 99 VALUE ZERO.
       77 WS-CX        PIC 99.
       01 WS-COND-TABLE.
           05 WS-COND-ENTRY OCCURS 20 TIMES.
               10 WS-C-FX    PIC 999.
               10 WS-C-OP    PIC XX.
               10 WS-C-VCNT  PIC 99.
               10 WS-C-VAL   PIC X(20) OCCURS 10 TIMES.
       77 WS-OUTF-CNT  PIC 99 VALUE ZERO.
       77 WS-OX        PIC 99.
       01 WS-OUTF-TABLE.
           05 WS-OUTF-ENTRY OCCURS 20 TIMES.
               10 WS-O-FX    PIC 999.
               10 WS-O-HEAD  PIC X(20).
               10 WS-O-WIDTH PIC 999.
       77 WS-KEY-CNT   PIC 99 VALUE ZERO.
       77 WS-KX        PIC 99.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 8 TIMES.
               10 WS-K-FX    PIC 999.
               10 WS-K-ORD   PIC X.
       77 WS-BRK-CNT   PIC 9 VALUE ZERO.
       77 WS-BX        PIC 9.
       77 WS-BRK-AT    PIC 9.
       01 WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 3 TIMES.
               10 WS-B-FX    PIC 999.
               10 WS-B-PREV  PIC X(99).
       77 WS-SUM-CNT   PIC 9 VALUE ZERO.
       77 WS-SX        PIC 9.
       01 WS-SUMF-TABLE.
           05 WS-S-FX      PIC 999 OCCURS 5 TIMES.
      * Counts and totals - levels 1-3 the breaks, level 4 the run
       77 WS-LX        PIC 9.
       01 WS-TOT-TABLE.
           05 WS-TOT-LEVEL OCCURS 4 TIMES.
               10 WS-T-COUNT PIC 9(7).
               10 WS-T-SUM   PIC S9(15) OCCURS 5 TIMES.
      * Selection and formatting work areas
       77 WS-SEL-SW    PIC X.
           88 WS-SELECTED VALUE 'Y'.
       77 WS-HIT-SW    PIC X.
           88 WS-HIT VALUE 'Y'.
       77 WS-VX        PIC 99.
       77 WS-FLD-X     PIC X(99).
       77 WS-CMP-X     PIC X(99).
       77 WS-FLD-NUM   PIC S9(15)V99.
       77 WS-CMP-NUM   PIC S9(15)V99.
       77 WS-CMP-HI    PIC S9(15)V99.
       77 WS-REC       PIC X(1000).
       77 WS-KEY-PTR   PIC 999.
       77 WS-BX2       PIC 999.
       77 WS-ORD-VAL   PIC 999.
       77 WS-PTR       PIC 999.
       77 WS-LEN       PIC 999.
       77 WS-FIRST-SW  PIC X.
       77 WS-SEQ       PIC 9(7) VALUE ZERO.
       01 WS-NUM-ED    PIC -(14)9.
       01 WS-CNT-ED    PIC Z(6)9.
       01 WS-LINE      PIC X(250).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-REG-LOAD-PARA
           PERFORM 2500-CARDS-PARA THRU 2599-CARDS-EXIT
           IF WS-ERR-CNT > 0
               DISPLAY 'QUERY NOT RUN - ' WS-ERR-CNT
                   ' REQUEST CARD ERROR(S)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-FEED-DSN-PARA
           OPEN INPUT FEEDIN
           IF WS-FEED-FS NOT = 00
               DISPLAY 'FEED FILE OPEN FAILED, FILE STATUS - '
                   WS-FEED-FS ' - ' WS-FEED-DSN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FEEDIN
           OPEN OUTPUT QRYOUT
           IF WS-OUT-FS NOT = 00
               DISPLAY 'QUERY OUTPUT OPEN FAILED, FILE STATUS - '
                   WS-OUT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-TOT-TABLE
           SORT QRY-WORK ON ASCENDING KEY QW-KEY QW-SEQ
               INPUT PROCEDURE IS 3000-SELECT-PARA
               OUTPUT PROCEDURE IS 4000-WRITE-PARA
           CLOSE QRYOUT
           DISPLAY 'QUERY ON FEED ' WS-FEED-ID ' - ' WS-RECS-READ
               ' RECORDS READ, ' WS-RECS-SEL ' SELECTED'
           IF WS-RECS-SEL = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'QUERY_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-QRY-DSN FROM ENVIRONMENT-VALUE
           IF WS-QRY-DSN = SPACES
               MOVE 'query.txt' TO WS-QRY-DSN
           END-IF
           MOVE 'QUERYOUT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OUT-DSN FROM ENVIRONMENT-VALUE
           IF WS-OUT-DSN = SPACES
               MOVE 'queryout.txt' TO WS-OUT-DSN
           END-IF
           MOVE 'LAYOUTRG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LAY-DSN FROM ENVIRONMENT-VALUE
           IF WS-LAY-DSN = SPACES
               MOVE 'layoutrg.txt' TO WS-LAY-DSN
           END-IF.
      * The feed file - the FEED card's own, else the feed's DSN
      * variable, else its default name from the registry
       1100-FEED-DSN-PARA.
           IF WS-DSN-OVR NOT = SPACES
               MOVE WS-DSN-OVR TO WS-FEED-DSN
           ELSE
               MOVE SPACES TO WS-FEED-DSN
               IF WS-FEED-ENV NOT = SPACES
                   MOVE WS-FEED-ENV TO WS-ENV-NAME
                   DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
                   ACCEPT WS-FEED-DSN FROM ENVIRONMENT-VALUE
               END-IF
               IF WS-FEED-DSN = SPACES
                   MOVE WS-FEED-DFLT TO WS-FEED-DSN
               END-IF
           END-IF.
      ******************************************************************
      * The registry must be there before any card is looked at;
      * the FEED card's layout is loaded from it when that card is
      * read.
      ******************************************************************
       2000-REG-LOAD-PARA.
           OPEN INPUT LAYREG
           IF WS-LAY-FS NOT = 00
               DISPLAY 'LAYOUT REGISTRY OPEN FAILED, FILE STATUS - '
                   WS-LAY-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LAYREG.
       2100-FEED-LOAD-PARA.
           MOVE 'N' TO WS-FEED-SW
           MOVE ZERO TO WS-FLD-CNT
           OPEN INPUT LAYREG
           PERFORM UNTIL WS-LAY-FS NOT = 00
               READ LAYREG
               END-READ
               IF WS-LAY-FS = 00
                   IF LF-TYPE = 'F' AND LF-FEED = WS-FEED-ID
                       MOVE 'Y' TO WS-FEED-SW
                       MOVE LF-ENV TO WS-FEED-ENV
                       MOVE LF-DFLT TO WS-FEED-DFLT
                   END-IF
                   IF LR-TYPE = 'R' AND LR-FEED = WS-FEED-ID
                       AND LR-START IS NUMERIC AND LR-FLEN IS NUMERIC
                       AND WS-FLD-CNT < 100
                       ADD 1 TO WS-FLD-CNT
                       MOVE LR-NAME TO WS-F-NAME(WS-FLD-CNT)
                       MOVE LR-START TO WS-F-START(WS-FLD-CNT)
                       MOVE LR-FLEN TO WS-F-LEN(WS-FLD-CNT)
                       MOVE LR-KIND TO WS-F-KIND(WS-FLD-CNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LAYREG.
      ******************************************************************
      * Request cards. The FEED card must come first - every other
      * card names one of its fields.
      ******************************************************************
       2500-CARDS-PARA.
           OPEN INPUT QRYCARDS
           IF WS-QRY-FS NOT = 00
               DISPLAY 'REQUEST CARD FILE OPEN FAILED, FILE STATUS - '
                   WS-QRY-FS
               ADD 1 TO WS-ERR-CNT
               GO TO 2599-CARDS-EXIT
           END-IF
           PERFORM UNTIL WS-QRY-FS NOT = 00
               READ QRYCARDS
               END-READ
               IF WS-QRY-FS = 00
                   ADD 1 TO WS-CARD-NO
                   IF QC-REC(1:1) NOT = '*' AND QC-REC NOT = SPACES
                       PERFORM 2600-ONE-CARD-PARA
                           THRU 2699-ONE-CARD-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE QRYCARDS
           MOVE ZERO TO WS-CARD-NO
           IF NOT WS-FEED-FOUND
               MOVE 'NO FEED CARD FOR A REGISTERED FEED' TO WS-ERR-TEXT
               PERFORM 2900-CARD-ERROR-PARA
           END-IF
           IF WS-OUTF-CNT = ZERO
               MOVE 'NO FIELD CARDS - NOTHING TO LIST' TO WS-ERR-TEXT
               PERFORM 2900-CARD-ERROR-PARA
           END-IF.
       2599-CARDS-EXIT.
           EXIT.
       2600-ONE-CARD-PARA.
           IF QC-VERB = 'FEED'
               MOVE QC-FEED TO WS-FEED-ID
               MOVE QC-DSN TO WS-DSN-OVR
               PERFORM 2100-FEED-LOAD-PARA
               IF NOT WS-FEED-FOUND
                   MOVE 'FEED NOT ON THE LAYOUT REGISTRY'
                       TO WS-ERR-TEXT
                   PERFORM 2900-CARD-ERROR-PARA
               END-IF
               GO TO 2699-ONE-CARD-EXIT
           END-IF
           IF QC-VERB = 'OUTPUT'
               IF QC-NAME(1:1) = 'C' OR QC-NAME(1:1) = 'R'
                   MOVE QC-NAME(1:1) TO WS-OUT-MODE
               ELSE
                   MOVE 'OUTPUT MUST BE R OR C' TO WS-ERR-TEXT
                   PERFORM 2900-CARD-ERROR-PARA
               END-IF
               GO TO 2699-ONE-CARD-EXIT
           END-IF
           IF QC-VERB = 'TITLE'
               MOVE QC-TEXT TO WS-TITLE
               GO TO 2699-ONE-CARD-EXIT
           END-IF
           IF QC-VERB NOT = 'SELECT' AND QC-VERB NOT = 'FIELD'
               AND QC-VERB NOT = 'SORT' AND QC-VERB NOT = 'BREAK'
               AND QC-VERB NOT = 'SUM'
               MOVE 'UNKNOWN CARD TYPE' TO WS-ERR-TEXT
               PERFORM 2900-CARD-ERROR-PARA
               GO TO 2699-ONE-CARD-EXIT
           END-IF
      * The rest name a field of the feed
           MOVE ZERO TO WS-FOUND-FX
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FLD-CNT
               IF WS-F-NAME(WS-FX) = QC-NAME
                   MOVE WS-FX TO WS-FOUND-FX
               END-IF
           END-PERFORM
           IF WS-FOUND-FX = ZERO
               MOVE 'FIELD NOT IN THE FEED LAYOUT' TO WS-ERR-TEXT
               PERFORM 2900-CARD-ERROR-PARA
               GO TO 2699-ONE-CARD-EXIT
           END-IF
           EVALUATE QC-VERB
               WHEN 'SELECT'
                   PERFORM 2610-SELECT-CARD-PARA
               WHEN 'FIELD'
                   IF WS-OUTF-CNT < 20
                       ADD 1 TO WS-OUTF-CNT
                       MOVE WS-FOUND-FX TO WS-O-FX(WS-OUTF-CNT)
                       IF QC-HEAD = SPACES
                           MOVE QC-NAME TO WS-O-HEAD(WS-OUTF-CNT)
                       ELSE
                           MOVE QC-HEAD TO WS-O-HEAD(WS-OUTF-CNT)
                       END-IF
                   ELSE
                       MOVE 'MORE THAN 20 FIELD CARDS' TO WS-ERR-TEXT
                       PERFORM 2900-CARD-ERROR-PARA
                   END-IF
               WHEN 'SORT'
                   IF WS-KEY-CNT < 5
                       ADD 1 TO WS-KEY-CNT
                       MOVE WS-FOUND-FX TO WS-K-FX(WS-KEY-CNT)
                       IF QC-OP(1:1) = 'D'
                           MOVE 'D' TO WS-K-ORD(WS-KEY-CNT)
                       ELSE
                           MOVE 'A' TO WS-K-ORD(WS-KEY-CNT)
                       END-IF
                   ELSE
                       MOVE 'MORE THAN 5 SORT CARDS' TO WS-ERR-TEXT
                       PERFORM 2900-CARD-ERROR-PARA
                   END-IF
               WHEN 'BREAK'
                   IF WS-BRK-CNT < 3
                       ADD 1 TO WS-BRK-CNT
                       MOVE WS-FOUND-FX TO WS-B-FX(WS-BRK-CNT)
                   ELSE
                       MOVE 'MORE THAN 3 BREAK CARDS' TO WS-ERR-TEXT
                       PERFORM 2900-CARD-ERROR-PARA
                   END-IF
               WHEN 'SUM'
                   IF WS-F-KIND(WS-FOUND-FX) NOT = 'N'
                       MOVE 'SUM FIELD IS NOT NUMERIC (KIND N)'
                           TO WS-ERR-TEXT
                       PERFORM 2900-CARD-ERROR-PARA
                   ELSE
                       IF WS-SUM-CNT < 5
                           ADD 1 TO WS-SUM-CNT
                           MOVE WS-FOUND-FX TO WS-S-FX(WS-SUM-CNT)
                       ELSE
                           MOVE 'MORE THAN 5 SUM CARDS' TO WS-ERR-TEXT
                           PERFORM 2900-CARD-ERROR-PARA
                       END-IF
                   END-IF
           END-EVALUATE.
       2699-ONE-CARD-EXIT.
           EXIT.
       2610-SELECT-CARD-PARA.
           IF WS-COND-CNT NOT < 20
               MOVE 'MORE THAN 20 SELECT CARDS' TO WS-ERR-TEXT
               PERFORM 2900-CARD-ERROR-PARA
           ELSE
               ADD 1 TO WS-COND-CNT
               MOVE WS-FOUND-FX TO WS-C-FX(WS-COND-CNT)
               MOVE QC-OP TO WS-C-OP(WS-COND-CNT)
               MOVE ZERO TO WS-C-VCNT(WS-COND-CNT)
               MOVE SPACES TO WS-COND-ENTRY(WS-COND-CNT)(8:200)
               UNSTRING QC-VALUES DELIMITED BY ALL SPACE
                   INTO WS-C-VAL(WS-COND-CNT, 1)
                        WS-C-VAL(WS-COND-CNT, 2)
                        WS-C-VAL(WS-COND-CNT, 3)
                        WS-C-VAL(WS-COND-CNT, 4)
                        WS-C-VAL(WS-COND-CNT, 5)
                        WS-C-VAL(WS-COND-CNT, 6)
                        WS-C-VAL(WS-COND-CNT, 7)
                        WS-C-VAL(WS-COND-CNT, 8)
                        WS-C-VAL(WS-COND-CNT, 9)
                        WS-C-VAL(WS-COND-CNT, 10)
                   TALLYING IN WS-C-VCNT(WS-COND-CNT)
               END-UNSTRING
               IF WS-C-VAL(WS-COND-CNT, 1) = SPACES
                   MOVE ZERO TO WS-C-VCNT(WS-COND-CNT)
               END-IF
               EVALUATE TRUE
                   WHEN QC-OP = 'EQ' OR 'NE' OR 'LT' OR 'LE'
                           OR 'GT' OR 'GE'
                       IF WS-C-VCNT(WS-COND-CNT) NOT = 1
                           MOVE 'OPERATOR TAKES ONE VALUE'
                               TO WS-ERR-TEXT
                           PERFORM 2900-CARD-ERROR-PARA
                       END-IF
                   WHEN QC-OP = 'BT'
                       IF WS-C-VCNT(WS-COND-CNT) NOT = 2
                           MOVE 'BT TAKES A LOW AND A HIGH VALUE'
                               TO WS-ERR-TEXT
                           PERFORM 2900-CARD-ERROR-PARA
                       END-IF
                   WHEN QC-OP = 'IN'
                       IF WS-C-VCNT(WS-COND-CNT) = 0
                           MOVE 'IN TAKES A LIST OF VALUES'
                               TO WS-ERR-TEXT
                           PERFORM 2900-CARD-ERROR-PARA
                       END-IF
                   WHEN OTHER
                       MOVE 'OPERATOR NOT EQ NE LT LE GT GE BT IN'
                           TO WS-ERR-TEXT
                       PERFORM 2900-CARD-ERROR-PARA
               END-EVALUATE
               IF WS-F-KIND(WS-FOUND-FX) = 'N'
                   PERFORM VARYING WS-VX FROM 1 BY 1
                           UNTIL WS-VX > WS-C-VCNT(WS-COND-CNT)
                       IF FUNCTION TEST-NUMVAL(
                               WS-C-VAL(WS-COND-CNT, WS-VX)) NOT = 0
                           MOVE 'VALUE NOT NUMERIC FOR A KIND N FIELD'
                               TO WS-ERR-TEXT
                           PERFORM 2900-CARD-ERROR-PARA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       2900-CARD-ERROR-PARA.
           ADD 1 TO WS-ERR-CNT
           IF WS-CARD-NO > ZERO
               DISPLAY '*** CARD ' WS-CARD-NO ' ' QC-REC(1:40)
               DISPLAY '    ' WS-ERR-TEXT
           ELSE
               DISPLAY '*** ' WS-ERR-TEXT
           END-IF.
      ******************************************************************
      * Input procedure - read the feed, keep what every SELECT card
      * allows, and release it under its sort key. The run sequence
      * number behind the key keeps equal keys in file order.
      ******************************************************************
       3000-SELECT-PARA.
           OPEN INPUT FEEDIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ FEEDIN INTO WS-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       PERFORM 3100-TEST-PARA
                       IF WS-SELECTED
                           ADD 1 TO WS-RECS-SEL
                           PERFORM 3200-KEY-PARA
                           MOVE WS-REC TO QW-DATA
                           RELEASE QW-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEEDIN.
       3100-TEST-PARA.
           MOVE 'Y' TO WS-SEL-SW
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COND-CNT OR NOT WS-SELECTED
               MOVE WS-C-FX(WS-CX) TO WS-FX
               MOVE WS-REC(WS-F-START(WS-FX):WS-F-LEN(WS-FX))
                   TO WS-FLD-X
               IF WS-F-KIND(WS-FX) = 'N'
                   PERFORM 3110-TEST-NUM-PARA
                       THRU 3119-TEST-NUM-EXIT
               ELSE
                   PERFORM 3120-TEST-TEXT-PARA
               END-IF
               IF NOT WS-HIT
                   MOVE 'N' TO WS-SEL-SW
               END-IF
           END-PERFORM.
       3110-TEST-NUM-PARA.
           MOVE 'N' TO WS-HIT-SW
           IF WS-FLD-X(1:WS-F-LEN(WS-FX)) IS NOT NUMERIC
               GO TO 3119-TEST-NUM-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-FLD-X(1:WS-F-LEN(WS-FX)))
               TO WS-FLD-NUM
           MOVE FUNCTION NUMVAL(WS-C-VAL(WS-CX, 1)) TO WS-CMP-NUM
           EVALUATE WS-C-OP(WS-CX)
               WHEN 'EQ'
                   IF WS-FLD-NUM = WS-CMP-NUM
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'NE'
                   IF WS-FLD-NUM NOT = WS-CMP-NUM
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'LT'
                   IF WS-FLD-NUM < WS-CMP-NUM
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'LE'
                   IF WS-FLD-NUM <= WS-CMP-NUM
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'GT'
                   IF WS-FLD-NUM > WS-CMP-NUM
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'GE'
                   IF WS-FLD-NUM >= WS-CMP-NUM
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'BT'
                   MOVE FUNCTION NUMVAL(WS-C-VAL(WS-CX, 2))
                       TO WS-CMP-HI
                   IF WS-FLD-NUM >= WS-CMP-NUM
                       AND WS-FLD-NUM <= WS-CMP-HI
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'IN'
                   PERFORM VARYING WS-VX FROM 1 BY 1
                           UNTIL WS-VX > WS-C-VCNT(WS-CX) OR WS-HIT
                       MOVE FUNCTION NUMVAL(WS-C-VAL(WS-CX, WS-VX))
                           TO WS-CMP-NUM
                       IF WS-FLD-NUM = WS-CMP-NUM
                           MOVE 'Y' TO WS-HIT-SW
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       3119-TEST-NUM-EXIT.
           EXIT.
       3120-TEST-TEXT-PARA.
           MOVE 'N' TO WS-HIT-SW
           MOVE WS-C-VAL(WS-CX, 1) TO WS-CMP-X
           EVALUATE WS-C-OP(WS-CX)
               WHEN 'EQ'
                   IF WS-FLD-X = WS-CMP-X
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'NE'
                   IF WS-FLD-X NOT = WS-CMP-X
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'LT'
                   IF WS-FLD-X < WS-CMP-X
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'LE'
                   IF WS-FLD-X <= WS-CMP-X
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'GT'
                   IF WS-FLD-X > WS-CMP-X
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'GE'
                   IF WS-FLD-X >= WS-CMP-X
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               WHEN 'BT'
                   IF WS-FLD-X >= WS-CMP-X
                       MOVE WS-C-VAL(WS-CX, 2) TO WS-CMP-X
                       IF WS-FLD-X <= WS-CMP-X
                           MOVE 'Y' TO WS-HIT-SW
                       END-IF
                   END-IF
               WHEN 'IN'
                   PERFORM VARYING WS-VX FROM 1 BY 1
                           UNTIL WS-VX > WS-C-VCNT(WS-CX) OR WS-HIT
                       MOVE WS-C-VAL(WS-CX, WS-VX) TO WS-CMP-X
                       IF WS-FLD-X = WS-CMP-X
                           MOVE 'Y' TO WS-HIT-SW
                       END-IF
                   END-PERFORM
           END-EVALUATE.
      * Break fields first, then the SORT cards, byte-complemented
      * for a descending key as SORTUTIL does
       3200-KEY-PARA.
           MOVE SPACES TO QW-KEY
           MOVE 1 TO WS-KEY-PTR
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BRK-CNT
               MOVE WS-B-FX(WS-BX) TO WS-FX
               PERFORM VARYING WS-BX2 FROM 1 BY 1
                       UNTIL WS-BX2 > WS-F-LEN(WS-FX)
                       OR WS-KEY-PTR > 100
                   MOVE WS-REC(WS-F-START(WS-FX) + WS-BX2 - 1:1)
                       TO QW-KEY(WS-KEY-PTR:1)
                   ADD 1 TO WS-KEY-PTR
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-KEY-CNT
               MOVE WS-K-FX(WS-KX) TO WS-FX
               PERFORM VARYING WS-BX2 FROM 1 BY 1
                       UNTIL WS-BX2 > WS-F-LEN(WS-FX)
                       OR WS-KEY-PTR > 100
                   IF WS-K-ORD(WS-KX) = 'D'
                       COMPUTE WS-ORD-VAL = 257 - FUNCTION ORD(
                           WS-REC(WS-F-START(WS-FX) + WS-BX2 - 1:1))
                       MOVE FUNCTION CHAR(WS-ORD-VAL)
                           TO QW-KEY(WS-KEY-PTR:1)
                   ELSE
                       MOVE WS-REC(WS-F-START(WS-FX) + WS-BX2 - 1:1)
                           TO QW-KEY(WS-KEY-PTR:1)
                   END-IF
                   ADD 1 TO WS-KEY-PTR
               END-PERFORM
           END-PERFORM
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO QW-SEQ.
      ******************************************************************
      * Output procedure - the report or the CSV.
      ******************************************************************
       4000-WRITE-PARA.
           PERFORM 4100-HEADINGS-PARA
           MOVE 'Y' TO WS-FIRST-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               RETURN QRY-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE QW-DATA TO WS-REC
                       IF NOT WS-CSV-OUT
                           PERFORM 4200-BREAK-CHECK-PARA
                       END-IF
                       PERFORM 4300-DETAIL-PARA
               END-RETURN
           END-PERFORM
           IF NOT WS-CSV-OUT
               IF WS-FIRST-SW = 'N'
                   PERFORM VARYING WS-LX FROM WS-BRK-CNT BY -1
                           UNTIL WS-LX < 1
                       PERFORM 4400-SUBTOTAL-PARA
                   END-PERFORM
               END-IF
               MOVE 4 TO WS-LX
               PERFORM 4400-SUBTOTAL-PARA
           END-IF.
       4100-HEADINGS-PARA.
           PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OUTF-CNT
               MOVE WS-O-FX(WS-OX) TO WS-FX
               MOVE 20 TO WS-LEN
               PERFORM UNTIL WS-LEN = 1
                       OR WS-O-HEAD(WS-OX)(WS-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-LEN
               END-PERFORM
               IF WS-LEN > WS-F-LEN(WS-FX)
                   MOVE WS-LEN TO WS-O-WIDTH(WS-OX)
               ELSE
                   MOVE WS-F-LEN(WS-FX) TO WS-O-WIDTH(WS-OX)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           IF WS-CSV-OUT
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OUTF-CNT
                   IF WS-OX > 1
                       STRING ',' DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-PTR
                   END-IF
                   STRING WS-O-HEAD(WS-OX) DELIMITED BY '  '
                       INTO WS-LINE WITH POINTER WS-PTR
               END-PERFORM
               MOVE WS-LINE TO QO-LINE
               WRITE QO-LINE
           ELSE
               IF WS-TITLE = SPACES
                   STRING 'QUERY ON FEED ' WS-FEED-ID
                       DELIMITED BY SIZE INTO WS-TITLE
               END-IF
               MOVE WS-TITLE TO QO-LINE
               WRITE QO-LINE
               MOVE SPACES TO QO-LINE
               STRING 'FEED ' WS-FEED-ID ' - FILE ' WS-FEED-DSN
                   DELIMITED BY SIZE INTO QO-LINE
               WRITE QO-LINE
               MOVE SPACES TO QO-LINE
               WRITE QO-LINE
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OUTF-CNT OR WS-PTR > 230
                   MOVE WS-O-HEAD(WS-OX) TO WS-LINE(WS-PTR:20)
                   COMPUTE WS-PTR = WS-PTR + WS-O-WIDTH(WS-OX) + 2
               END-PERFORM
               MOVE WS-LINE TO QO-LINE
               WRITE QO-LINE
           END-IF.
      * A change in an outer break closes every break inside it too
       4200-BREAK-CHECK-PARA.
           MOVE 0 TO WS-BRK-AT
           IF WS-FIRST-SW = 'N'
               PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > WS-BRK-CNT OR WS-BRK-AT > 0
                   MOVE WS-B-FX(WS-BX) TO WS-FX
                   MOVE WS-REC(WS-F-START(WS-FX):WS-F-LEN(WS-FX))
                       TO WS-FLD-X
                   IF WS-FLD-X NOT = WS-B-PREV(WS-BX)
                       MOVE WS-BX TO WS-BRK-AT
                   END-IF
               END-PERFORM
               IF WS-BRK-AT > 0
                   PERFORM VARYING WS-LX FROM WS-BRK-CNT BY -1
                           UNTIL WS-LX < WS-BRK-AT
                       PERFORM 4400-SUBTOTAL-PARA
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BRK-CNT
               MOVE WS-B-FX(WS-BX) TO WS-FX
               MOVE WS-REC(WS-F-START(WS-FX):WS-F-LEN(WS-FX))
                   TO WS-B-PREV(WS-BX)
           END-PERFORM
           MOVE 'N' TO WS-FIRST-SW.
       4300-DETAIL-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OUTF-CNT OR WS-PTR > 230
               MOVE WS-O-FX(WS-OX) TO WS-FX
               IF WS-CSV-OUT
                   PERFORM 4310-CSV-FIELD-PARA
               ELSE
                   MOVE WS-REC(WS-F-START(WS-FX):WS-F-LEN(WS-FX))
                       TO WS-LINE(WS-PTR:WS-F-LEN(WS-FX))
                   COMPUTE WS-PTR = WS-PTR + WS-O-WIDTH(WS-OX) + 2
               END-IF
           END-PERFORM
           MOVE WS-LINE TO QO-LINE
           WRITE QO-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 4
               ADD 1 TO WS-T-COUNT(WS-LX)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SUM-CNT
                   MOVE WS-S-FX(WS-SX) TO WS-FX
                   IF WS-REC(WS-F-START(WS-FX):WS-F-LEN(WS-FX))
                           IS NUMERIC
                       ADD FUNCTION NUMVAL(
                           WS-REC(WS-F-START(WS-FX):WS-F-LEN(WS-FX)))
                           TO WS-T-SUM(WS-LX, WS-SX)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * CSV - trailing spaces dropped, text fields quoted
       4310-CSV-FIELD-PARA.
           IF WS-OX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-PTR
           END-IF
           MOVE WS-F-LEN(WS-FX) TO WS-LEN
           PERFORM UNTIL WS-LEN = 1
                   OR WS-REC(WS-F-START(WS-FX) + WS-LEN - 1:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-LEN
           END-PERFORM
           IF WS-F-KIND(WS-FX) = 'N'
               STRING WS-REC(WS-F-START(WS-FX):WS-LEN)
                   DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR
           ELSE
               STRING '"' WS-REC(WS-F-START(WS-FX):WS-LEN) '"'
                   DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR
           END-IF.
      * Count and sums for level WS-LX (4 = the whole run), then
      * reset the level for the next group
       4400-SUBTOTAL-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           IF WS-LX = 4
               STRING '*** TOTAL' DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-PTR
           ELSE
               MOVE WS-B-FX(WS-LX) TO WS-FX
               STRING '** ' WS-F-NAME(WS-FX) DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-PTR
               STRING ' ' WS-B-PREV(WS-LX)(1:WS-F-LEN(WS-FX))
                   DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR
           END-IF
           MOVE WS-T-COUNT(WS-LX) TO WS-CNT-ED
           STRING '  COUNT ' WS-CNT-ED DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SUM-CNT
               MOVE WS-S-FX(WS-SX) TO WS-FX
               MOVE WS-T-SUM(WS-LX, WS-SX) TO WS-NUM-ED
               STRING '  ' WS-F-NAME(WS-FX) ' ' WS-NUM-ED
                   DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR
           END-PERFORM
           MOVE WS-LINE TO QO-LINE
           WRITE QO-LINE
           IF WS-LX < 4
               MOVE SPACES TO QO-LINE
               WRITE QO-LINE
           END-IF
           MOVE ZERO TO WS-T-COUNT(WS-LX)
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               MOVE ZERO TO WS-T-SUM(WS-LX, WS-SX)
           END-PERFORM.
       END PROGRAM QUERYRUN.
