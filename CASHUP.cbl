      ******************************************************************
      * Program : CASHUP
      * Purpose : Ticket counter cash-up by cashier and shift. The
      *           ticket program stamps every TICKETS row and every
      *           counter refund with the cashier ID and shift code
      *           that took it; at the close each cashier declares
      *           the cash and card in the drawer (CASHDECL_DSN,
      *           default cashdecl.txt - cashier, shift, cash, card).
      *           This run totals each cashier's sales (TICKETS_DSN)
      *           less the refunds they paid out (REFUNDS_DSN),
      *           compares that with the declaration and prints the
      *           over/short per shift. A difference beyond
      *           CASHUP_TOL (default 5.00) in either direction, or
      *           a cashier with takings and no declaration, raises
      *           an operator alert. Rows with no cashier (refunds
      *           for a cancelled or moved show, paid by the office)
      *           are shown apart and left out of the drawers.
      *           The day roll-up ties tickets less refunds back to
      *           the NET FOR THE DAY line of the day's TICKSUM block
      *           (CASHUP_DATE, default today). The report goes to
      *           CASHUPRPT_DSN (default cashup.txt); RETURN-CODE 4
      *           when a shift is outside tolerance, undeclared, or
      *           the day does not tie; 16 with no declaration file.
      * Modification History:
      *   - Written new, in the style of BANKREC's tie-out, so a
      *     counter shortage can be traced to the shift that ran it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHDECL ASSIGN TO WS-CD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CD-FS.
           SELECT TICKETS ASSIGN TO WS-TICK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICK-FS.
           SELECT REFUNDS ASSIGN TO WS-REF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-FS.
           SELECT TICKSUM ASSIGN TO WS-SUM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUM-FS.
           SELECT CASHRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD CASHDECL.
       01 CD-REC.
           05 CD-CASHIER   PIC X(4).
           05 FILLER       PIC X.
           05 CD-SHIFT     PIC X.
           05 FILLER       PIC X.
           05 CD-CASH      PIC 9(7)V99.
           05 FILLER       PIC X.
           05 CD-CARD      PIC 9(7)V99.
       FD TICKETS.
       01 TICK-REC.
           05 TICK-NO      PIC 9(5).
           05 FILLER       PIC X.
           05 TICK-AGE     PIC 999.
           05 FILLER       PIC X.
           05 TICK-GENDER  PIC X.
           05 FILLER       PIC X.
           05 TICK-PRICE   PIC 9(5)V99.
           05 FILLER       PIC X.
           05 TICK-SHOW    PIC X(5).
           05 FILLER       PIC X.
           05 TICK-CASHIER PIC X(4).
           05 FILLER       PIC X.
           05 TICK-SHIFT   PIC X.
       FD REFUNDS.
       01 REFUND-REC.
           05 REF-TICKET   PIC 9(5).
           05 FILLER       PIC X.
           05 REF-PCT      PIC 999.
           05 FILLER       PIC X.
           05 REF-AMT      PIC 9(5)V99.
           05 FILLER       PIC X.
           05 REF-DAYS     PIC 999.
           05 FILLER       PIC X.
           05 REF-CASHIER  PIC X(4).
           05 FILLER       PIC X.
           05 REF-SHIFT    PIC X.
       FD TICKSUM.
       01 SUM-LINE PIC X(80).
       FD CASHRPT.
       01 RPT-LINE PIC X(80).
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       77 WS-CD-FS    PIC 99.
       77 WS-TICK-FS  PIC 99.
       77 WS-REF-FS   PIC 99.
       77 WS-SUM-FS   PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-CD-DSN   PIC X(100) VALUE 'cashdecl.txt'.
       77 WS-TICK-DSN PIC X(100) VALUE 'TICKETS.txt'.
       77 WS-REF-DSN  PIC X(100) VALUE 'refunds.txt'.
       77 WS-SUM-DSN  PIC X(100) VALUE 'ticksum.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'cashup.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TOL      PIC 9(5)V99 VALUE 5.00.
       77 WS-DR-COUNT PIC 99 VALUE ZERO.
       77 WS-DX       PIC 99 VALUE ZERO.
       77 WS-DY       PIC 99 VALUE ZERO.
       77 WS-MATCH-DX PIC 99 VALUE ZERO.
       77 WS-KEY-CASHIER PIC X(4).
       77 WS-KEY-SHIFT   PIC X.
       77 WS-TICK-READ PIC 9(5) VALUE ZERO.
       77 WS-REF-READ  PIC 9(5) VALUE ZERO.
       77 WS-CD-READ   PIC 9(4) VALUE ZERO.
       77 WS-TOT-SALES PIC 9(7)V99 VALUE ZERO.
       77 WS-TOT-REFS  PIC 9(7)V99 VALUE ZERO.
       77 WS-OFF-REFS  PIC 9(7)V99 VALUE ZERO.
       77 WS-TOT-CASH  PIC 9(7)V99 VALUE ZERO.
       77 WS-TOT-CARD  PIC 9(7)V99 VALUE ZERO.
       77 WS-TOT-DIFF  PIC S9(7)V99 VALUE ZERO.
       77 WS-DAY-NET   PIC S9(7)V99 VALUE ZERO.
       77 WS-SUM-NET   PIC S9(7)V99 VALUE ZERO.
       77 WS-EXPECTED  PIC S9(7)V99 VALUE ZERO.
       77 WS-DIFF      PIC S9(7)V99 VALUE ZERO.
       77 WS-ABS-DIFF  PIC 9(7)V99 VALUE ZERO.
       77 WS-OUT-TOL   PIC 99 VALUE ZERO.
       77 WS-NO-DEC    PIC 99 VALUE ZERO.
       77 WS-AMT-DISP  PIC Z(6)9.99.
       77 WS-SGN-DISP  PIC Z(6)9.99-.
       01 WS-SUM-SW    PIC X VALUE 'N'.
           88 WS-IN-DAY-BLOCK VALUE 'Y'.
       01 WS-NET-SW    PIC X VALUE 'N'.
           88 WS-NET-FOUND   VALUE 'Y'.
       01 WS-TIE-SW    PIC X VALUE 'N'.
           88 WS-DAY-TIES    VALUE 'Y'.
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 60 TIMES.
               10 WS-DR-KEY.
                   15 WS-DR-SHIFT   PIC X.
                   15 WS-DR-CASHIER PIC X(4).
               10 WS-DR-TKTS    PIC 9(4).
               10 WS-DR-SALES   PIC 9(7)V99.
               10 WS-DR-REFS    PIC 9(7)V99.
               10 WS-DR-CASH    PIC 9(7)V99.
               10 WS-DR-CARD    PIC 9(7)V99.
               10 WS-DR-DECL    PIC X.
       01 WS-DR-HOLD   PIC X(46).
       01 WS-HDR-1.
           05 FILLER PIC X(40)
               VALUE 'S  CASH TKTS      SALES    REFUNDS   EXP'.
           05 FILLER PIC X(40)
               VALUE 'ECTED   DECLARED OVER/SHORT FLAG'.
       01 WS-DETAIL.
           05 WS-D-SHIFT    PIC X.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-D-CASHIER  PIC X(4).
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-TKTS     PIC ZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-SALES    PIC Z(6)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-REFS     PIC Z(6)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-EXPECT   PIC -Z(5)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-DECL     PIC Z(6)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-DIFF     PIC -Z(5)9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WS-D-FLAG     PIC X(6).
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1500-LOAD-DECL-PARA THRU 1599-LOAD-DECL-EXIT
           IF RETURN-CODE = 16
               STOP RUN
           END-IF
           PERFORM 1600-LOAD-TICKETS-PARA
           PERFORM 1700-LOAD-REFUNDS-PARA
           PERFORM 1800-TICKSUM-PARA
           PERFORM 1900-SORT-PARA
           OPEN OUTPUT CASHRPT
           MOVE SPACES TO RPT-LINE
           STRING 'TICKET COUNTER CASH-UP - ' WS-RUN-DATE
               '  TOLERANCE ' DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-TOL TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO RPT-LINE(46:10)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDR-1 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-SHIFT-PARA
               VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DR-COUNT
           PERFORM 3000-ROLLUP-PARA
           CLOSE CASHRPT
           COMPUTE WS-AUDIT-RECS-READ =
               WS-TICK-READ + WS-REF-READ + WS-CD-READ
           MOVE WS-DR-COUNT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-RPT-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'SHIFTS: ' WS-DR-COUNT '  OUTSIDE TOLERANCE: '
               WS-OUT-TOL '  NOT DECLARED: ' WS-NO-DEC
           IF WS-OUT-TOL NOT = ZERO OR WS-NO-DEC NOT = ZERO
               OR NOT WS-DAY-TIES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'CASHDECL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CD-DSN FROM ENVIRONMENT-VALUE
           IF WS-CD-DSN = SPACES
               MOVE 'cashdecl.txt' TO WS-CD-DSN
           END-IF
           MOVE 'TICKETS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TICK-DSN FROM ENVIRONMENT-VALUE
           IF WS-TICK-DSN = SPACES
               MOVE 'TICKETS.txt' TO WS-TICK-DSN
           END-IF
           MOVE 'REFUNDS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REF-DSN FROM ENVIRONMENT-VALUE
           IF WS-REF-DSN = SPACES
               MOVE 'refunds.txt' TO WS-REF-DSN
           END-IF
           MOVE 'TICKSUM_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SUM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SUM-DSN = SPACES
               MOVE 'ticksum.txt' TO WS-SUM-DSN
           END-IF
           MOVE 'CASHUPRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'cashup.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'CASHUP_TOL' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-TOL
               ELSE
                   DISPLAY 'INVALID CASHUP_TOL, USING DEFAULT - '
                       WS-TOL
               END-IF
           END-IF
           MOVE 'CASHUP_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF WS-PARM-IN(1:8) IS NUMERIC
                   MOVE WS-PARM-IN(1:8) TO WS-RUN-DATE
               ELSE
                   DISPLAY 'INVALID CASHUP_DATE, USING DEFAULT - '
                       WS-RUN-DATE
               END-IF
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'CASHUP' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'CASHUP' TO WS-ALERT-PGM.
       1500-LOAD-DECL-PARA.
      * A second declaration for the same drawer (a mid-shift lift)
      * adds to the first
           OPEN INPUT CASHDECL
           IF WS-CD-FS NOT = 00
               DISPLAY 'CASH DECLARATIONS OPEN FAILED, FILE STATUS - '
                   WS-CD-FS ' - NO CASH-UP'
               MOVE 16 TO RETURN-CODE
               GO TO 1599-LOAD-DECL-EXIT
           END-IF
           PERFORM UNTIL WS-CD-FS NOT = 00
               READ CASHDECL
               END-READ
               IF WS-CD-FS NOT = 10
                   ADD 1 TO WS-CD-READ
                   IF CD-CASH IS NOT NUMERIC
                       OR CD-CARD IS NOT NUMERIC
                       OR CD-CASHIER = SPACES
                       DISPLAY 'DECLARATION ' CD-REC
                           ' NOT VALID - IGNORED'
                   ELSE
                       MOVE CD-CASHIER TO WS-KEY-CASHIER
                       MOVE CD-SHIFT TO WS-KEY-SHIFT
                       PERFORM 1550-FIND-DRAWER-PARA
                       IF WS-MATCH-DX NOT = ZERO
                           MOVE 'Y' TO WS-DR-DECL(WS-MATCH-DX)
                           ADD CD-CASH TO WS-DR-CASH(WS-MATCH-DX)
                           ADD CD-CARD TO WS-DR-CARD(WS-MATCH-DX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CASHDECL.
       1599-LOAD-DECL-EXIT.
           EXIT.
       1550-FIND-DRAWER-PARA.
      * Finds - or opens - the drawer for WS-KEY-SHIFT/CASHIER
           MOVE ZERO TO WS-MATCH-DX
           PERFORM VARYING WS-DY FROM 1 BY 1
               UNTIL WS-DY > WS-DR-COUNT OR WS-MATCH-DX NOT = ZERO
               IF WS-DR-SHIFT(WS-DY) = WS-KEY-SHIFT
                   AND WS-DR-CASHIER(WS-DY) = WS-KEY-CASHIER
                   MOVE WS-DY TO WS-MATCH-DX
               END-IF
           END-PERFORM
           IF WS-MATCH-DX = ZERO
               IF WS-DR-COUNT < 60
                   ADD 1 TO WS-DR-COUNT
                   MOVE WS-DR-COUNT TO WS-MATCH-DX
                   MOVE WS-KEY-SHIFT TO WS-DR-SHIFT(WS-MATCH-DX)
                   MOVE WS-KEY-CASHIER TO WS-DR-CASHIER(WS-MATCH-DX)
                   MOVE ZERO TO WS-DR-TKTS(WS-MATCH-DX)
                       WS-DR-SALES(WS-MATCH-DX)
                       WS-DR-REFS(WS-MATCH-DX)
                       WS-DR-CASH(WS-MATCH-DX)
                       WS-DR-CARD(WS-MATCH-DX)
                   MOVE 'N' TO WS-DR-DECL(WS-MATCH-DX)
               ELSE
                   DISPLAY 'DRAWER TABLE FULL, SKIPPING '
                       WS-KEY-SHIFT ' ' WS-KEY-CASHIER
               END-IF
           END-IF.
       1600-LOAD-TICKETS-PARA.
           OPEN INPUT TICKETS
           IF WS-TICK-FS NOT = 00
               DISPLAY 'NO TICKET SALES, FILE STATUS - ' WS-TICK-FS
           ELSE
               PERFORM UNTIL WS-TICK-FS NOT = 00
                   READ TICKETS
                   END-READ
                   IF WS-TICK-FS NOT = 10
                       ADD 1 TO WS-TICK-READ
                       ADD TICK-PRICE TO WS-TOT-SALES
                       MOVE TICK-CASHIER TO WS-KEY-CASHIER
                       MOVE TICK-SHIFT TO WS-KEY-SHIFT
                       PERFORM 1550-FIND-DRAWER-PARA
                       IF WS-MATCH-DX NOT = ZERO
                           ADD 1 TO WS-DR-TKTS(WS-MATCH-DX)
                           ADD TICK-PRICE TO WS-DR-SALES(WS-MATCH-DX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TICKETS
           END-IF.
       1700-LOAD-REFUNDS-PARA.
           OPEN INPUT REFUNDS
           IF WS-REF-FS = 00
               PERFORM UNTIL WS-REF-FS NOT = 00
                   READ REFUNDS
                   END-READ
                   IF WS-REF-FS NOT = 10
                       ADD 1 TO WS-REF-READ
                       ADD REF-AMT TO WS-TOT-REFS
                       IF REF-CASHIER = SPACES
                           ADD REF-AMT TO WS-OFF-REFS
                       END-IF
                       MOVE REF-CASHIER TO WS-KEY-CASHIER
                       MOVE REF-SHIFT TO WS-KEY-SHIFT
                       PERFORM 1550-FIND-DRAWER-PARA
                       IF WS-MATCH-DX NOT = ZERO
                           ADD REF-AMT TO WS-DR-REFS(WS-MATCH-DX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REFUNDS
           END-IF.
       1800-TICKSUM-PARA.
      * The last block for the cash-up date wins - a rerun of the
      * ticket batch appends a fresh block
           OPEN INPUT TICKSUM
           IF WS-SUM-FS NOT = 00
               DISPLAY 'TICKET SUMMARY NOT AVAILABLE, FILE STATUS - '
                   WS-SUM-FS
           ELSE
               PERFORM UNTIL WS-SUM-FS NOT = 00
                   READ TICKSUM
                   END-READ
                   IF WS-SUM-FS NOT = 10
                       IF SUM-LINE(1:5) = 'DATE '
                           IF SUM-LINE(6:8) = WS-RUN-DATE
                               MOVE 'Y' TO WS-SUM-SW
                           ELSE
                               MOVE 'N' TO WS-SUM-SW
                           END-IF
                       END-IF
                       IF WS-IN-DAY-BLOCK
                           AND SUM-LINE(1:18) = '  NET FOR THE DAY '
                           MOVE FUNCTION NUMVAL(SUM-LINE(19:11))
                               TO WS-SUM-NET
                           MOVE 'Y' TO WS-NET-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TICKSUM
           END-IF.
       1900-SORT-PARA.
      * Shift, then cashier; the office (no cashier) rows sort to
      * the top of their shift
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX >= WS-DR-COUNT
               PERFORM VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > WS-DR-COUNT - WS-DX
                   IF WS-DR-KEY(WS-DY) > WS-DR-KEY(WS-DY + 1)
                       MOVE WS-DR-ENTRY(WS-DY) TO WS-DR-HOLD
                       MOVE WS-DR-ENTRY(WS-DY + 1)
                           TO WS-DR-ENTRY(WS-DY)
                       MOVE WS-DR-HOLD TO WS-DR-ENTRY(WS-DY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       2000-SHIFT-PARA.
           COMPUTE WS-EXPECTED = WS-DR-SALES(WS-DX)
               - WS-DR-REFS(WS-DX)
           MOVE SPACES TO WS-D-FLAG
           MOVE WS-DR-SHIFT(WS-DX) TO WS-D-SHIFT
           MOVE WS-DR-CASHIER(WS-DX) TO WS-D-CASHIER
           MOVE WS-DR-TKTS(WS-DX) TO WS-D-TKTS
           MOVE WS-DR-SALES(WS-DX) TO WS-D-SALES
           MOVE WS-DR-REFS(WS-DX) TO WS-D-REFS
           MOVE WS-EXPECTED TO WS-D-EXPECT
           IF WS-DR-CASHIER(WS-DX) = SPACES
               MOVE ZERO TO WS-D-DECL WS-D-DIFF
               MOVE 'OFFICE' TO WS-D-FLAG
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               COMPUTE WS-DIFF = WS-DR-CASH(WS-DX) + WS-DR-CARD(WS-DX)
                   - WS-EXPECTED
               ADD WS-DR-CASH(WS-DX) TO WS-TOT-CASH
               ADD WS-DR-CARD(WS-DX) TO WS-TOT-CARD
               ADD WS-DIFF TO WS-TOT-DIFF
               COMPUTE WS-D-DECL = WS-DR-CASH(WS-DX)
                   + WS-DR-CARD(WS-DX)
               MOVE WS-DIFF TO WS-D-DIFF
               IF WS-DIFF < ZERO
                   COMPUTE WS-ABS-DIFF = ZERO - WS-DIFF
               ELSE
                   MOVE WS-DIFF TO WS-ABS-DIFF
               END-IF
               EVALUATE TRUE
                   WHEN WS-DR-DECL(WS-DX) = 'N'
                       MOVE 'NO DEC' TO WS-D-FLAG
                   WHEN WS-DIFF = ZERO
                       MOVE 'OK' TO WS-D-FLAG
                   WHEN WS-DIFF > ZERO
                       MOVE 'OVER' TO WS-D-FLAG
                   WHEN OTHER
                       MOVE 'SHORT' TO WS-D-FLAG
               END-EVALUATE
               IF WS-ABS-DIFF > WS-TOL AND WS-DR-DECL(WS-DX) = 'Y'
                   MOVE '*' TO WS-D-FLAG(6:1)
               END-IF
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-DR-CASH(WS-DX) TO WS-AMT-DISP
               STRING '         CASH ' WS-AMT-DISP
                   DELIMITED BY SIZE INTO RPT-LINE
               MOVE WS-DR-CARD(WS-DX) TO WS-AMT-DISP
               STRING 'CARD ' WS-AMT-DISP
                   DELIMITED BY SIZE INTO RPT-LINE(27:20)
               WRITE RPT-LINE
               PERFORM 2100-ALERT-PARA
           END-IF.
       2100-ALERT-PARA.
           IF WS-DR-DECL(WS-DX) = 'N'
               ADD 1 TO WS-NO-DEC
               MOVE 'W' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'CASH-UP SHIFT ' WS-DR-SHIFT(WS-DX)
                   ' CASHIER ' WS-DR-CASHIER(WS-DX)
                   ' HAS TAKINGS BUT NO DECLARATION'
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
           ELSE
               IF WS-ABS-DIFF > WS-TOL
                   ADD 1 TO WS-OUT-TOL
                   MOVE 'W' TO WS-ALERT-SEV
                   MOVE SPACES TO WS-ALERT-MSG
                   MOVE WS-ABS-DIFF TO WS-AMT-DISP
                   STRING 'CASH-UP SHIFT ' WS-DR-SHIFT(WS-DX)
                       ' CASHIER ' WS-DR-CASHIER(WS-DX) ' '
                       WS-D-FLAG(1:5) ' ' WS-AMT-DISP
                       DELIMITED BY SIZE INTO WS-ALERT-MSG
                   PERFORM ALERT-WRITE-PARA
               END-IF
           END-IF.
       3000-ROLLUP-PARA.
           COMPUTE WS-DAY-NET = WS-TOT-SALES - WS-TOT-REFS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DAY ROLL-UP' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOT-SALES TO WS-AMT-DISP
           STRING '  TICKET SALES            ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOT-REFS TO WS-AMT-DISP
           STRING '  REFUNDS                 ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-OFF-REFS NOT = ZERO
               MOVE WS-OFF-REFS TO WS-AMT-DISP
               STRING '  (OFFICE ' WS-AMT-DISP ')'
                   DELIMITED BY SIZE INTO RPT-LINE(37:23)
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-DAY-NET TO WS-SGN-DISP
           STRING '  NET TICKETS LESS REFUNDS' WS-SGN-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-NET-FOUND
               MOVE WS-SUM-NET TO WS-SGN-DISP
               IF WS-SUM-NET = WS-DAY-NET
                   MOVE 'Y' TO WS-TIE-SW
                   STRING '  TICKSUM NET FOR THE DAY ' WS-SGN-DISP
                       '  - TIES' DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING '  TICKSUM NET FOR THE DAY ' WS-SGN-DISP
                       '  - DOES NOT TIE' DELIMITED BY SIZE
                       INTO RPT-LINE
               END-IF
           ELSE
               STRING '  TICKSUM NET FOR THE DAY  NOT FOUND FOR '
                   WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           IF NOT WS-DAY-TIES
               MOVE 'E' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'CASH-UP ' WS-RUN-DATE
                   ' DOES NOT TIE TO TICKSUM NET'
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
           END-IF
      * Drawers plus office refunds make the day's net
           MOVE SPACES TO RPT-LINE
           COMPUTE WS-EXPECTED = WS-DAY-NET + WS-OFF-REFS
           MOVE WS-EXPECTED TO WS-SGN-DISP
           STRING '  DUE FROM THE DRAWERS    ' WS-SGN-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOT-CASH TO WS-AMT-DISP
           STRING '  DECLARED CASH           ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOT-CARD TO WS-AMT-DISP
           STRING '  DECLARED CARD           ' WS-AMT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOT-DIFF TO WS-SGN-DISP
           STRING '  COUNTER OVER/SHORT      ' WS-SGN-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  SHIFTS ' WS-DR-COUNT ' OUTSIDE TOLERANCE '
               WS-OUT-TOL ' NOT DECLARED ' WS-NO-DEC
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM CASHUP.
