      *     follows the daily revenue summary. A missing show
      *     master warns and prices without a capacity check, the
      *     same grace the RATES fallback allows.
      *   - Waiting list for sold-out shows (WAITLIST_DSN, default
      *     waitlist.txt, one queue per show code in arrival order,
      *     kept across runs). A booking past capacity joins its
      *     show's queue and goes to TICKREJ as WAITLISTED instead
      *     of SOLD OUT; a cancellation that returns a seat prices
      *     and tickets the first booking waiting for that show, and
      *     seats free at the start of a run go to the queue before
      *     the day's bookings. Bookings still waiting once their
      *     show date has passed (or whose show has left the master)
      *     are written to the unfulfilled list (WAITEXP_DSN, default
      *     waitexp.txt, OPEN EXTEND) and dropped from the queue. The
      *     daily summary shows the joins, promotions and expiries.
      *     A full queue table refuses the booking SOLD OUT as
      *     before.
      *   - Show cancellation and rescheduling: an optional show
      *     event file (SHOWEVT_DSN, default showevt.txt - C cancel
      *     or M move, the show code and for a move the new show
      *     code) is applied after the bookings pass to every ticket
      *     for the show. A cancel refunds every ticket not already
      *     refunded at 100 PCT whatever its days-to-show; a move
      *     transfers tickets in ticket-number order to the new show
      *     while it has seats and refunds the overflow at 100 PCT.
      *     TICKETS is rewritten with the transferred show codes,
      *     waiting bookings follow a moved show or are listed
      *     unfulfilled for a cancelled one, and a settlement listing
      *     per show goes to SETTLE_DSN (default settle.txt). An
      *     event for an unknown show, a bad type or a move to an
      *     unknown show is listed as rejected with RC 8.
      *   - Counter cashier and shift code (BOOK-CASHIER/BOOK-SHIFT)
      *     carried from the booking onto TICK-REC and, for a
      *     cancellation, onto REFUND-REC, so the CASHUP run can
      *     settle each shift's drawer. A waiting booking keeps the
      *     cashier who took it and its ticket carries that cashier
      *     when promoted; show-event refunds carry no cashier (paid
      *     by the office, not over a counter). The summary's net
      *     line now carries a trailing minus on a refund-heavy day
      *     instead of printing the amount unsigned.
      *   - Indexed ticket register (TKTREG_DSN, default tktreg.dat,
      *     keyed on TICK-NO). Ticket numbers now run on from the
      *     register's control record (key 00000, last number
      *     issued) instead of restarting at 1 each run, and every
      *     ticket of the run is written to the register at the end
      *     of the batch with its status - S sold, R refunded, T
      *     transferred by a show move. A C transaction for a ticket
      *     sold on an earlier day is checked against the register:
      *     unknown or already refunded tickets are skipped as
      *     before, otherwise the refund is paid under the rules
      *     table and the register row marked refunded. The TKTINQ
      *     counter screen reads the register and reprints
      *     duplicates. A register that cannot be opened warns and
      *     the run carries on numbering from 1, as before.
      *   - Seats sold on earlier days now count against capacity:
      *     opening the register browses it and seeds each show's
      *     sold count with its tickets still sold or transferred,
      *     so the waiting list is only promoted into seats that are
      *     really free and a cancellation of an earlier ticket frees
      *     a seat that exists. The occupancy report's SOLD column is
      *     therefore cumulative. A show cancel or move now also
      *     reaches the earlier days' tickets on the register: a
      *     cancel refunds them at 100 PCT (status R, refund record
      *     written), a move transfers them while the new show has
      *     seats (status T, original show kept) and refunds the
      *     rest, and they appear on the settlement listing ahead of
      *     the day's tickets, in ticket-number order.
      *   - A register that cannot be opened or created now refuses
      *     the batch with RETURN-CODE 16, like the bookings file,
      *     before the ticket, refund and reject files are opened:
      *     numbering from 1 again would reissue numbers already on
      *     earlier days' tickets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. swathi_cobolChallenge_22.
           ASSIGN TO WS-TREJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREJ-STAT.
           SELECT WAITLIST
           ASSIGN TO WS-WL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-STAT.
           SELECT WAITEXP
           ASSIGN TO WS-WX-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WX-STAT.
           SELECT TKTREG
           ASSIGN TO WS-REG-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NO
           FILE STATUS IS WS-REG-STAT.
           SELECT SHOWEVT
           ASSIGN TO WS-EV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EV-STAT.
           SELECT SETTLE
           ASSIGN TO WS-SET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-STAT.
           COPY GDGSEL.
       DATA DIVISION.
       FILE SECTION.
           05 BOOK-DAYS   PIC 999.
           05 FILLER      PIC X VALUE SPACE.
           05 BOOK-SHOW   PIC X(5).
           05 FILLER      PIC X VALUE SPACE.
           05 BOOK-CASHIER PIC X(4).
           05 FILLER      PIC X VALUE SPACE.
           05 BOOK-SHIFT  PIC X.
       FD TICKETS.
       01 TICK-REC.
           05 TICK-NO     PIC 9(5).
           05 TICK-PRICE  PIC 9(5)V99.
           05 FILLER      PIC X VALUE SPACE.
           05 TICK-SHOW   PIC X(5).
           05 FILLER      PIC X VALUE SPACE.
           05 TICK-CASHIER PIC X(4).
           05 FILLER      PIC X VALUE SPACE.
           05 TICK-SHIFT  PIC X.
       FD REFUNDS.
       01 REFUND-REC.
           05 REF-TICKET  PIC 9(5).
           05 REF-AMT     PIC 9(5)V99.
           05 FILLER      PIC X VALUE SPACE.
           05 REF-DAYS    PIC 999.
           05 FILLER      PIC X VALUE SPACE.
           05 REF-CASHIER PIC X(4).
           05 FILLER      PIC X VALUE SPACE.
           05 REF-SHIFT   PIC X.
       FD RATES.
       01 RATE-REC.
           05 RATE-EFF    PIC 9(8).
           05 TREJ-REASON PIC X(20).
       FD TICKSUM.
       01 SUM-LINE PIC X(80).
       FD WAITLIST.
       01 WL-REC.
           05 WL-SHOW     PIC X(5).
           05 FILLER      PIC X.
           05 WL-SEQ      PIC 9(5).
           05 FILLER      PIC X.
           05 WL-JOINED   PIC 9(8).
           05 FILLER      PIC X.
           05 WL-AGE      PIC 999.
           05 FILLER      PIC X.
           05 WL-GENDER   PIC X.
           05 FILLER      PIC X.
           05 WL-CASHIER  PIC X(4).
           05 FILLER      PIC X.
           05 WL-SHIFT    PIC X.
       FD WAITEXP.
       01 WX-REC.
           05 WX-SHOW     PIC X(5).
           05 FILLER      PIC X.
           05 WX-SHOW-DT  PIC 9(8).
           05 FILLER      PIC X.
           05 WX-SEQ      PIC 9(5).
           05 FILLER      PIC X.
           05 WX-JOINED   PIC 9(8).
           05 FILLER      PIC X.
           05 WX-AGE      PIC 999.
           05 FILLER      PIC X.
           05 WX-GENDER   PIC X.
           05 FILLER      PIC X.
           05 WX-RUN-DT   PIC 9(8).
           05 FILLER      PIC X.
           05 WX-REASON   PIC X(20).
       FD TKTREG.
       01 TR-REC.
           05 TR-NO        PIC 9(5).
           05 TR-SALE-DT   PIC 9(8).
           05 TR-AGE       PIC 999.
           05 TR-GENDER    PIC X.
           05 TR-PRICE     PIC 9(5)V99.
           05 TR-SHOW      PIC X(5).
           05 TR-CASHIER   PIC X(4).
           05 TR-SHIFT     PIC X.
           05 TR-STATUS    PIC X.
               88 TR-SOLD        VALUE 'S'.
               88 TR-REFUNDED    VALUE 'R'.
               88 TR-TRANSFERRED VALUE 'T'.
           05 TR-STAT-DT   PIC 9(8).
           05 TR-REF-AMT   PIC 9(5)V99.
           05 TR-ORIG-SHOW PIC X(5).
           05 TR-REPRINTS  PIC 99.
       01 TR-CTL-REC.
           05 TR-CTL-KEY   PIC 9(5).
           05 TR-LAST-NO   PIC 9(5).
           05 TR-CTL-DT    PIC 9(8).
           05 FILLER       PIC X(39).
       FD SHOWEVT.
       01 EV-REC.
           05 EV-TYPE     PIC X.
               88 EV-CANCEL   VALUE 'C'.
               88 EV-MOVE     VALUE 'M'.
           05 FILLER      PIC X.
           05 EV-SHOW     PIC X(5).
           05 FILLER      PIC X.
           05 EV-NEW-SHOW PIC X(5).
       FD SETTLE.
       01 SET-LINE PIC X(80).
       COPY GDGFD.
       WORKING-STORAGE SECTION.
       01  WS-AGE PIC 999.
       01 WS-CNT-FULL  PIC 9(5) VALUE ZERO.
       01 WS-AMT-FULL  PIC 9(7)V99 VALUE ZERO.
       01 WS-AMT-DISP  PIC Z(6)9.99.
       01 WS-NET-DISP  PIC Z(6)9.99-.
       01 WS-TIE-TXT   PIC X(12).
       77 WS-REF-STAT  PIC 99.
       77 WS-REF-DSN   PIC X(100) VALUE 'refunds.txt'.
               10 WS-TKT-PRICE PIC 9(5)V99.
               10 WS-TKT-REFD  PIC X.
               10 WS-TKT-SHX   PIC 99.
               10 WS-TKT-IMAGE PIC X(32).
               10 WS-TKT-REFAMT PIC 9(5)V99.
               10 WS-TKT-XFER  PIC X.
               10 WS-TKT-ORIG  PIC X(5).
       01 WS-REFUND-RULES.
           05 FILLER PIC X(6) VALUE '007100'.
           05 FILLER PIC X(6) VALUE '003050'.
               10 WS-SH-SOLD PIC 9(5).
               10 WS-SH-CANC PIC 9(5).
       01 WS-SOLDOUT   PIC 9(5) VALUE ZERO.
       77 WS-WL-STAT   PIC 99.
       77 WS-WX-STAT   PIC 99.
       77 WS-WL-DSN    PIC X(100) VALUE 'waitlist.txt'.
       77 WS-WX-DSN    PIC X(100) VALUE 'waitexp.txt'.
       01 WS-WL-CNT    PIC 9(4) VALUE ZERO.
       01 WS-WLX       PIC 9(4) VALUE ZERO.
       01 WS-MATCH-WLX PIC 9(4) VALUE ZERO.
       01 WS-WL-SHX    PIC 99 VALUE ZERO.
       01 WS-WL-NEXT   PIC 9(5) VALUE ZERO.
       01 WS-WL-JOINS  PIC 9(5) VALUE ZERO.
       01 WS-WL-PROMS  PIC 9(5) VALUE ZERO.
       01 WS-WL-EXPS   PIC 9(5) VALUE ZERO.
       01 WS-WL-LEFT   PIC 9(5) VALUE ZERO.
       01 WS-ISS-SHOW  PIC X(5).
       01 WS-ISS-CASHIER PIC X(4).
       01 WS-ISS-SHIFT PIC X.
       01 WS-WL-TAB.
           05 WS-WL-ENTRY OCCURS 500 TIMES.
               10 WS-WL-T-SHOW   PIC X(5).
               10 WS-WL-T-SEQ    PIC 9(5).
               10 WS-WL-T-JOINED PIC 9(8).
               10 WS-WL-T-AGE    PIC 999.
               10 WS-WL-T-GENDER PIC X.
               10 WS-WL-T-STAT   PIC X.
               10 WS-WL-T-CASHIER PIC X(4).
               10 WS-WL-T-SHIFT  PIC X.
       01 WS-WL-HIT-SW PIC X VALUE 'N'.
           88 WS-WL-PROMOTED VALUE 'Y'.
       01 WS-OCC-PCT   PIC 999 VALUE ZERO.
       77 WS-REG-STAT  PIC 99.
       77 WS-REG-DSN   PIC X(100) VALUE 'tktreg.dat'.
       01 WS-REG-SW    PIC X VALUE 'N'.
           88 WS-REG-OPEN VALUE 'Y'.
       01 WS-REG-CTL-SW PIC X VALUE 'N'.
           88 WS-REG-CTL-FOUND VALUE 'Y'.
       01 WS-TKT-BASE  PIC 9(5) VALUE ZERO.
       01 WS-CX        PIC 9(5) VALUE ZERO.
       01 WS-REF-PRICE PIC 9(5)V99 VALUE ZERO.
       01 WS-REG-PRIOR PIC 9(5) VALUE ZERO.
       01 WS-REG-ADDED PIC 9(5) VALUE ZERO.
       01 WS-REG-DUPS  PIC 9(5) VALUE ZERO.
       01 WS-REG-SEATS PIC 9(5) VALUE ZERO.
       77 WS-EV-STAT   PIC 99.
       77 WS-SET-STAT  PIC 99.
       77 WS-EV-DSN    PIC X(100) VALUE 'showevt.txt'.
       77 WS-SET-DSN   PIC X(100) VALUE 'settle.txt'.
       01 WS-EV-CNT    PIC 9(3) VALUE ZERO.
       01 WS-EV-REJ    PIC 9(3) VALUE ZERO.
       01 WS-EV-SHX    PIC 99 VALUE ZERO.
       01 WS-EV-NEWX   PIC 99 VALUE ZERO.
       01 WS-EV-FREE   PIC S9(5) VALUE ZERO.
       01 WS-EV-TKTS   PIC 9(5) VALUE ZERO.
       01 WS-EV-XFER   PIC 9(5) VALUE ZERO.
       01 WS-EV-REFS   PIC 9(5) VALUE ZERO.
       01 WS-EV-AMT    PIC 9(7)V99 VALUE ZERO.
       01 WS-EV-XFER-T PIC 9(5) VALUE ZERO.
       01 WS-EV-REFS-T PIC 9(5) VALUE ZERO.
       01 WS-TKX       PIC 9(5) VALUE ZERO.
       01 WS-SET-DETAIL.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 WS-SD-TKT   PIC 9(5).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WS-SD-PRICE PIC Z(4)9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WS-SD-ACT   PIC X(30).
       COPY GDGDAT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-TREJ-DSN = SPACES
               MOVE 'tickrej.txt' TO WS-TREJ-DSN
           END-IF
           MOVE 'WAITLIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WL-DSN FROM ENVIRONMENT-VALUE
           IF WS-WL-DSN = SPACES
               MOVE 'waitlist.txt' TO WS-WL-DSN
           END-IF
           MOVE 'WAITEXP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WX-DSN FROM ENVIRONMENT-VALUE
           IF WS-WX-DSN = SPACES
               MOVE 'waitexp.txt' TO WS-WX-DSN
           END-IF
           MOVE 'TKTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-DSN FROM ENVIRONMENT-VALUE
           IF WS-REG-DSN = SPACES
               MOVE 'tktreg.dat' TO WS-REG-DSN
           END-IF
           MOVE 'SHOWEVT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EV-DSN FROM ENVIRONMENT-VALUE
           IF WS-EV-DSN = SPACES
               MOVE 'showevt.txt' TO WS-EV-DSN
           END-IF
           MOVE 'SETTLE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-DSN FROM ENVIRONMENT-VALUE
           IF WS-SET-DSN = SPACES
               MOVE 'settle.txt' TO WS-SET-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           PERFORM RATES-PARA
       BATCH-PARA.
           OPEN INPUT BOOKINGS
           IF WS-BOOK-STAT = 00
               PERFORM REG-OPEN-PARA
               IF WS-REG-OPEN
                   OPEN OUTPUT TICKETS
                   OPEN OUTPUT REFUNDS
                   OPEN OUTPUT TICKREJ
                   IF WS-SHOWS-LOADED
                       PERFORM WAIT-LOAD-PARA
                       PERFORM WAIT-FILL-PARA
                   END-IF
                   PERFORM READ-PARA THRU READ-EXIT
                   CLOSE BOOKINGS
                   CLOSE TICKETS
                   PERFORM EVENT-PARA THRU EVENT-EXIT
                   PERFORM REG-SAVE-PARA
                   CLOSE REFUNDS
                   CLOSE TICKREJ
                   IF WS-SHOWS-LOADED
                       PERFORM WAIT-SAVE-PARA
                   END-IF
                   PERFORM SUMMARY-PARA
                   PERFORM OCCUPANCY-PARA
                   MOVE WS-TICK-DSN TO WS-GDG-BASE
                   PERFORM GDG-SAVE-PARA
                   MOVE WS-REF-DSN TO WS-GDG-BASE
                   PERFORM GDG-SAVE-PARA
               ELSE
                   CLOSE BOOKINGS
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'BOOKINGS FILE OPEN FAILED, FILE STATUS - '
                   WS-BOOK-STAT
               IF WS-SH-SOLD(WS-MATCH-SHX)
                   - WS-SH-CANC(WS-MATCH-SHX)
                   >= WS-SH-CAP(WS-MATCH-SHX)
                   MOVE SPACES TO TREJ-REC
                   IF WS-WL-CNT < 500
                       PERFORM WAIT-JOIN-PARA
                       MOVE 'WAITLISTED' TO TREJ-REASON
                   ELSE
                       ADD 1 TO WS-SOLDOUT
                       MOVE 'SOLD OUT' TO TREJ-REASON
                   END-IF
                   PERFORM TICKREJ-PARA
                   GO TO SALE-EXIT
               END-IF
           END-IF
           MOVE BOOK-AGE TO WS-AGE
           MOVE BOOK-GENDER TO WS-GENDER
           MOVE BOOK-SHOW TO WS-ISS-SHOW
           MOVE BOOK-CASHIER TO WS-ISS-CASHIER
           MOVE BOOK-SHIFT TO WS-ISS-SHIFT
           PERFORM ISSUE-PARA.
       SALE-EXIT.
           EXIT.
       ISSUE-PARA.
      * Price and ticket WS-AGE/WS-GENDER for WS-ISS-SHOW, the seat
      * already taken on WS-MATCH-SHX - a sale or a promotion off
      * the waiting list
           PERFORM PRICE-PARA
           PERFORM TALLY-PARA
           IF WS-TKT-CNT < 2000
               ADD 1 TO WS-TKT-CNT
               MOVE WS-FINAL TO WS-TKT-PRICE(WS-TKT-CNT)
               MOVE 'N' TO WS-TKT-REFD(WS-TKT-CNT)
               MOVE ZERO TO WS-TKT-REFAMT(WS-TKT-CNT)
               MOVE 'N' TO WS-TKT-XFER(WS-TKT-CNT)
               MOVE SPACES TO WS-TKT-ORIG(WS-TKT-CNT)
               MOVE WS-MATCH-SHX TO WS-TKT-SHX(WS-TKT-CNT)
               MOVE SPACES TO WS-TKT-IMAGE(WS-TKT-CNT)
           ELSE
               DISPLAY 'TICKET TABLE FULL - TICKET ' WS-TKT-CNT
                   ' CANNOT BE REFERENCED BY A CANCELLATION'
           END-IF
           MOVE SPACES TO TICK-REC
           COMPUTE TICK-NO = WS-TKT-BASE + WS-TKT-CNT
           MOVE WS-AGE TO TICK-AGE
           MOVE WS-GENDER TO TICK-GENDER
           MOVE WS-FINAL TO TICK-PRICE
           MOVE WS-ISS-SHOW TO TICK-SHOW
           MOVE WS-ISS-CASHIER TO TICK-CASHIER
           MOVE WS-ISS-SHIFT TO TICK-SHIFT
           WRITE TICK-REC
           IF WS-TICK-STAT = 00
               ADD 1 TO WS-WRITTEN
           END-IF
           IF WS-TKT-CNT NOT > 2000
               MOVE TICK-REC TO WS-TKT-IMAGE(WS-TKT-CNT)
           END-IF.
       CANCEL-PARA.
      * A ticket of this run is settled from the ticket table, one
      * sold on an earlier day from the ticket register
           IF BOOK-REF > WS-TKT-BASE
               AND BOOK-REF NOT > WS-TKT-BASE + WS-TKT-CNT
               AND BOOK-REF - WS-TKT-BASE NOT > 2000
               COMPUTE WS-CX = BOOK-REF - WS-TKT-BASE
               IF WS-TKT-REFD(WS-CX) = 'Y'
                   ADD 1 TO WS-CAN-REJ
                   DISPLAY 'TICKET ' BOOK-REF ' ALREADY REFUNDED - '
                       'SKIPPED'
               ELSE
                   MOVE WS-TKT-PRICE(WS-CX) TO WS-REF-PRICE
                   PERFORM REFUND-CALC-PARA
                   MOVE 'Y' TO WS-TKT-REFD(WS-CX)
                   MOVE WS-REF-AMT TO WS-TKT-REFAMT(WS-CX)
      * The seat goes back into the show's inventory
                   IF WS-TKT-SHX(WS-CX) NOT = ZERO
                       ADD 1 TO WS-SH-CANC(WS-TKT-SHX(WS-CX))
                       MOVE WS-TKT-SHX(WS-CX) TO WS-WL-SHX
                       PERFORM WAIT-PROMOTE-PARA
                   END-IF
                   PERFORM REFUND-WRITE-PARA
               END-IF
           ELSE
               IF WS-REG-OPEN AND BOOK-REF NOT = ZERO
                   AND BOOK-REF NOT > WS-TKT-BASE
                   PERFORM REG-CANCEL-PARA
               ELSE
                   ADD 1 TO WS-CAN-REJ
                   DISPLAY 'CANCELLATION FOR UNKNOWN TICKET ' BOOK-REF
                       ' - SKIPPED'
               END-IF
           END-IF.
       REG-CANCEL-PARA.
           MOVE BOOK-REF TO TR-NO
           READ TKTREG
               INVALID KEY
                   ADD 1 TO WS-CAN-REJ
                   DISPLAY 'CANCELLATION FOR UNKNOWN TICKET ' BOOK-REF
                       ' - NOT ON THE REGISTER - SKIPPED'
               NOT INVALID KEY
                   IF TR-REFUNDED
                       ADD 1 TO WS-CAN-REJ
                       DISPLAY 'TICKET ' BOOK-REF ' REFUNDED ON '
                           TR-STAT-DT ' - SKIPPED'
                   ELSE
                       MOVE TR-PRICE TO WS-REF-PRICE
                       PERFORM REFUND-CALC-PARA
                       MOVE 'R' TO TR-STATUS
                       MOVE WS-RUN-DATE TO TR-STAT-DT
                       MOVE WS-REF-AMT TO TR-REF-AMT
                       REWRITE TR-REC
                       END-REWRITE
                       ADD 1 TO WS-REG-PRIOR
                       MOVE TR-SHOW TO BOOK-SHOW
                       PERFORM FIND-SHOW-PARA
                       IF WS-MATCH-SHX NOT = ZERO
                           ADD 1 TO WS-SH-CANC(WS-MATCH-SHX)
                           MOVE WS-MATCH-SHX TO WS-WL-SHX
                           PERFORM WAIT-PROMOTE-PARA
                       END-IF
                       PERFORM REFUND-WRITE-PARA
                   END-IF
           END-READ.
       REFUND-CALC-PARA.
      * WS-REF-PRICE at the rules-table percentage for BOOK-DAYS
           MOVE ZERO TO WS-REF-PCT
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > 3 OR WS-REF-PCT NOT = ZERO
               IF BOOK-DAYS >= WS-RULE-DAYS(WS-RX)
                   MOVE WS-RULE-PCT(WS-RX) TO WS-REF-PCT
               END-IF
           END-PERFORM
           COMPUTE WS-REF-AMT ROUNDED =
               WS-REF-PRICE * WS-REF-PCT / 100.
       REFUND-WRITE-PARA.
           ADD 1 TO WS-REFUNDED
           ADD WS-REF-AMT TO WS-REF-TOTAL
           MOVE SPACES TO REFUND-REC
           MOVE BOOK-REF   TO REF-TICKET
           MOVE WS-REF-PCT TO REF-PCT
           MOVE WS-REF-AMT TO REF-AMT
           MOVE BOOK-DAYS  TO REF-DAYS
           MOVE BOOK-CASHIER TO REF-CASHIER
           MOVE BOOK-SHIFT TO REF-SHIFT
           WRITE REFUND-REC.
       TALLY-PARA.
           ADD 1 TO WS-PRICED
           ADD WS-FINAL TO WS-REVENUE
                   DELIMITED BY SIZE INTO SUM-LINE
               WRITE SUM-LINE
               MOVE SPACES TO SUM-LINE
               MOVE WS-NET TO WS-NET-DISP
               STRING '  NET FOR THE DAY ' WS-NET-DISP
                   DELIMITED BY SIZE INTO SUM-LINE
               WRITE SUM-LINE
               IF WS-CAN-REJ NOT = ZERO
                       DELIMITED BY SIZE INTO SUM-LINE
                   WRITE SUM-LINE
               END-IF
               IF WS-EV-CNT NOT = ZERO
                   MOVE SPACES TO SUM-LINE
                   STRING '  SHOW EVENTS ' WS-EV-CNT
                       ' REJECTED ' WS-EV-REJ
                       ' TRANSFERRED ' WS-EV-XFER-T
                       ' REFUNDED ' WS-EV-REFS-T
                       DELIMITED BY SIZE INTO SUM-LINE
                   WRITE SUM-LINE
               END-IF
               IF WS-SHOWS-LOADED
                   MOVE SPACES TO SUM-LINE
                   STRING '  WAITLIST JOINS ' WS-WL-JOINS
                       ' PROMOTED ' WS-WL-PROMS
                       ' EXPIRED ' WS-WL-EXPS
                       ' STILL WAITING ' WS-WL-LEFT
                       DELIMITED BY SIZE INTO SUM-LINE
                   WRITE SUM-LINE
               END-IF
               CLOSE TICKSUM
           END-IF
           COMPUTE WS-NET = WS-REVENUE - WS-REF-TOTAL
           STRING '  FULL ' WS-CNT-FULL ' AMT ' WS-AMT-DISP
               DELIMITED BY SIZE INTO SUM-LINE
           WRITE SUM-LINE.
       EVENT-PARA.
      * Show-level cancels and moves, applied to every ticket of the
      * run once the bookings pass is done
           OPEN INPUT SHOWEVT
           IF WS-EV-STAT NOT = 00
               GO TO EVENT-EXIT
           END-IF
           IF NOT WS-SHOWS-LOADED OR WS-TKT-CNT > 2000
               DISPLAY 'SHOW EVENTS NOT APPLIED - SHOW MASTER OR '
                   'TICKET TABLE NOT AVAILABLE'
               MOVE 8 TO RETURN-CODE
               CLOSE SHOWEVT
               GO TO EVENT-EXIT
           END-IF
           OPEN OUTPUT SETTLE
           MOVE SPACES TO SET-LINE
           STRING 'SHOW SETTLEMENT ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SET-LINE
           WRITE SET-LINE
           PERFORM UNTIL WS-EV-STAT NOT = 00
               READ SHOWEVT
               END-READ
               IF WS-EV-STAT NOT = 10
                   ADD 1 TO WS-EV-CNT
                   PERFORM EVENT-ONE-PARA THRU EVENT-ONE-EXIT
               END-IF
           END-PERFORM
           CLOSE SHOWEVT
           CLOSE SETTLE
      * TICKETS again from the table, moved tickets under their
      * new show code
           IF WS-EV-XFER-T NOT = ZERO
               OPEN OUTPUT TICKETS
               PERFORM VARYING WS-TKX FROM 1 BY 1
                   UNTIL WS-TKX > WS-TKT-CNT
                   MOVE WS-TKT-IMAGE(WS-TKX) TO TICK-REC
                   WRITE TICK-REC
               END-PERFORM
               CLOSE TICKETS
           END-IF
           IF WS-EV-REJ NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY WS-EV-CNT ' SHOW EVENTS, ' WS-EV-XFER-T
               ' TICKETS TRANSFERRED, ' WS-EV-REFS-T ' REFUNDED'.
       EVENT-EXIT.
           EXIT.
       EVENT-ONE-PARA.
           MOVE SPACES TO SET-LINE
           WRITE SET-LINE
           MOVE EV-SHOW TO BOOK-SHOW
           PERFORM FIND-SHOW-PARA
           MOVE WS-MATCH-SHX TO WS-EV-SHX
           MOVE ZERO TO WS-EV-NEWX
           IF EV-MOVE
               MOVE EV-NEW-SHOW TO BOOK-SHOW
               PERFORM FIND-SHOW-PARA
               MOVE WS-MATCH-SHX TO WS-EV-NEWX
           END-IF
           MOVE SPACES TO BOOK-REC
           MOVE SPACES TO SET-LINE
           EVALUATE TRUE
               WHEN NOT EV-CANCEL AND NOT EV-MOVE
                   STRING 'EVENT ' EV-REC ' REJECTED - TYPE MUST BE '
                       'C OR M' DELIMITED BY SIZE INTO SET-LINE
               WHEN WS-EV-SHX = ZERO
                   STRING 'EVENT ' EV-REC ' REJECTED - SHOW NOT ON '
                       'MASTER' DELIMITED BY SIZE INTO SET-LINE
               WHEN EV-MOVE AND
                   (WS-EV-NEWX = ZERO OR WS-EV-NEWX = WS-EV-SHX)
                   STRING 'EVENT ' EV-REC ' REJECTED - NEW SHOW NOT '
                       'ON MASTER' DELIMITED BY SIZE INTO SET-LINE
           END-EVALUATE
           IF SET-LINE NOT = SPACES
               ADD 1 TO WS-EV-REJ
               WRITE SET-LINE
               DISPLAY SET-LINE
               GO TO EVENT-ONE-EXIT
           END-IF
           IF EV-CANCEL
               STRING 'SHOW ' EV-SHOW ' ' WS-SH-DATE(WS-EV-SHX)
                   ' CANCELLED - ALL TICKETS REFUNDED 100 PCT'
                   DELIMITED BY SIZE INTO SET-LINE
               MOVE ZERO TO WS-EV-FREE
           ELSE
               STRING 'SHOW ' EV-SHOW ' ' WS-SH-DATE(WS-EV-SHX)
                   ' MOVED TO ' EV-NEW-SHOW ' '
                   WS-SH-DATE(WS-EV-NEWX)
                   DELIMITED BY SIZE INTO SET-LINE
               COMPUTE WS-EV-FREE = WS-SH-CAP(WS-EV-NEWX)
                   - WS-SH-SOLD(WS-EV-NEWX) + WS-SH-CANC(WS-EV-NEWX)
           END-IF
           WRITE SET-LINE
           MOVE ZERO TO WS-EV-TKTS WS-EV-XFER WS-EV-REFS WS-EV-AMT
      * Earlier days' tickets first - they carry the lower numbers
           IF WS-REG-OPEN
               PERFORM EVENT-REG-PARA
           END-IF
           PERFORM VARYING WS-TKX FROM 1 BY 1
               UNTIL WS-TKX > WS-TKT-CNT
               IF WS-TKT-SHX(WS-TKX) = WS-EV-SHX
                   AND WS-TKT-REFD(WS-TKX) NOT = 'Y'
                   PERFORM EVENT-TICKET-PARA
               END-IF
           END-PERFORM
           PERFORM EVENT-WAIT-PARA
           ADD WS-EV-XFER TO WS-EV-XFER-T
           ADD WS-EV-REFS TO WS-EV-REFS-T
           MOVE SPACES TO SET-LINE
           MOVE WS-EV-AMT TO WS-AMT-DISP
           STRING '  TICKETS ' WS-EV-TKTS ' TRANSFERRED ' WS-EV-XFER
               ' REFUNDED ' WS-EV-REFS ' AMT ' WS-AMT-DISP
               DELIMITED BY SIZE INTO SET-LINE
           WRITE SET-LINE.
       EVENT-ONE-EXIT.
           EXIT.
       EVENT-TICKET-PARA.
      * The old show gives the seat back either way; the new show
      * takes it while it has one, otherwise the customer is paid
      * out in full
           ADD 1 TO WS-EV-TKTS
           ADD 1 TO WS-SH-CANC(WS-EV-SHX)
           COMPUTE WS-SD-TKT = WS-TKT-BASE + WS-TKX
           MOVE WS-TKT-PRICE(WS-TKX) TO WS-SD-PRICE
           IF EV-MOVE AND WS-EV-FREE > ZERO
               SUBTRACT 1 FROM WS-EV-FREE
               ADD 1 TO WS-SH-SOLD(WS-EV-NEWX)
               ADD 1 TO WS-EV-XFER
               MOVE WS-EV-NEWX TO WS-TKT-SHX(WS-TKX)
               IF WS-TKT-XFER(WS-TKX) = 'N'
                   MOVE 'Y' TO WS-TKT-XFER(WS-TKX)
                   MOVE EV-SHOW TO WS-TKT-ORIG(WS-TKX)
               END-IF
               MOVE WS-TKT-IMAGE(WS-TKX) TO TICK-REC
               MOVE EV-NEW-SHOW TO TICK-SHOW
               MOVE TICK-REC TO WS-TKT-IMAGE(WS-TKX)
               MOVE SPACES TO WS-SD-ACT
               STRING 'TRANSFERRED TO ' EV-NEW-SHOW
                   DELIMITED BY SIZE INTO WS-SD-ACT
           ELSE
               MOVE 'Y' TO WS-TKT-REFD(WS-TKX)
               MOVE WS-TKT-PRICE(WS-TKX) TO WS-TKT-REFAMT(WS-TKX)
               ADD 1 TO WS-EV-REFS
               ADD 1 TO WS-REFUNDED
               ADD WS-TKT-PRICE(WS-TKX) TO WS-REF-TOTAL
               ADD WS-TKT-PRICE(WS-TKX) TO WS-EV-AMT
               MOVE SPACES TO REFUND-REC
               COMPUTE REF-TICKET = WS-TKT-BASE + WS-TKX
               MOVE 100 TO REF-PCT
               MOVE WS-TKT-PRICE(WS-TKX) TO REF-AMT
               MOVE ZERO TO REF-DAYS
               WRITE REFUND-REC
               IF EV-MOVE
                   MOVE 'REFUNDED 100 PCT - NO SEAT' TO WS-SD-ACT
               ELSE
                   MOVE 'REFUNDED 100 PCT' TO WS-SD-ACT
               END-IF
           END-IF
           MOVE WS-SET-DETAIL TO SET-LINE
           WRITE SET-LINE.
       EVENT-REG-PARA.
      * Tickets for the show sold on earlier days, off the register
           MOVE 1 TO TR-NO
           START TKTREG KEY IS NOT LESS THAN TR-NO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-REG-STAT NOT = 00
               READ TKTREG NEXT RECORD
               END-READ
               IF WS-REG-STAT = 00 AND TR-SHOW = EV-SHOW
                   AND (TR-SOLD OR TR-TRANSFERRED)
                   PERFORM EVENT-REG-ONE-PARA
               END-IF
           END-PERFORM.
       EVENT-REG-ONE-PARA.
      * As EVENT-TICKET-PARA, with the register row rewritten in
      * place of the ticket table entry
           ADD 1 TO WS-EV-TKTS
           ADD 1 TO WS-SH-CANC(WS-EV-SHX)
           MOVE TR-NO TO WS-SD-TKT
           MOVE TR-PRICE TO WS-SD-PRICE
           MOVE WS-RUN-DATE TO TR-STAT-DT
           IF EV-MOVE AND WS-EV-FREE > ZERO
               SUBTRACT 1 FROM WS-EV-FREE
               ADD 1 TO WS-SH-SOLD(WS-EV-NEWX)
               ADD 1 TO WS-EV-XFER
               IF TR-ORIG-SHOW = SPACES
                   MOVE EV-SHOW TO TR-ORIG-SHOW
               END-IF
               MOVE EV-NEW-SHOW TO TR-SHOW
               MOVE 'T' TO TR-STATUS
               MOVE SPACES TO WS-SD-ACT
               STRING 'TRANSFERRED TO ' EV-NEW-SHOW
                   DELIMITED BY SIZE INTO WS-SD-ACT
           ELSE
               MOVE 'R' TO TR-STATUS
               MOVE TR-PRICE TO TR-REF-AMT
               ADD 1 TO WS-EV-REFS
               ADD 1 TO WS-REFUNDED
               ADD 1 TO WS-REG-PRIOR
               ADD TR-PRICE TO WS-REF-TOTAL
               ADD TR-PRICE TO WS-EV-AMT
               MOVE SPACES TO REFUND-REC
               MOVE TR-NO TO REF-TICKET
               MOVE 100 TO REF-PCT
               MOVE TR-PRICE TO REF-AMT
               MOVE ZERO TO REF-DAYS
               WRITE REFUND-REC
               IF EV-MOVE
                   MOVE 'REFUNDED 100 PCT - NO SEAT' TO WS-SD-ACT
               ELSE
                   MOVE 'REFUNDED 100 PCT' TO WS-SD-ACT
               END-IF
           END-IF
           REWRITE TR-REC
           END-REWRITE
           IF WS-REG-STAT NOT = 00
               DISPLAY 'TICKET ' TR-NO ' NOT UPDATED ON THE REGISTER, '
                   'FILE STATUS - ' WS-REG-STAT
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO WS-REG-STAT
           END-IF
           MOVE WS-SET-DETAIL TO SET-LINE
           WRITE SET-LINE.
       EVENT-WAIT-PARA.
      * Waiting bookings follow a moved show; a cancelled show's
      * queue is listed unfulfilled
           PERFORM VARYING WS-WLX FROM 1 BY 1
               UNTIL WS-WLX > WS-WL-CNT
               IF WS-WL-T-STAT(WS-WLX) = 'W'
                   AND WS-WL-T-SHOW(WS-WLX) = EV-SHOW
                   IF EV-MOVE
                       MOVE EV-NEW-SHOW TO WS-WL-T-SHOW(WS-WLX)
                   ELSE
                       MOVE SPACES TO WX-REC
                       MOVE WS-SH-DATE(WS-EV-SHX) TO WX-SHOW-DT
                       MOVE 'SHOW CANCELLED' TO WX-REASON
                       PERFORM WAIT-EXPIRE-PARA
                   END-IF
               END-IF
           END-PERFORM.
       REG-OPEN-PARA.
      * The control record carries the last ticket number issued
           OPEN I-O TKTREG
           IF WS-REG-STAT = 35
               OPEN OUTPUT TKTREG
               CLOSE TKTREG
               OPEN I-O TKTREG
           END-IF
           IF WS-REG-STAT NOT = 00
               DISPLAY 'TICKET REGISTER OPEN FAILED, FILE STATUS - '
                   WS-REG-STAT ' - NO TICKETS ISSUED'
           ELSE
               MOVE 'Y' TO WS-REG-SW
               MOVE ZERO TO TR-CTL-KEY
               READ TKTREG
                   INVALID KEY
                       MOVE ZERO TO WS-TKT-BASE
                   NOT INVALID KEY
                       MOVE TR-LAST-NO TO WS-TKT-BASE
                       MOVE 'Y' TO WS-REG-CTL-SW
               END-READ
               IF WS-SHOWS-LOADED
                   PERFORM REG-SEED-PARA
               END-IF
           END-IF.
       REG-SEED-PARA.
      * Seats already out for each show - earlier days' tickets still
      * sold or transferred in, the control record (key zero) apart
           MOVE 1 TO TR-NO
           START TKTREG KEY IS NOT LESS THAN TR-NO
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-REG-STAT NOT = 00
               READ TKTREG NEXT RECORD
               END-READ
               IF WS-REG-STAT = 00 AND (TR-SOLD OR TR-TRANSFERRED)
                   MOVE TR-SHOW TO BOOK-SHOW
                   PERFORM FIND-SHOW-PARA
                   IF WS-MATCH-SHX NOT = ZERO
                       ADD 1 TO WS-SH-SOLD(WS-MATCH-SHX)
                       ADD 1 TO WS-REG-SEATS
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO BOOK-REC
           DISPLAY WS-REG-SEATS ' SEATS SOLD ON EARLIER DAYS STILL OUT'.
       REG-SAVE-PARA.
      * Every ticket of the run, as it stands after cancellations
      * and show events, then the new last number
           PERFORM VARYING WS-TKX FROM 1 BY 1
               UNTIL WS-TKX > WS-TKT-CNT OR WS-TKX > 2000
               MOVE WS-TKT-IMAGE(WS-TKX) TO TICK-REC
               MOVE SPACES TO TR-REC
               MOVE TICK-NO      TO TR-NO
               MOVE WS-RUN-DATE  TO TR-SALE-DT
               MOVE TICK-AGE     TO TR-AGE
               MOVE TICK-GENDER  TO TR-GENDER
               MOVE TICK-PRICE   TO TR-PRICE
               MOVE TICK-SHOW    TO TR-SHOW
               MOVE TICK-CASHIER TO TR-CASHIER
               MOVE TICK-SHIFT   TO TR-SHIFT
               MOVE WS-RUN-DATE  TO TR-STAT-DT
               MOVE WS-TKT-REFAMT(WS-TKX) TO TR-REF-AMT
               MOVE WS-TKT-ORIG(WS-TKX) TO TR-ORIG-SHOW
               MOVE ZERO TO TR-REPRINTS
               EVALUATE TRUE
                   WHEN WS-TKT-REFD(WS-TKX) = 'Y'
                       MOVE 'R' TO TR-STATUS
                   WHEN WS-TKT-XFER(WS-TKX) = 'Y'
                       MOVE 'T' TO TR-STATUS
                   WHEN OTHER
                       MOVE 'S' TO TR-STATUS
               END-EVALUATE
               WRITE TR-REC
                   INVALID KEY
                       ADD 1 TO WS-REG-DUPS
                       DISPLAY 'TICKET ' TR-NO ' ALREADY ON THE '
                           'REGISTER - NOT REPLACED'
                   NOT INVALID KEY
                       ADD 1 TO WS-REG-ADDED
               END-WRITE
           END-PERFORM
           IF WS-TKT-CNT > 2000
               DISPLAY 'TICKET TABLE FULL - TICKETS PAST 2000 NOT '
                   'REGISTERED'
           END-IF
           MOVE SPACES TO TR-CTL-REC
           MOVE ZERO TO TR-CTL-KEY
           COMPUTE TR-LAST-NO = WS-TKT-BASE + WS-TKT-CNT
           MOVE WS-RUN-DATE TO TR-CTL-DT
           IF WS-REG-CTL-FOUND
               REWRITE TR-CTL-REC
               END-REWRITE
           ELSE
               WRITE TR-CTL-REC
               END-WRITE
           END-IF
           CLOSE TKTREG
           DISPLAY 'TICKET REGISTER: ' WS-REG-ADDED ' ADDED, '
               WS-REG-PRIOR ' EARLIER TICKETS REFUNDED, LAST NUMBER '
               TR-LAST-NO
           IF WS-REG-DUPS NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       WAIT-LOAD-PARA.
      * Load the queues; a booking whose show has passed, or left
      * the master, is listed unfulfilled and dropped
           OPEN INPUT WAITLIST
           IF WS-WL-STAT = 00
               PERFORM UNTIL WS-WL-STAT NOT = 00
                   READ WAITLIST
                   END-READ
                   IF WS-WL-STAT NOT = 10
                       IF WS-WL-CNT < 500
                           ADD 1 TO WS-WL-CNT
                           MOVE WL-SHOW TO WS-WL-T-SHOW(WS-WL-CNT)
                           MOVE WL-SEQ TO WS-WL-T-SEQ(WS-WL-CNT)
                           MOVE WL-JOINED TO WS-WL-T-JOINED(WS-WL-CNT)
                           MOVE WL-AGE TO WS-WL-T-AGE(WS-WL-CNT)
                           MOVE WL-GENDER TO WS-WL-T-GENDER(WS-WL-CNT)
                           MOVE 'W' TO WS-WL-T-STAT(WS-WL-CNT)
                           MOVE WL-CASHIER
                               TO WS-WL-T-CASHIER(WS-WL-CNT)
                           MOVE WL-SHIFT TO WS-WL-T-SHIFT(WS-WL-CNT)
                           IF WL-SEQ > WS-WL-NEXT
                               MOVE WL-SEQ TO WS-WL-NEXT
                           END-IF
                       ELSE
                           DISPLAY 'WAITING LIST TABLE FULL, DROPPING '
                               WL-SHOW ' ' WL-SEQ
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WAITLIST
           END-IF
           PERFORM VARYING WS-WLX FROM 1 BY 1
               UNTIL WS-WLX > WS-WL-CNT
               MOVE WS-WL-T-SHOW(WS-WLX) TO BOOK-SHOW
               PERFORM FIND-SHOW-PARA
               MOVE SPACES TO WX-REC
               IF WS-MATCH-SHX = ZERO
                   MOVE ZERO TO WX-SHOW-DT
                   MOVE 'SHOW NOT ON MASTER' TO WX-REASON
                   PERFORM WAIT-EXPIRE-PARA
               ELSE
                   IF WS-SH-DATE(WS-MATCH-SHX) < WS-RUN-DATE
                       MOVE WS-SH-DATE(WS-MATCH-SHX) TO WX-SHOW-DT
                       MOVE 'SHOW DATE PASSED' TO WX-REASON
                       PERFORM WAIT-EXPIRE-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO BOOK-REC.
       WAIT-EXPIRE-PARA.
           IF WS-WL-EXPS = ZERO
               OPEN EXTEND WAITEXP
               IF WS-WX-STAT = 05 OR WS-WX-STAT = 35
                   CLOSE WAITEXP
                   OPEN OUTPUT WAITEXP
               END-IF
           END-IF
           MOVE WS-WL-T-SHOW(WS-WLX)   TO WX-SHOW
           MOVE WS-WL-T-SEQ(WS-WLX)    TO WX-SEQ
           MOVE WS-WL-T-JOINED(WS-WLX) TO WX-JOINED
           MOVE WS-WL-T-AGE(WS-WLX)    TO WX-AGE
           MOVE WS-WL-T-GENDER(WS-WLX) TO WX-GENDER
           MOVE WS-RUN-DATE            TO WX-RUN-DT
           WRITE WX-REC
           MOVE 'X' TO WS-WL-T-STAT(WS-WLX)
           ADD 1 TO WS-WL-EXPS.
       WAIT-FILL-PARA.
      * Seats free at the start of the run go to the queue first
           PERFORM VARYING WS-WL-SHX FROM 1 BY 1
               UNTIL WS-WL-SHX > WS-SHOW-CNT
               MOVE 'Y' TO WS-WL-HIT-SW
               PERFORM UNTIL NOT WS-WL-PROMOTED
                   PERFORM WAIT-PROMOTE-PARA
               END-PERFORM
           END-PERFORM.
       WAIT-JOIN-PARA.
           ADD 1 TO WS-WL-CNT
           ADD 1 TO WS-WL-NEXT
           MOVE BOOK-SHOW   TO WS-WL-T-SHOW(WS-WL-CNT)
           MOVE WS-WL-NEXT  TO WS-WL-T-SEQ(WS-WL-CNT)
           MOVE WS-RUN-DATE TO WS-WL-T-JOINED(WS-WL-CNT)
           MOVE BOOK-AGE    TO WS-WL-T-AGE(WS-WL-CNT)
           MOVE BOOK-GENDER TO WS-WL-T-GENDER(WS-WL-CNT)
           MOVE 'W'         TO WS-WL-T-STAT(WS-WL-CNT)
           MOVE BOOK-CASHIER TO WS-WL-T-CASHIER(WS-WL-CNT)
           MOVE BOOK-SHIFT  TO WS-WL-T-SHIFT(WS-WL-CNT)
           ADD 1 TO WS-WL-JOINS.
       WAIT-PROMOTE-PARA.
      * The first booking waiting for show WS-WL-SHX takes a free
      * seat, priced and ticketed like a sale
           MOVE 'N' TO WS-WL-HIT-SW
           IF WS-SH-SOLD(WS-WL-SHX) - WS-SH-CANC(WS-WL-SHX)
               < WS-SH-CAP(WS-WL-SHX)
               MOVE ZERO TO WS-MATCH-WLX
               PERFORM VARYING WS-WLX FROM 1 BY 1
                   UNTIL WS-WLX > WS-WL-CNT
                   IF WS-WL-T-STAT(WS-WLX) = 'W'
                       AND WS-WL-T-SHOW(WS-WLX) = WS-SH-CODE(WS-WL-SHX)
                       IF WS-MATCH-WLX = ZERO
                           MOVE WS-WLX TO WS-MATCH-WLX
                       ELSE
                           IF WS-WL-T-SEQ(WS-WLX)
                               < WS-WL-T-SEQ(WS-MATCH-WLX)
                               MOVE WS-WLX TO WS-MATCH-WLX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MATCH-WLX NOT = ZERO
                   MOVE 'Y' TO WS-WL-HIT-SW
                   MOVE 'P' TO WS-WL-T-STAT(WS-MATCH-WLX)
                   ADD 1 TO WS-SH-SOLD(WS-WL-SHX)
                   ADD 1 TO WS-WL-PROMS
                   MOVE WS-WL-SHX TO WS-MATCH-SHX
                   MOVE WS-WL-T-AGE(WS-MATCH-WLX) TO WS-AGE
                   MOVE WS-WL-T-GENDER(WS-MATCH-WLX) TO WS-GENDER
                   MOVE WS-WL-T-SHOW(WS-MATCH-WLX) TO WS-ISS-SHOW
                   MOVE WS-WL-T-CASHIER(WS-MATCH-WLX)
                       TO WS-ISS-CASHIER
                   MOVE WS-WL-T-SHIFT(WS-MATCH-WLX) TO WS-ISS-SHIFT
                   PERFORM ISSUE-PARA
                   DISPLAY 'WAITING BOOKING ' WS-WL-T-SHOW(WS-MATCH-WLX)
                       ' ' WS-WL-T-SEQ(WS-MATCH-WLX)
                       ' TICKETED AS ' TICK-NO
               END-IF
           END-IF.
       WAIT-SAVE-PARA.
      * Only bookings still waiting go back on the file
           OPEN OUTPUT WAITLIST
           IF WS-WL-STAT NOT = 00
               DISPLAY 'WAITING LIST SAVE FAILED, FILE STATUS - '
                   WS-WL-STAT ' - QUEUE LOST'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-WLX FROM 1 BY 1
                   UNTIL WS-WLX > WS-WL-CNT
                   IF WS-WL-T-STAT(WS-WLX) = 'W'
                       MOVE SPACES TO WL-REC
                       MOVE WS-WL-T-SHOW(WS-WLX)   TO WL-SHOW
                       MOVE WS-WL-T-SEQ(WS-WLX)    TO WL-SEQ
                       MOVE WS-WL-T-JOINED(WS-WLX) TO WL-JOINED
                       MOVE WS-WL-T-AGE(WS-WLX)    TO WL-AGE
                       MOVE WS-WL-T-GENDER(WS-WLX) TO WL-GENDER
                       MOVE WS-WL-T-CASHIER(WS-WLX) TO WL-CASHIER
                       MOVE WS-WL-T-SHIFT(WS-WLX)  TO WL-SHIFT
                       WRITE WL-REC
                       ADD 1 TO WS-WL-LEFT
                   END-IF
               END-PERFORM
               CLOSE WAITLIST
           END-IF
           IF WS-WL-EXPS NOT = ZERO
               CLOSE WAITEXP
               DISPLAY WS-WL-EXPS ' WAITING BOOKINGS UNFULFILLED - '
                   'LISTED ON ' WS-WX-DSN(1:30)
           END-IF.
       COPY GDGPARA.
       END PROGRAM swathi_cobolChallenge_22.
