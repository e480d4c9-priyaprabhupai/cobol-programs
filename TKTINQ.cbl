      ******************************************************************
      * Program : TKTINQ
      * Purpose : Ticket counter inquiry and duplicate reprint. The
      *           ticket batch files every ticket on the indexed
      *           ticket register (TKTREG_DSN, default tktreg.dat,
      *           keyed on TICK-NO) with its status - sold, refunded
      *           or transferred to another show - so a customer who
      *           has lost a ticket is found here instead of in
      *           several TICKETS generations. The screen:
      *             - looks a ticket up by number (sale date, show,
      *               price, cashier and shift, status, refund, the
      *               show it was moved from, reprints so far);
      *             - lists every ticket for a show code, including
      *               tickets transferred in from a moved show;
      *             - reprints a ticket. The copy goes to the counter
      *               print file (TKTPRINT_DSN, default tktprint.txt,
      *               OPEN EXTEND) marked DUPLICATE with its reprint
      *               number, the count is kept on the register and
      *               the reprint is written to the shared audit log
      *               with the operator. A refunded ticket is not
      *               reprinted.
      *           Sign-on through the shared SIGNON front end is
      *           needed; lookups at any authority level, reprints
      *           at update authority.
      * Modification History:
      *   - Written new, in the STU360 inquiry menu style. The show
      *     date on a reprint comes from the show master
      *     (SHOWMAST_DSN, default showmast.txt) when it is on site.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKTREG ASSIGN TO WS-REG-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NO
           FILE STATUS IS WS-REG-STAT.
           SELECT TKTPRINT ASSIGN TO WS-PR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FS.
           SELECT SHOWMAST ASSIGN TO WS-SHOW-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOW-FS.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
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
       FD TKTPRINT.
       01 PR-LINE PIC X(60).
       FD SHOWMAST.
       01 SHOW-REC.
           05 SHOW-CODE PIC X(5).
           05 FILLER    PIC X.
           05 SHOW-DATE PIC 9(8).
           05 FILLER    PIC X.
           05 SHOW-CAP  PIC 9(5).
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       COPY AUDITDAT.
       77 WS-REG-STAT PIC 99.
       77 WS-PR-FS    PIC 99.
       77 WS-SHOW-FS  PIC 99.
       77 WS-REG-DSN  PIC X(100) VALUE 'tktreg.dat'.
       77 WS-PR-DSN   PIC X(100) VALUE 'tktprint.txt'.
       77 WS-SHOW-DSN PIC X(100) VALUE 'showmast.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-IN-NO    PIC X(5).
       77 WS-IN-SHOW  PIC X(5).
       77 WS-TKT-NO   PIC 9(5) VALUE ZERO.
       77 WS-CNT      PIC 9(5) VALUE ZERO.
       77 WS-AMT-DISP PIC Z(4)9.99.
       77 WS-SHOW-DT  PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-STAT-TXT PIC X(11).
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-TKT-FOUND VALUE 'Y'.
       01 WS-DONE-SW  PIC X VALUE 'N'.
           88 WS-BROWSE-DONE VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               MOVE 9 TO WS-CHOICE
           END-IF
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY '========== TICKET COUNTER INQUIRY =========='
               DISPLAY '1 - LOOK A TICKET UP'
               DISPLAY '2 - LIST THE TICKETS FOR A SHOW'
               DISPLAY '3 - REPRINT A TICKET (DUPLICATE)'
               DISPLAY '9 - EXIT'
               DISPLAY 'ENTER SELECTION NUMBER:'
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 2000-LOOKUP-PARA THRU 2999-LOOKUP-EXIT
                   WHEN 2
                       PERFORM 3000-SHOW-PARA THRU 3999-SHOW-EXIT
                   WHEN 3
                       PERFORM 4000-REPRINT-PARA THRU 4999-REPRINT-EXIT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           STOP RUN.
       1000-INIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'TKTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-REG-DSN FROM ENVIRONMENT-VALUE
           IF WS-REG-DSN = SPACES
               MOVE 'tktreg.dat' TO WS-REG-DSN
           END-IF
           MOVE 'TKTPRINT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PR-DSN FROM ENVIRONMENT-VALUE
           IF WS-PR-DSN = SPACES
               MOVE 'tktprint.txt' TO WS-PR-DSN
           END-IF
           MOVE 'SHOWMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SHOW-DSN FROM ENVIRONMENT-VALUE
           IF WS-SHOW-DSN = SPACES
               MOVE 'showmast.txt' TO WS-SHOW-DSN
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'TKTINQ' TO WS-AUDIT-PGM.
       2000-LOOKUP-PARA.
           PERFORM 2100-ASK-NO-PARA
           IF WS-TKT-NO = ZERO
               GO TO 2999-LOOKUP-EXIT
           END-IF
           OPEN INPUT TKTREG
           IF WS-REG-STAT NOT = 00
               DISPLAY 'TICKET REGISTER NOT AVAILABLE, FILE STATUS - '
                   WS-REG-STAT
               GO TO 2999-LOOKUP-EXIT
           END-IF
           PERFORM 2200-READ-PARA
           IF WS-TKT-FOUND
               PERFORM 2300-SHOW-TICKET-PARA
           END-IF
           CLOSE TKTREG.
       2999-LOOKUP-EXIT.
           EXIT.
       2100-ASK-NO-PARA.
           MOVE ZERO TO WS-TKT-NO
           DISPLAY 'TICKET NUMBER (5 DIGITS):'
           ACCEPT WS-IN-NO
           IF WS-IN-NO IS NOT NUMERIC OR WS-IN-NO = '00000'
               DISPLAY 'TICKET NUMBER MUST BE 5 DIGITS'
           ELSE
               MOVE WS-IN-NO TO WS-TKT-NO
           END-IF.
       2200-READ-PARA.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-TKT-NO TO TR-NO
           READ TKTREG
               INVALID KEY
                   DISPLAY 'TICKET ' WS-TKT-NO ' NOT ON THE REGISTER'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       2300-SHOW-TICKET-PARA.
           PERFORM 2400-STATUS-TEXT-PARA
           MOVE TR-PRICE TO WS-AMT-DISP
           DISPLAY '------------------------------------'
           DISPLAY 'TICKET   : ' TR-NO '   SOLD ' TR-SALE-DT
               '   SHOW ' TR-SHOW
           DISPLAY 'HOLDER   : AGE ' TR-AGE '  ' TR-GENDER
               '   PRICE ' WS-AMT-DISP
           DISPLAY 'COUNTER  : CASHIER ' TR-CASHIER ' SHIFT ' TR-SHIFT
           DISPLAY 'STATUS   : ' WS-STAT-TXT ' ON ' TR-STAT-DT
           IF TR-REFUNDED
               MOVE TR-REF-AMT TO WS-AMT-DISP
               DISPLAY '  REFUND : ' WS-AMT-DISP
           END-IF
           IF TR-ORIG-SHOW NOT = SPACES
               DISPLAY '  MOVED FROM SHOW ' TR-ORIG-SHOW
           END-IF
           IF TR-REPRINTS NOT = ZERO
               DISPLAY 'REPRINTS : ' TR-REPRINTS
           END-IF.
       2400-STATUS-TEXT-PARA.
           EVALUATE TRUE
               WHEN TR-SOLD
                   MOVE 'SOLD' TO WS-STAT-TXT
               WHEN TR-REFUNDED
                   MOVE 'REFUNDED' TO WS-STAT-TXT
               WHEN TR-TRANSFERRED
                   MOVE 'TRANSFERRED' TO WS-STAT-TXT
               WHEN OTHER
                   MOVE TR-STATUS TO WS-STAT-TXT
           END-EVALUATE.
       3000-SHOW-PARA.
           DISPLAY 'SHOW CODE:'
           ACCEPT WS-IN-SHOW
           IF WS-IN-SHOW = SPACES
               GO TO 3999-SHOW-EXIT
           END-IF
           OPEN INPUT TKTREG
           IF WS-REG-STAT NOT = 00
               DISPLAY 'TICKET REGISTER NOT AVAILABLE, FILE STATUS - '
                   WS-REG-STAT
               GO TO 3999-SHOW-EXIT
           END-IF
           MOVE ZERO TO WS-CNT
           MOVE 'N' TO WS-DONE-SW
      * Past the control record (key 00000) to the first ticket
           MOVE 1 TO TR-NO
           START TKTREG KEY IS NOT LESS THAN TR-NO
               INVALID KEY
                   MOVE 'Y' TO WS-DONE-SW
           END-START
           DISPLAY 'TICKET SOLD      PRICE    STATUS      MOVED FROM'
           PERFORM UNTIL WS-BROWSE-DONE
               READ TKTREG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE-SW
                   NOT AT END
                       IF TR-SHOW = WS-IN-SHOW
                           OR TR-ORIG-SHOW = WS-IN-SHOW
                           ADD 1 TO WS-CNT
                           PERFORM 2400-STATUS-TEXT-PARA
                           MOVE TR-PRICE TO WS-AMT-DISP
                           IF TR-SHOW = WS-IN-SHOW
                               DISPLAY TR-NO ' ' TR-SALE-DT ' '
                                   WS-AMT-DISP ' ' WS-STAT-TXT ' '
                                   TR-ORIG-SHOW
                           ELSE
                               DISPLAY TR-NO ' ' TR-SALE-DT ' '
                                   WS-AMT-DISP ' ' WS-STAT-TXT
                                   ' (NOW ' TR-SHOW ')'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TKTREG
           DISPLAY WS-CNT ' TICKETS FOR SHOW ' WS-IN-SHOW.
       3999-SHOW-EXIT.
           EXIT.
       4000-REPRINT-PARA.
           IF NOT WS-SO-CAN-UPDATE
               DISPLAY 'REPRINTS NEED UPDATE AUTHORITY'
               GO TO 4999-REPRINT-EXIT
           END-IF
           PERFORM 2100-ASK-NO-PARA
           IF WS-TKT-NO = ZERO
               GO TO 4999-REPRINT-EXIT
           END-IF
           OPEN I-O TKTREG
           IF WS-REG-STAT NOT = 00
               DISPLAY 'TICKET REGISTER NOT AVAILABLE, FILE STATUS - '
                   WS-REG-STAT
               GO TO 4999-REPRINT-EXIT
           END-IF
           PERFORM 2200-READ-PARA
           IF NOT WS-TKT-FOUND
               CLOSE TKTREG
               GO TO 4999-REPRINT-EXIT
           END-IF
           IF TR-REFUNDED
               DISPLAY 'TICKET ' TR-NO ' WAS REFUNDED ON ' TR-STAT-DT
                   ' - NOT REPRINTED'
               CLOSE TKTREG
               GO TO 4999-REPRINT-EXIT
           END-IF
           ADD 1 TO TR-REPRINTS
           REWRITE TR-REC
               INVALID KEY
                   DISPLAY 'REGISTER UPDATE FAILED, FILE STATUS - '
                       WS-REG-STAT ' - NOT REPRINTED'
                   CLOSE TKTREG
                   GO TO 4999-REPRINT-EXIT
           END-REWRITE
           CLOSE TKTREG
           PERFORM 4100-SHOW-DATE-PARA
           PERFORM 4200-PRINT-PARA
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'REPRINT TICKET ' TR-NO ' DUPLICATE ' TR-REPRINTS
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA
           DISPLAY 'TICKET ' TR-NO ' REPRINTED - DUPLICATE '
               TR-REPRINTS.
       4999-REPRINT-EXIT.
           EXIT.
       4100-SHOW-DATE-PARA.
           MOVE ZERO TO WS-SHOW-DT
           OPEN INPUT SHOWMAST
           IF WS-SHOW-FS = 00
               PERFORM UNTIL WS-SHOW-FS NOT = 00
                   READ SHOWMAST
                   END-READ
                   IF WS-SHOW-FS = 00 AND SHOW-CODE = TR-SHOW
                       MOVE SHOW-DATE TO WS-SHOW-DT
                   END-IF
               END-PERFORM
               CLOSE SHOWMAST
           END-IF.
       4200-PRINT-PARA.
           OPEN EXTEND TKTPRINT
           IF WS-PR-FS = 05 OR WS-PR-FS = 35
               CLOSE TKTPRINT
               OPEN OUTPUT TKTPRINT
           END-IF
           MOVE ALL '=' TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING '*** DUPLICATE ' TR-REPRINTS ' ***   REPRINTED '
               WS-RUN-DATE ' BY ' WS-SO-USER
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING 'TICKET ' TR-NO '   SHOW ' TR-SHOW
               DELIMITED BY SIZE INTO PR-LINE
           IF WS-SHOW-DT NOT = ZERO
               STRING ' ON ' WS-SHOW-DT
                   DELIMITED BY SIZE INTO PR-LINE(26:12)
           END-IF
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           MOVE TR-PRICE TO WS-AMT-DISP
           STRING 'AGE ' TR-AGE ' ' TR-GENDER '   PRICE ' WS-AMT-DISP
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING 'SOLD ' TR-SALE-DT ' BY ' TR-CASHIER '/' TR-SHIFT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           CLOSE TKTPRINT.
       COPY SIGNPARA.
       COPY AUDITPARA.
       END PROGRAM TKTINQ.
