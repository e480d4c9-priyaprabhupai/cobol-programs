      ******************************************************************
      * Program : BANKREC
      * Purpose : Bank statement reconciliation for fee receipts.
      *           FEELEDGR's R mode posts every FEERCPT row as cash
      *           received; the bank's daily statement is the proof.
      *           This run reads the statement file (BANKSTMT_DSN,
      *           default bankstmt.txt - date, type, amount, bank
      *           reference, original deposit date) and matches each
      *           deposit (type D) to a posted receipt (FEERCPT_DSN -
      *           date, STU-ID, amount) on amount and date, allowing
      *           BANK_LAG_DAYS calendar days (default 0) for the
      *           bank's credit to follow the counter date. It lists:
      *             - receipts in the books with no bank deposit;
      *             - deposits on the statement with no receipt;
      *             - returned (dishonoured) cheques, type R, which
      *               carry the original deposit date and amount.
      *           A returned cheque is traced back to its receipt on
      *           that date and amount; when exactly one receipt
      *           fits, a dishonour posting (student, cheque amount,
      *           BOUNCE_CHARGE bank-charge recovery, default 200.00)
      *           is written to FEEBNCE_DSN (default feebnce.txt) for
      *           FEELEDGR's X mode to reverse against the student's
      *           FEEBAL row. A cheque that cannot be traced to one
      *           student is listed for the bursar instead of being
      *           guessed at. The report goes to BANKRPT_DSN (default
      *           bankrec.txt); RETURN-CODE 4 when anything is left
      *           unmatched.
      * Modification History:
      *   - Written new, in the style of RECON's cross-feed tie-out,
      *     so bounced cheques stop being corrected by hand on the
      *     balances file.
      *   - A bank statement that will not open now ends the run
      *     with RETURN-CODE 16 before the report or the bounce file
      *     is opened, so the last run's bounces are not emptied;
      *     the unmatched warning no longer lowers a worse code.
      *     FEEBNCE rows end with the posted mark FEELEDGR mode X
      *     sets; a new row is written unposted.
      *   - A rerun no longer clears the posted marks: FEEBNCE is
      *     read before it is rebuilt and the mark is carried across
      *     to the row matching on reference, date and student, so
      *     mode X does not reverse the same cheque twice. More
      *     rows than the table holds ends the run with
      *     RETURN-CODE 16 before the file is rebuilt.
      *   - Rows from earlier statements that are not on today's are
      *     written back after today's returns: a bounce mode X has
      *     not yet reversed, and one reversed today that GLJRNL has
      *     still to journal. Only a row posted on an earlier day
      *     (and so journalled that night) is dropped. Each row now
      *     ends with the date mode X posted it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT ASSIGN TO WS-BS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BS-FS.
           SELECT FEERCPT ASSIGN TO WS-RC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-FS.
           SELECT FEEBNCE ASSIGN TO WS-BN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BN-FS.
           SELECT BANKRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD BANKSTMT.
       01 BS-REC.
           05 BS-DATE      PIC 9(8).
           05 FILLER       PIC X.
           05 BS-TYPE      PIC X.
               88 BS-DEPOSIT  VALUE 'D'.
               88 BS-RETURNED VALUE 'R'.
           05 FILLER       PIC X.
           05 BS-AMT       PIC 9(7)V99.
           05 FILLER       PIC X.
           05 BS-REF       PIC X(10).
           05 FILLER       PIC X.
           05 BS-ORIG-DATE PIC 9(8).
       FD FEERCPT.
       01 RC-REC.
           05 RC-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 RC-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 RC-AMT    PIC 9(5)V99.
      * Dishonour posting picked up by FEELEDGR mode X
       FD FEEBNCE.
       01 BN-REC.
           05 BN-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 BN-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 BN-AMT    PIC 9(5)V99.
           05 FILLER    PIC X.
           05 BN-CHG    PIC 9(5)V99.
           05 FILLER    PIC X.
           05 BN-REF    PIC X(10).
           05 FILLER    PIC X.
           05 BN-POSTED PIC X.
           05 FILLER    PIC X.
           05 BN-POST-DT PIC X(8).
       FD BANKRPT.
       01 RPT-LINE PIC X(80).
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-BS-FS    PIC 99.
       77 WS-RC-FS    PIC 99.
       77 WS-BN-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-BS-DSN   PIC X(100) VALUE 'bankstmt.txt'.
       77 WS-RC-DSN   PIC X(100) VALUE 'feercpt.txt'.
       77 WS-BN-DSN   PIC X(100) VALUE 'feebnce.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'bankrec.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-LAG-DAYS PIC 9 VALUE ZERO.
       77 WS-BOUNCE-CHG PIC 9(5)V99 VALUE 200.00.
       77 WS-RC-COUNT PIC 9(4) VALUE ZERO.
       77 WS-BS-COUNT PIC 9(4) VALUE ZERO.
       77 WS-RX       PIC 9(4) VALUE ZERO.
       77 WS-BX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-RX PIC 9(4) VALUE ZERO.
       77 WS-FIT-CNT  PIC 9(4) VALUE ZERO.
       77 WS-GAP      PIC S9(5) VALUE ZERO.
       77 WS-MATCHED  PIC 9(4) VALUE ZERO.
       77 WS-UNM-RC   PIC 9(4) VALUE ZERO.
       77 WS-UNM-BS   PIC 9(4) VALUE ZERO.
       77 WS-RETURNS  PIC 9(4) VALUE ZERO.
       77 WS-RET-POSTED PIC 9(4) VALUE ZERO.
       77 WS-RET-UNTRACED PIC 9(4) VALUE ZERO.
       77 WS-MATCH-AMT  PIC 9(9)V99 VALUE ZERO.
       77 WS-BOOK-AMT   PIC 9(9)V99 VALUE ZERO.
       77 WS-BANK-AMT   PIC 9(9)V99 VALUE ZERO.
       77 WS-AMT-DISP   PIC Z(6)9.99.
       77 WS-TOT-DISP   PIC Z(8)9.99.
       77 WS-CURR-DT    PIC X(21).
       77 WS-RUN-DATE   PIC X(8).
       77 WS-PV-COUNT   PIC 9(4) VALUE ZERO.
       77 WS-PVX        PIC 9(4) VALUE ZERO.
       77 WS-PV-OVER    PIC 9(4) VALUE ZERO.
       77 WS-PV-KEPT    PIC 9(4) VALUE ZERO.
       77 WS-PV-DROPPED PIC 9(4) VALUE ZERO.
      * FEEBNCE as it stood before this run - the posted marks go
      * across to today's rows, the rest is written back or dropped
       01 WS-PV-TABLE.
           05 WS-PV-ENTRY OCCURS 3000 TIMES.
               10 WS-PV-REC.
                   15 WS-PV-DATE    PIC 9(8).
                   15 FILLER        PIC X.
                   15 WS-PV-UID     PIC 9(5).
                   15 FILLER        PIC X(17).
                   15 WS-PV-REF     PIC X(10).
                   15 FILLER        PIC X.
                   15 WS-PV-POSTED  PIC X.
                   15 FILLER        PIC X.
                   15 WS-PV-POST-DT PIC X(8).
               10 WS-PV-USED  PIC X.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 3000 TIMES.
               10 WS-RC-DATE  PIC 9(8).
               10 WS-RC-UID   PIC 9(5).
               10 WS-RC-AMT   PIC 9(7)V99.
               10 WS-RC-MATCH PIC X.
       01 WS-BS-TABLE.
           05 WS-BS-ENTRY OCCURS 3000 TIMES.
               10 WS-BS-DATE  PIC 9(8).
               10 WS-BS-TYPE  PIC X.
               10 WS-BS-AMT   PIC 9(7)V99.
               10 WS-BS-REF   PIC X(10).
               10 WS-BS-ORIG  PIC 9(8).
               10 WS-BS-MATCH PIC X.
       COPY AUDITDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1500-LOAD-RECEIPTS-PARA THRU 1599-LOAD-RECEIPTS-EXIT
           PERFORM 1600-LOAD-STMT-PARA THRU 1699-LOAD-STMT-EXIT
           IF RETURN-CODE = 16
               STOP RUN
           END-IF
           PERFORM 1700-LOAD-PRIOR-PARA
           IF WS-PV-OVER NOT = ZERO
               DISPLAY 'FEEBNCE HOLDS OVER 3000 ROWS, '
                   WS-PV-OVER ' MORE - NOT REBUILT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BANKRPT
           OPEN OUTPUT FEEBNCE
           MOVE 'BANK STATEMENT RECONCILIATION - FEE RECEIPTS'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-MATCH-PARA
           PERFORM 3000-RETURNS-PARA
           PERFORM 3200-CARRY-PRIOR-PARA
           PERFORM 4000-UNMATCHED-PARA
           PERFORM 5000-TOTALS-PARA
           CLOSE FEEBNCE
           CLOSE BANKRPT
           MOVE 'BANKREC' TO WS-AUDIT-PGM
           COMPUTE WS-AUDIT-RECS-READ = WS-RC-COUNT + WS-BS-COUNT
           MOVE WS-RET-POSTED TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-BS-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'MATCHED: ' WS-MATCHED '  BOOK ONLY: ' WS-UNM-RC
               '  BANK ONLY: ' WS-UNM-BS '  RETURNED: ' WS-RETURNS
           IF WS-UNM-RC NOT = ZERO OR WS-UNM-BS NOT = ZERO
               OR WS-RET-UNTRACED NOT = ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'BANKSTMT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BS-DSN FROM ENVIRONMENT-VALUE
           IF WS-BS-DSN = SPACES
               MOVE 'bankstmt.txt' TO WS-BS-DSN
           END-IF
           MOVE 'FEERCPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RC-DSN FROM ENVIRONMENT-VALUE
           IF WS-RC-DSN = SPACES
               MOVE 'feercpt.txt' TO WS-RC-DSN
           END-IF
           MOVE 'FEEBNCE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BN-DSN FROM ENVIRONMENT-VALUE
           IF WS-BN-DSN = SPACES
               MOVE 'feebnce.txt' TO WS-BN-DSN
           END-IF
           MOVE 'BANKRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'bankrec.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'BANK_LAG_DAYS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-LAG-DAYS
               ELSE
                   DISPLAY 'INVALID BANK_LAG_DAYS, USING DEFAULT - '
                       WS-LAG-DAYS
               END-IF
           END-IF
           MOVE 'BOUNCE_CHARGE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-BOUNCE-CHG
               ELSE
                   DISPLAY 'INVALID BOUNCE_CHARGE, USING DEFAULT - '
                       WS-BOUNCE-CHG
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           PERFORM AUDIT-ENV-PARA
           MOVE 'BANKREC' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
       1500-LOAD-RECEIPTS-PARA.
           OPEN INPUT FEERCPT
           IF WS-RC-FS NOT = 00
               DISPLAY 'RECEIPTS FILE OPEN FAILED, FILE STATUS - '
                   WS-RC-FS ' - EVERY DEPOSIT WILL SHOW UNMATCHED'
               GO TO 1599-LOAD-RECEIPTS-EXIT
           END-IF
           PERFORM UNTIL WS-RC-FS NOT = 00
               READ FEERCPT
               END-READ
               IF WS-RC-FS NOT = 10
                   IF WS-RC-COUNT < 3000
                       ADD 1 TO WS-RC-COUNT
                       MOVE RC-DATE TO WS-RC-DATE(WS-RC-COUNT)
                       MOVE RC-UID  TO WS-RC-UID(WS-RC-COUNT)
                       MOVE RC-AMT  TO WS-RC-AMT(WS-RC-COUNT)
                       MOVE 'N'     TO WS-RC-MATCH(WS-RC-COUNT)
                       ADD RC-AMT TO WS-BOOK-AMT
                   ELSE
                       DISPLAY 'RECEIPT TABLE FULL, SKIPPING ' RC-UID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEERCPT.
       1599-LOAD-RECEIPTS-EXIT.
           EXIT.
       1600-LOAD-STMT-PARA.
           OPEN INPUT BANKSTMT
           IF WS-BS-FS NOT = 00
               DISPLAY 'BANK STATEMENT OPEN FAILED, FILE STATUS - '
                   WS-BS-FS
               MOVE 16 TO RETURN-CODE
               GO TO 1699-LOAD-STMT-EXIT
           END-IF
           PERFORM UNTIL WS-BS-FS NOT = 00
               READ BANKSTMT
               END-READ
               IF WS-BS-FS NOT = 10
                   IF WS-BS-COUNT < 3000
                       ADD 1 TO WS-BS-COUNT
                       MOVE BS-DATE TO WS-BS-DATE(WS-BS-COUNT)
                       MOVE BS-TYPE TO WS-BS-TYPE(WS-BS-COUNT)
                       MOVE BS-AMT  TO WS-BS-AMT(WS-BS-COUNT)
                       MOVE BS-REF  TO WS-BS-REF(WS-BS-COUNT)
                       MOVE BS-ORIG-DATE TO WS-BS-ORIG(WS-BS-COUNT)
                       MOVE 'N'     TO WS-BS-MATCH(WS-BS-COUNT)
                       IF BS-DEPOSIT
                           ADD BS-AMT TO WS-BANK-AMT
                       END-IF
                   ELSE
                       DISPLAY 'STATEMENT TABLE FULL, SKIPPING '
                           BS-REF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BANKSTMT.
       1699-LOAD-STMT-EXIT.
           EXIT.
       1700-LOAD-PRIOR-PARA.
      * No bounce file yet leaves the table empty
           OPEN INPUT FEEBNCE
           IF WS-BN-FS = 00
               PERFORM UNTIL WS-BN-FS NOT = 00
                   READ FEEBNCE
                   END-READ
                   IF WS-BN-FS = 00
                       IF WS-PV-COUNT < 3000
                           ADD 1 TO WS-PV-COUNT
                           MOVE BN-REC TO WS-PV-REC(WS-PV-COUNT)
                           MOVE 'N' TO WS-PV-USED(WS-PV-COUNT)
                       ELSE
                           ADD 1 TO WS-PV-OVER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEBNCE
           END-IF.
       2000-MATCH-PARA.
      * Two passes: same-day matches first, so a lagged match never
      * takes a receipt that has an exact partner on the statement
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BS-COUNT
               IF WS-BS-TYPE(WS-BX) = 'D'
                   MOVE ZERO TO WS-MATCH-RX
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RC-COUNT
                       OR WS-MATCH-RX NOT = ZERO
                       IF WS-RC-MATCH(WS-RX) = 'N'
                           AND WS-RC-AMT(WS-RX) = WS-BS-AMT(WS-BX)
                           AND WS-RC-DATE(WS-RX) = WS-BS-DATE(WS-BX)
                           MOVE WS-RX TO WS-MATCH-RX
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-RX NOT = ZERO
                       PERFORM 2100-PAIR-PARA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LAG-DAYS > ZERO
               PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BS-COUNT
                   IF WS-BS-TYPE(WS-BX) = 'D'
                       AND WS-BS-MATCH(WS-BX) = 'N'
                       PERFORM 2200-LAG-MATCH-PARA
                   END-IF
               END-PERFORM
           END-IF.
       2100-PAIR-PARA.
           MOVE 'Y' TO WS-BS-MATCH(WS-BX)
           MOVE 'Y' TO WS-RC-MATCH(WS-MATCH-RX)
           ADD 1 TO WS-MATCHED
           ADD WS-BS-AMT(WS-BX) TO WS-MATCH-AMT.
       2200-LAG-MATCH-PARA.
           MOVE ZERO TO WS-MATCH-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RC-COUNT OR WS-MATCH-RX NOT = ZERO
               IF WS-RC-MATCH(WS-RX) = 'N'
                   AND WS-RC-AMT(WS-RX) = WS-BS-AMT(WS-BX)
                   COMPUTE WS-GAP =
                       FUNCTION INTEGER-OF-DATE(WS-BS-DATE(WS-BX))
                       - FUNCTION INTEGER-OF-DATE(WS-RC-DATE(WS-RX))
                   IF WS-GAP >= ZERO AND WS-GAP <= WS-LAG-DAYS
                       MOVE WS-RX TO WS-MATCH-RX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-RX NOT = ZERO
               PERFORM 2100-PAIR-PARA
           END-IF.
       3000-RETURNS-PARA.
           MOVE 'RETURNED CHEQUES' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STMT-DT  REFERENCE  ORIG-DT      AMOUNT  STU-ID'
               TO RPT-LINE
           MOVE 'DISPOSITION' TO RPT-LINE(50:11)
           WRITE RPT-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BS-COUNT
               IF WS-BS-TYPE(WS-BX) = 'R'
                   ADD 1 TO WS-RETURNS
                   MOVE 'Y' TO WS-BS-MATCH(WS-BX)
                   PERFORM 3100-TRACE-RETURN-PARA
               END-IF
           END-PERFORM
           IF WS-RETURNS = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       3100-TRACE-RETURN-PARA.
      * The cheque must trace to exactly one receipt on its
      * original deposit date for that amount
           MOVE ZERO TO WS-FIT-CNT WS-MATCH-RX
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RC-COUNT
               IF WS-RC-DATE(WS-RX) = WS-BS-ORIG(WS-BX)
                   AND WS-RC-AMT(WS-RX) = WS-BS-AMT(WS-BX)
                   ADD 1 TO WS-FIT-CNT
                   MOVE WS-RX TO WS-MATCH-RX
               END-IF
           END-PERFORM
           MOVE WS-BS-AMT(WS-BX) TO WS-AMT-DISP
           MOVE SPACES TO RPT-LINE
           EVALUATE WS-FIT-CNT
               WHEN 1
                   MOVE SPACES TO BN-REC
                   MOVE WS-BS-DATE(WS-BX) TO BN-DATE
                   MOVE WS-RC-UID(WS-MATCH-RX) TO BN-UID
                   MOVE WS-BS-AMT(WS-BX) TO BN-AMT
                   MOVE WS-BOUNCE-CHG TO BN-CHG
                   MOVE WS-BS-REF(WS-BX) TO BN-REF
                   PERFORM VARYING WS-PVX FROM 1 BY 1
                       UNTIL WS-PVX > WS-PV-COUNT
                       IF WS-PV-REF(WS-PVX) = BN-REF
                           AND WS-PV-DATE(WS-PVX) = BN-DATE
                           AND WS-PV-UID(WS-PVX) = BN-UID
                           MOVE WS-PV-POSTED(WS-PVX) TO BN-POSTED
                           MOVE WS-PV-POST-DT(WS-PVX) TO BN-POST-DT
                           MOVE 'Y' TO WS-PV-USED(WS-PVX)
                       END-IF
                   END-PERFORM
                   WRITE BN-REC
                   MOVE 'Y' TO WS-RC-MATCH(WS-MATCH-RX)
                   ADD 1 TO WS-RET-POSTED
                   STRING WS-BS-DATE(WS-BX) ' ' WS-BS-REF(WS-BX) ' '
                       WS-BS-ORIG(WS-BX) ' ' WS-AMT-DISP '  '
                       WS-RC-UID(WS-MATCH-RX) '   REVERSAL QUEUED'
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN 0
                   ADD 1 TO WS-RET-UNTRACED
                   STRING WS-BS-DATE(WS-BX) ' ' WS-BS-REF(WS-BX) ' '
                       WS-BS-ORIG(WS-BX) ' ' WS-AMT-DISP '  '
                       '?????   NO RECEIPT - BURSAR'
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-RET-UNTRACED
                   STRING WS-BS-DATE(WS-BX) ' ' WS-BS-REF(WS-BX) ' '
                       WS-BS-ORIG(WS-BX) ' ' WS-AMT-DISP '  '
                       '?????   AMBIGUOUS - BURSAR'
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE.
       3200-CARRY-PRIOR-PARA.
      * Earlier statements' rows: kept until mode X has posted them
      * and the night's journal has taken them
           PERFORM VARYING WS-PVX FROM 1 BY 1
               UNTIL WS-PVX > WS-PV-COUNT
               IF WS-PV-USED(WS-PVX) = 'N'
                   IF WS-PV-POSTED(WS-PVX) = 'P'
                       AND WS-PV-POST-DT(WS-PVX) < WS-RUN-DATE
                       ADD 1 TO WS-PV-DROPPED
                   ELSE
                       MOVE WS-PV-REC(WS-PVX) TO BN-REC
                       WRITE BN-REC
                       ADD 1 TO WS-PV-KEPT
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'EARLIER RETURNED CHEQUES KEPT: ' WS-PV-KEPT
               '  CLEARED: ' WS-PV-DROPPED.
       4000-UNMATCHED-PARA.
           MOVE 'RECEIPTS IN THE BOOKS WITH NO BANK DEPOSIT' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DATE      STU-ID     AMOUNT' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RC-COUNT
               IF WS-RC-MATCH(WS-RX) = 'N'
                   ADD 1 TO WS-UNM-RC
                   MOVE WS-RC-AMT(WS-RX) TO WS-AMT-DISP
                   MOVE SPACES TO RPT-LINE
                   STRING WS-RC-DATE(WS-RX) '  ' WS-RC-UID(WS-RX) ' '
                       WS-AMT-DISP DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-UNM-RC = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BANK ITEMS WITH NO RECEIPT IN THE BOOKS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DATE     T REFERENCE      AMOUNT' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BS-COUNT
               IF WS-BS-MATCH(WS-BX) = 'N'
                   ADD 1 TO WS-UNM-BS
                   MOVE WS-BS-AMT(WS-BX) TO WS-AMT-DISP
                   MOVE SPACES TO RPT-LINE
                   STRING WS-BS-DATE(WS-BX) ' ' WS-BS-TYPE(WS-BX) ' '
                       WS-BS-REF(WS-BX) ' ' WS-AMT-DISP
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-UNM-BS = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       5000-TOTALS-PARA.
           MOVE WS-BOOK-AMT TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'RECEIPTS IN THE BOOKS   ' WS-RC-COUNT '  '
               WS-TOT-DISP DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      * The amount beside the statement count is deposits only
           MOVE WS-BANK-AMT TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'STATEMENT ITEMS         ' WS-BS-COUNT '  '
               WS-TOT-DISP DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MATCH-AMT TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'MATCHED                 ' WS-MATCHED '  '
               WS-TOT-DISP DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RETURNED CHEQUES        ' WS-RETURNS
               '  REVERSALS QUEUED ' WS-RET-POSTED
               '  UNTRACED ' WS-RET-UNTRACED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       COPY AUDITPARA.
       END PROGRAM BANKREC.
