      * Program : FEELEDGR
      * Purpose : Student fee ledger keyed by STU-ID, so term fees
      *           stop living in a paper book while every other
      *           student fact is in the system. Seven modes, picked
      *           by FEELEDGR_MODE:
      *             B - bill: post each student's term fee from the
      *                 fee master (FEEMAST_DSN - STU-ID, term, due
      *                 (FEERCPT_DSN - date, STU-ID, amount) against
      *                 the balances, rejecting receipts for IDs not
      *                 on the EMPMAST-style indexed student master;
      *             L - late fees: post a penalty line for every
      *                 instalment part still unpaid past the grace
      *                 period;
      *             W - waivers: reverse the penalty lines named on
      *                 the waiver file;
      *             X - returned cheques: reverse each dishonoured
      *                 receipt BANKREC traced to a student and post
      *                 the bank-charge recovery;
      *             T - transport: post the term's bus-pass charges
      *                 BUSROUTE queued for each assigned rider;
      *             D - dues report only (the report also prints
      *                 after a B, R, L, W, X or T posting).
      *           Balances survive run to run in FEEBAL_DSN the way
      *           the EMPLEAVE balances file does, and the run ties
      *           opening balance + postings to the closing control
      *     Amounts are rupees to the paisa (9(5)V99). A receipt for
      *     a student with no balances row is posted as an advance
      *     (negative outstanding shows as CREDIT on the report).
      *   - Added instalment plans and late fees. The bill run now
      *     splits each FM-AMT into dated parts from the instalment
      *     schedule (FEEINST_DSN, default feeinst.txt - term, STU-ID
      *     or zero for every student, part, due date, percent of
      *     the fee); a student with no schedule row gets one part
      *     at FM-DUEDT, as before. Every part is kept as its own
      *     charge line on the charge-line file (FEELINE_DSN,
      *     default feeline.txt) alongside the FEEBAL totals, and
      *     receipts are applied to the open lines oldest due date
      *     first. Mode L assesses late fees: a part still unpaid
      *     LATE_FEE_DAYS business days (default 10, counted through
      *     BUSDAYS) after its due date gets one LATE_FEE_AMT
      *     (default 100.00) penalty posted as a separate charge
      *     line. Mode W reads the waiver file (FEEWAIV_DSN, default
      *     feewaiv.txt - STU-ID, penalty line number, reason) and
      *     reverses a penalty with a credit line, leaving the fee
      *     parts untouched. The control total now allows for the
      *     waivers, and the dues report lists each student's open
      *     charge lines under the balance.
      *   - Added mode X for dishonoured cheques. The dishonour
      *     postings BANKREC writes after matching the bank
      *     statement (FEEBNCE_DSN, default feebnce.txt - statement
      *     date, STU-ID, cheque amount, bank charge, reference) are
      *     posted as a reversal of the receipt (FB-PAID reduced, the
      *     amount taken back off the student's charge lines newest
      *     due date first so they show open again) plus a bank-
      *     charge recovery charge line, type B. A reversal larger
      *     than the student's recorded payments is rejected. The
      *     control total allows for the reversals.
      *   - Added mode T for transport. The bus-pass charges BUSROUTE
      *     writes for FEE_TERM (TRNSCHG_DSN, default trnschg.txt -
      *     STU-ID, term, due date, amount, route) are posted to
      *     FB-CHARGED as a charge line of type T, so transport dues
      *     age on the dues report and gate HALLTKT like tuition. A
      *     second transport charge for the same student and term
      *     is skipped (counted, not rejected), so the roster can
      *     be rerun freely.
      *   - The dues report run (mode D) queues an SMS to the
      *     guardian of every student whose outstanding balance is
      *     past its due date and over FEE_DUES_MAX (the same
      *     threshold HALLTKT gates on, default zero) on the parent
      *     notification queue (shared NTFSEL/NTFFD/NTFDAT/NTFPARA
      *     copybooks) that SMSQUEUE drains. Posting runs print the
      *     report without queueing, so a guardian hears once a run.
      *   - Each FEEBAL row now ends with the branch (campus) code of
      *     the office holding the balance. A new row takes the
      *     student's STUDMAST branch; the STUXFER transfer run moves
      *     the row when the student changes campus, and every
      *     posting carries the code through unchanged.
      *   - The rounding left over when a fee is split into parts is
      *     now added to the last scheduled part instead of becoming
      *     a part of its own (which then drew a full late fee).
      *     Mode X marks each returned cheque it reverses as posted
      *     (P at the end of the row) on the returned cheque file and
      *     skips marked rows, so a rerun cannot reverse a cheque
      *     twice; a file over 2000 rows is refused, RETURN-CODE 16.
      *   - The charge-line table holds 40000 lines (twenty for each
      *     student the balance table holds). A charge-line file
      *     larger than that ends the run with RETURN-CODE 16 before
      *     anything is posted or rewritten, instead of dropping
      *     the lines past the table from the file.
      *     Mode X stamps the run date after the P mark on each row
      *     it reverses, so GLJRNL journals a reversal on the night
      *     it is posted and not again; the second read of the
      *     returned cheque file now checks its open as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEELEDGR.
           SELECT FEERPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT FEEINST ASSIGN TO WS-IP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IP-FS.
           SELECT FEELINE ASSIGN TO WS-FL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FL-FS.
           SELECT FEEWAIV ASSIGN TO WS-WV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WV-FS.
           SELECT FEEBNCE ASSIGN TO WS-BN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BN-FS.
           SELECT TRNSCHG ASSIGN TO WS-TC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TC-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD FEEMAST.
           05 FB-PAID    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-DUEDT   PIC 9(8).
           05 FILLER     PIC X.
           05 FB-BRANCH  PIC XX.
       FD FEERPT.
       01 RPT-LINE PIC X(80).
       FD FEEINST.
       01 IP-REC.
           05 IP-TERM   PIC XX.
           05 FILLER    PIC X.
           05 IP-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 IP-PART   PIC 99.
           05 FILLER    PIC X.
           05 IP-DUEDT  PIC 9(8).
           05 FILLER    PIC X.
           05 IP-PCT    PIC 9(3)V99.
      * One charge line per instalment part, late fee or waiver.
      * FL-REF ties a late fee to the part it penalises and a
      * waiver to the late fee it reverses.
       FD FEELINE.
       01 FL-REC.
           05 FL-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 FL-TERM   PIC XX.
           05 FILLER    PIC X.
           05 FL-LINE   PIC 9(3).
           05 FILLER    PIC X.
           05 FL-TYPE   PIC X.
               88 FL-FEE-PART VALUE 'F'.
               88 FL-LATE-FEE VALUE 'L'.
               88 FL-WAIVER   VALUE 'W'.
               88 FL-BANK-CHG VALUE 'B'.
               88 FL-TRANSPORT VALUE 'T'.
           05 FILLER    PIC X.
           05 FL-REF    PIC 9(3).
           05 FILLER    PIC X.
           05 FL-DUEDT  PIC 9(8).
           05 FILLER    PIC X.
           05 FL-AMT    PIC 9(5)V99.
           05 FILLER    PIC X.
           05 FL-PAID   PIC 9(5)V99.
           05 FILLER    PIC X.
           05 FL-STATUS PIC X.
       FD FEEWAIV.
       01 WV-REC.
           05 WV-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 WV-LINE   PIC 9(3).
           05 FILLER    PIC X.
           05 WV-REASON PIC X(20).
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
               88 BN-IS-POSTED VALUE 'P'.
           05 FILLER    PIC X.
           05 BN-POST-DT PIC X(8).
       FD TRNSCHG.
       01 TC-REC.
           05 TC-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 TC-TERM   PIC XX.
           05 FILLER    PIC X.
           05 TC-DUEDT  PIC 9(8).
           05 FILLER    PIC X.
           05 TC-AMT    PIC 9(5)V99.
           05 FILLER    PIC X.
           05 TC-ROUTE  PIC X(4).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       COPY NTFFD.
       WORKING-STORAGE SECTION.
       77 WS-FM-FS    PIC 99.
       77 WS-RC-FS    PIC 99.
       77 WS-BAL-DSN  PIC X(100) VALUE 'feebal.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'feedues.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-IP-FS    PIC 99.
       77 WS-FL-FS    PIC 99.
       77 WS-WV-FS    PIC 99.
       77 WS-BN-FS    PIC 99.
       77 WS-BN-DSN   PIC X(100) VALUE 'feebnce.txt'.
       77 WS-IP-DSN   PIC X(100) VALUE 'feeinst.txt'.
       77 WS-FL-DSN   PIC X(100) VALUE 'feeline.txt'.
       77 WS-WV-DSN   PIC X(100) VALUE 'feewaiv.txt'.
       77 WS-TC-FS    PIC 99.
       77 WS-TC-DSN   PIC X(100) VALUE 'trnschg.txt'.
       77 WS-TRANS-CNT PIC 9(4) VALUE ZERO.
       77 WS-TRANS-DUP PIC 9(4) VALUE ZERO.
       77 WS-PARM-IN  PIC X(10).
       77 WS-LATE-DAYS PIC 9(3) VALUE 10.
       77 WS-LATE-AMT  PIC 9(5)V99 VALUE 100.00.
       77 WS-ENV-NAME PIC X(20).
       77 WS-MODE     PIC X VALUE 'D'.
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-AMT-DISP  PIC Z(6)9.99 VALUE ZERO.
       77 WS-AGE-DISP  PIC ZZZ9.9 VALUE ZERO.
       77 WS-DUES-CNT  PIC 9(4) VALUE ZERO.
       77 WS-POST-WAIV PIC 9(9)V99 VALUE ZERO.
       77 WS-POST-REV  PIC 9(9)V99 VALUE ZERO.
       77 WS-REV-CNT   PIC 9(4) VALUE ZERO.
       77 WS-NEWEST-DT PIC 9(8) VALUE ZERO.
       77 WS-LATE-CNT  PIC 9(4) VALUE ZERO.
       77 WS-WAIVE-CNT PIC 9(4) VALUE ZERO.
       77 WS-LN-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-LX        PIC 9(5) VALUE ZERO.
       77 WS-LY        PIC 9(5) VALUE ZERO.
       77 WS-LN-SCAN-END PIC 9(5) VALUE ZERO.
       77 WS-MATCH-LX  PIC 9(5) VALUE ZERO.
       77 WS-NEXT-LINE PIC 9(3) VALUE ZERO.
       77 WS-IP-COUNT  PIC 99 VALUE ZERO.
       77 WS-IX        PIC 99 VALUE ZERO.
       77 WS-PLAN-UID  PIC 9(5) VALUE ZERO.
       77 WS-PART-AMT  PIC 9(5)V99 VALUE ZERO.
       77 WS-PART-LEFT PIC 9(5)V99 VALUE ZERO.
       77 WS-LAST-PART-LX PIC 9(5) VALUE ZERO.
       77 WS-BN-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-BNX       PIC 9(4) VALUE ZERO.
       77 WS-BN-SKIPPED PIC 9(4) VALUE ZERO.
       77 WS-APPLY-LEFT PIC 9(7)V99 VALUE ZERO.
       77 WS-LINE-DUE  PIC 9(7)V99 VALUE ZERO.
       77 WS-OLDEST-DT PIC 9(8) VALUE ZERO.
       77 WS-GRACE-END PIC 9(8) VALUE ZERO.
       77 WS-LN-TYPE-DESC PIC X(8).
       77 WS-LN-AMT-DISP  PIC Z(4)9.99.
       77 WS-LN-PAID-DISP PIC Z(4)9.99.
       01 WS-PENALISED-SW PIC X VALUE 'N'.
           88 WS-PENALISED VALUE 'Y'.
       01 WS-LN-FULL-SW PIC X VALUE 'N'.
           88 WS-LN-FULL VALUE 'Y'.
      * Returned cheque rows as posted, written back with the marks
       01 WS-BN-TABLE.
           05 WS-BN-IMAGE OCCURS 2000 TIMES PIC X(52).
       01 WS-IP-TABLE.
           05 WS-IP-ENTRY OCCURS 60 TIMES.
               10 WS-IP-TERM  PIC XX.
               10 WS-IP-UID   PIC 9(5).
               10 WS-IP-PART  PIC 99.
               10 WS-IP-DUEDT PIC 9(8).
               10 WS-IP-PCT   PIC 9(3)V99.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 40000 TIMES.
               10 WS-LN-UID    PIC 9(5).
               10 WS-LN-TERM   PIC XX.
               10 WS-LN-LINE   PIC 9(3).
               10 WS-LN-TYPE   PIC X.
               10 WS-LN-REF    PIC 9(3).
               10 WS-LN-DUEDT  PIC 9(8).
               10 WS-LN-AMT    PIC 9(5)V99.
               10 WS-LN-PAID   PIC 9(5)V99.
               10 WS-LN-STATUS PIC X.
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
       01 WS-BAL-TABLE.
               10 WS-BAL-CHARGED PIC 9(7)V99.
               10 WS-BAL-PAID    PIC 9(7)V99.
               10 WS-BAL-DUEDT   PIC 9(8).
               10 WS-BAL-BRANCH  PIC XX.
      * BUSDAYS call interface (see COPYLIB/BUSDAYS.cbl)
       77 WS-BD-FUNC   PIC X.
       77 WS-BD-DATE-1 PIC 9(8) VALUE ZERO.
       77 WS-BD-STATUS PIC XX VALUE '00'.
       77 WS-BD-WARNED-SW PIC X VALUE 'N'.
           88 WS-BD-WARNED VALUE 'Y'.
       77 WS-DUES-MAX  PIC 9(7)V99 VALUE ZERO.
       COPY NTFDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1500-BAL-LOAD-PARA
           PERFORM 1600-LINE-LOAD-PARA
           IF WS-LN-FULL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-MODE
               WHEN 'B'
                   PERFORM 2000-BILL-PARA THRU 2999-BILL-EXIT
               WHEN 'R'
                   PERFORM 3000-RECEIPTS-PARA THRU 3999-RECEIPTS-EXIT
               WHEN 'L'
                   PERFORM 3500-LATE-FEE-PARA
               WHEN 'W'
                   PERFORM 3700-WAIVER-PARA THRU 3799-WAIVER-EXIT
               WHEN 'X'
                   PERFORM 3800-RETURNS-PARA THRU 3899-RETURNS-EXIT
               WHEN 'T'
                   PERFORM 3900-TRANSPORT-PARA
                       THRU 3949-TRANSPORT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 4000-CONTROL-PARA
           IF WS-MODE = 'B' OR WS-MODE = 'R' OR WS-MODE = 'L'
               OR WS-MODE = 'W' OR WS-MODE = 'X' OR WS-MODE = 'T'
               PERFORM 5000-SAVE-BAL-PARA
           END-IF
           IF WS-MODE = 'X' AND WS-REV-CNT NOT = ZERO
               PERFORM 3850-MARK-RETURNS-PARA
           END-IF
           PERFORM 6000-DUES-PARA
           IF WS-MASTER-AVAIL
               CLOSE STUDMAST-FILE
           END-IF
           DISPLAY 'POSTED: ' WS-POSTED '  REJECTED: ' WS-REJECTED
               '  STUDENTS WITH DUES: ' WS-DUES-CNT
           DISPLAY 'LATE FEES: ' WS-LATE-CNT '  WAIVED: ' WS-WAIVE-CNT
               '  CHEQUES REVERSED: ' WS-REV-CNT
           DISPLAY 'TRANSPORT CHARGES: ' WS-TRANS-CNT
               '  ALREADY POSTED: ' WS-TRANS-DUP
           IF WS-MODE = 'D'
               DISPLAY 'DUES QUEUED FOR GUARDIAN SMS: ' WS-NTF-CNT
           END-IF
           IF WS-REJECTED NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'FEEINST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-IP-DSN FROM ENVIRONMENT-VALUE
           IF WS-IP-DSN = SPACES
               MOVE 'feeinst.txt' TO WS-IP-DSN
           END-IF
           MOVE 'FEELINE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FL-DSN FROM ENVIRONMENT-VALUE
           IF WS-FL-DSN = SPACES
               MOVE 'feeline.txt' TO WS-FL-DSN
           END-IF
           MOVE 'FEEWAIV_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WV-DSN FROM ENVIRONMENT-VALUE
           IF WS-WV-DSN = SPACES
               MOVE 'feewaiv.txt' TO WS-WV-DSN
           END-IF
           MOVE 'FEEBNCE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BN-DSN FROM ENVIRONMENT-VALUE
           IF WS-BN-DSN = SPACES
               MOVE 'feebnce.txt' TO WS-BN-DSN
           END-IF
           MOVE 'TRNSCHG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TC-DSN FROM ENVIRONMENT-VALUE
           IF WS-TC-DSN = SPACES
               MOVE 'trnschg.txt' TO WS-TC-DSN
           END-IF
           MOVE 'LATE_FEE_DAYS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-LATE-DAYS
               ELSE
                   DISPLAY 'INVALID LATE_FEE_DAYS, USING DEFAULT - '
                       WS-LATE-DAYS
               END-IF
           END-IF
           MOVE 'LATE_FEE_AMT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-LATE-AMT
               ELSE
                   DISPLAY 'INVALID LATE_FEE_AMT, USING DEFAULT - '
                       WS-LATE-AMT
               END-IF
           END-IF
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
                   WS-SM-STAT ' - RECEIPT ID CHECK SKIPPED'
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE 'FEE_DUES_MAX' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-DUES-MAX
               ELSE
                   DISPLAY 'INVALID FEE_DUES_MAX, USING DEFAULT - '
                       WS-DUES-MAX
               END-IF
           END-IF
           PERFORM NTF-ENV-PARA
           MOVE 'FEELEDGR' TO WS-NTF-PGM.
       1500-BAL-LOAD-PARA.
           OPEN INPUT FEEBAL
           IF WS-BAL-FS = 00
                               TO WS-BAL-CHARGED(WS-BAL-COUNT)
                           MOVE FB-PAID TO WS-BAL-PAID(WS-BAL-COUNT)
                           MOVE FB-DUEDT TO WS-BAL-DUEDT(WS-BAL-COUNT)
                           MOVE FB-BRANCH
                               TO WS-BAL-BRANCH(WS-BAL-COUNT)
                           ADD FB-CHARGED TO WS-OPEN-CHG
                           ADD FB-PAID TO WS-OPEN-PAID
                       ELSE
               END-PERFORM
               CLOSE FEEBAL
           END-IF.
       1600-LINE-LOAD-PARA.
      * Charge lines carry the instalment detail behind each FEEBAL
      * total; a ledger that predates them simply has none
           OPEN INPUT FEELINE
           IF WS-FL-FS = 00
               PERFORM UNTIL WS-FL-FS NOT = 00
                   READ FEELINE
                   END-READ
                   IF WS-FL-FS NOT = 10
                       IF WS-LN-COUNT < 40000
                           ADD 1 TO WS-LN-COUNT
                           MOVE FL-UID TO WS-LN-UID(WS-LN-COUNT)
                           MOVE FL-TERM TO WS-LN-TERM(WS-LN-COUNT)
                           MOVE FL-LINE TO WS-LN-LINE(WS-LN-COUNT)
                           MOVE FL-TYPE TO WS-LN-TYPE(WS-LN-COUNT)
                           MOVE FL-REF TO WS-LN-REF(WS-LN-COUNT)
                           MOVE FL-DUEDT TO WS-LN-DUEDT(WS-LN-COUNT)
                           MOVE FL-AMT TO WS-LN-AMT(WS-LN-COUNT)
                           MOVE FL-PAID TO WS-LN-PAID(WS-LN-COUNT)
                           MOVE FL-STATUS
                               TO WS-LN-STATUS(WS-LN-COUNT)
                       ELSE
                           IF NOT WS-LN-FULL
                               DISPLAY 'CHARGE LINE TABLE FULL AT '
                                   FL-UID ' LINE ' FL-LINE
                                   ' - NOTHING POSTED'
                           END-IF
                           MOVE 'Y' TO WS-LN-FULL-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEELINE
           END-IF.
       1700-PLAN-LOAD-PARA.
      * Instalment schedule for the term being billed
           OPEN INPUT FEEINST
           IF WS-IP-FS NOT = 00
               DISPLAY 'NO INSTALMENT SCHEDULE, FILE STATUS - '
                   WS-IP-FS ' - EACH FEE BILLED AS ONE PART'
           ELSE
               PERFORM UNTIL WS-IP-FS NOT = 00
                   READ FEEINST
                   END-READ
                   IF WS-IP-FS NOT = 10 AND IP-TERM = WS-TERM
                       IF WS-IP-COUNT < 60
                           ADD 1 TO WS-IP-COUNT
                           MOVE IP-TERM TO WS-IP-TERM(WS-IP-COUNT)
                           MOVE IP-UID TO WS-IP-UID(WS-IP-COUNT)
                           MOVE IP-PART TO WS-IP-PART(WS-IP-COUNT)
                           MOVE IP-DUEDT TO WS-IP-DUEDT(WS-IP-COUNT)
                           MOVE IP-PCT TO WS-IP-PCT(WS-IP-COUNT)
                       ELSE
                           DISPLAY 'INSTALMENT TABLE FULL, SKIPPING '
                               IP-UID ' PART ' IP-PART
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEINST
           END-IF.
       2000-BILL-PARA.
           PERFORM 1700-PLAN-LOAD-PARA
           OPEN INPUT FEEMAST
           IF WS-FM-FS NOT = 00
               DISPLAY 'FEE MASTER OPEN FAILED, FILE STATUS - '
               MOVE ZERO TO WS-BAL-CHARGED(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-PAID(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-DUEDT(WS-MATCH-BX)
               PERFORM 7050-ROW-BRANCH-PARA
           END-IF
           IF WS-MATCH-BX = ZERO
               ADD 1 TO WS-REJECTED
               ADD FM-AMT TO WS-BAL-CHARGED(WS-MATCH-BX)
               ADD FM-AMT TO WS-POST-CHG
               MOVE FM-DUEDT TO WS-BAL-DUEDT(WS-MATCH-BX)
               PERFORM 2200-SPLIT-PARTS-PARA
           END-IF.
       2200-SPLIT-PARTS-PARA.
      * A schedule row for this student wins over the every-student
      * (zero ID) rows; no row at all keeps the one-part bill. The
      * last part takes the rounding so the parts sum to FM-AMT.
           MOVE ZERO TO WS-PLAN-UID
           MOVE ZERO TO WS-LAST-PART-LX
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-IP-COUNT
               IF WS-IP-UID(WS-IX) = FM-UID
                   MOVE FM-UID TO WS-PLAN-UID
               END-IF
           END-PERFORM
           MOVE FM-AMT TO WS-PART-LEFT
           MOVE ZERO TO WS-OLDEST-DT
           MOVE FM-UID TO WS-FIND-ID
           PERFORM 7100-NEXT-LINE-NO-PARA
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-IP-COUNT
               IF WS-IP-UID(WS-IX) = WS-PLAN-UID
                   COMPUTE WS-PART-AMT ROUNDED =
                       FM-AMT * WS-IP-PCT(WS-IX) / 100
                   IF WS-PART-AMT > WS-PART-LEFT
                       MOVE WS-PART-LEFT TO WS-PART-AMT
                   END-IF
                   SUBTRACT WS-PART-AMT FROM WS-PART-LEFT
                   MOVE WS-IP-DUEDT(WS-IX) TO WS-OLDEST-DT
                   PERFORM 2300-ADD-PART-PARA
               END-IF
           END-PERFORM
           IF WS-PART-LEFT > ZERO
               IF WS-LAST-PART-LX NOT = ZERO
                   ADD WS-PART-LEFT TO WS-LN-AMT(WS-LAST-PART-LX)
               ELSE
                   MOVE WS-PART-LEFT TO WS-PART-AMT
                   IF WS-OLDEST-DT = ZERO
                       MOVE FM-DUEDT TO WS-OLDEST-DT
                   END-IF
                   PERFORM 2300-ADD-PART-PARA
               END-IF
           END-IF
      * The balance row keeps the earliest part's due date for ageing
           MOVE 99999999 TO WS-OLDEST-DT
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LN-COUNT
               IF WS-LN-UID(WS-LX) = FM-UID
                   AND WS-LN-TERM(WS-LX) = FM-TERM
                   AND WS-LN-TYPE(WS-LX) = 'F'
                   AND WS-LN-DUEDT(WS-LX) < WS-OLDEST-DT
                   MOVE WS-LN-DUEDT(WS-LX) TO WS-OLDEST-DT
               END-IF
           END-PERFORM
           IF WS-OLDEST-DT NOT = 99999999
               MOVE WS-OLDEST-DT TO WS-BAL-DUEDT(WS-MATCH-BX)
           END-IF.
       2300-ADD-PART-PARA.
           IF WS-LN-COUNT < 40000
               ADD 1 TO WS-LN-COUNT
               MOVE FM-UID       TO WS-LN-UID(WS-LN-COUNT)
               MOVE FM-TERM      TO WS-LN-TERM(WS-LN-COUNT)
               MOVE WS-NEXT-LINE TO WS-LN-LINE(WS-LN-COUNT)
               ADD 1 TO WS-NEXT-LINE
               MOVE 'F'          TO WS-LN-TYPE(WS-LN-COUNT)
               MOVE ZERO         TO WS-LN-REF(WS-LN-COUNT)
               MOVE WS-OLDEST-DT TO WS-LN-DUEDT(WS-LN-COUNT)
               MOVE WS-PART-AMT  TO WS-LN-AMT(WS-LN-COUNT)
               MOVE ZERO         TO WS-LN-PAID(WS-LN-COUNT)
               MOVE 'O'          TO WS-LN-STATUS(WS-LN-COUNT)
               MOVE WS-LN-COUNT  TO WS-LAST-PART-LX
           ELSE
               DISPLAY 'CHARGE LINE TABLE FULL - PART FOR ' FM-UID
                   ' KEPT ON THE BALANCE ONLY'
           END-IF.
       3000-RECEIPTS-PARA.
           OPEN INPUT FEERCPT
               MOVE ZERO TO WS-BAL-CHARGED(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-PAID(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-DUEDT(WS-MATCH-BX)
               PERFORM 7050-ROW-BRANCH-PARA
           END-IF
           IF WS-MATCH-BX = ZERO
               ADD 1 TO WS-REJECTED
               ADD 1 TO WS-POSTED
               ADD RC-AMT TO WS-BAL-PAID(WS-MATCH-BX)
               ADD RC-AMT TO WS-POST-PAID
               MOVE RC-AMT TO WS-APPLY-LEFT
               PERFORM 3300-APPLY-LINES-PARA
           END-IF.
       3300-APPLY-LINES-PARA.
      * Settle the student's open charge lines oldest due date
      * first; whatever is left over stays as an advance on FEEBAL
           MOVE 1 TO WS-MATCH-LX
           PERFORM UNTIL WS-APPLY-LEFT = ZERO OR WS-MATCH-LX = ZERO
               MOVE ZERO TO WS-MATCH-LX
               MOVE 99999999 TO WS-OLDEST-DT
               PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LN-COUNT
                   IF WS-LN-UID(WS-LX) = WS-FIND-ID
                       AND WS-LN-STATUS(WS-LX) = 'O'
                       AND WS-LN-TYPE(WS-LX) NOT = 'W'
                       AND WS-LN-DUEDT(WS-LX) < WS-OLDEST-DT
                       MOVE WS-LX TO WS-MATCH-LX
                       MOVE WS-LN-DUEDT(WS-LX) TO WS-OLDEST-DT
                   END-IF
               END-PERFORM
               IF WS-MATCH-LX NOT = ZERO
                   COMPUTE WS-LINE-DUE = WS-LN-AMT(WS-MATCH-LX)
                       - WS-LN-PAID(WS-MATCH-LX)
                   IF WS-APPLY-LEFT >= WS-LINE-DUE
                       ADD WS-LINE-DUE TO WS-LN-PAID(WS-MATCH-LX)
                       SUBTRACT WS-LINE-DUE FROM WS-APPLY-LEFT
                       MOVE 'P' TO WS-LN-STATUS(WS-MATCH-LX)
                   ELSE
                       ADD WS-APPLY-LEFT TO WS-LN-PAID(WS-MATCH-LX)
                       MOVE ZERO TO WS-APPLY-LEFT
                   END-IF
               END-IF
           END-PERFORM.
       3500-LATE-FEE-PARA.
      * One penalty per unpaid part, once the part is LATE_FEE_DAYS
      * business days past due. The table grows as penalties post,
      * so the scan stops at the count it started with.
           MOVE WS-LN-COUNT TO WS-LN-SCAN-END
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LN-SCAN-END
               IF WS-LN-TYPE(WS-LX) = 'F'
                   AND WS-LN-STATUS(WS-LX) = 'O'
                   AND WS-LN-DUEDT(WS-LX) NOT = ZERO
                   AND WS-LN-DUEDT(WS-LX) < WS-RUN-DATE
                   PERFORM 3600-ONE-LATE-FEE-PARA
               END-IF
           END-PERFORM.
       3600-ONE-LATE-FEE-PARA.
           MOVE 'N' TO WS-PENALISED-SW
           PERFORM VARYING WS-MATCH-LX FROM 1 BY 1
               UNTIL WS-MATCH-LX > WS-LN-COUNT
               IF WS-LN-UID(WS-MATCH-LX) = WS-LN-UID(WS-LX)
                   AND WS-LN-TYPE(WS-MATCH-LX) = 'L'
                   AND WS-LN-REF(WS-MATCH-LX) = WS-LN-LINE(WS-LX)
                   MOVE 'Y' TO WS-PENALISED-SW
               END-IF
           END-PERFORM
           IF NOT WS-PENALISED
               MOVE 'A' TO WS-BD-FUNC
               MOVE WS-LN-DUEDT(WS-LX) TO WS-BD-DATE-1
               MOVE WS-LATE-DAYS TO WS-BD-DAYS
               CALL 'BUSDAYS' USING WS-BD-FUNC WS-BD-DATE-1
                   WS-BD-DATE-2 WS-BD-DAYS WS-BD-STATUS
               IF WS-BD-STATUS = '04' AND NOT WS-BD-WARNED
                   DISPLAY 'HOLIDAYS FILE NOT AVAILABLE - '
                       'ONLY WEEKENDS EXCLUDED FROM GRACE PERIOD'
                   MOVE 'Y' TO WS-BD-WARNED-SW
               END-IF
               MOVE WS-BD-DATE-2 TO WS-GRACE-END
               IF WS-RUN-DATE > WS-GRACE-END
                   PERFORM 3650-POST-LATE-FEE-PARA
               END-IF
           END-IF.
       3650-POST-LATE-FEE-PARA.
           MOVE WS-LN-UID(WS-LX) TO WS-FIND-ID
           PERFORM 7000-FIND-BAL-PARA
           IF WS-MATCH-BX = ZERO OR WS-LN-COUNT >= 40000
               ADD 1 TO WS-REJECTED
               DISPLAY 'LATE FEE FOR ' WS-FIND-ID ' LINE '
                   WS-LN-LINE(WS-LX) ' NOT POSTED - NO BALANCE ROW '
                   'OR LINE TABLE FULL'
           ELSE
               PERFORM 7100-NEXT-LINE-NO-PARA
               ADD 1 TO WS-LN-COUNT
               MOVE WS-FIND-ID   TO WS-LN-UID(WS-LN-COUNT)
               MOVE WS-LN-TERM(WS-LX) TO WS-LN-TERM(WS-LN-COUNT)
               MOVE WS-NEXT-LINE TO WS-LN-LINE(WS-LN-COUNT)
               MOVE 'L'          TO WS-LN-TYPE(WS-LN-COUNT)
               MOVE WS-LN-LINE(WS-LX) TO WS-LN-REF(WS-LN-COUNT)
               MOVE WS-RUN-DATE  TO WS-LN-DUEDT(WS-LN-COUNT)
               MOVE WS-LATE-AMT  TO WS-LN-AMT(WS-LN-COUNT)
               MOVE ZERO         TO WS-LN-PAID(WS-LN-COUNT)
               MOVE 'O'          TO WS-LN-STATUS(WS-LN-COUNT)
               ADD WS-LATE-AMT TO WS-BAL-CHARGED(WS-MATCH-BX)
               ADD WS-LATE-AMT TO WS-POST-CHG
               ADD 1 TO WS-POSTED
               ADD 1 TO WS-LATE-CNT
               DISPLAY 'LATE FEE POSTED FOR ' WS-FIND-ID ' LINE '
                   WS-NEXT-LINE ' ON PART LINE ' WS-LN-LINE(WS-LX)
                   ' DUE ' WS-LN-DUEDT(WS-LX)
           END-IF.
       3700-WAIVER-PARA.
           OPEN INPUT FEEWAIV
           IF WS-WV-FS NOT = 00
               DISPLAY 'WAIVER FILE OPEN FAILED, FILE STATUS - '
                   WS-WV-FS
               MOVE 16 TO RETURN-CODE
               GO TO 3799-WAIVER-EXIT
           END-IF
           PERFORM UNTIL WS-WV-FS NOT = 00
               READ FEEWAIV
               END-READ
               IF WS-WV-FS NOT = 10
                   PERFORM 3710-ONE-WAIVER-PARA
               END-IF
           END-PERFORM
           CLOSE FEEWAIV.
       3799-WAIVER-EXIT.
           EXIT.
       3710-ONE-WAIVER-PARA.
      * Only a late fee can be waived here - the fee parts stand,
      * and a penalty already waived cannot be waived twice
           MOVE ZERO TO WS-MATCH-LX
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LN-COUNT
               IF WS-LN-UID(WS-LX) = WV-UID
                   AND WS-LN-LINE(WS-LX) = WV-LINE
                   MOVE WS-LX TO WS-MATCH-LX
               END-IF
           END-PERFORM
           MOVE WV-UID TO WS-FIND-ID
           PERFORM 7000-FIND-BAL-PARA
           EVALUATE TRUE
               WHEN WS-MATCH-LX = ZERO OR WS-MATCH-BX = ZERO
                   ADD 1 TO WS-REJECTED
                   DISPLAY 'WAIVER FOR ' WV-UID ' LINE ' WV-LINE
                       ' REJECTED - NO SUCH CHARGE LINE'
               WHEN WS-LN-TYPE(WS-MATCH-LX) NOT = 'L'
                   ADD 1 TO WS-REJECTED
                   DISPLAY 'WAIVER FOR ' WV-UID ' LINE ' WV-LINE
                       ' REJECTED - NOT A LATE FEE'
               WHEN WS-LN-STATUS(WS-MATCH-LX) = 'W'
                   ADD 1 TO WS-REJECTED
                   DISPLAY 'WAIVER FOR ' WV-UID ' LINE ' WV-LINE
                       ' REJECTED - ALREADY WAIVED'
               WHEN WS-LN-COUNT >= 40000
                   ADD 1 TO WS-REJECTED
                   DISPLAY 'CHARGE LINE TABLE FULL - WAIVER FOR '
                       WV-UID ' NOT POSTED'
               WHEN OTHER
                   PERFORM 3720-POST-WAIVER-PARA
           END-EVALUATE.
       3720-POST-WAIVER-PARA.
           PERFORM 7100-NEXT-LINE-NO-PARA
           MOVE 'W' TO WS-LN-STATUS(WS-MATCH-LX)
           ADD 1 TO WS-LN-COUNT
           MOVE WV-UID       TO WS-LN-UID(WS-LN-COUNT)
           MOVE WS-LN-TERM(WS-MATCH-LX) TO WS-LN-TERM(WS-LN-COUNT)
           MOVE WS-NEXT-LINE TO WS-LN-LINE(WS-LN-COUNT)
           MOVE 'W'          TO WS-LN-TYPE(WS-LN-COUNT)
           MOVE WV-LINE      TO WS-LN-REF(WS-LN-COUNT)
           MOVE WS-RUN-DATE  TO WS-LN-DUEDT(WS-LN-COUNT)
           MOVE WS-LN-AMT(WS-MATCH-LX) TO WS-LN-AMT(WS-LN-COUNT)
           MOVE ZERO         TO WS-LN-PAID(WS-LN-COUNT)
           MOVE 'W'          TO WS-LN-STATUS(WS-LN-COUNT)
           SUBTRACT WS-LN-AMT(WS-MATCH-LX)
               FROM WS-BAL-CHARGED(WS-MATCH-BX)
           ADD WS-LN-AMT(WS-MATCH-LX) TO WS-POST-WAIV
           ADD 1 TO WS-POSTED
           ADD 1 TO WS-WAIVE-CNT
           DISPLAY 'LATE FEE LINE ' WV-LINE ' WAIVED FOR ' WV-UID
               ' - ' WV-REASON.
       3800-RETURNS-PARA.
           OPEN INPUT FEEBNCE
           IF WS-BN-FS NOT = 00
               DISPLAY 'RETURNED CHEQUE FILE OPEN FAILED, FILE STATUS '
                   '- ' WS-BN-FS
               MOVE 16 TO RETURN-CODE
               GO TO 3899-RETURNS-EXIT
           END-IF
      * Count the rows first - every row must fit the table that
      * carries the posted marks back to the file
           PERFORM UNTIL WS-BN-FS NOT = 00
               READ FEEBNCE
               END-READ
               IF WS-BN-FS NOT = 10
                   ADD 1 TO WS-BN-COUNT
               END-IF
           END-PERFORM
           CLOSE FEEBNCE
           IF WS-BN-COUNT > 2000
               DISPLAY 'RETURNED CHEQUE FILE HAS ' WS-BN-COUNT
                   ' ROWS, OVER 2000 - NOTHING REVERSED'
               MOVE ZERO TO WS-BN-COUNT
               MOVE 16 TO RETURN-CODE
               GO TO 3899-RETURNS-EXIT
           END-IF
           MOVE ZERO TO WS-BNX
           OPEN INPUT FEEBNCE
           IF WS-BN-FS NOT = 00
               DISPLAY 'RETURNED CHEQUE FILE OPEN FAILED, FILE STATUS '
                   '- ' WS-BN-FS
               MOVE ZERO TO WS-BN-COUNT
               MOVE 16 TO RETURN-CODE
               GO TO 3899-RETURNS-EXIT
           END-IF
           PERFORM UNTIL WS-BN-FS NOT = 00 OR WS-BNX >= WS-BN-COUNT
               READ FEEBNCE
               END-READ
               IF WS-BN-FS NOT = 10
                   ADD 1 TO WS-BNX
                   IF BN-IS-POSTED
                       ADD 1 TO WS-BN-SKIPPED
                       DISPLAY 'RETURNED CHEQUE ' BN-REF ' FOR '
                           BN-UID ' SKIPPED - ALREADY POSTED'
                   ELSE
                       PERFORM 3810-ONE-RETURN-PARA
                   END-IF
                   MOVE BN-REC TO WS-BN-IMAGE(WS-BNX)
               END-IF
           END-PERFORM
           CLOSE FEEBNCE
           DISPLAY 'RETURNED CHEQUES ALREADY POSTED: ' WS-BN-SKIPPED.
       3899-RETURNS-EXIT.
           EXIT.
       3810-ONE-RETURN-PARA.
           MOVE BN-UID TO WS-FIND-ID
           PERFORM 7000-FIND-BAL-PARA
           IF WS-MATCH-BX = ZERO
               ADD 1 TO WS-REJECTED
               DISPLAY 'RETURNED CHEQUE ' BN-REF ' FOR ' BN-UID
                   ' REJECTED - NO BALANCE ROW'
           ELSE
               IF BN-AMT > WS-BAL-PAID(WS-MATCH-BX)
                   ADD 1 TO WS-REJECTED
                   DISPLAY 'RETURNED CHEQUE ' BN-REF ' FOR ' BN-UID
                       ' REJECTED - EXCEEDS PAYMENTS ON RECORD'
               ELSE
                   SUBTRACT BN-AMT FROM WS-BAL-PAID(WS-MATCH-BX)
                   ADD BN-AMT TO WS-POST-REV
                   ADD 1 TO WS-POSTED
                   ADD 1 TO WS-REV-CNT
                   MOVE BN-AMT TO WS-APPLY-LEFT
                   PERFORM 3820-UNAPPLY-LINES-PARA
                   IF BN-CHG > ZERO
                       PERFORM 3830-BANK-CHARGE-PARA
                   END-IF
                   MOVE 'P' TO BN-POSTED
                   MOVE WS-RUN-DATE TO BN-POST-DT
                   DISPLAY 'RETURNED CHEQUE ' BN-REF ' REVERSED FOR '
                       BN-UID
               END-IF
           END-IF.
       3820-UNAPPLY-LINES-PARA.
      * Take the bounced money back off the paid lines, newest due
      * date first - the reverse of the order receipts settle them
           MOVE 1 TO WS-MATCH-LX
           PERFORM UNTIL WS-APPLY-LEFT = ZERO OR WS-MATCH-LX = ZERO
               MOVE ZERO TO WS-MATCH-LX
               MOVE ZERO TO WS-NEWEST-DT
               PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LN-COUNT
                   IF WS-LN-UID(WS-LX) = WS-FIND-ID
                       AND WS-LN-TYPE(WS-LX) NOT = 'W'
                       AND WS-LN-STATUS(WS-LX) NOT = 'W'
                       AND WS-LN-PAID(WS-LX) > ZERO
                       AND WS-LN-DUEDT(WS-LX) >= WS-NEWEST-DT
                       MOVE WS-LX TO WS-MATCH-LX
                       MOVE WS-LN-DUEDT(WS-LX) TO WS-NEWEST-DT
                   END-IF
               END-PERFORM
               IF WS-MATCH-LX NOT = ZERO
                   IF WS-APPLY-LEFT >= WS-LN-PAID(WS-MATCH-LX)
                       SUBTRACT WS-LN-PAID(WS-MATCH-LX)
                           FROM WS-APPLY-LEFT
                       MOVE ZERO TO WS-LN-PAID(WS-MATCH-LX)
                   ELSE
                       SUBTRACT WS-APPLY-LEFT
                           FROM WS-LN-PAID(WS-MATCH-LX)
                       MOVE ZERO TO WS-APPLY-LEFT
                   END-IF
                   MOVE 'O' TO WS-LN-STATUS(WS-MATCH-LX)
               END-IF
           END-PERFORM.
       3830-BANK-CHARGE-PARA.
           IF WS-LN-COUNT >= 40000
               DISPLAY 'CHARGE LINE TABLE FULL - BANK CHARGE FOR '
                   BN-UID ' KEPT ON THE BALANCE ONLY'
           ELSE
               PERFORM 7100-NEXT-LINE-NO-PARA
               ADD 1 TO WS-LN-COUNT
               MOVE BN-UID       TO WS-LN-UID(WS-LN-COUNT)
               MOVE WS-TERM      TO WS-LN-TERM(WS-LN-COUNT)
               MOVE WS-NEXT-LINE TO WS-LN-LINE(WS-LN-COUNT)
               MOVE 'B'          TO WS-LN-TYPE(WS-LN-COUNT)
               MOVE ZERO         TO WS-LN-REF(WS-LN-COUNT)
               MOVE BN-DATE      TO WS-LN-DUEDT(WS-LN-COUNT)
               MOVE BN-CHG       TO WS-LN-AMT(WS-LN-COUNT)
               MOVE ZERO         TO WS-LN-PAID(WS-LN-COUNT)
               MOVE 'O'          TO WS-LN-STATUS(WS-LN-COUNT)
           END-IF
           ADD BN-CHG TO WS-BAL-CHARGED(WS-MATCH-BX)
           ADD BN-CHG TO WS-POST-CHG.
       3850-MARK-RETURNS-PARA.
      * Written back after the balances are saved, so a row is only
      * marked once its reversal is on file
           OPEN OUTPUT FEEBNCE
           IF WS-BN-FS NOT = 00
               DISPLAY 'RETURNED CHEQUE FILE NOT MARKED, FILE STATUS - '
                   WS-BN-FS ' - DO NOT RERUN MODE X ON IT'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BNX FROM 1 BY 1
                   UNTIL WS-BNX > WS-BN-COUNT
                   MOVE WS-BN-IMAGE(WS-BNX) TO BN-REC
                   WRITE BN-REC
               END-PERFORM
               CLOSE FEEBNCE
           END-IF.
       3900-TRANSPORT-PARA.
           OPEN INPUT TRNSCHG
           IF WS-TC-FS NOT = 00
               DISPLAY 'TRANSPORT CHARGE FILE OPEN FAILED, FILE STATUS '
                   '- ' WS-TC-FS
               MOVE 16 TO RETURN-CODE
               GO TO 3949-TRANSPORT-EXIT
           END-IF
           PERFORM UNTIL WS-TC-FS NOT = 00
               READ TRNSCHG
               END-READ
               IF WS-TC-FS NOT = 10 AND TC-TERM = WS-TERM
                   PERFORM 3910-ONE-TRANSPORT-PARA
                       THRU 3919-ONE-TRANSPORT-EXIT
               END-IF
           END-PERFORM
           CLOSE TRNSCHG.
       3949-TRANSPORT-EXIT.
           EXIT.
       3910-ONE-TRANSPORT-PARA.
           MOVE TC-UID TO WS-FIND-ID
           MOVE ZERO TO WS-MATCH-LX
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LN-COUNT OR WS-MATCH-LX NOT = ZERO
               IF WS-LN-UID(WS-LX) = TC-UID
                   AND WS-LN-TERM(WS-LX) = TC-TERM
                   AND WS-LN-TYPE(WS-LX) = 'T'
                   MOVE WS-LX TO WS-MATCH-LX
               END-IF
           END-PERFORM
           IF WS-MATCH-LX NOT = ZERO
               ADD 1 TO WS-TRANS-DUP
               DISPLAY 'TRANSPORT CHARGE FOR ' TC-UID ' TERM '
                   TC-TERM ' SKIPPED - ALREADY POSTED'
               GO TO 3919-ONE-TRANSPORT-EXIT
           END-IF
           IF WS-LN-COUNT >= 40000
               ADD 1 TO WS-REJECTED
               DISPLAY 'CHARGE LINE TABLE FULL - TRANSPORT CHARGE FOR '
                   TC-UID ' NOT POSTED'
               GO TO 3919-ONE-TRANSPORT-EXIT
           END-IF
           PERFORM 7000-FIND-BAL-PARA
           IF WS-MATCH-BX = ZERO AND WS-BAL-COUNT < 2000
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-MATCH-BX
               MOVE TC-UID TO WS-BAL-ID(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-CHARGED(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-PAID(WS-MATCH-BX)
               MOVE ZERO TO WS-BAL-DUEDT(WS-MATCH-BX)
               PERFORM 7050-ROW-BRANCH-PARA
           END-IF
           IF WS-MATCH-BX = ZERO
               ADD 1 TO WS-REJECTED
               DISPLAY 'BALANCE TABLE FULL - TRANSPORT CHARGE FOR '
                   TC-UID ' NOT POSTED'
               GO TO 3919-ONE-TRANSPORT-EXIT
           END-IF
           PERFORM 7100-NEXT-LINE-NO-PARA
           ADD 1 TO WS-LN-COUNT
           MOVE TC-UID       TO WS-LN-UID(WS-LN-COUNT)
           MOVE TC-TERM      TO WS-LN-TERM(WS-LN-COUNT)
           MOVE WS-NEXT-LINE TO WS-LN-LINE(WS-LN-COUNT)
           MOVE 'T'          TO WS-LN-TYPE(WS-LN-COUNT)
           MOVE ZERO         TO WS-LN-REF(WS-LN-COUNT)
           MOVE TC-DUEDT     TO WS-LN-DUEDT(WS-LN-COUNT)
           MOVE TC-AMT       TO WS-LN-AMT(WS-LN-COUNT)
           MOVE ZERO         TO WS-LN-PAID(WS-LN-COUNT)
           MOVE 'O'          TO WS-LN-STATUS(WS-LN-COUNT)
           ADD TC-AMT TO WS-BAL-CHARGED(WS-MATCH-BX)
           ADD TC-AMT TO WS-POST-CHG
      * A student with nothing else owing ages from the bus charge
           IF WS-BAL-DUEDT(WS-MATCH-BX) = ZERO
               MOVE TC-DUEDT TO WS-BAL-DUEDT(WS-MATCH-BX)
           END-IF
           ADD 1 TO WS-POSTED
           ADD 1 TO WS-TRANS-CNT.
       3919-ONE-TRANSPORT-EXIT.
           EXIT.
       4000-CONTROL-PARA.
      * Closing control total must tie to opening plus postings
           MOVE ZERO TO WS-CLOSE-CHG WS-CLOSE-PAID
               ADD WS-BAL-PAID(WS-BX) TO WS-CLOSE-PAID
           END-PERFORM
           IF WS-CLOSE-CHG NOT = WS-OPEN-CHG + WS-POST-CHG
               - WS-POST-WAIV
               OR WS-CLOSE-PAID NOT = WS-OPEN-PAID + WS-POST-PAID
               - WS-POST-REV
               DISPLAY 'CONTROL TOTALS DO NOT TIE - BALANCES SUSPECT'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-BAL-CHARGED(WS-BX) TO FB-CHARGED
               MOVE WS-BAL-PAID(WS-BX)    TO FB-PAID
               MOVE WS-BAL-DUEDT(WS-BX)   TO FB-DUEDT
               MOVE WS-BAL-BRANCH(WS-BX)  TO FB-BRANCH
               WRITE FB-REC
           END-PERFORM
           CLOSE FEEBAL
           OPEN OUTPUT FEELINE
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LN-COUNT
               MOVE SPACES TO FL-REC
               MOVE WS-LN-UID(WS-LX)    TO FL-UID
               MOVE WS-LN-TERM(WS-LX)   TO FL-TERM
               MOVE WS-LN-LINE(WS-LX)   TO FL-LINE
               MOVE WS-LN-TYPE(WS-LX)   TO FL-TYPE
               MOVE WS-LN-REF(WS-LX)    TO FL-REF
               MOVE WS-LN-DUEDT(WS-LX)  TO FL-DUEDT
               MOVE WS-LN-AMT(WS-LX)    TO FL-AMT
               MOVE WS-LN-PAID(WS-LX)   TO FL-PAID
               MOVE WS-LN-STATUS(WS-LX) TO FL-STATUS
               WRITE FL-REC
           END-PERFORM
           CLOSE FEELINE.
       6000-DUES-PARA.
           OPEN OUTPUT FEERPT
           MOVE 'FEE DUES AGED IN BUSINESS DAYS' TO RPT-LINE
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
               IF WS-OUTSTAND > ZERO
                   PERFORM 6200-OPEN-LINES-PARA
                   IF WS-MODE = 'D' AND WS-OUTSTAND > WS-DUES-MAX
                       AND WS-BAL-DUEDT(WS-BX) NOT = ZERO
                       AND WS-BAL-DUEDT(WS-BX) < WS-RUN-DATE
                       PERFORM 6300-DUES-NOTIFY-PARA
                   END-IF
               END-IF
           END-IF.
       6200-OPEN-LINES-PARA.
      * The open charge lines behind the balance, so the office can
      * see which instalment or penalty is unpaid (and quote the
      * line number on a waiver)
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LN-COUNT
               IF WS-LN-UID(WS-LX) = WS-BAL-ID(WS-BX)
                   AND WS-LN-STATUS(WS-LX) = 'O'
                   EVALUATE WS-LN-TYPE(WS-LX)
                       WHEN 'F'
                           MOVE 'PART' TO WS-LN-TYPE-DESC
                       WHEN 'L'
                           MOVE 'LATE FEE' TO WS-LN-TYPE-DESC
                       WHEN 'B'
                           MOVE 'BANK CHG' TO WS-LN-TYPE-DESC
                       WHEN 'T'
                           MOVE 'TRANSPRT' TO WS-LN-TYPE-DESC
                       WHEN OTHER
                           MOVE 'OTHER' TO WS-LN-TYPE-DESC
                   END-EVALUATE
                   MOVE WS-LN-AMT(WS-LX) TO WS-LN-AMT-DISP
                   MOVE WS-LN-PAID(WS-LX) TO WS-LN-PAID-DISP
                   MOVE SPACES TO RPT-LINE
                   STRING '      LINE ' WS-LN-LINE(WS-LX) ' '
                       WS-LN-TERM(WS-LX) ' ' WS-LN-TYPE-DESC
                       ' DUE ' WS-LN-DUEDT(WS-LX)
                       ' AMT ' WS-LN-AMT-DISP
                       ' PAID ' WS-LN-PAID-DISP
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
       6300-DUES-NOTIFY-PARA.
           MOVE 'FD' TO WS-NTF-TYPE
           MOVE WS-BAL-ID(WS-BX) TO WS-NTF-UID
           MOVE WS-OUTSTAND TO WS-AMT-DISP
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'RS ' WS-AMT-DISP ' DUE ' WS-BAL-DUEDT(WS-BX)
               DELIMITED BY SIZE INTO WS-NTF-TEXT
           PERFORM NTF-EVENT-PARA.
       7000-FIND-BAL-PARA.
           MOVE ZERO TO WS-MATCH-BX
           PERFORM VARYING WS-BX FROM 1 BY 1
                   MOVE WS-BX TO WS-MATCH-BX
               END-IF
           END-PERFORM.
       7050-ROW-BRANCH-PARA.
      * A new balance row belongs to the student's home campus
           MOVE SPACES TO WS-BAL-BRANCH(WS-MATCH-BX)
           IF WS-MASTER-AVAIL
               MOVE WS-BAL-ID(WS-MATCH-BX) TO SM-STU-ID
               READ STUDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-BRANCH TO WS-BAL-BRANCH(WS-MATCH-BX)
               END-READ
           END-IF.
       7100-NEXT-LINE-NO-PARA.
      * Charge line numbers run per student across terms
           MOVE 1 TO WS-NEXT-LINE
           PERFORM VARYING WS-LY FROM 1 BY 1
               UNTIL WS-LY > WS-LN-COUNT
               IF WS-LN-UID(WS-LY) = WS-FIND-ID
                   AND WS-LN-LINE(WS-LY) >= WS-NEXT-LINE
                   COMPUTE WS-NEXT-LINE = WS-LN-LINE(WS-LY) + 1
               END-IF
           END-PERFORM.
       COPY NTFPARA.
       END PROGRAM FEELEDGR.
