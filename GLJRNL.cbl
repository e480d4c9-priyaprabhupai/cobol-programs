      ******************************************************************
      * Program : GLJRNL
      * Purpose : Nightly general-ledger journal extract for the
      *           money the school collects and pays back, so
      *           Accounts stops re-keying it from printouts. Each
      *           money movement of the day is turned into a balanced
      *           debit/credit pair of journal lines:
      *             FRCP - fee receipts (FEERCPT_DSN);
      *             FWAV - late-fee waivers FEELEDGR posted from the
      *                    waiver file (FEEWAIV_DSN), valued from
      *                    the W credit line on FEELINE_DSN;
      *             FRTN - dishonoured cheques FEELEDGR has
      *                    reversed from FEEBNCE_DSN today (the
      *                    row's posting date is the run date);
      *             FBCH - the bank-charge recovery levied on the
      *                    student with each such reversal;
      *             TSAL - ticket sales (TICKETS_DSN);
      *             TREF - ticket refunds (REFUNDS_DSN).
      *           The GL accounts come from the account-mapping
      *           reference file (GLMAP_DSN, default glmap.txt -
      *           source code, debit account, credit account,
      *           description). A missing input simply has no
      *           movements today. The journal (GLJRNL_DSN, default
      *           gljrnl.txt) is an H header (batch = RUN_ID, date),
      *           D detail lines and a T trailer (line count, debit
      *           total, credit total). A journal that does not net
      *           to zero, or that has a movement with no mapping,
      *           is not released: no file is written, the lines are
      *           listed on the console, an E alert is raised and
      *           RETURN-CODE is 12. A released journal is logged on
      *           the outbound transmission register (XMIT set) with
      *           its line count and debit total in paise as hash.
      * Modification History:
      *   - Written new, in the PAYDEDCT header/detail/trailer
      *     style.
      *   - Returned cheques are journalled only once FEELEDGR has
      *     marked the FEEBNCE row posted, and the bank charge on
      *     the row goes out as its own FBCH movement.
      *   - A posted row is journalled only on the day mode X posted
      *     it. The row stays on FEEBNCE, so taking every posted row
      *     journalled each reversal again night after night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP ASSIGN TO WS-GM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GM-FS.
           SELECT FEERCPT ASSIGN TO WS-RC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-FS.
           SELECT FEEWAIV ASSIGN TO WS-WV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WV-FS.
           SELECT FEELINE ASSIGN TO WS-FL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FL-FS.
           SELECT FEEBNCE ASSIGN TO WS-BN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BN-FS.
           SELECT TICKETS ASSIGN TO WS-TICK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICK-FS.
           SELECT REFUNDS ASSIGN TO WS-REF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-FS.
           SELECT JRNLFILE ASSIGN TO WS-JR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JR-FS.
           COPY XMITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD GLMAP.
       01 GM-REC.
           05 GM-SOURCE  PIC X(4).
           05 FILLER     PIC X.
           05 GM-DR-ACCT PIC X(10).
           05 FILLER     PIC X.
           05 GM-CR-ACCT PIC X(10).
           05 FILLER     PIC X.
           05 GM-DESC    PIC X(20).
       FD FEERCPT.
       01 RC-REC.
           05 RC-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 RC-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 RC-AMT    PIC 9(5)V99.
       FD FEEWAIV.
       01 WV-REC.
           05 WV-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 WV-LINE   PIC 9(3).
           05 FILLER    PIC X.
           05 WV-REASON PIC X(20).
       FD FEELINE.
       01 FL-REC.
           05 FL-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 FL-TERM   PIC XX.
           05 FILLER    PIC X.
           05 FL-LINE   PIC 9(3).
           05 FILLER    PIC X.
           05 FL-TYPE   PIC X.
               88 FL-WAIVER   VALUE 'W'.
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
       FD TICKETS.
       01 TICK-REC.
           05 TICK-NO     PIC 9(5).
           05 FILLER      PIC X.
           05 TICK-AGE    PIC 999.
           05 FILLER      PIC X.
           05 TICK-GENDER PIC X.
           05 FILLER      PIC X.
           05 TICK-PRICE  PIC 9(5)V99.
           05 FILLER      PIC X.
           05 TICK-SHOW   PIC X(5).
       FD REFUNDS.
       01 REFUND-REC.
           05 REF-TICKET  PIC 9(5).
           05 FILLER      PIC X.
           05 REF-PCT     PIC 999.
           05 FILLER      PIC X.
           05 REF-AMT     PIC 9(5)V99.
           05 FILLER      PIC X.
           05 REF-DAYS    PIC 999.
       FD JRNLFILE.
       01 JRNL-REC PIC X(80).
       COPY XMITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY XMITDAT.
       COPY ALERTDAT.
       77 WS-GM-FS    PIC 99.
       77 WS-RC-FS    PIC 99.
       77 WS-WV-FS    PIC 99.
       77 WS-FL-FS    PIC 99.
       77 WS-BN-FS    PIC 99.
       77 WS-TICK-FS  PIC 99.
       77 WS-REF-FS   PIC 99.
       77 WS-JR-FS    PIC 99.
       77 WS-GM-DSN   PIC X(100) VALUE 'glmap.txt'.
       77 WS-RC-DSN   PIC X(100) VALUE 'feercpt.txt'.
       77 WS-WV-DSN   PIC X(100) VALUE 'feewaiv.txt'.
       77 WS-FL-DSN   PIC X(100) VALUE 'feeline.txt'.
       77 WS-BN-DSN   PIC X(100) VALUE 'feebnce.txt'.
       77 WS-TICK-DSN PIC X(100) VALUE 'TICKETS.txt'.
       77 WS-REF-DSN  PIC X(100) VALUE 'refunds.txt'.
       77 WS-JR-DSN   PIC X(100) VALUE 'gljrnl.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RID-IN   PIC X(6).
       77 WS-BATCH    PIC 9(6) VALUE ZERO.
       77 WS-GM-COUNT PIC 99 VALUE ZERO.
       77 WS-GX       PIC 99 VALUE ZERO.
       77 WS-MATCH-GX PIC 99 VALUE ZERO.
       77 WS-JL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-JX       PIC 9(5) VALUE ZERO.
       77 WS-WL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-WX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-WX PIC 9(4) VALUE ZERO.
       77 WS-MV-SRC   PIC X(4).
       77 WS-MV-DATE  PIC 9(8) VALUE ZERO.
       77 WS-MV-AMT   PIC 9(7)V99 VALUE ZERO.
       77 WS-MV-REF   PIC X(10).
       77 WS-MV-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNMAPPED PIC 9(5) VALUE ZERO.
       77 WS-NOLINE   PIC 9(4) VALUE ZERO.
       77 WS-DR-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WS-CR-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-DISP PIC Z(10)9.99.
       77 WS-AMT-DISP PIC Z(6)9.99.
       01 WS-GM-TABLE.
           05 WS-GM-ENTRY OCCURS 20 TIMES.
               10 WS-GM-SOURCE  PIC X(4).
               10 WS-GM-DR-ACCT PIC X(10).
               10 WS-GM-CR-ACCT PIC X(10).
               10 WS-GM-DESC    PIC X(20).
      * W credit lines on the charge-line file, for valuing waivers
       01 WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 4000 TIMES.
               10 WS-WL-UID   PIC 9(5).
               10 WS-WL-REF   PIC 9(3).
               10 WS-WL-AMT   PIC 9(5)V99.
       01 WS-JL-TABLE.
           05 WS-JL-ENTRY OCCURS 20000 TIMES.
               10 WS-JL-DATE  PIC 9(8).
               10 WS-JL-ACCT  PIC X(10).
               10 WS-JL-DC    PIC X.
               10 WS-JL-AMT   PIC 9(7)V99.
               10 WS-JL-SRC   PIC X(4).
               10 WS-JL-REF   PIC X(10).
               10 WS-JL-DESC  PIC X(20).
       01 WS-HDR-REC.
           05 FILLER     PIC X VALUE 'H'.
           05 HDR-BATCH  PIC 9(6).
           05 HDR-DATE   PIC 9(8).
           05 HDR-SYSTEM PIC X(8) VALUE 'SCHOOL'.
       01 WS-DET-REC.
           05 FILLER     PIC X VALUE 'D'.
           05 DET-SEQ    PIC 9(6).
           05 DET-DATE   PIC 9(8).
           05 DET-ACCT   PIC X(10).
           05 DET-DC     PIC X.
           05 DET-AMT    PIC 9(9)V99.
           05 DET-SRC    PIC X(4).
           05 DET-REF    PIC X(10).
           05 DET-DESC   PIC X(20).
       01 WS-TRL-REC.
           05 FILLER     PIC X VALUE 'T'.
           05 TRL-CNT    PIC 9(6).
           05 TRL-DR     PIC 9(11)V99.
           05 TRL-CR     PIC 9(11)V99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-MAP-LOAD-PARA
           PERFORM 2000-RECEIPTS-PARA
           PERFORM 2100-WAIVERS-PARA
           PERFORM 2200-RETURNS-PARA
           PERFORM 2300-TICKETS-PARA
           PERFORM 2400-REFUNDS-PARA
           MOVE WS-DR-TOTAL TO WS-TOT-DISP
           DISPLAY 'JOURNAL ' WS-BATCH ' FOR ' WS-RUN-DATE ' - '
               WS-MV-COUNT ' MOVEMENTS, ' WS-JL-COUNT ' LINES'
           DISPLAY '  DEBITS  ' WS-TOT-DISP
           MOVE WS-CR-TOTAL TO WS-TOT-DISP
           DISPLAY '  CREDITS ' WS-TOT-DISP
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL OR WS-UNMAPPED NOT = ZERO
               PERFORM 3500-REFUSE-PARA
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3000-WRITE-PARA
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'GLMAP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GM-DSN FROM ENVIRONMENT-VALUE
           IF WS-GM-DSN = SPACES
               MOVE 'glmap.txt' TO WS-GM-DSN
           END-IF
           MOVE 'FEERCPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RC-DSN FROM ENVIRONMENT-VALUE
           IF WS-RC-DSN = SPACES
               MOVE 'feercpt.txt' TO WS-RC-DSN
           END-IF
           MOVE 'FEEWAIV_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WV-DSN FROM ENVIRONMENT-VALUE
           IF WS-WV-DSN = SPACES
               MOVE 'feewaiv.txt' TO WS-WV-DSN
           END-IF
           MOVE 'FEELINE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FL-DSN FROM ENVIRONMENT-VALUE
           IF WS-FL-DSN = SPACES
               MOVE 'feeline.txt' TO WS-FL-DSN
           END-IF
           MOVE 'FEEBNCE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BN-DSN FROM ENVIRONMENT-VALUE
           IF WS-BN-DSN = SPACES
               MOVE 'feebnce.txt' TO WS-BN-DSN
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
           MOVE 'GLJRNL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-JR-DSN FROM ENVIRONMENT-VALUE
           IF WS-JR-DSN = SPACES
               MOVE 'gljrnl.txt' TO WS-JR-DSN
           END-IF
           MOVE 'RUN_ID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RID-IN FROM ENVIRONMENT-VALUE
           IF WS-RID-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RID-IN) = 0
               MOVE FUNCTION NUMVAL(WS-RID-IN) TO WS-BATCH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           PERFORM ALERT-ENV-PARA
           MOVE 'GLJRNL' TO WS-ALERT-PGM.
       1100-MAP-LOAD-PARA.
           OPEN INPUT GLMAP
           IF WS-GM-FS NOT = 00
               DISPLAY 'ACCOUNT MAPPING FILE OPEN FAILED, FILE '
                   'STATUS - ' WS-GM-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GM-FS NOT = 00
               READ GLMAP
               END-READ
               IF WS-GM-FS NOT = 10
                   IF WS-GM-COUNT < 20
                       ADD 1 TO WS-GM-COUNT
                       MOVE GM-SOURCE TO WS-GM-SOURCE(WS-GM-COUNT)
                       MOVE GM-DR-ACCT TO WS-GM-DR-ACCT(WS-GM-COUNT)
                       MOVE GM-CR-ACCT TO WS-GM-CR-ACCT(WS-GM-COUNT)
                       MOVE GM-DESC TO WS-GM-DESC(WS-GM-COUNT)
                   ELSE
                       DISPLAY 'MAPPING TABLE FULL, SKIPPING '
                           GM-SOURCE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GLMAP.
       2000-RECEIPTS-PARA.
           OPEN INPUT FEERCPT
           IF WS-RC-FS NOT = 00
               DISPLAY 'NO FEE RECEIPTS TODAY, FILE STATUS - '
                   WS-RC-FS
           ELSE
               MOVE 'FRCP' TO WS-MV-SRC
               PERFORM UNTIL WS-RC-FS NOT = 00
                   READ FEERCPT
                   END-READ
                   IF WS-RC-FS NOT = 10
                       MOVE RC-DATE TO WS-MV-DATE
                       MOVE RC-AMT TO WS-MV-AMT
                       MOVE SPACES TO WS-MV-REF
                       MOVE RC-UID TO WS-MV-REF(1:5)
                       PERFORM 2900-MOVEMENT-PARA
                   END-IF
               END-PERFORM
               CLOSE FEERCPT
           END-IF.
       2100-WAIVERS-PARA.
      * A waiver is money only once FEELEDGR has posted its W
      * credit line against the penalty; a waiver row with no
      * such line was rejected and carries no value
           OPEN INPUT FEEWAIV
           IF WS-WV-FS NOT = 00
               DISPLAY 'NO FEE WAIVERS TODAY, FILE STATUS - '
                   WS-WV-FS
           ELSE
               PERFORM 2110-WAIVE-LINES-PARA
               MOVE 'FWAV' TO WS-MV-SRC
               PERFORM UNTIL WS-WV-FS NOT = 00
                   READ FEEWAIV
                   END-READ
                   IF WS-WV-FS NOT = 10
                       MOVE ZERO TO WS-MATCH-WX
                       PERFORM VARYING WS-WX FROM 1 BY 1
                           UNTIL WS-WX > WS-WL-COUNT
                           OR WS-MATCH-WX NOT = ZERO
                           IF WS-WL-UID(WS-WX) = WV-UID
                               AND WS-WL-REF(WS-WX) = WV-LINE
                               MOVE WS-WX TO WS-MATCH-WX
                           END-IF
                       END-PERFORM
                       IF WS-MATCH-WX = ZERO
                           ADD 1 TO WS-NOLINE
                           DISPLAY 'WAIVER ' WV-UID '/' WV-LINE
                               ' NOT POSTED ON THE LEDGER - SKIPPED'
                       ELSE
                           MOVE WS-RUN-DATE TO WS-MV-DATE
                           MOVE WS-WL-AMT(WS-MATCH-WX) TO WS-MV-AMT
                           MOVE SPACES TO WS-MV-REF
                           STRING WV-UID '/' WV-LINE
                               DELIMITED BY SIZE INTO WS-MV-REF
                           PERFORM 2900-MOVEMENT-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEWAIV
           END-IF.
       2110-WAIVE-LINES-PARA.
           OPEN INPUT FEELINE
           IF WS-FL-FS = 00
               PERFORM UNTIL WS-FL-FS NOT = 00
                   READ FEELINE
                   END-READ
                   IF WS-FL-FS NOT = 10 AND FL-WAIVER
                       IF WS-WL-COUNT < 4000
                           ADD 1 TO WS-WL-COUNT
                           MOVE FL-UID TO WS-WL-UID(WS-WL-COUNT)
                           MOVE FL-REF TO WS-WL-REF(WS-WL-COUNT)
                           MOVE FL-AMT TO WS-WL-AMT(WS-WL-COUNT)
                       ELSE
                           DISPLAY 'WAIVER LINE TABLE FULL, SKIPPING '
                               FL-UID ' LINE ' FL-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEELINE
           END-IF.
       2200-RETURNS-PARA.
           OPEN INPUT FEEBNCE
           IF WS-BN-FS NOT = 00
               DISPLAY 'NO RETURNED CHEQUES TODAY, FILE STATUS - '
                   WS-BN-FS
           ELSE
               PERFORM UNTIL WS-BN-FS NOT = 00
                   READ FEEBNCE
                   END-READ
                   IF WS-BN-FS NOT = 10 AND BN-IS-POSTED
                       AND BN-POST-DT = WS-RUN-DATE
                       MOVE 'FRTN' TO WS-MV-SRC
                       MOVE BN-DATE TO WS-MV-DATE
                       MOVE BN-AMT TO WS-MV-AMT
                       MOVE BN-REF TO WS-MV-REF
                       PERFORM 2900-MOVEMENT-PARA
                       IF BN-CHG NOT = ZERO
                           MOVE 'FBCH' TO WS-MV-SRC
                           MOVE BN-CHG TO WS-MV-AMT
                           PERFORM 2900-MOVEMENT-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEBNCE
           END-IF.
       2300-TICKETS-PARA.
           OPEN INPUT TICKETS
           IF WS-TICK-FS NOT = 00
               DISPLAY 'NO TICKET SALES TODAY, FILE STATUS - '
                   WS-TICK-FS
           ELSE
               MOVE 'TSAL' TO WS-MV-SRC
               PERFORM UNTIL WS-TICK-FS NOT = 00
                   READ TICKETS
                   END-READ
                   IF WS-TICK-FS NOT = 10 AND TICK-PRICE NOT = ZERO
                       MOVE WS-RUN-DATE TO WS-MV-DATE
                       MOVE TICK-PRICE TO WS-MV-AMT
                       MOVE SPACES TO WS-MV-REF
                       STRING TICK-NO ' ' TICK-SHOW
                           DELIMITED BY SIZE INTO WS-MV-REF
                       PERFORM 2900-MOVEMENT-PARA
                   END-IF
               END-PERFORM
               CLOSE TICKETS
           END-IF.
       2400-REFUNDS-PARA.
           OPEN INPUT REFUNDS
           IF WS-REF-FS NOT = 00
               DISPLAY 'NO TICKET REFUNDS TODAY, FILE STATUS - '
                   WS-REF-FS
           ELSE
               MOVE 'TREF' TO WS-MV-SRC
               PERFORM UNTIL WS-REF-FS NOT = 00
                   READ REFUNDS
                   END-READ
                   IF WS-REF-FS NOT = 10 AND REF-AMT NOT = ZERO
                       MOVE WS-RUN-DATE TO WS-MV-DATE
                       MOVE REF-AMT TO WS-MV-AMT
                       MOVE SPACES TO WS-MV-REF
                       MOVE REF-TICKET TO WS-MV-REF(1:5)
                       PERFORM 2900-MOVEMENT-PARA
                   END-IF
               END-PERFORM
               CLOSE REFUNDS
           END-IF.
       2900-MOVEMENT-PARA.
      * One movement, one debit line and one credit line, both on
      * the accounts the mapping file gives the source
           ADD 1 TO WS-MV-COUNT
           MOVE ZERO TO WS-MATCH-GX
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-GM-COUNT OR WS-MATCH-GX NOT = ZERO
               IF WS-GM-SOURCE(WS-GX) = WS-MV-SRC
                   MOVE WS-GX TO WS-MATCH-GX
               END-IF
           END-PERFORM
           IF WS-MATCH-GX = ZERO
               ADD 1 TO WS-UNMAPPED
               MOVE WS-MV-AMT TO WS-AMT-DISP
               DISPLAY 'NO GL MAPPING FOR SOURCE ' WS-MV-SRC ' - '
                   WS-MV-REF ' ' WS-AMT-DISP
           ELSE
               IF WS-JL-COUNT > 19998
                   ADD 1 TO WS-UNMAPPED
                   DISPLAY 'JOURNAL TABLE FULL, CANNOT CARRY '
                       WS-MV-SRC ' ' WS-MV-REF
               ELSE
                   ADD 1 TO WS-JL-COUNT
                   MOVE WS-GM-DR-ACCT(WS-MATCH-GX)
                       TO WS-JL-ACCT(WS-JL-COUNT)
                   MOVE 'D' TO WS-JL-DC(WS-JL-COUNT)
                   PERFORM 2910-LINE-BODY-PARA
                   ADD WS-MV-AMT TO WS-DR-TOTAL
                   ADD 1 TO WS-JL-COUNT
                   MOVE WS-GM-CR-ACCT(WS-MATCH-GX)
                       TO WS-JL-ACCT(WS-JL-COUNT)
                   MOVE 'C' TO WS-JL-DC(WS-JL-COUNT)
                   PERFORM 2910-LINE-BODY-PARA
                   ADD WS-MV-AMT TO WS-CR-TOTAL
               END-IF
           END-IF.
       2910-LINE-BODY-PARA.
           MOVE WS-MV-DATE TO WS-JL-DATE(WS-JL-COUNT)
           MOVE WS-MV-AMT TO WS-JL-AMT(WS-JL-COUNT)
           MOVE WS-MV-SRC TO WS-JL-SRC(WS-JL-COUNT)
           MOVE WS-MV-REF TO WS-JL-REF(WS-JL-COUNT)
           MOVE WS-GM-DESC(WS-MATCH-GX) TO WS-JL-DESC(WS-JL-COUNT).
       3000-WRITE-PARA.
           OPEN OUTPUT JRNLFILE
           IF WS-JR-FS NOT = 00
               DISPLAY 'JOURNAL OPEN FAILED, FILE STATUS - ' WS-JR-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BATCH TO HDR-BATCH
           MOVE WS-RUN-DATE TO HDR-DATE
           MOVE SPACES TO JRNL-REC
           MOVE WS-HDR-REC TO JRNL-REC
           WRITE JRNL-REC
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > WS-JL-COUNT
               MOVE WS-JX TO DET-SEQ
               MOVE WS-JL-DATE(WS-JX) TO DET-DATE
               MOVE WS-JL-ACCT(WS-JX) TO DET-ACCT
               MOVE WS-JL-DC(WS-JX) TO DET-DC
               MOVE WS-JL-AMT(WS-JX) TO DET-AMT
               MOVE WS-JL-SRC(WS-JX) TO DET-SRC
               MOVE WS-JL-REF(WS-JX) TO DET-REF
               MOVE WS-JL-DESC(WS-JX) TO DET-DESC
               MOVE SPACES TO JRNL-REC
               MOVE WS-DET-REC TO JRNL-REC
               WRITE JRNL-REC
           END-PERFORM
           MOVE WS-JL-COUNT TO TRL-CNT
           MOVE WS-DR-TOTAL TO TRL-DR
           MOVE WS-CR-TOTAL TO TRL-CR
           MOVE SPACES TO JRNL-REC
           MOVE WS-TRL-REC TO JRNL-REC
           WRITE JRNL-REC
           CLOSE JRNLFILE
           DISPLAY 'JOURNAL RELEASED TO ' WS-JR-DSN(1:40)
           PERFORM XMIT-ENV-PARA
           MOVE WS-JR-DSN(1:30) TO WS-XMIT-FILE
           MOVE WS-JL-COUNT TO WS-XMIT-COUNT
      * The register checksum carries the debit total in paise, so
      * the ledger side can tie the file without reading it
           COMPUTE WS-XMIT-SUM = WS-DR-TOTAL * 100
           PERFORM XMIT-LOG-PARA.
       3500-REFUSE-PARA.
      * An unbalanced journal never leaves the shop - list it for
      * the bursar and leave yesterday's released file alone
           DISPLAY 'JOURNAL NOT RELEASED - UNMAPPED MOVEMENTS: '
               WS-UNMAPPED
           DISPLAY 'SEQ    ACCOUNT    D/C       AMOUNT SRC  REFERENCE'
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > WS-JL-COUNT
               MOVE WS-JL-AMT(WS-JX) TO WS-AMT-DISP
               DISPLAY WS-JX ' ' WS-JL-ACCT(WS-JX) ' '
                   WS-JL-DC(WS-JX) ' ' WS-AMT-DISP ' '
                   WS-JL-SRC(WS-JX) ' ' WS-JL-REF(WS-JX)
           END-PERFORM
           MOVE 'E' TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MSG
           STRING 'GL JOURNAL ' WS-RUN-DATE
               ' NOT RELEASED - UNBALANCED OR UNMAPPED'
               DELIMITED BY SIZE INTO WS-ALERT-MSG
           PERFORM ALERT-WRITE-PARA.
       COPY XMITPARA.
       COPY ALERTPARA.
       END PROGRAM GLJRNL.
