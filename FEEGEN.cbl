      ******************************************************************
      * Program : FEEGEN
      * Purpose : Fee master generation, so the term's FEEMAST rows
      *           stop being keyed by hand one student at a time.
      *           Every enrolled student on the indexed STUDMAST
      *           master is priced from the fee structure file
      *           (FEESTRU_DSN, default feestru.txt - term, section
      *           or '*' for every section, component such as TUIT,
      *           LAB or EXAM, due date, amount, and a Y/N flag for
      *           whether concessions apply to that component) and
      *           the concession rules file (FEECONC_DSN, default
      *           feeconc.txt - rule code, percent, description):
      *             SIBL - sibling concession, given to every child
      *                    after the first (lowest STU-ID) of two or
      *                    more enrolled students whose GUARDIAN rows
      *                    carry the same guardian name and phone;
      *             STAF - staff-child concession, given when the
      *                    guardian's name is on EMPMAST (read by the
      *                    EMP-NAME alternate key).
      *           A student who qualifies for both gets the larger
      *           percent only - concessions do not stack. The run
      *           writes one FEEMAST row per student for FEE_TERM
      *           (due date is the earliest component due date),
      *           keeping the rows already on FEEMAST for other
      *           terms, and a breakdown report (FEEGENRPT_DSN,
      *           default feegen.txt) listing every concession
      *           applied and every student whose section has no
      *           fee structure. RETURN-CODE 4 when a student could
      *           not be priced, 16 when the structure file or the
      *           student master cannot be opened or FEEMAST holds
      *           more other-term rows than can be carried forward.
      * Modification History:
      *   - Written new, feeding FEELEDGR's bill run.
      *   - The staff-child concession is given only while the
      *     guardian is in service: a guardian separated through
      *     EMPSEPR no longer qualifies.
      *   - More than 6000 other-term FEEMAST rows now ends the run
      *     with RETURN-CODE 16 before FEEMAST is rewritten, instead
      *     of dropping the rows that did not fit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEESTRU ASSIGN TO WS-FS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FS.
           SELECT FEECONC ASSIGN TO WS-CN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CN-FS.
           SELECT GUARDFILE ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT FEEMAST ASSIGN TO WS-FM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FM-FS.
           SELECT FEEGENRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD FEESTRU.
       01 FS-REC.
           05 FS-TERM    PIC XX.
           05 FILLER     PIC X.
           05 FS-SECTION PIC X.
           05 FILLER     PIC X.
           05 FS-COMP    PIC X(4).
           05 FILLER     PIC X.
           05 FS-DUEDT   PIC 9(8).
           05 FILLER     PIC X.
           05 FS-AMT     PIC 9(5)V99.
           05 FILLER     PIC X.
           05 FS-CONC    PIC X.
       FD FEECONC.
       01 CN-REC.
           05 CN-CODE   PIC X(4).
           05 FILLER    PIC X.
           05 CN-PCT    PIC 9(3)V99.
           05 FILLER    PIC X.
           05 CN-DESC   PIC X(20).
       FD GUARDFILE.
       01 GD-REC.
           05 GD-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 GD-NAME   PIC X(20).
           05 FILLER    PIC X.
           05 GD-REL    PIC X(10).
           05 FILLER    PIC X.
           05 GD-ADDR1  PIC X(30).
           05 FILLER    PIC X.
           05 GD-ADDR2  PIC X(30).
           05 FILLER    PIC X.
           05 GD-ADDR3  PIC X(30).
           05 FILLER    PIC X.
           05 GD-PHONE  PIC X(12).
       FD FEEMAST.
       01 FM-REC.
           05 FM-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 FM-TERM   PIC XX.
           05 FILLER    PIC X.
           05 FM-DUEDT  PIC 9(8).
           05 FILLER    PIC X.
           05 FM-AMT    PIC 9(5)V99.
       FD FEEGENRPT.
       01 RPT-LINE PIC X(80).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       FD EMPMAST-FILE.
       01 EMP-MAST-REC.
           05 EMP-ID   PIC 9(5).
           05 EMP-DEPT PIC X(3).
           05 EMP-DOB  PIC X(8).
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-FS-FS    PIC 99.
       77 WS-CN-FS    PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-FM-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-FS-DSN   PIC X(100) VALUE 'feestru.txt'.
       77 WS-CN-DSN   PIC X(100) VALUE 'feeconc.txt'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-FM-DSN   PIC X(100) VALUE 'feemast.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'feegen.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-FS-COUNT PIC 999 VALUE ZERO.
       77 WS-GD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-ST-COUNT PIC 9(4) VALUE ZERO.
       77 WS-KP-COUNT PIC 9(4) VALUE ZERO.
       77 WS-FX       PIC 999 VALUE ZERO.
       77 WS-GX       PIC 9(4) VALUE ZERO.
       77 WS-SX       PIC 9(4) VALUE ZERO.
       77 WS-SY       PIC 9(4) VALUE ZERO.
       77 WS-KX       PIC 9(4) VALUE ZERO.
       77 WS-SIB-PCT  PIC 9(3)V99 VALUE ZERO.
       77 WS-STAF-PCT PIC 9(3)V99 VALUE ZERO.
       77 WS-SIB-DESC  PIC X(20) VALUE 'SIBLING'.
       77 WS-STAF-DESC PIC X(20) VALUE 'STAFF CHILD'.
       77 WS-APPLY-PCT PIC 9(3)V99 VALUE ZERO.
       77 WS-APPLY-CODE PIC X(4).
       77 WS-APPLY-DESC PIC X(20).
       77 WS-ELDER-ID  PIC 9(5) VALUE ZERO.
       77 WS-GROSS     PIC 9(5)V99 VALUE ZERO.
       77 WS-DISC      PIC 9(5)V99 VALUE ZERO.
       77 WS-COMP-DISC PIC 9(5)V99 VALUE ZERO.
       77 WS-NET       PIC 9(5)V99 VALUE ZERO.
       77 WS-DUEDT     PIC 9(8) VALUE ZERO.
       77 WS-COMP-CNT  PIC 99 VALUE ZERO.
       77 WS-GENERATED PIC 9(4) VALUE ZERO.
       77 WS-UNPRICED  PIC 9(4) VALUE ZERO.
       77 WS-SIB-CNT   PIC 9(4) VALUE ZERO.
       77 WS-STAF-CNT  PIC 9(4) VALUE ZERO.
       77 WS-TOT-GROSS PIC 9(9)V99 VALUE ZERO.
       77 WS-TOT-SIB   PIC 9(9)V99 VALUE ZERO.
       77 WS-TOT-STAF  PIC 9(9)V99 VALUE ZERO.
       77 WS-TOT-NET   PIC 9(9)V99 VALUE ZERO.
       77 WS-AMT-DISP  PIC Z(4)9.99.
       77 WS-DISC-DISP PIC Z(4)9.99.
       77 WS-NET-DISP  PIC Z(4)9.99.
       77 WS-PCT-DISP  PIC ZZ9.99.
       77 WS-TOT-DISP  PIC Z(8)9.99.
       01 WS-ABORT-SW PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.
       01 WS-EMP-SW PIC X VALUE 'N'.
           88 WS-EMP-AVAIL VALUE 'Y'.
       01 WS-STRU-TABLE.
           05 WS-FS-ENTRY OCCURS 200 TIMES.
               10 WS-FS-SECTION PIC X.
               10 WS-FS-COMP    PIC X(4).
               10 WS-FS-DUEDT   PIC 9(8).
               10 WS-FS-AMT     PIC 9(5)V99.
               10 WS-FS-CONC    PIC X.
       01 WS-GD-TABLE.
           05 WS-GD-ENTRY OCCURS 2000 TIMES.
               10 WS-GD-UID   PIC 9(5).
               10 WS-GD-NAME  PIC X(20).
               10 WS-GD-PHONE PIC X(12).
      * Enrolled students in STU-ID order, each with the guardian
      * key (name + phone) that groups siblings together
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-ID      PIC 9(5).
               10 WS-ST-NAME    PIC X(20).
               10 WS-ST-SECTION PIC X.
               10 WS-ST-GKEY.
                   15 WS-ST-GNAME  PIC X(20).
                   15 WS-ST-GPHONE PIC X(12).
      * FEEMAST rows for other terms, written back unchanged
       01 WS-KP-TABLE.
           05 WS-KP-ENTRY OCCURS 6000 TIMES.
               10 WS-KP-REC PIC X(25).
       COPY AUDITDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-STRU-LOAD-PARA THRU 1199-STRU-LOAD-EXIT
           IF NOT WS-ABORT
               PERFORM 1400-STU-LOAD-PARA THRU 1499-STU-LOAD-EXIT
           END-IF
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CONC-LOAD-PARA
           PERFORM 1300-GUARD-LOAD-PARA
           PERFORM 1500-KEEP-LOAD-PARA
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT = 00
               MOVE 'Y' TO WS-EMP-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT ' - STAFF-CHILD CHECK SKIPPED'
           END-IF
           OPEN OUTPUT FEEMAST
           OPEN OUTPUT FEEGENRPT
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-KP-COUNT
               MOVE WS-KP-REC(WS-KX) TO FM-REC
               WRITE FM-REC
           END-PERFORM
           PERFORM 2000-GENERATE-PARA
           PERFORM 3000-TOTALS-PARA
           CLOSE FEEMAST
           CLOSE FEEGENRPT
           IF WS-EMP-AVAIL
               CLOSE EMPMAST-FILE
           END-IF
           MOVE 'FEEGEN' TO WS-AUDIT-PGM
           MOVE WS-ST-COUNT TO WS-AUDIT-RECS-READ
           MOVE WS-GENERATED TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-FM-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'FEEMAST ROWS GENERATED: ' WS-GENERATED
               '  SIBLING: ' WS-SIB-CNT '  STAFF CHILD: ' WS-STAF-CNT
               '  NOT PRICED: ' WS-UNPRICED
           IF WS-UNPRICED NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'FEESTRU_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FS-DSN FROM ENVIRONMENT-VALUE
           IF WS-FS-DSN = SPACES
               MOVE 'feestru.txt' TO WS-FS-DSN
           END-IF
           MOVE 'FEECONC_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CN-DSN FROM ENVIRONMENT-VALUE
           IF WS-CN-DSN = SPACES
               MOVE 'feeconc.txt' TO WS-CN-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'FEEMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FM-DSN FROM ENVIRONMENT-VALUE
           IF WS-FM-DSN = SPACES
               MOVE 'feemast.txt' TO WS-FM-DSN
           END-IF
           MOVE 'FEEGENRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'feegen.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'FEE_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               MOVE 'T1' TO WS-TERM
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'FEEGEN' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
       1100-STRU-LOAD-PARA.
           OPEN INPUT FEESTRU
           IF WS-FS-FS NOT = 00
               DISPLAY 'FEE STRUCTURE OPEN FAILED, FILE STATUS - '
                   WS-FS-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1199-STRU-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-FS-FS NOT = 00
               READ FEESTRU
               END-READ
               IF WS-FS-FS NOT = 10 AND FS-TERM = WS-TERM
                   IF WS-FS-COUNT < 200
                       ADD 1 TO WS-FS-COUNT
                       MOVE FS-SECTION TO WS-FS-SECTION(WS-FS-COUNT)
                       MOVE FS-COMP TO WS-FS-COMP(WS-FS-COUNT)
                       MOVE FS-DUEDT TO WS-FS-DUEDT(WS-FS-COUNT)
                       MOVE FS-AMT TO WS-FS-AMT(WS-FS-COUNT)
                       MOVE FS-CONC TO WS-FS-CONC(WS-FS-COUNT)
                   ELSE
                       DISPLAY 'FEE STRUCTURE TABLE FULL, SKIPPING '
                           FS-SECTION ' ' FS-COMP
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEESTRU
           IF WS-FS-COUNT = ZERO
               DISPLAY 'NO FEE STRUCTURE ROWS FOR TERM ' WS-TERM
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1199-STRU-LOAD-EXIT.
           EXIT.
       1200-CONC-LOAD-PARA.
      * A missing rules file, or a rule left off it, simply means no
      * concession of that kind this term
           OPEN INPUT FEECONC
           IF WS-CN-FS NOT = 00
               DISPLAY 'NO CONCESSION RULES, FILE STATUS - '
                   WS-CN-FS ' - FEES GENERATED AT FULL RATE'
           ELSE
               PERFORM UNTIL WS-CN-FS NOT = 00
                   READ FEECONC
                   END-READ
                   IF WS-CN-FS NOT = 10
                       EVALUATE CN-CODE
                           WHEN 'SIBL'
                               MOVE CN-PCT TO WS-SIB-PCT
                               IF CN-DESC NOT = SPACES
                                   MOVE CN-DESC TO WS-SIB-DESC
                               END-IF
                           WHEN 'STAF'
                               MOVE CN-PCT TO WS-STAF-PCT
                               IF CN-DESC NOT = SPACES
                                   MOVE CN-DESC TO WS-STAF-DESC
                               END-IF
                           WHEN OTHER
                               DISPLAY 'UNKNOWN CONCESSION RULE '
                                   CN-CODE ' IGNORED'
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE FEECONC
           END-IF
           IF WS-SIB-PCT > 100
               MOVE 100 TO WS-SIB-PCT
           END-IF
           IF WS-STAF-PCT > 100
               MOVE 100 TO WS-STAF-PCT
           END-IF.
       1300-GUARD-LOAD-PARA.
           OPEN INPUT GUARDFILE
           IF WS-GD-FS NOT = 00
               DISPLAY 'GUARDIAN FILE NOT AVAILABLE, FILE STATUS - '
                   WS-GD-FS ' - NO SIBLING OR STAFF-CHILD CONCESSION'
           ELSE
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDFILE
                   END-READ
                   IF WS-GD-FS NOT = 10
                       IF WS-GD-COUNT < 2000
                           ADD 1 TO WS-GD-COUNT
                           MOVE GD-UID TO WS-GD-UID(WS-GD-COUNT)
                           MOVE GD-NAME TO WS-GD-NAME(WS-GD-COUNT)
                           MOVE GD-PHONE TO WS-GD-PHONE(WS-GD-COUNT)
                       ELSE
                           DISPLAY 'GUARDIAN TABLE FULL, SKIPPING '
                               GD-UID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GUARDFILE
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
               MOVE SPACES TO WS-ST-GKEY(WS-SX)
               PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GD-COUNT
                   IF WS-GD-UID(WS-GX) = WS-ST-ID(WS-SX)
                       MOVE WS-GD-NAME(WS-GX) TO WS-ST-GNAME(WS-SX)
                       MOVE WS-GD-PHONE(WS-GX) TO WS-ST-GPHONE(WS-SX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       1400-STU-LOAD-PARA.
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER OPEN FAILED, FILE STATUS - '
                   WS-SM-STAT
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1499-STU-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-SM-STAT NOT = 00
               READ STUDMAST-FILE
               END-READ
               IF WS-SM-STAT = 00 AND SM-ENROLLED
                   IF WS-ST-COUNT < 2000
                       ADD 1 TO WS-ST-COUNT
                       MOVE SM-STU-ID TO WS-ST-ID(WS-ST-COUNT)
                       MOVE SM-NAME TO WS-ST-NAME(WS-ST-COUNT)
                       MOVE SM-SECTION TO WS-ST-SECTION(WS-ST-COUNT)
                   ELSE
                       DISPLAY 'STUDENT TABLE FULL, SKIPPING '
                           SM-STU-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STUDMAST-FILE.
       1499-STU-LOAD-EXIT.
           EXIT.
       1500-KEEP-LOAD-PARA.
      * Rows already on FEEMAST for this term are replaced by the
      * generated ones; every other term's rows are carried forward
           OPEN INPUT FEEMAST
           IF WS-FM-FS = 00
               PERFORM UNTIL WS-FM-FS NOT = 00
                   READ FEEMAST
                   END-READ
                   IF WS-FM-FS NOT = 10 AND FM-TERM NOT = WS-TERM
                       IF WS-KP-COUNT < 6000
                           ADD 1 TO WS-KP-COUNT
                           MOVE FM-REC TO WS-KP-REC(WS-KP-COUNT)
                       ELSE
                           IF NOT WS-ABORT
                               DISPLAY 'FEEMAST CARRY TABLE FULL AT '
                                   FM-UID ' ' FM-TERM
                                   ' - FEEMAST NOT REWRITTEN'
                           END-IF
                           MOVE 'Y' TO WS-ABORT-SW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEMAST
           END-IF.
       2000-GENERATE-PARA.
           MOVE SPACES TO RPT-LINE
           STRING 'FEE MASTER GENERATION - TERM ' WS-TERM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CONCESSIONS APPLIED' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STU-ID NAME                 S    GROSS RULE    PCT'
               TO RPT-LINE
           MOVE 'DISCOUNT      NET  DETAIL' TO RPT-LINE(52:25)
           WRITE RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
               PERFORM 2100-ONE-STUDENT-PARA
           END-PERFORM
           IF WS-SIB-CNT = ZERO AND WS-STAF-CNT = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'STUDENTS NOT PRICED - NO FEE STRUCTURE FOR SECTION'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
               PERFORM 2600-UNPRICED-CHECK-PARA
           END-PERFORM
           IF WS-UNPRICED = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       2100-ONE-STUDENT-PARA.
           PERFORM 2200-GROSS-PARA
           IF WS-COMP-CNT NOT = ZERO
               PERFORM 2150-PRICE-PARA
           END-IF.
       2150-PRICE-PARA.
           MOVE ZERO TO WS-APPLY-PCT
           MOVE SPACES TO WS-APPLY-CODE
           PERFORM 2300-SIBLING-PARA
           PERFORM 2400-STAFF-PARA
           MOVE ZERO TO WS-DISC
           IF WS-APPLY-PCT > ZERO
               PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FS-COUNT
                   IF (WS-FS-SECTION(WS-FX) = WS-ST-SECTION(WS-SX)
                       OR WS-FS-SECTION(WS-FX) = '*')
                       AND WS-FS-CONC(WS-FX) = 'Y'
                       COMPUTE WS-COMP-DISC ROUNDED =
                           WS-FS-AMT(WS-FX) * WS-APPLY-PCT / 100
                       ADD WS-COMP-DISC TO WS-DISC
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-NET = WS-GROSS - WS-DISC
           MOVE SPACES TO FM-REC
           MOVE WS-ST-ID(WS-SX) TO FM-UID
           MOVE WS-TERM TO FM-TERM
           MOVE WS-DUEDT TO FM-DUEDT
           MOVE WS-NET TO FM-AMT
           WRITE FM-REC
           ADD 1 TO WS-GENERATED
           ADD WS-GROSS TO WS-TOT-GROSS
           ADD WS-NET TO WS-TOT-NET
           IF WS-APPLY-CODE NOT = SPACES
               PERFORM 2500-REPORT-LINE-PARA
           END-IF.
       2200-GROSS-PARA.
      * Sum the components for the student's section (or '*' rows
      * that apply to every section); due date is the earliest
           MOVE ZERO TO WS-GROSS
           MOVE ZERO TO WS-COMP-CNT
           MOVE 99999999 TO WS-DUEDT
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FS-COUNT
               IF WS-FS-SECTION(WS-FX) = WS-ST-SECTION(WS-SX)
                   OR WS-FS-SECTION(WS-FX) = '*'
                   ADD 1 TO WS-COMP-CNT
                   ADD WS-FS-AMT(WS-FX) TO WS-GROSS
                   IF WS-FS-DUEDT(WS-FX) < WS-DUEDT
                       MOVE WS-FS-DUEDT(WS-FX) TO WS-DUEDT
                   END-IF
               END-IF
           END-PERFORM.
       2300-SIBLING-PARA.
      * The first child of a guardian (lowest STU-ID, the table is
      * in STU-ID order) pays full; each later child gets SIBL
           MOVE ZERO TO WS-ELDER-ID
           IF WS-SIB-PCT NOT = ZERO AND WS-ST-GNAME(WS-SX) NOT = SPACES
               PERFORM VARYING WS-SY FROM 1 BY 1
                   UNTIL WS-SY >= WS-SX OR WS-ELDER-ID NOT = ZERO
                   IF WS-ST-GKEY(WS-SY) = WS-ST-GKEY(WS-SX)
                       MOVE WS-ST-ID(WS-SY) TO WS-ELDER-ID
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ELDER-ID NOT = ZERO
               MOVE WS-SIB-PCT TO WS-APPLY-PCT
               MOVE 'SIBL' TO WS-APPLY-CODE
               MOVE WS-SIB-DESC TO WS-APPLY-DESC
           END-IF.
       2400-STAFF-PARA.
           IF WS-STAF-PCT > WS-APPLY-PCT AND WS-EMP-AVAIL
               AND WS-ST-GNAME(WS-SX) NOT = SPACES
               MOVE WS-ST-GNAME(WS-SX) TO EMP-NAME
               READ EMPMAST-FILE KEY IS EMP-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT EMP-SEPARATED
                           MOVE WS-STAF-PCT TO WS-APPLY-PCT
                           MOVE 'STAF' TO WS-APPLY-CODE
                           MOVE WS-STAF-DESC TO WS-APPLY-DESC
                       END-IF
               END-READ
           END-IF.
       2500-REPORT-LINE-PARA.
           IF WS-APPLY-CODE = 'SIBL'
               ADD 1 TO WS-SIB-CNT
               ADD WS-DISC TO WS-TOT-SIB
           ELSE
               ADD 1 TO WS-STAF-CNT
               ADD WS-DISC TO WS-TOT-STAF
           END-IF
           MOVE WS-GROSS TO WS-AMT-DISP
           MOVE WS-DISC TO WS-DISC-DISP
           MOVE WS-NET TO WS-NET-DISP
           MOVE WS-APPLY-PCT TO WS-PCT-DISP
           MOVE SPACES TO RPT-LINE
           STRING WS-ST-ID(WS-SX) '  ' WS-ST-NAME(WS-SX) ' '
               WS-ST-SECTION(WS-SX) ' ' WS-AMT-DISP ' '
               WS-APPLY-CODE ' ' WS-PCT-DISP ' ' WS-DISC-DISP ' '
               WS-NET-DISP '  '
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-APPLY-CODE = 'SIBL'
               STRING 'OF ' WS-ELDER-ID
                   DELIMITED BY SIZE INTO RPT-LINE(71:10)
           ELSE
               MOVE EMP-ID TO RPT-LINE(71:5)
           END-IF
           WRITE RPT-LINE.
       2600-UNPRICED-CHECK-PARA.
           PERFORM 2200-GROSS-PARA
           IF WS-COMP-CNT = ZERO
               ADD 1 TO WS-UNPRICED
               MOVE SPACES TO RPT-LINE
               STRING WS-ST-ID(WS-SX) '  ' WS-ST-NAME(WS-SX) ' '
                   WS-ST-SECTION(WS-SX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       3000-TOTALS-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FEEMAST ROWS GENERATED    ' WS-GENERATED
               '   CARRIED FOR OTHER TERMS ' WS-KP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-GROSS TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'GROSS FEES                ' WS-TOT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-SIB TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'LESS ' WS-SIB-DESC ' ' WS-TOT-DISP
               '  (' WS-SIB-CNT ' STUDENTS)'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-STAF TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'LESS ' WS-STAF-DESC ' ' WS-TOT-DISP
               '  (' WS-STAF-CNT ' STUDENTS)'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-NET TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'NET FEES BILLED           ' WS-TOT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       COPY AUDITPARA.
       END PROGRAM FEEGEN.
