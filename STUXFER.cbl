      ******************************************************************
      * Program : STUXFER
      * Purpose : Effective-dated inter-branch student transfers, the
      *           student-side counterpart of DEPTXFER. A student who
      *           moves campus mid-year keeps one STU-ID; this posting
      *           run applies each transfer transaction (STU-ID,
      *           from-branch, to-branch, receiving section, effective
      *           date, reason) on or after its effective date, never
      *           before:
      *             - the student must be on the STUDMAST master,
      *               enrolled, and at the from-branch (a blank master
      *               branch is the BRANCH_DEFAULT campus, default
      *               01); the to-branch must be given and differ;
      *             - an applied transfer rewrites STU-BRANCH, and
      *               STU-SECTION when a receiving section is given;
      *             - the student's fee balance (FEEBAL), elective
      *               registrations (ELECTREG) and guardian contact
      *               (GUARDIAN) rows are moved to the receiving
      *               campus in the same run;
      *             - one spell record per applied transfer goes to
      *               the branch-history file (student, from, to,
      *               from and to section, effective date, applied
      *               date, reason), which TRNSCRPT reads to print
      *               the campus history on the transcript;
      *             - applied and rejected transactions are flagged
      *               in place so a daily rerun does not double-post.
      * Modification History:
      *   - Written new, modeled on DEPTXFER. Transactions are
      *     STUXFER_DSN (default stuxfer.txt, trailing status byte:
      *     space pending, A applied, R rejected), history
      *     BRHIST_DSN (default brhist.txt). The run date defaults
      *     to today and can be overridden with STUXFER_DATE for
      *     catch-up posting. A dependent file too large for its
      *     table is left untouched and the run ends RETURN-CODE 8,
      *     the same as for a rejected transfer.
      *   - The fee balance, elective and guardian files are now
      *     checked before anything is posted: one that is there but
      *     will not open, or holds more rows than the table, stops
      *     the run RETURN-CODE 16 with the master untouched. So does
      *     a transfer file over the 300 the table holds, which the
      *     save would otherwise have cut short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUXFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFERFILE ASSIGN TO WS-XF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XF-FS.
           SELECT BRHIST ASSIGN TO WS-BH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BH-FS.
           SELECT FEEBAL ASSIGN TO WS-FB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FB-FS.
           SELECT ELECREG ASSIGN TO WS-ER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ER-FS.
           SELECT GUARDFILE ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STU-ID
           FILE STATUS IS WS-SM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD XFERFILE.
       01 XF-REC.
           05 XF-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 XF-FROM   PIC XX.
           05 FILLER    PIC X.
           05 XF-TO     PIC XX.
           05 FILLER    PIC X.
           05 XF-SEC    PIC X.
           05 FILLER    PIC X.
           05 XF-EFFDT  PIC 9(8).
           05 FILLER    PIC X.
           05 XF-REASON PIC X(30).
           05 FILLER    PIC X.
           05 XF-STATUS PIC X.
       FD BRHIST.
       01 BH-REC.
           05 BH-UID     PIC 9(5).
           05 FILLER     PIC X VALUE SPACE.
           05 BH-FROM    PIC XX.
           05 FILLER     PIC X VALUE SPACE.
           05 BH-TO      PIC XX.
           05 FILLER     PIC X VALUE SPACE.
           05 BH-FROM-SEC PIC X.
           05 FILLER     PIC X VALUE SPACE.
           05 BH-TO-SEC  PIC X.
           05 FILLER     PIC X VALUE SPACE.
           05 BH-EFFDT   PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 BH-APPDT   PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 BH-REASON  PIC X(30).
       FD FEEBAL.
       01 FB-REC.
           05 FB-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FB-CHARGED PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-PAID    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-DUEDT   PIC 9(8).
           05 FILLER     PIC X.
           05 FB-BRANCH  PIC XX.
       FD ELECREG.
       01 ER-REC.
           05 ER-UID  PIC 9(5).
           05 FILLER  PIC X.
           05 ER-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 ER-TERM PIC XX.
           05 FILLER  PIC X.
           05 ER-BRANCH PIC XX.
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
           05 FILLER    PIC X.
           05 GD-BRANCH PIC XX.
       FD STUDMAST-FILE.
       01 STU-MAST-REC.
           05 STU-ID      PIC 9(5).
           05 STU-NAME    PIC X(20).
           05 STU-SECTION PIC X.
           05 STU-STATUS  PIC X.
               88 STU-ENROLLED  VALUE 'E'.
               88 STU-WITHDRAWN VALUE 'W'.
           05 STU-BRANCH  PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-XF-FS    PIC 99.
       77 WS-BH-FS    PIC 99.
       77 WS-FB-FS    PIC 99.
       77 WS-ER-FS    PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-XF-DSN   PIC X(100) VALUE 'stuxfer.txt'.
       77 WS-BH-DSN   PIC X(100) VALUE 'brhist.txt'.
       77 WS-FB-DSN   PIC X(100) VALUE 'feebal.txt'.
       77 WS-ER-DSN   PIC X(100) VALUE 'elecreg.txt'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-DATE-IN  PIC X(8).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT  PIC X(21).
       77 WS-DEF-BRANCH PIC XX VALUE '01'.
       77 WS-CUR-BRANCH PIC XX.
       77 WS-OLD-SEC    PIC X.
       77 WS-XF-COUNT PIC 999 VALUE ZERO.
       77 WS-XFX      PIC 999 VALUE ZERO.
       77 WS-APPLIED  PIC 999 VALUE ZERO.
       77 WS-REJECTED PIC 999 VALUE ZERO.
       77 WS-PENDING  PIC 999 VALUE ZERO.
       77 WS-XF-OVER  PIC 9(4) VALUE ZERO.
       77 WS-PRE-BAD  PIC 9 VALUE ZERO.
       01 WS-XF-TABLE.
           05 WS-XF-ENTRY OCCURS 300 TIMES.
               10 WS-XT-UID    PIC 9(5).
               10 WS-XT-FROM   PIC XX.
               10 WS-XT-TO     PIC XX.
               10 WS-XT-SEC    PIC X.
               10 WS-XT-EFFDT  PIC 9(8).
               10 WS-XT-REASON PIC X(30).
               10 WS-XT-STATUS PIC X.
               10 WS-XT-NEW    PIC X.
      * Dependent-file rows are held whole and written back as read,
      * with only the branch changed for a transferred student
       77 WS-ROW-COUNT PIC 9(4) VALUE ZERO.
       77 WS-RX        PIC 9(4) VALUE ZERO.
       77 WS-MOVED     PIC 9(4) VALUE ZERO.
       77 WS-FB-MOVED  PIC 9(4) VALUE ZERO.
       77 WS-ER-MOVED  PIC 9(4) VALUE ZERO.
       77 WS-GD-MOVED  PIC 9(4) VALUE ZERO.
       01 WS-ROW-TABLE.
           05 WS-ROW-LINE PIC X(150) OCCURS 2000 TIMES.
       01 WS-FULL-SW PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       77 WS-FIND-UID PIC 9(5).
       77 WS-NEW-BRANCH PIC XX.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-LOAD-PARA
           PERFORM 2500-PRECHECK-PARA
           PERFORM 3000-POST-PARA
               VARYING WS-XFX FROM 1 BY 1 UNTIL WS-XFX > WS-XF-COUNT
           PERFORM 4000-SAVE-PARA
           CLOSE STUDMAST-FILE
           IF WS-APPLIED NOT = ZERO
               PERFORM 5000-FEEBAL-PARA
               PERFORM 5100-ELECREG-PARA
               PERFORM 5200-GUARDIAN-PARA
           END-IF
           DISPLAY 'TRANSFERS - APPLIED: ' WS-APPLIED
               '  REJECTED: ' WS-REJECTED
               '  STILL PENDING: ' WS-PENDING
           DISPLAY 'ROWS MOVED - FEE BALANCES: ' WS-FB-MOVED
               '  ELECTIVES: ' WS-ER-MOVED
               '  GUARDIANS: ' WS-GD-MOVED
           IF WS-REJECTED NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'STUXFER_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-XF-DSN FROM ENVIRONMENT-VALUE
           IF WS-XF-DSN = SPACES
               MOVE 'stuxfer.txt' TO WS-XF-DSN
           END-IF
           MOVE 'BRHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BH-DSN FROM ENVIRONMENT-VALUE
           IF WS-BH-DSN = SPACES
               MOVE 'brhist.txt' TO WS-BH-DSN
           END-IF
           MOVE 'FEEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FB-DSN FROM ENVIRONMENT-VALUE
           IF WS-FB-DSN = SPACES
               MOVE 'feebal.txt' TO WS-FB-DSN
           END-IF
           MOVE 'ELECTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ER-DSN FROM ENVIRONMENT-VALUE
           IF WS-ER-DSN = SPACES
               MOVE 'elecreg.txt' TO WS-ER-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'BRANCH_DEFAULT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DEF-BRANCH FROM ENVIRONMENT-VALUE
           IF WS-DEF-BRANCH = SPACES
               MOVE '01' TO WS-DEF-BRANCH
           END-IF
           MOVE 'STUXFER_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           END-IF
           OPEN I-O STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDMAST OPEN FAILED, FILE STATUS - '
                   WS-SM-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-LOAD-PARA.
           OPEN INPUT XFERFILE
           IF WS-XF-FS NOT = 00
               DISPLAY 'TRANSFER FILE OPEN FAILED, FILE STATUS - '
                   WS-XF-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-XF-FS NOT = 00
               READ XFERFILE
               END-READ
               IF WS-XF-FS NOT = 10
                   IF WS-XF-COUNT < 300
                       ADD 1 TO WS-XF-COUNT
                       MOVE XF-UID    TO WS-XT-UID(WS-XF-COUNT)
                       MOVE XF-FROM   TO WS-XT-FROM(WS-XF-COUNT)
                       MOVE XF-TO     TO WS-XT-TO(WS-XF-COUNT)
                       MOVE XF-SEC    TO WS-XT-SEC(WS-XF-COUNT)
                       MOVE XF-EFFDT  TO WS-XT-EFFDT(WS-XF-COUNT)
                       MOVE XF-REASON TO WS-XT-REASON(WS-XF-COUNT)
                       MOVE XF-STATUS TO WS-XT-STATUS(WS-XF-COUNT)
                       MOVE 'N'       TO WS-XT-NEW(WS-XF-COUNT)
                   ELSE
                       ADD 1 TO WS-XF-OVER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE XFERFILE
      * The file is written back from the table - a part-load would
      * lose the transactions that did not fit
           IF WS-XF-OVER NOT = ZERO
               DISPLAY 'TRANSFER FILE OVER 300 TRANSACTIONS, '
                   WS-XF-OVER ' MORE - NOTHING POSTED'
               CLOSE STUDMAST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * The dependent files must all be movable before a transfer is
      * posted, or the master and the rows would disagree. A file not
      * there at all has nothing to move.
      ******************************************************************
       2500-PRECHECK-PARA.
           MOVE ZERO TO WS-PRE-BAD
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT FEEBAL
           IF WS-FB-FS = 00
               PERFORM UNTIL WS-FB-FS NOT = 00
                   READ FEEBAL
                   END-READ
                   IF WS-FB-FS NOT = 10
                       PERFORM 6100-HOLD-ROW-PARA
                   END-IF
               END-PERFORM
               CLOSE FEEBAL
               IF WS-TABLE-FULL
                   DISPLAY 'FEE BALANCES EXCEED ' WS-ROW-COUNT
                       ' ROWS - CANNOT BE MOVED'
                   ADD 1 TO WS-PRE-BAD
               END-IF
           ELSE
               IF WS-FB-FS NOT = 35
                   DISPLAY 'FEE BALANCES OPEN FAILED, FILE STATUS - '
                       WS-FB-FS
                   ADD 1 TO WS-PRE-BAD
               END-IF
           END-IF
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT ELECREG
           IF WS-ER-FS = 00
               PERFORM UNTIL WS-ER-FS NOT = 00
                   READ ELECREG
                   END-READ
                   IF WS-ER-FS NOT = 10
                       PERFORM 6100-HOLD-ROW-PARA
                   END-IF
               END-PERFORM
               CLOSE ELECREG
               IF WS-TABLE-FULL
                   DISPLAY 'ELECTIVE REGISTRATIONS EXCEED '
                       WS-ROW-COUNT ' ROWS - CANNOT BE MOVED'
                   ADD 1 TO WS-PRE-BAD
               END-IF
           ELSE
               IF WS-ER-FS NOT = 35
                   DISPLAY 'ELECTIVE REGISTRATIONS OPEN FAILED, FILE '
                       'STATUS - ' WS-ER-FS
                   ADD 1 TO WS-PRE-BAD
               END-IF
           END-IF
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT GUARDFILE
           IF WS-GD-FS = 00
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDFILE
                   END-READ
                   IF WS-GD-FS NOT = 10
                       PERFORM 6100-HOLD-ROW-PARA
                   END-IF
               END-PERFORM
               CLOSE GUARDFILE
               IF WS-TABLE-FULL
                   DISPLAY 'GUARDIAN CONTACTS EXCEED ' WS-ROW-COUNT
                       ' ROWS - CANNOT BE MOVED'
                   ADD 1 TO WS-PRE-BAD
               END-IF
           ELSE
               IF WS-GD-FS NOT = 35
                   DISPLAY 'GUARDIAN CONTACTS OPEN FAILED, FILE '
                       'STATUS - ' WS-GD-FS
                   ADD 1 TO WS-PRE-BAD
               END-IF
           END-IF
           IF WS-PRE-BAD NOT = ZERO
               DISPLAY 'DEPENDENT FILES NOT READY - NO TRANSFERS '
                   'POSTED'
               CLOSE STUDMAST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-POST-PARA.
           IF WS-XT-STATUS(WS-XFX) NOT = SPACE
               CONTINUE
           ELSE
           IF WS-XT-EFFDT(WS-XFX) > WS-RUN-DATE
      * Keyed early - waits for its effective date
               ADD 1 TO WS-PENDING
           ELSE
               PERFORM 3100-APPLY-PARA
           END-IF
           END-IF.
       3100-APPLY-PARA.
           IF WS-XT-TO(WS-XFX) = SPACES
               OR WS-XT-TO(WS-XFX) = WS-XT-FROM(WS-XFX)
               ADD 1 TO WS-REJECTED
               MOVE 'R' TO WS-XT-STATUS(WS-XFX)
               DISPLAY 'TRANSFER FOR ' WS-XT-UID(WS-XFX)
                   ' REJECTED - TO-BRANCH MISSING OR SAME AS FROM'
           ELSE
               MOVE WS-XT-UID(WS-XFX) TO STU-ID
               READ STUDMAST-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECTED
                       MOVE 'R' TO WS-XT-STATUS(WS-XFX)
                       DISPLAY 'TRANSFER FOR ' WS-XT-UID(WS-XFX)
                           ' REJECTED - NOT ON THE MASTER'
                   NOT INVALID KEY
                       PERFORM 3200-REWRITE-PARA
               END-READ
           END-IF.
       3200-REWRITE-PARA.
           IF STU-BRANCH = SPACES
               MOVE WS-DEF-BRANCH TO WS-CUR-BRANCH
           ELSE
               MOVE STU-BRANCH TO WS-CUR-BRANCH
           END-IF
           IF NOT STU-ENROLLED
               ADD 1 TO WS-REJECTED
               MOVE 'R' TO WS-XT-STATUS(WS-XFX)
               DISPLAY 'TRANSFER FOR ' WS-XT-UID(WS-XFX)
                   ' REJECTED - NOT ENROLLED, STATUS ' STU-STATUS
           ELSE
           IF WS-CUR-BRANCH NOT = WS-XT-FROM(WS-XFX)
               ADD 1 TO WS-REJECTED
               MOVE 'R' TO WS-XT-STATUS(WS-XFX)
               DISPLAY 'TRANSFER FOR ' WS-XT-UID(WS-XFX)
                   ' REJECTED - STUDENT IS AT BRANCH ' WS-CUR-BRANCH
                   ' NOT ' WS-XT-FROM(WS-XFX)
           ELSE
               MOVE STU-SECTION TO WS-OLD-SEC
               MOVE WS-XT-TO(WS-XFX) TO STU-BRANCH
               IF WS-XT-SEC(WS-XFX) NOT = SPACE
                   MOVE WS-XT-SEC(WS-XFX) TO STU-SECTION
               END-IF
               REWRITE STU-MAST-REC
                   INVALID KEY
                       ADD 1 TO WS-REJECTED
                       MOVE 'R' TO WS-XT-STATUS(WS-XFX)
                       DISPLAY 'REWRITE FAILED FOR '
                           WS-XT-UID(WS-XFX) ', FILE STATUS - '
                           WS-SM-STAT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED
                       MOVE 'A' TO WS-XT-STATUS(WS-XFX)
                       MOVE 'Y' TO WS-XT-NEW(WS-XFX)
                       PERFORM 3300-HISTORY-PARA
               END-REWRITE
           END-IF
           END-IF.
       3300-HISTORY-PARA.
           OPEN EXTEND BRHIST
           IF WS-BH-FS = 05 OR WS-BH-FS = 35
               CLOSE BRHIST
               OPEN OUTPUT BRHIST
           END-IF
           IF WS-BH-FS NOT = 00
               DISPLAY 'HISTORY FILE OPEN FAILED, FILE STATUS - '
                   WS-BH-FS
           ELSE
               MOVE SPACES TO BH-REC
               MOVE WS-XT-UID(WS-XFX)    TO BH-UID
               MOVE WS-XT-FROM(WS-XFX)   TO BH-FROM
               MOVE WS-XT-TO(WS-XFX)     TO BH-TO
               MOVE WS-OLD-SEC           TO BH-FROM-SEC
               MOVE STU-SECTION          TO BH-TO-SEC
               MOVE WS-XT-EFFDT(WS-XFX)  TO BH-EFFDT
               MOVE WS-RUN-DATE          TO BH-APPDT
               MOVE WS-XT-REASON(WS-XFX) TO BH-REASON
               WRITE BH-REC
               CLOSE BRHIST
           END-IF.
       4000-SAVE-PARA.
           OPEN OUTPUT XFERFILE
           PERFORM VARYING WS-XFX FROM 1 BY 1
               UNTIL WS-XFX > WS-XF-COUNT
               MOVE SPACES TO XF-REC
               MOVE WS-XT-UID(WS-XFX)    TO XF-UID
               MOVE WS-XT-FROM(WS-XFX)   TO XF-FROM
               MOVE WS-XT-TO(WS-XFX)     TO XF-TO
               MOVE WS-XT-SEC(WS-XFX)    TO XF-SEC
               MOVE WS-XT-EFFDT(WS-XFX)  TO XF-EFFDT
               MOVE WS-XT-REASON(WS-XFX) TO XF-REASON
               MOVE WS-XT-STATUS(WS-XFX) TO XF-STATUS
               WRITE XF-REC
           END-PERFORM
           CLOSE XFERFILE.
      ******************************************************************
      * Move the transferred students' dependent rows. Each file is
      * loaded whole, the branch is restamped on every row of a
      * student transferred in this run, and the file is written back
      * in its original order. A file missing altogether has nothing
      * to move; one too large for the table is left as it was.
      ******************************************************************
       5000-FEEBAL-PARA.
           MOVE ZERO TO WS-ROW-COUNT WS-MOVED
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT FEEBAL
           IF WS-FB-FS NOT = 00
               DISPLAY 'FEE BALANCES NOT AVAILABLE, FILE STATUS - '
                   WS-FB-FS ' - NOTHING MOVED'
           ELSE
               PERFORM UNTIL WS-FB-FS NOT = 00
                   READ FEEBAL
                   END-READ
                   IF WS-FB-FS NOT = 10
                       MOVE FB-UID TO WS-FIND-UID
                       PERFORM 6000-FIND-XFER-PARA
                       IF WS-NEW-BRANCH NOT = SPACES
                           MOVE WS-NEW-BRANCH TO FB-BRANCH
                           ADD 1 TO WS-MOVED
                       END-IF
                       PERFORM 6100-HOLD-ROW-PARA
                       IF NOT WS-TABLE-FULL
                           MOVE FB-REC TO WS-ROW-LINE(WS-ROW-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEBAL
               IF WS-TABLE-FULL
                   DISPLAY 'FEE BALANCES EXCEED ' WS-ROW-COUNT
                       ' ROWS - FILE NOT REWRITTEN'
                   ADD 1 TO WS-REJECTED
               ELSE
                   OPEN OUTPUT FEEBAL
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-ROW-COUNT
                       MOVE WS-ROW-LINE(WS-RX) TO FB-REC
                       WRITE FB-REC
                   END-PERFORM
                   CLOSE FEEBAL
                   MOVE WS-MOVED TO WS-FB-MOVED
               END-IF
           END-IF.
       5100-ELECREG-PARA.
           MOVE ZERO TO WS-ROW-COUNT WS-MOVED
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT ELECREG
           IF WS-ER-FS NOT = 00
               DISPLAY 'ELECTIVE REGISTRATIONS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-ER-FS ' - NOTHING MOVED'
           ELSE
               PERFORM UNTIL WS-ER-FS NOT = 00
                   READ ELECREG
                   END-READ
                   IF WS-ER-FS NOT = 10
                       MOVE ER-UID TO WS-FIND-UID
                       PERFORM 6000-FIND-XFER-PARA
                       IF WS-NEW-BRANCH NOT = SPACES
                           MOVE WS-NEW-BRANCH TO ER-BRANCH
                           ADD 1 TO WS-MOVED
                       END-IF
                       PERFORM 6100-HOLD-ROW-PARA
                       IF NOT WS-TABLE-FULL
                           MOVE ER-REC TO WS-ROW-LINE(WS-ROW-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ELECREG
               IF WS-TABLE-FULL
                   DISPLAY 'ELECTIVE REGISTRATIONS EXCEED '
                       WS-ROW-COUNT ' ROWS - FILE NOT REWRITTEN'
                   ADD 1 TO WS-REJECTED
               ELSE
                   OPEN OUTPUT ELECREG
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-ROW-COUNT
                       MOVE WS-ROW-LINE(WS-RX) TO ER-REC
                       WRITE ER-REC
                   END-PERFORM
                   CLOSE ELECREG
                   MOVE WS-MOVED TO WS-ER-MOVED
               END-IF
           END-IF.
       5200-GUARDIAN-PARA.
           MOVE ZERO TO WS-ROW-COUNT WS-MOVED
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT GUARDFILE
           IF WS-GD-FS NOT = 00
               DISPLAY 'GUARDIAN CONTACTS NOT AVAILABLE, FILE STATUS - '
                   WS-GD-FS ' - NOTHING MOVED'
           ELSE
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDFILE
                   END-READ
                   IF WS-GD-FS NOT = 10
                       MOVE GD-UID TO WS-FIND-UID
                       PERFORM 6000-FIND-XFER-PARA
                       IF WS-NEW-BRANCH NOT = SPACES
                           MOVE WS-NEW-BRANCH TO GD-BRANCH
                           ADD 1 TO WS-MOVED
                       END-IF
                       PERFORM 6100-HOLD-ROW-PARA
                       IF NOT WS-TABLE-FULL
                           MOVE GD-REC TO WS-ROW-LINE(WS-ROW-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GUARDFILE
               IF WS-TABLE-FULL
                   DISPLAY 'GUARDIAN CONTACTS EXCEED ' WS-ROW-COUNT
                       ' ROWS - FILE NOT REWRITTEN'
                   ADD 1 TO WS-REJECTED
               ELSE
                   OPEN OUTPUT GUARDFILE
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-ROW-COUNT
                       MOVE WS-ROW-LINE(WS-RX) TO GD-REC
                       WRITE GD-REC
                   END-PERFORM
                   CLOSE GUARDFILE
                   MOVE WS-MOVED TO WS-GD-MOVED
               END-IF
           END-IF.
       6000-FIND-XFER-PARA.
      * The last transfer applied this run for the student wins, so
      * two moves posted together leave the rows at the final campus
           MOVE SPACES TO WS-NEW-BRANCH
           PERFORM VARYING WS-XFX FROM 1 BY 1
               UNTIL WS-XFX > WS-XF-COUNT
               IF WS-XT-UID(WS-XFX) = WS-FIND-UID
                   AND WS-XT-NEW(WS-XFX) = 'Y'
                   MOVE WS-XT-TO(WS-XFX) TO WS-NEW-BRANCH
               END-IF
           END-PERFORM.
       6100-HOLD-ROW-PARA.
           IF WS-ROW-COUNT < 2000
               ADD 1 TO WS-ROW-COUNT
           ELSE
               MOVE 'Y' TO WS-FULL-SW
           END-IF.
       END PROGRAM STUXFER.
