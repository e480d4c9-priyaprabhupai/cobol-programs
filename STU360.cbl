      ******************************************************************
      * Program : STU360
      * Purpose : Front-office student inquiry. Answering one parent's
      *           call meant opening STUDMAST, GUARDIAN, the fee
      *           ledger's balances, ATTEND's report, the RESMAST
      *           inquiry and the APPEALS register one after another.
      *           Key a STU-ID here and one screen shows:
      *             - the master record, section and status;
      *             - the guardian contact (GUARDIAN);
      *             - the fee balance (FEEBAL) and the oldest open
      *               charge line (FEELINE, the line a receipt would
      *               settle first);
      *             - the term attendance percentage (ATTRPT);
      *             - the latest released results on RESMAST with
      *               the overall result, unless a hold is in force
      *               for that term (HOLDMNT register);
      *             - every hold in force and every appeal not yet
      *               decided (APPEALS);
      *             - the elective registrations (ELECTREG).
      *           The screen is strictly read-only - every file is
      *           opened for input only - and needs a sign-on
      *           through the shared SIGNON front end at any
      *           authority level. Every lookup, found or not, is
      *           written to the shared audit log as an INQUIRY
      *           event with the operator, for privacy audits.
      * Modification History:
      *   - Written new, in the RESMAST inquiry menu style. Files
      *     are read afresh on each lookup through their usual DSN
      *     variables (STUDMASTFILE_DSN, GUARDIAN_DSN, FEEBAL_DSN,
      *     FEELINE_DSN, ATTRPT_DSN, RESMAST_DSN, APPEALS_DSN,
      *     ELECTREG_DSN); a file not on site is reported on the
      *     screen as not available and the rest still shows. The
      *     hold register is loaded once at sign-on, as RESMAST
      *     does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU360.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT RESMAST-FILE ASSIGN TO WS-RM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RM-STAT.
           SELECT GUARDIN ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT FEEBAL ASSIGN TO WS-FB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FB-FS.
           SELECT FEELINE ASSIGN TO WS-FL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FL-FS.
           SELECT ATTRPT ASSIGN TO WS-AT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FS.
           SELECT APPREG ASSIGN TO WS-AP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FS.
           SELECT ELECREG ASSIGN TO WS-ER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ER-FS.
           COPY HLDSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       FD RESMAST-FILE.
       01 RM-REC.
           05 RM-KEY.
               10 RM-STU-ID PIC 9(5).
               10 RM-SUBJ   PIC XX.
               10 RM-TERM   PIC XX.
           05 RM-SEC    PIC X.
           05 RM-MARKS  PIC 999.
           05 RM-RESULT PIC X(4).
           05 RM-GRADE  PIC X.
           05 RM-RUNID  PIC 9(6).
       FD GUARDIN.
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
       FD FEEBAL.
       01 FB-REC.
           05 FB-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FB-CHARGED PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-PAID    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-DUEDT   PIC 9(8).
       FD FEELINE.
       01 FL-REC.
           05 FL-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 FL-TERM   PIC XX.
           05 FILLER    PIC X.
           05 FL-LINE   PIC 9(3).
           05 FILLER    PIC X.
           05 FL-TYPE   PIC X.
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
       FD ATTRPT.
       01 AT-LINE PIC X(70).
       01 AT-DETAIL.
           05 AT-UID    PIC X(5).
           05 FILLER    PIC XX.
           05 AT-SEC    PIC X.
           05 FILLER    PIC X(24).
           05 AT-PCT    PIC X(3).
           05 FILLER    PIC X(35).
       FD APPREG.
       01 AP-REC.
           05 AP-SEQ     PIC 9(4).
           05 FILLER     PIC X.
           05 AP-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 AP-SUBJ    PIC XX.
           05 FILLER     PIC X.
           05 AP-SEC     PIC X.
           05 FILLER     PIC X.
           05 AP-TERM    PIC XX.
           05 FILLER     PIC X.
           05 AP-LOGDT   PIC 9(8).
           05 FILLER     PIC X.
           05 AP-DEADLN  PIC 9(8).
           05 FILLER     PIC X.
           05 AP-FEE     PIC X.
           05 FILLER     PIC X.
           05 AP-STATUS  PIC X.
           05 FILLER     PIC X.
           05 AP-OUTCOME PIC X.
           05 FILLER     PIC X.
           05 AP-REASON  PIC X(30).
       FD ELECREG.
       01 ER-REC.
           05 ER-UID  PIC 9(5).
           05 FILLER  PIC X.
           05 ER-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 ER-TERM PIC XX.
       COPY HLDFD.
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       COPY HLDDAT.
       COPY AUDITDAT.
       77 WS-SM-STAT  PIC 99.
       77 WS-RM-STAT  PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-FB-FS    PIC 99.
       77 WS-FL-FS    PIC 99.
       77 WS-AT-FS    PIC 99.
       77 WS-AP-FS    PIC 99.
       77 WS-ER-FS    PIC 99.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-RM-DSN   PIC X(100) VALUE 'RESMAST.dat'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-FB-DSN   PIC X(100) VALUE 'feebal.txt'.
       77 WS-FL-DSN   PIC X(100) VALUE 'feeline.txt'.
       77 WS-AT-DSN   PIC X(100) VALUE 'attrpt.txt'.
       77 WS-AP-DSN   PIC X(100) VALUE 'appeals.txt'.
       77 WS-ER-DSN   PIC X(100) VALUE 'elecreg.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-IN-UID   PIC X(5).
       77 WS-UID      PIC 9(5) VALUE ZERO.
       77 WS-CNT      PIC 9(4) VALUE ZERO.
       77 WS-BAL      PIC S9(7)V99 VALUE ZERO.
       77 WS-BAL-DISP PIC -(7)9.99.
       77 WS-AMT-DISP PIC Z(4)9.99.
       77 WS-OLDEST-DT PIC 9(8) VALUE ZERO.
       77 WS-OLD-LINE PIC 9(3) VALUE ZERO.
       77 WS-OLD-TYPE PIC X VALUE SPACE.
       77 WS-OLD-TERM PIC XX VALUE SPACES.
       77 WS-OLD-DUE  PIC 9(5)V99 VALUE ZERO.
       77 WS-LATEST-RUN  PIC 9(6) VALUE ZERO.
       77 WS-LATEST-TERM PIC XX VALUE SPACES.
       77 WS-SHOWN    PIC 99 VALUE ZERO.
       77 WS-FAILS    PIC 99 VALUE ZERO.
       77 WS-RX       PIC 99 VALUE ZERO.
       77 WS-RES-COUNT PIC 99 VALUE ZERO.
       01 WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 60 TIMES.
               10 WS-RES-SUBJ   PIC XX.
               10 WS-RES-TERM   PIC XX.
               10 WS-RES-SEC    PIC X.
               10 WS-RES-MARKS  PIC 999.
               10 WS-RES-GRADE  PIC X.
               10 WS-RES-RESULT PIC X(4).
               10 WS-RES-RUNID  PIC 9(6).
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-STU-FOUND VALUE 'Y'.
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
               DISPLAY '========== STUDENT 360 INQUIRY =========='
               DISPLAY '1 - LOOK A STUDENT UP'
               DISPLAY '9 - EXIT'
               DISPLAY 'ENTER SELECTION NUMBER:'
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 2000-LOOKUP-PARA THRU 2999-LOOKUP-EXIT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'RESMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RM-DSN FROM ENVIRONMENT-VALUE
           IF WS-RM-DSN = SPACES
               MOVE 'RESMAST.dat' TO WS-RM-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'FEEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FB-DSN FROM ENVIRONMENT-VALUE
           IF WS-FB-DSN = SPACES
               MOVE 'feebal.txt' TO WS-FB-DSN
           END-IF
           MOVE 'FEELINE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FL-DSN FROM ENVIRONMENT-VALUE
           IF WS-FL-DSN = SPACES
               MOVE 'feeline.txt' TO WS-FL-DSN
           END-IF
           MOVE 'ATTRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AT-DSN FROM ENVIRONMENT-VALUE
           IF WS-AT-DSN = SPACES
               MOVE 'attrpt.txt' TO WS-AT-DSN
           END-IF
           MOVE 'APPEALS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AP-DSN FROM ENVIRONMENT-VALUE
           IF WS-AP-DSN = SPACES
               MOVE 'appeals.txt' TO WS-AP-DSN
           END-IF
           MOVE 'ELECTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ER-DSN FROM ENVIRONMENT-VALUE
           IF WS-ER-DSN = SPACES
               MOVE 'elecreg.txt' TO WS-ER-DSN
           END-IF
           PERFORM HLD-ENV-PARA
           PERFORM HLD-LOAD-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'STU360' TO WS-AUDIT-PGM.
       2000-LOOKUP-PARA.
           DISPLAY 'STUDENT ID (5 DIGITS):'
           ACCEPT WS-IN-UID
           IF WS-IN-UID IS NOT NUMERIC
               DISPLAY 'STUDENT ID MUST BE 5 DIGITS'
               GO TO 2999-LOOKUP-EXIT
           END-IF
           MOVE WS-IN-UID TO WS-UID
           PERFORM 2100-MASTER-PARA
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           MOVE SPACES TO WS-AUDIT-EVENT
           IF WS-STU-FOUND
               STRING 'INQUIRY 360 ' WS-UID
                   DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           ELSE
               STRING 'INQUIRY 360 ' WS-UID ' NOT ON MASTER'
                   DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           END-IF
           PERFORM AUDIT-EVENT-PARA
           IF NOT WS-STU-FOUND
               GO TO 2999-LOOKUP-EXIT
           END-IF
           PERFORM 2200-GUARDIAN-PARA
           PERFORM 2300-FEES-PARA
           PERFORM 2400-ATTEND-PARA
           PERFORM 2500-RESULTS-PARA
           PERFORM 2600-HOLDS-PARA
           PERFORM 2700-APPEALS-PARA
           PERFORM 2800-ELECTIVES-PARA
           DISPLAY '========================================'.
       2999-LOOKUP-EXIT.
           EXIT.
       2100-MASTER-PARA.
           MOVE 'N' TO WS-FOUND-SW
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-SM-STAT
           ELSE
               MOVE WS-UID TO SM-STU-ID
               READ STUDMAST-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT ' WS-UID ' NOT ON THE MASTER'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
                       DISPLAY '------------------------------------'
                       DISPLAY 'STUDENT  : ' SM-STU-ID ' ' SM-NAME
                       DISPLAY 'SECTION  : ' SM-SECTION
                           '   STATUS: ' SM-STATUS
               END-READ
               CLOSE STUDMAST-FILE
           END-IF.
       2200-GUARDIAN-PARA.
           MOVE ZERO TO WS-CNT
           OPEN INPUT GUARDIN
           IF WS-GD-FS NOT = 00
               DISPLAY 'GUARDIAN : (CONTACTS NOT AVAILABLE, FILE '
                   'STATUS ' WS-GD-FS ')'
           ELSE
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDIN
                   END-READ
                   IF WS-GD-FS = 00 AND GD-UID = WS-UID
                       ADD 1 TO WS-CNT
                       DISPLAY 'GUARDIAN : ' GD-NAME ' (' GD-REL ')'
                       DISPLAY '  PHONE  : ' GD-PHONE
                       DISPLAY '  ADDRESS: ' GD-ADDR1
                       DISPLAY '           ' GD-ADDR2
                       DISPLAY '           ' GD-ADDR3
                   END-IF
               END-PERFORM
               CLOSE GUARDIN
               IF WS-CNT = ZERO
                   DISPLAY 'GUARDIAN : (NO CONTACT ON FILE)'
               END-IF
           END-IF.
       2300-FEES-PARA.
      * Balance as the clearance checks work it; the oldest item is
      * the open charge line a receipt would settle first
           MOVE ZERO TO WS-BAL WS-CNT
           OPEN INPUT FEEBAL
           IF WS-FB-FS NOT = 00
               DISPLAY 'FEES     : (BALANCES NOT AVAILABLE, FILE '
                   'STATUS ' WS-FB-FS ')'
           ELSE
               PERFORM UNTIL WS-FB-FS NOT = 00
                   READ FEEBAL
                   END-READ
                   IF WS-FB-FS = 00 AND FB-UID = WS-UID
                       ADD 1 TO WS-CNT
                       ADD FB-CHARGED TO WS-BAL
                       SUBTRACT FB-PAID FROM WS-BAL
                   END-IF
               END-PERFORM
               CLOSE FEEBAL
               MOVE WS-BAL TO WS-BAL-DISP
               IF WS-CNT = ZERO
                   DISPLAY 'FEES     : (NO FEE RECORD ON FILE)'
               ELSE
                   DISPLAY 'FEES     : BALANCE ' WS-BAL-DISP
               END-IF
           END-IF
           MOVE 99999999 TO WS-OLDEST-DT
           OPEN INPUT FEELINE
           IF WS-FL-FS = 00
               PERFORM UNTIL WS-FL-FS NOT = 00
                   READ FEELINE
                   END-READ
                   IF WS-FL-FS = 00 AND FL-UID = WS-UID
                       AND FL-STATUS = 'O' AND FL-TYPE NOT = 'W'
                       AND FL-DUEDT < WS-OLDEST-DT
                       MOVE FL-DUEDT TO WS-OLDEST-DT
                       MOVE FL-LINE  TO WS-OLD-LINE
                       MOVE FL-TYPE  TO WS-OLD-TYPE
                       MOVE FL-TERM  TO WS-OLD-TERM
                       COMPUTE WS-OLD-DUE = FL-AMT - FL-PAID
                   END-IF
               END-PERFORM
               CLOSE FEELINE
               IF WS-OLDEST-DT = 99999999
                   DISPLAY '  OLDEST UNPAID: (NONE OPEN)'
               ELSE
                   MOVE WS-OLD-DUE TO WS-AMT-DISP
                   DISPLAY '  OLDEST UNPAID: LINE ' WS-OLD-LINE
                       ' TYPE ' WS-OLD-TYPE ' TERM ' WS-OLD-TERM
                       ' DUE ' WS-OLDEST-DT ' OWING ' WS-AMT-DISP
               END-IF
           END-IF.
       2400-ATTEND-PARA.
           MOVE ZERO TO WS-CNT
           OPEN INPUT ATTRPT
           IF WS-AT-FS NOT = 00
               DISPLAY 'ATTENDANCE: (REPORT NOT AVAILABLE, FILE '
                   'STATUS ' WS-AT-FS ')'
           ELSE
               PERFORM UNTIL WS-AT-FS NOT = 00
                   READ ATTRPT
                   END-READ
                   IF WS-AT-FS = 00 AND AT-UID IS NUMERIC
                       AND AT-UID = WS-IN-UID
                       ADD 1 TO WS-CNT
                       DISPLAY 'ATTENDANCE: ' AT-PCT ' PERCENT THIS '
                           'TERM'
                   END-IF
               END-PERFORM
               CLOSE ATTRPT
               IF WS-CNT = ZERO
                   DISPLAY 'ATTENDANCE: (NOT ON THE TERM REPORT)'
               END-IF
           END-IF.
       2500-RESULTS-PARA.
      * Gather the student's rows, then show the term of the latest
      * run loaded - the master only carries released terms
           MOVE ZERO TO WS-RES-COUNT WS-LATEST-RUN
           MOVE SPACES TO WS-LATEST-TERM
           OPEN INPUT RESMAST-FILE
           IF WS-RM-STAT NOT = 00
               DISPLAY 'RESULTS  : (RESULTS MASTER NOT AVAILABLE, '
                   'FILE STATUS ' WS-RM-STAT ')'
           ELSE
               MOVE WS-UID TO RM-STU-ID
               MOVE SPACES TO RM-SUBJ RM-TERM
               MOVE 'N' TO WS-DONE-SW
               START RESMAST-FILE KEY NOT < RM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DONE-SW
               END-START
               PERFORM UNTIL WS-BROWSE-DONE
                   READ RESMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DONE-SW
                       NOT AT END
                           IF RM-STU-ID NOT = WS-UID
                               MOVE 'Y' TO WS-DONE-SW
                           ELSE
                               PERFORM 2550-KEEP-ROW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
               PERFORM 2560-SHOW-LATEST-PARA
           END-IF.
       2550-KEEP-ROW-PARA.
           IF WS-RES-COUNT < 60
               ADD 1 TO WS-RES-COUNT
               MOVE RM-SUBJ   TO WS-RES-SUBJ(WS-RES-COUNT)
               MOVE RM-TERM   TO WS-RES-TERM(WS-RES-COUNT)
               MOVE RM-SEC    TO WS-RES-SEC(WS-RES-COUNT)
               MOVE RM-MARKS  TO WS-RES-MARKS(WS-RES-COUNT)
               MOVE RM-GRADE  TO WS-RES-GRADE(WS-RES-COUNT)
               MOVE RM-RESULT TO WS-RES-RESULT(WS-RES-COUNT)
               MOVE RM-RUNID  TO WS-RES-RUNID(WS-RES-COUNT)
               IF RM-RUNID > WS-LATEST-RUN
                   MOVE RM-RUNID TO WS-LATEST-RUN
                   MOVE RM-TERM  TO WS-LATEST-TERM
               END-IF
           END-IF.
       2560-SHOW-LATEST-PARA.
           IF WS-RES-COUNT = ZERO
               DISPLAY 'RESULTS  : (NO RELEASED RESULTS ON THE MASTER)'
           ELSE
               MOVE WS-UID TO WS-HLD-UID
               MOVE WS-LATEST-TERM TO WS-HLD-TERM
               PERFORM HLD-CHECK-PARA
               IF WS-HLD-ON-HOLD
                   DISPLAY 'RESULTS  : TERM ' WS-LATEST-TERM
                       ' *** RESULT ON HOLD (REASON '
                       WS-HLD-REASON-OUT ') - NOT DISCLOSED ***'
               ELSE
                   MOVE ZERO TO WS-SHOWN WS-FAILS
                   DISPLAY 'RESULTS  : TERM ' WS-LATEST-TERM
                       ' (RUN ' WS-LATEST-RUN ')'
                   DISPLAY '  SUBJ SEC MARKS GRADE RESULT'
                   PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RES-COUNT
                       IF WS-RES-TERM(WS-RX) = WS-LATEST-TERM
                           ADD 1 TO WS-SHOWN
                           IF WS-RES-RESULT(WS-RX) = 'FAIL'
                               ADD 1 TO WS-FAILS
                           END-IF
                           DISPLAY '  ' WS-RES-SUBJ(WS-RX) '   '
                               WS-RES-SEC(WS-RX) '   '
                               WS-RES-MARKS(WS-RX) '   '
                               WS-RES-GRADE(WS-RX) '     '
                               WS-RES-RESULT(WS-RX)
                       END-IF
                   END-PERFORM
                   IF WS-FAILS = ZERO
                       DISPLAY '  OVERALL: PASS (' WS-SHOWN
                           ' SUBJECTS)'
                   ELSE
                       DISPLAY '  OVERALL: FAIL (' WS-FAILS ' OF '
                           WS-SHOWN ' SUBJECTS FAILED)'
                   END-IF
               END-IF
           END-IF.
       2600-HOLDS-PARA.
           MOVE ZERO TO WS-CNT
           PERFORM VARYING WS-HLD-SX FROM 1 BY 1
               UNTIL WS-HLD-SX > WS-HLD-COUNT
               IF WS-HLD-T-UID(WS-HLD-SX) = WS-UID
                   AND WS-HLD-T-LIFTED(WS-HLD-SX) = ZERO
                   ADD 1 TO WS-CNT
                   DISPLAY 'HOLD     : TERM ' WS-HLD-T-TERM(WS-HLD-SX)
                       ' REASON ' WS-HLD-T-REASON(WS-HLD-SX)
                       ' PLACED ' WS-HLD-T-PLACED(WS-HLD-SX)
                       ' BY ' WS-HLD-T-BY(WS-HLD-SX)
               END-IF
           END-PERFORM
           IF WS-CNT = ZERO
               DISPLAY 'HOLD     : (NONE IN FORCE)'
           END-IF.
       2700-APPEALS-PARA.
           MOVE ZERO TO WS-CNT
           OPEN INPUT APPREG
           IF WS-AP-FS NOT = 00
               DISPLAY 'APPEALS  : (REGISTER NOT AVAILABLE, FILE '
                   'STATUS ' WS-AP-FS ')'
           ELSE
               PERFORM UNTIL WS-AP-FS NOT = 00
                   READ APPREG
                   END-READ
                   IF WS-AP-FS = 00 AND AP-UID = WS-UID
                       AND AP-STATUS NOT = 'D'
                       ADD 1 TO WS-CNT
                       DISPLAY 'APPEAL   : ' AP-SEQ ' SUBJ ' AP-SUBJ
                           ' TERM ' AP-TERM ' STATUS ' AP-STATUS
                           ' DEADLINE ' AP-DEADLN
                   END-IF
               END-PERFORM
               CLOSE APPREG
               IF WS-CNT = ZERO
                   DISPLAY 'APPEALS  : (NONE OPEN)'
               END-IF
           END-IF.
       2800-ELECTIVES-PARA.
           MOVE ZERO TO WS-CNT
           OPEN INPUT ELECREG
           IF WS-ER-FS NOT = 00
               DISPLAY 'ELECTIVES: (REGISTRATIONS NOT AVAILABLE, '
                   'FILE STATUS ' WS-ER-FS ')'
           ELSE
               PERFORM UNTIL WS-ER-FS NOT = 00
                   READ ELECREG
                   END-READ
                   IF WS-ER-FS = 00 AND ER-UID = WS-UID
                       ADD 1 TO WS-CNT
                       DISPLAY 'ELECTIVE : ' ER-SUBJ ' TERM ' ER-TERM
                   END-IF
               END-PERFORM
               CLOSE ELECREG
               IF WS-CNT = ZERO
                   DISPLAY 'ELECTIVES: (NONE REGISTERED)'
               END-IF
           END-IF.
       COPY SIGNPARA.
       COPY HLDPARA.
       COPY AUDITPARA.
       END PROGRAM STU360.
