      ******************************************************************
      * Program : LEAVCERT
      * Purpose : Transfer / leaving certificate run. For each leaver
      *           on the request file the run first checks clearance
      *           - a zero balance on the FEEBAL fee balances, no open
      *           (received or under review) entry on the APPEALS
      *           register and no result hold in force on the hold
      *           register HOLDMNT keeps. A cleared student gets a
      *           certificate carrying the next serial number from
      *           the certificate register, the last result on the
      *           current PASSFAIL file and the attendance percentage
      *           from ATTEND's report, and is withdrawn on STUDMAST
      *           (STU-STATUS W) in the same step, so the certificate
      *           and the master never disagree. A student who
      *           already holds a certificate gets a reprint marked
      *           DUPLICATE under the original serial, and the reprint
      *           is logged on the register against that serial.
      *           Students who fail clearance are listed with every
      *           reason on the refusals list.
      * Modification History:
      *   - Written new. Requests come from LEAVERS_DSN (default
      *     leavers.txt - STU-ID, date of leaving, reason); the
      *     register is CERTREG_DSN (default certreg.txt, O lines
      *     for originals and D lines for duplicates), certificates
      *     print to LEAVCERT_DSN (default leavecerts.txt) and
      *     refusals to LEAVREF_DSN (default leaverefuse.txt).
      *     Clearance reads FEEBAL_DSN, APPEALS_DSN and the hold
      *     register through the shared HLDSEL/HLDFD/HLDDAT/HLDPARA
      *     copybooks (a held leaver is also logged on HOLDEXC_DSN);
      *     the certificate details come from PASSFAIL_DSN and
      *     ATTRPT_DSN. A student with no rows on the current
      *     PASSFAIL is referred to the TRNSCRPT transcript on the
      *     certificate. Refusals end the run RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVERS ASSIGN TO WS-LV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LV-FS.
           SELECT CERTREG ASSIGN TO WS-CR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CR-FS.
           SELECT CERTS ASSIGN TO WS-CT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CT-FS.
           SELECT REFUSALS ASSIGN TO WS-RF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RF-FS.
           SELECT FEEBAL ASSIGN TO WS-FB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FB-FS.
           SELECT APPREG ASSIGN TO WS-AP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FS.
           SELECT PASSFAIL ASSIGN TO WS-PF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           SELECT ATTRPT ASSIGN TO WS-AT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           COPY HLDSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD LEAVERS.
       01 LV-REC.
           05 LV-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 LV-DATE   PIC X(8).
           05 FILLER    PIC X.
           05 LV-REASON PIC X(30).
       FD CERTREG.
       01 CR-REC.
           05 CR-SERIAL PIC 9(6).
           05 FILLER    PIC X.
           05 CR-TYPE   PIC X.
           05 FILLER    PIC X.
           05 CR-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 CR-ISSUED PIC 9(8).
           05 FILLER    PIC X.
           05 CR-LEFT   PIC 9(8).
           05 FILLER    PIC X.
           05 CR-REASON PIC X(30).
       FD CERTS.
       01 CT-LINE PIC X(70).
       FD REFUSALS.
       01 RF-LINE PIC X(70).
       FD FEEBAL.
       01 FB-REC.
           05 FB-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FB-CHARGED PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-PAID    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-DUEDT   PIC 9(8).
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
       FD PASSFAIL.
       01 PF-REC.
           05 PF-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 PF-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 PF-SEC    PIC X.
           05 FILLER    PIC X.
           05 PF-MARKS  PIC 999.
           05 FILLER    PIC X.
           05 PF-RESULT PIC X(4).
           05 FILLER    PIC X.
           05 PF-GRADE  PIC X.
           05 FILLER    PIC X.
           05 PF-TERM   PIC XX.
           05 FILLER     PIC X.
           05 PF-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
      * ATTEND's report line: ID, section, day counts, percentage
       FD ATTRPT.
       01 AT-LINE PIC X(70).
       01 AT-DETAIL.
           05 AT-UID    PIC X(5).
           05 FILLER    PIC XX.
           05 AT-SEC    PIC X.
           05 FILLER    PIC X(24).
           05 AT-PCT    PIC X(3).
           05 FILLER    PIC X(35).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       COPY HLDFD.
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-LV-FS    PIC 99.
       77 WS-CR-FS    PIC 99.
       77 WS-CT-FS    PIC 99.
       77 WS-RF-FS    PIC 99.
       77 WS-FB-FS    PIC 99.
       77 WS-AP-FS    PIC 99.
       77 WS-PF-FS    PIC 99.
       77 WS-AT-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-LV-DSN   PIC X(100) VALUE 'leavers.txt'.
       77 WS-CR-DSN   PIC X(100) VALUE 'certreg.txt'.
       77 WS-CT-DSN   PIC X(100) VALUE 'leavecerts.txt'.
       77 WS-RF-DSN   PIC X(100) VALUE 'leaverefuse.txt'.
       77 WS-FB-DSN   PIC X(100) VALUE 'feebal.txt'.
       77 WS-AP-DSN   PIC X(100) VALUE 'appeals.txt'.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-AT-DSN   PIC X(100) VALUE 'attrpt.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       01 WS-CURR-DT  PIC X(21).
       77 WS-TODAY    PIC 9(8) VALUE ZERO.
      * Certificate register, originals and duplicates
       77 WS-CR-COUNT PIC 9(4) VALUE ZERO.
       77 WS-CRX      PIC 9(4) VALUE ZERO.
       77 WS-MATCH-RX PIC 9(4) VALUE ZERO.
       77 WS-MAX-SERIAL PIC 9(6) VALUE ZERO.
       77 WS-DUP-NO   PIC 99 VALUE ZERO.
       01 WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 2000 TIMES.
               10 WS-CT-SERIAL PIC 9(6).
               10 WS-CT-TYPE   PIC X.
               10 WS-CT-UID    PIC 9(5).
               10 WS-CT-ISSUED PIC 9(8).
               10 WS-CT-LEFT   PIC 9(8).
               10 WS-CT-REASON PIC X(30).
      * The leaver being worked on
       77 WS-CUR-UID    PIC 9(5) VALUE ZERO.
       77 WS-CUR-SERIAL PIC 9(6) VALUE ZERO.
       77 WS-CUR-TYPE   PIC X VALUE SPACE.
       77 WS-CUR-ISSUED PIC 9(8) VALUE ZERO.
       77 WS-CUR-LEFT   PIC 9(8) VALUE ZERO.
       77 WS-CUR-REASON PIC X(30) VALUE SPACES.
       77 WS-BALANCE    PIC S9(7)V99 VALUE ZERO.
       77 WS-BAL-ED     PIC -(7)9.99.
       77 WS-OPEN-APPS  PIC 99 VALUE ZERO.
       01 WS-CLEAR-SW PIC X VALUE 'Y'.
           88 WS-CLEARED VALUE 'Y'.
       01 WS-FEES-SW PIC X VALUE 'N'.
           88 WS-FEES-AVAIL VALUE 'Y'.
       01 WS-APPS-SW PIC X VALUE 'N'.
           88 WS-APPS-AVAIL VALUE 'Y'.
      * Last result and attendance for the certificate
       77 WS-LAST-TERM  PIC XX VALUE SPACES.
       77 WS-SUBJ-CNT   PIC 99 VALUE ZERO.
       77 WS-PASS-CNT   PIC 99 VALUE ZERO.
       77 WS-TOT-MARKS  PIC 9(5) VALUE ZERO.
       77 WS-RESULT     PIC X(4) VALUE SPACES.
       77 WS-ATT-PCT    PIC X(3) VALUE SPACES.
      * Counts for the run summary
       77 WS-REQUESTS   PIC 9(4) VALUE ZERO.
       77 WS-ISSUED     PIC 9(4) VALUE ZERO.
       77 WS-DUPLICATES PIC 9(4) VALUE ZERO.
       77 WS-REFUSED    PIC 9(4) VALUE ZERO.
       COPY HLDDAT.
       COPY AUDITDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           OPEN INPUT LEAVERS
           IF WS-LV-FS NOT = 00
               DISPLAY 'LEAVER REQUESTS OPEN FAILED, FILE STATUS - '
                   WS-LV-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER OPEN FAILED, FILE STATUS - '
                   WS-SM-STAT ' - NO STUDENT CAN BE WITHDRAWN'
               CLOSE LEAVERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-REGISTER-PARA
           OPEN OUTPUT CERTS
           OPEN OUTPUT REFUSALS
           OPEN EXTEND CERTREG
           IF WS-CR-FS = 05 OR WS-CR-FS = 35
               OPEN OUTPUT CERTREG
           END-IF
           PERFORM UNTIL WS-LV-FS NOT = 00
               READ LEAVERS
               END-READ
               IF WS-LV-FS NOT = 10
                   ADD 1 TO WS-REQUESTS
                   PERFORM 2000-ONE-LEAVER-PARA THRU 2999-LEAVER-EXIT
               END-IF
           END-PERFORM
           CLOSE LEAVERS
           CLOSE CERTS
           CLOSE REFUSALS
           CLOSE CERTREG
           CLOSE STUDMAST-FILE
           DISPLAY 'LEAVER REQUESTS: ' WS-REQUESTS
               '  CERTIFICATES ISSUED: ' WS-ISSUED
               '  DUPLICATES: ' WS-DUPLICATES
               '  REFUSED: ' WS-REFUSED
           MOVE 'LEAVCERT' TO WS-AUDIT-PGM
           MOVE WS-REQUESTS TO WS-AUDIT-RECS-READ
           COMPUTE WS-AUDIT-RECS-WRITTEN = WS-ISSUED + WS-DUPLICATES
           MOVE WS-SM-STAT TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           IF WS-REFUSED NOT = ZERO
               DISPLAY 'CLEARANCE NOT GIVEN - SEE ' WS-RF-DSN(1:30)
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'LEAVERS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LV-DSN FROM ENVIRONMENT-VALUE
           IF WS-LV-DSN = SPACES
               MOVE 'leavers.txt' TO WS-LV-DSN
           END-IF
           MOVE 'CERTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CR-DSN FROM ENVIRONMENT-VALUE
           IF WS-CR-DSN = SPACES
               MOVE 'certreg.txt' TO WS-CR-DSN
           END-IF
           MOVE 'LEAVCERT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CT-DSN FROM ENVIRONMENT-VALUE
           IF WS-CT-DSN = SPACES
               MOVE 'leavecerts.txt' TO WS-CT-DSN
           END-IF
           MOVE 'LEAVREF_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RF-DSN FROM ENVIRONMENT-VALUE
           IF WS-RF-DSN = SPACES
               MOVE 'leaverefuse.txt' TO WS-RF-DSN
           END-IF
           MOVE 'FEEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FB-DSN FROM ENVIRONMENT-VALUE
           IF WS-FB-DSN = SPACES
               MOVE 'feebal.txt' TO WS-FB-DSN
           END-IF
           MOVE 'APPEALS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AP-DSN FROM ENVIRONMENT-VALUE
           IF WS-AP-DSN = SPACES
               MOVE 'appeals.txt' TO WS-AP-DSN
           END-IF
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF
           MOVE 'ATTRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AT-DSN FROM ENVIRONMENT-VALUE
           IF WS-AT-DSN = SPACES
               MOVE 'attrpt.txt' TO WS-AT-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-TODAY
      * Any hold in force blocks a leaver, whatever its term
           PERFORM HLD-ENV-PARA
           MOVE ZERO TO WS-HLD-CATCHUP
           PERFORM HLD-LOAD-PARA
           MOVE 'LEAVCERT' TO WS-HLD-PGM
           PERFORM 1200-FEES-CHECK-PARA
           PERFORM 1300-APPEALS-CHECK-PARA
           PERFORM AUDIT-ENV-PARA
           MOVE 'LEAVCERT' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
       1100-REGISTER-PARA.
           OPEN INPUT CERTREG
           IF WS-CR-FS NOT = 00
               DISPLAY 'NO CERTIFICATE REGISTER ON FILE - SERIALS '
                   'START AT 000001'
           ELSE
               PERFORM UNTIL WS-CR-FS NOT = 00
                   READ CERTREG
                   END-READ
                   IF WS-CR-FS NOT = 10
                       PERFORM 1150-ADD-REG-PARA
                   END-IF
               END-PERFORM
               CLOSE CERTREG
           END-IF.
       1150-ADD-REG-PARA.
           IF CR-SERIAL > WS-MAX-SERIAL
               MOVE CR-SERIAL TO WS-MAX-SERIAL
           END-IF
           IF WS-CR-COUNT < 2000
               ADD 1 TO WS-CR-COUNT
               MOVE CR-SERIAL TO WS-CT-SERIAL(WS-CR-COUNT)
               MOVE CR-TYPE   TO WS-CT-TYPE(WS-CR-COUNT)
               MOVE CR-UID    TO WS-CT-UID(WS-CR-COUNT)
               MOVE CR-ISSUED TO WS-CT-ISSUED(WS-CR-COUNT)
               MOVE CR-LEFT   TO WS-CT-LEFT(WS-CR-COUNT)
               MOVE CR-REASON TO WS-CT-REASON(WS-CR-COUNT)
           ELSE
               DISPLAY 'CERTIFICATE REGISTER TABLE FULL, SERIAL '
                   CR-SERIAL ' NOT LOADED'
           END-IF.
       1200-FEES-CHECK-PARA.
           OPEN INPUT FEEBAL
           IF WS-FB-FS = 00
               MOVE 'Y' TO WS-FEES-SW
               CLOSE FEEBAL
           ELSE
               DISPLAY 'FEE BALANCES NOT AVAILABLE, FILE STATUS - '
                   WS-FB-FS ' - NO LEAVER CAN BE CLEARED'
           END-IF.
       1300-APPEALS-CHECK-PARA.
           OPEN INPUT APPREG
           IF WS-AP-FS = 00
               MOVE 'Y' TO WS-APPS-SW
               CLOSE APPREG
           ELSE
               DISPLAY 'NO APPEALS REGISTER ON FILE - NO APPEAL '
                   'OPEN FOR ANY STUDENT'
           END-IF.
       2000-ONE-LEAVER-PARA.
           MOVE LV-UID TO WS-CUR-UID
           MOVE WS-CUR-UID TO SM-STU-ID
           READ STUDMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED
                   MOVE SPACES TO RF-LINE
                   STRING WS-CUR-UID ' REFUSED - NOT ON THE STUDENT '
                       'MASTER'
                       DELIMITED BY SIZE INTO RF-LINE
                   WRITE RF-LINE
                   GO TO 2999-LEAVER-EXIT
           END-READ
      * A student who already holds a certificate gets a duplicate
           MOVE ZERO TO WS-MATCH-RX
           MOVE ZERO TO WS-DUP-NO
           PERFORM VARYING WS-CRX FROM 1 BY 1
               UNTIL WS-CRX > WS-CR-COUNT
               IF WS-CT-UID(WS-CRX) = WS-CUR-UID
                   IF WS-CT-TYPE(WS-CRX) = 'O'
                       MOVE WS-CRX TO WS-MATCH-RX
                   ELSE
                       ADD 1 TO WS-DUP-NO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-RX NOT = ZERO
               PERFORM 4000-DUPLICATE-PARA
               GO TO 2999-LEAVER-EXIT
           END-IF
           PERFORM 3000-CLEARANCE-PARA
           IF NOT WS-CLEARED
               ADD 1 TO WS-REFUSED
               GO TO 2999-LEAVER-EXIT
           END-IF
           ADD 1 TO WS-MAX-SERIAL
           MOVE WS-MAX-SERIAL TO WS-CUR-SERIAL
           MOVE WS-TODAY TO WS-CUR-ISSUED
           IF LV-DATE IS NUMERIC
               MOVE LV-DATE TO WS-CUR-LEFT
           ELSE
               MOVE WS-TODAY TO WS-CUR-LEFT
           END-IF
           MOVE LV-REASON TO WS-CUR-REASON
           MOVE 'W' TO SM-STATUS
           REWRITE SM-REC
               INVALID KEY
                   ADD 1 TO WS-REFUSED
                   MOVE SPACES TO RF-LINE
                   STRING WS-CUR-UID ' REFUSED - STUDENT MASTER NOT '
                       'UPDATED, FILE STATUS ' WS-SM-STAT
                       DELIMITED BY SIZE INTO RF-LINE
                   WRITE RF-LINE
                   SUBTRACT 1 FROM WS-MAX-SERIAL
                   GO TO 2999-LEAVER-EXIT
           END-REWRITE
           MOVE 'O' TO WS-CUR-TYPE
           PERFORM 5000-LOG-PARA
           PERFORM 6000-CERT-PARA
           ADD 1 TO WS-ISSUED
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'LEAVING CERT ' WS-CUR-SERIAL ' ' WS-CUR-UID
               ' WITHDRAWN'
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       2999-LEAVER-EXIT.
           EXIT.
       3000-CLEARANCE-PARA.
      * Every reason is listed, so the office clears them in one go
           MOVE 'Y' TO WS-CLEAR-SW
           PERFORM 3100-FEES-PARA
           PERFORM 3200-APPEALS-PARA
           PERFORM 3300-HOLD-PARA.
       3100-FEES-PARA.
           IF NOT WS-FEES-AVAIL
               MOVE 'N' TO WS-CLEAR-SW
               MOVE SPACES TO RF-LINE
               STRING WS-CUR-UID ' REFUSED - FEE BALANCES NOT '
                   'AVAILABLE'
                   DELIMITED BY SIZE INTO RF-LINE
               WRITE RF-LINE
           ELSE
               MOVE ZERO TO WS-BALANCE
               OPEN INPUT FEEBAL
               PERFORM UNTIL WS-FB-FS NOT = 00
                   READ FEEBAL
                   END-READ
                   IF WS-FB-FS NOT = 10 AND FB-UID = WS-CUR-UID
                       ADD FB-CHARGED TO WS-BALANCE
                       SUBTRACT FB-PAID FROM WS-BALANCE
                   END-IF
               END-PERFORM
               CLOSE FEEBAL
               IF WS-BALANCE NOT = ZERO
                   MOVE 'N' TO WS-CLEAR-SW
                   MOVE WS-BALANCE TO WS-BAL-ED
                   MOVE SPACES TO RF-LINE
                   STRING WS-CUR-UID ' REFUSED - FEE BALANCE NOT '
                       'ZERO: ' WS-BAL-ED
                       DELIMITED BY SIZE INTO RF-LINE
                   WRITE RF-LINE
               END-IF
           END-IF.
       3200-APPEALS-PARA.
      * Received or under review is open; decided is closed
           IF WS-APPS-AVAIL
               MOVE ZERO TO WS-OPEN-APPS
               OPEN INPUT APPREG
               PERFORM UNTIL WS-AP-FS NOT = 00
                   READ APPREG
                   END-READ
                   IF WS-AP-FS NOT = 10 AND AP-UID = WS-CUR-UID
                       AND (AP-STATUS = 'R' OR AP-STATUS = 'U')
                       ADD 1 TO WS-OPEN-APPS
                   END-IF
               END-PERFORM
               CLOSE APPREG
               IF WS-OPEN-APPS NOT = ZERO
                   MOVE 'N' TO WS-CLEAR-SW
                   MOVE SPACES TO RF-LINE
                   STRING WS-CUR-UID ' REFUSED - ' WS-OPEN-APPS
                       ' GRADE APPEAL(S) STILL OPEN'
                       DELIMITED BY SIZE INTO RF-LINE
                   WRITE RF-LINE
               END-IF
           END-IF.
       3300-HOLD-PARA.
           MOVE 'N' TO WS-HLD-HELD-SW
           PERFORM VARYING WS-HLD-SX FROM 1 BY 1
               UNTIL WS-HLD-SX > WS-HLD-COUNT OR WS-HLD-ON-HOLD
               IF WS-HLD-T-UID(WS-HLD-SX) = WS-CUR-UID
                   AND WS-HLD-T-LIFTED(WS-HLD-SX) = ZERO
                   MOVE 'Y' TO WS-HLD-HELD-SW
                   MOVE WS-CUR-UID TO WS-HLD-UID
                   MOVE WS-HLD-T-TERM(WS-HLD-SX) TO WS-HLD-TERM
                   MOVE WS-HLD-T-REASON(WS-HLD-SX)
                       TO WS-HLD-REASON-OUT
                   MOVE WS-HLD-T-BY(WS-HLD-SX) TO WS-HLD-BY-OUT
                   MOVE WS-HLD-SX TO WS-HLD-X
               END-IF
           END-PERFORM
           IF WS-HLD-ON-HOLD
               MOVE 'N' TO WS-CLEAR-SW
               MOVE SPACES TO RF-LINE
               STRING WS-CUR-UID ' REFUSED - RESULT ON HOLD (REASON '
                   WS-HLD-REASON-OUT ' PLACED BY ' WS-HLD-BY-OUT ')'
                   DELIMITED BY SIZE INTO RF-LINE
               WRITE RF-LINE
               MOVE 'LEAVING CERTIFICATE REFUSED' TO WS-HLD-ACTION
               PERFORM HLD-EXC-PARA
           END-IF.
       4000-DUPLICATE-PARA.
      * Reprint under the original serial; the student was withdrawn
      * when the original was issued
           MOVE WS-CT-SERIAL(WS-MATCH-RX) TO WS-CUR-SERIAL
           MOVE WS-CT-ISSUED(WS-MATCH-RX) TO WS-CUR-ISSUED
           MOVE WS-CT-LEFT(WS-MATCH-RX)   TO WS-CUR-LEFT
           MOVE WS-CT-REASON(WS-MATCH-RX) TO WS-CUR-REASON
           ADD 1 TO WS-DUP-NO
           MOVE 'D' TO WS-CUR-TYPE
           PERFORM 5000-LOG-PARA
           PERFORM 6000-CERT-PARA
           ADD 1 TO WS-DUPLICATES
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'LEAVING CERT ' WS-CUR-SERIAL ' ' WS-CUR-UID
               ' DUPLICATE'
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       5000-LOG-PARA.
      * The register line goes on the file and into the table, so a
      * second request for the student this run sees it
           MOVE SPACES        TO CR-REC
           MOVE WS-CUR-SERIAL TO CR-SERIAL
           MOVE WS-CUR-TYPE   TO CR-TYPE
           MOVE WS-CUR-UID    TO CR-UID
           MOVE WS-TODAY      TO CR-ISSUED
           MOVE WS-CUR-LEFT   TO CR-LEFT
           MOVE WS-CUR-REASON TO CR-REASON
           WRITE CR-REC
           PERFORM 1150-ADD-REG-PARA.
       6000-CERT-PARA.
           PERFORM 6100-RESULT-PARA
           PERFORM 6200-ATTEND-PARA
           MOVE ALL '=' TO CT-LINE
           WRITE CT-LINE
           MOVE '          SCHOOL LEAVING / TRANSFER CERTIFICATE'
               TO CT-LINE
           WRITE CT-LINE
           IF WS-CUR-TYPE = 'D'
               MOVE SPACES TO CT-LINE
               STRING '          *** DUPLICATE *** COPY ' WS-DUP-NO
                   ' - ORIGINAL ISSUED ' WS-CUR-ISSUED
                   DELIMITED BY SIZE INTO CT-LINE
               WRITE CT-LINE
           END-IF
           MOVE SPACES TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING 'CERTIFICATE SERIAL : ' WS-CUR-SERIAL
               '      DATE OF ISSUE : ' WS-TODAY
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING 'STUDENT ID         : ' WS-CUR-UID
               '       SECTION : ' SM-SECTION
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING 'NAME               : ' SM-NAME
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING 'DATE OF LEAVING    : ' WS-CUR-LEFT
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           STRING 'REASON FOR LEAVING : ' WS-CUR-REASON
               DELIMITED BY SIZE INTO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           IF WS-SUBJ-CNT = ZERO
               MOVE 'LAST RESULT        : SEE THE TRANSCRIPT (TRNSCRPT)'
                   TO CT-LINE
           ELSE
               STRING 'LAST RESULT        : TERM ' WS-LAST-TERM
                   ' ' WS-RESULT ' - ' WS-PASS-CNT ' OF '
                   WS-SUBJ-CNT ' PASSED, MARKS ' WS-TOT-MARKS
                   DELIMITED BY SIZE INTO CT-LINE
           END-IF
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           IF WS-ATT-PCT = SPACES
               MOVE 'ATTENDANCE         : NOT ON THE ATTENDANCE REPORT'
                   TO CT-LINE
           ELSE
               STRING 'ATTENDANCE         : ' WS-ATT-PCT ' PERCENT'
                   DELIMITED BY SIZE INTO CT-LINE
           END-IF
           WRITE CT-LINE
           MOVE 'CLEARANCE          : FEES SETTLED, NO APPEAL OPEN, '
               TO CT-LINE
           WRITE CT-LINE
           MOVE '                     NO RESULT HOLD' TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           WRITE CT-LINE
           MOVE 'CLASS TEACHER                           PRINCIPAL'
               TO CT-LINE
           WRITE CT-LINE
           MOVE SPACES TO CT-LINE
           WRITE CT-LINE.
       6100-RESULT-PARA.
      * The student's rows for the last term seen on the current
      * PASSFAIL file
           MOVE SPACES TO WS-LAST-TERM WS-RESULT
           MOVE ZERO TO WS-SUBJ-CNT WS-PASS-CNT WS-TOT-MARKS
           OPEN INPUT PASSFAIL
           IF WS-PF-FS = 00
               PERFORM UNTIL WS-PF-FS NOT = 00
                   READ PASSFAIL
                   END-READ
                   IF WS-PF-FS NOT = 10 AND PF-UID = WS-CUR-UID
                       IF PF-TERM NOT = WS-LAST-TERM
                           MOVE PF-TERM TO WS-LAST-TERM
                           MOVE ZERO TO WS-SUBJ-CNT WS-PASS-CNT
                           MOVE ZERO TO WS-TOT-MARKS
                       END-IF
                       ADD 1 TO WS-SUBJ-CNT
                       ADD PF-MARKS TO WS-TOT-MARKS
                       IF PF-RESULT = 'PASS'
                           ADD 1 TO WS-PASS-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PASSFAIL
           END-IF
           IF WS-SUBJ-CNT NOT = ZERO
               IF WS-PASS-CNT = WS-SUBJ-CNT
                   MOVE 'PASS' TO WS-RESULT
               ELSE
                   MOVE 'FAIL' TO WS-RESULT
               END-IF
           END-IF.
       6200-ATTEND-PARA.
           MOVE SPACES TO WS-ATT-PCT
           OPEN INPUT ATTRPT
           IF WS-AT-FS = 00
               PERFORM UNTIL WS-AT-FS NOT = 00
                   READ ATTRPT
                   END-READ
                   IF WS-AT-FS NOT = 10 AND AT-UID IS NUMERIC
                       IF AT-UID = WS-CUR-UID
                           MOVE AT-PCT TO WS-ATT-PCT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATTRPT
           END-IF.
       COPY HLDPARA.
       COPY AUDITPARA.
       END PROGRAM LEAVCERT.
