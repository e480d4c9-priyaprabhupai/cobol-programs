      ******************************************************************
      * Program : QUALCHK
      * Purpose : Nightly check of the staff qualification and
      *           licence register QUALMNT maintains. For staff in
      *           post (separated staff are left out):
      *             - a qualification expiring within the warning
      *               window raises a W alert to the shared operator
      *               alert file, one that has lapsed an E alert, and
      *               both are listed on the check report;
      *             - every TEACHASG assignment is matched against
      *               the register: a teacher assigned to a subject
      *               with no qualification for that subject, or
      *               only a lapsed one, goes on an exceptions list;
      *             - register rows for an EMP-ID not on the EMPMAST
      *               master are listed for the office to clear.
      *           The alert text carries the employee, code and
      *           date, so ALERTDIG and ALERTACK handle them like
      *           any other alert.
      * Modification History:
      *   - Written new. The register is QUALREG_DSN (default
      *     qualreg.txt), the report QUALRPT_DSN (default
      *     qualrpt.txt). QUAL_WARN_DAYS is the warning window
      *     (default 060 days before expiry); an expiry of zeros
      *     never expires. The run date defaults to today and can
      *     be overridden with QUALCHK_DATE. RETURN-CODE 4 when
      *     there are W alerts only, 8 when anything has lapsed or
      *     the assignment cross-check found exceptions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALREG ASSIGN TO WS-QL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QL-FS.
           SELECT QUALRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD QUALREG.
       01 QL-REC.
           05 QL-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 QL-CODE   PIC X(6).
           05 FILLER    PIC X.
           05 QL-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 QL-BODY   PIC X(20).
           05 FILLER    PIC X.
           05 QL-ISSUE  PIC 9(8).
           05 FILLER    PIC X.
           05 QL-EXPIRY PIC 9(8).
       FD QUALRPT.
       01 RPT-LINE PIC X(80).
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
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
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY ALERTDAT.
       77 WS-QL-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-QL-DSN   PIC X(100) VALUE 'qualreg.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'qualrpt.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-DATE-IN  PIC X(8).
       77 WS-PARM-IN  PIC X(8).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT  PIC X(21).
       77 WS-WARN-DAYS PIC 999 VALUE 060.
       77 WS-DAYS-LEFT PIC S9(7) VALUE ZERO.
       77 WS-DAYS-DISP PIC ZZ9.
       77 WS-WARN-CNT  PIC 9(4) VALUE ZERO.
       77 WS-LAPSE-CNT PIC 9(4) VALUE ZERO.
       77 WS-EXC-CNT   PIC 9(4) VALUE ZERO.
       77 WS-ORPH-CNT  PIC 9(4) VALUE ZERO.
       77 WS-EXC-REASON PIC X(30).
       77 WS-LAPSED-DT PIC 9(8) VALUE ZERO.
       77 WS-QL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-QX       PIC 9(4) VALUE ZERO.
       01 WS-QL-TABLE.
           05 WS-QL-ENTRY OCCURS 1000 TIMES.
               10 WS-QLT-EMP    PIC 9(5).
               10 WS-QLT-CODE   PIC X(6).
               10 WS-QLT-SUBJ   PIC XX.
               10 WS-QLT-EXPIRY PIC 9(8).
       77 WS-EM-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-EX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-EX  PIC 9(4) VALUE ZERO.
       77 WS-FIND-EMP  PIC 9(5) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EMT-ID     PIC 9(5).
               10 WS-EMT-DEPT   PIC XXX.
               10 WS-EMT-NAME   PIC X(20).
               10 WS-EMT-STATUS PIC X.
       01 WS-VALID-SW  PIC X VALUE 'N'.
           88 WS-VALID-QUAL VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-EMPMAST-PARA
           PERFORM 1200-REGISTER-PARA
           PERFORM 2000-EXPIRY-PARA
           PERFORM 3000-CROSS-PARA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'EXPIRING ' WS-WARN-CNT '  LAPSED ' WS-LAPSE-CNT
               '  ASSIGNMENT EXCEPTIONS ' WS-EXC-CNT
               '  NOT ON MASTER ' WS-ORPH-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE QUALRPT
           DISPLAY 'QUALIFICATION CHECK - EXPIRING: ' WS-WARN-CNT
               '  LAPSED: ' WS-LAPSE-CNT
               '  EXCEPTIONS: ' WS-EXC-CNT
           IF WS-LAPSE-CNT NOT = ZERO OR WS-EXC-CNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-CNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'QUALREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-QL-DSN FROM ENVIRONMENT-VALUE
           IF WS-QL-DSN = SPACES
               MOVE 'qualreg.txt' TO WS-QL-DSN
           END-IF
           MOVE 'QUALRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'qualrpt.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'QUAL_WARN_DAYS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-WARN-DAYS
               ELSE
                   DISPLAY 'INVALID QUAL_WARN_DAYS, USING DEFAULT - '
                       WS-WARN-DAYS
               END-IF
           END-IF
           MOVE 'QUALCHK_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM ALERT-ENV-PARA
           MOVE 'QUALCHK' TO WS-ALERT-PGM
           OPEN OUTPUT QUALRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'REPORT FILE OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'STAFF QUALIFICATION CHECK - RUN DATE ' WS-RUN-DATE
               '  WARNING WINDOW ' WS-WARN-DAYS ' DAYS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       1100-EMPMAST-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               CLOSE QUALRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00
                   IF WS-EM-COUNT < 1000
                       ADD 1 TO WS-EM-COUNT
                       MOVE EMP-ID     TO WS-EMT-ID(WS-EM-COUNT)
                       MOVE EMP-DEPT   TO WS-EMT-DEPT(WS-EM-COUNT)
                       MOVE EMP-NAME   TO WS-EMT-NAME(WS-EM-COUNT)
                       MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE.
       1200-REGISTER-PARA.
           OPEN INPUT QUALREG
           IF WS-QL-FS NOT = 00
               DISPLAY 'QUALIFICATION REGISTER OPEN FAILED, FILE '
                   'STATUS - ' WS-QL-FS
               CLOSE QUALRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-QL-FS NOT = 00
               READ QUALREG
               END-READ
               IF WS-QL-FS NOT = 10
                   IF WS-QL-COUNT < 1000
                       ADD 1 TO WS-QL-COUNT
                       MOVE QL-EMP    TO WS-QLT-EMP(WS-QL-COUNT)
                       MOVE QL-CODE   TO WS-QLT-CODE(WS-QL-COUNT)
                       MOVE QL-SUBJ   TO WS-QLT-SUBJ(WS-QL-COUNT)
                       MOVE QL-EXPIRY TO WS-QLT-EXPIRY(WS-QL-COUNT)
                   ELSE
                       DISPLAY 'REGISTER TABLE FULL, RECORD SKIPPED'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE QUALREG.
       2000-EXPIRY-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EXPIRING AND LAPSED QUALIFICATIONS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  EMPID NAME                 DEPT CODE   EXPIRES'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-ONE-QUAL-PARA
               VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > WS-QL-COUNT
           IF WS-WARN-CNT = ZERO AND WS-LAPSE-CNT = ZERO
               MOVE '  NONE' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-ORPH-CNT NOT = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'REGISTER ROWS FOR EMPLOYEES NOT ON THE MASTER'
                   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-QL-COUNT
                   MOVE WS-QLT-EMP(WS-QX) TO WS-FIND-EMP
                   PERFORM 7000-FIND-EMP-PARA
                   IF WS-MATCH-EX = ZERO
                       MOVE SPACES TO RPT-LINE
                       STRING '  ' WS-QLT-EMP(WS-QX) ' '
                           WS-QLT-CODE(WS-QX)
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-PERFORM
           END-IF.
       2100-ONE-QUAL-PARA.
           MOVE WS-QLT-EMP(WS-QX) TO WS-FIND-EMP
           PERFORM 7000-FIND-EMP-PARA
           IF WS-MATCH-EX = ZERO
               ADD 1 TO WS-ORPH-CNT
           ELSE
               IF WS-EMT-STATUS(WS-MATCH-EX) NOT = 'S'
                   AND WS-QLT-EXPIRY(WS-QX) NOT = ZERO
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-QLT-EXPIRY(WS-QX))
                       - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   IF WS-DAYS-LEFT < 0
                       ADD 1 TO WS-LAPSE-CNT
                       MOVE 'E' TO WS-ALERT-SEV
                       MOVE SPACES TO WS-ALERT-MSG
                       STRING 'QUALIFICATION ' WS-QLT-CODE(WS-QX)
                           ' OF ' WS-QLT-EMP(WS-QX) ' LAPSED ON '
                           WS-QLT-EXPIRY(WS-QX)
                           DELIMITED BY SIZE INTO WS-ALERT-MSG
                       PERFORM ALERT-WRITE-PARA
                       PERFORM 2200-PRINT-PARA
                   ELSE
                       IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                           ADD 1 TO WS-WARN-CNT
                           MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                           MOVE 'W' TO WS-ALERT-SEV
                           MOVE SPACES TO WS-ALERT-MSG
                           STRING 'QUALIFICATION ' WS-QLT-CODE(WS-QX)
                               ' OF ' WS-QLT-EMP(WS-QX) ' EXPIRES '
                               WS-QLT-EXPIRY(WS-QX) ' IN '
                               WS-DAYS-DISP ' DAYS'
                               DELIMITED BY SIZE INTO WS-ALERT-MSG
                           PERFORM ALERT-WRITE-PARA
                           PERFORM 2200-PRINT-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-PRINT-PARA.
           MOVE SPACES TO RPT-LINE
           IF WS-DAYS-LEFT < 0
               STRING '  ' WS-QLT-EMP(WS-QX) ' '
                   WS-EMT-NAME(WS-MATCH-EX) ' '
                   WS-EMT-DEPT(WS-MATCH-EX) '  '
                   WS-QLT-CODE(WS-QX) ' ' WS-QLT-EXPIRY(WS-QX)
                   '  *** LAPSED'
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING '  ' WS-QLT-EMP(WS-QX) ' '
                   WS-EMT-NAME(WS-MATCH-EX) ' '
                   WS-EMT-DEPT(WS-MATCH-EX) '  '
                   WS-QLT-CODE(WS-QX) ' ' WS-QLT-EXPIRY(WS-QX)
                   '  IN ' WS-DAYS-DISP ' DAYS'
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.
       3000-CROSS-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TEACHING ASSIGNMENTS WITHOUT A MATCHING QUALIFICATION'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  EMPID NAME                 SUBJ SEC TERM REASON'
               TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'TEACHING ASSIGNMENTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-TA-FS ' - CROSS-CHECK SKIPPED'
               MOVE '  ASSIGNMENT FILE NOT AVAILABLE - NOT CHECKED'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM UNTIL WS-TA-FS NOT = 00
                   READ ASGFILE
                   END-READ
                   IF WS-TA-FS NOT = 10
                       PERFORM 3100-ONE-ASG-PARA
                   END-IF
               END-PERFORM
               CLOSE ASGFILE
               IF WS-EXC-CNT = ZERO
                   MOVE '  NONE' TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
       3100-ONE-ASG-PARA.
      * A lapsed qualification does not cover the class; only say
      * so when there is no current one for the subject as well
           MOVE 'N' TO WS-VALID-SW
           MOVE ZERO TO WS-LAPSED-DT
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > WS-QL-COUNT OR WS-VALID-QUAL
               IF WS-QLT-EMP(WS-QX) = TA-EMP
                   AND WS-QLT-SUBJ(WS-QX) = TA-SUBJ
                   IF WS-QLT-EXPIRY(WS-QX) = ZERO
                       OR WS-QLT-EXPIRY(WS-QX) NOT < WS-RUN-DATE
                       MOVE 'Y' TO WS-VALID-SW
                   ELSE
                       MOVE WS-QLT-EXPIRY(WS-QX) TO WS-LAPSED-DT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-VALID-QUAL
               MOVE TA-EMP TO WS-FIND-EMP
               PERFORM 7000-FIND-EMP-PARA
               IF WS-MATCH-EX = ZERO
                   OR WS-EMT-STATUS(WS-MATCH-EX) NOT = 'S'
                   ADD 1 TO WS-EXC-CNT
                   IF WS-LAPSED-DT = ZERO
                       MOVE 'NO QUALIFICATION FOR SUBJECT'
                           TO WS-EXC-REASON
                   ELSE
                       MOVE SPACES TO WS-EXC-REASON
                       STRING 'QUALIFICATION LAPSED ' WS-LAPSED-DT
                           DELIMITED BY SIZE INTO WS-EXC-REASON
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   IF WS-MATCH-EX = ZERO
                       STRING '  ' TA-EMP ' (NOT ON MASTER)     '
                           ' ' TA-SUBJ '   ' TA-SEC '   ' TA-TERM
                           '   ' WS-EXC-REASON
                           DELIMITED BY SIZE INTO RPT-LINE
                   ELSE
                       STRING '  ' TA-EMP ' '
                           WS-EMT-NAME(WS-MATCH-EX)
                           ' ' TA-SUBJ '   ' TA-SEC '   ' TA-TERM
                           '   ' WS-EXC-REASON
                           DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   WRITE RPT-LINE
               END-IF
           END-IF.
       7000-FIND-EMP-PARA.
           MOVE ZERO TO WS-MATCH-EX
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT OR WS-MATCH-EX NOT = ZERO
               IF WS-EMT-ID(WS-EX) = WS-FIND-EMP
                   MOVE WS-EX TO WS-MATCH-EX
               END-IF
           END-PERFORM.
       COPY ALERTPARA.
       END PROGRAM QUALCHK.
