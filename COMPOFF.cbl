      ******************************************************************
      * Program : COMPOFF
      * Purpose : Compensatory-off credits. Staff called in on a
      *           weekend or holiday (exam duty, admissions days,
      *           sports meets) were given a day off in lieu on the
      *           department's word, with nothing on the leave
      *           balances to charge it against. Claims are now
      *           keyed as transactions (EMP-ID, date worked,
      *           reason) and this run:
      *             - checks each claim against the EMPMAST master
      *               and the CALFILE BUSCAL generates - only a day
      *               that is not a working day earns credit: a
      *               weekend or full holiday (E / F) earns a full
      *               day, a half-day holiday (H) half a day, and a
      *               working day (W) or a date off the calendar is
      *               rejected;
      *             - posts the credit to the comp-off leave type
      *               row on the LEAVEBAL balances file EMPLEAVE
      *               charges, so the day off is applied for and
      *               taken like any other leave;
      *             - keeps each credit on a comp-off ledger with
      *               its expiry date, a configurable number of
      *               months after the day worked;
      *             - lapses credits that reach expiry unused: days
      *               taken on the comp-off type are set against
      *               the oldest credits first, whatever is left of
      *               an expired credit comes off the entitlement,
      *               and a lapse line is printed on the statement.
      * Modification History:
      *   - Written new. Claims are COMPCLM_DSN (default
      *     compclm.txt, trailing status byte: space pending,
      *     A applied, R rejected), flagged in place so a rerun
      *     does not credit twice; a second claim for the same
      *     employee and date is rejected. The ledger is
      *     COMPLEDG_DSN (default compledg.txt - employee, date
      *     worked, days, expiry, status O open / L lapsed, days
      *     lapsed), the statement COMPSTMT_DSN (default
      *     compstmt.txt). The comp-off type is COMPOFF_TYPE
      *     (default C) and credits expire COMPOFF_EXPIRY months
      *     after the day worked (default 03; a day past the end
      *     of the month falls back to the month end). The run
      *     date defaults to today and can be overridden with
      *     COMPOFF_DATE. RETURN-CODE 8 when claims were rejected.
      *   - More claims than the 500-row table ends the run with
      *     RETURN-CODE 16 before anything is posted or rewritten;
      *     the rows past the table were being dropped from the
      *     claim file uncredited. Applied and rejected claims now
      *     move off the claim file onto the claim history
      *     (COMPCLMH_DSN, default compclmh.txt, appended, same
      *     layout), so only pending claims carry forward; the
      *     ledger still stops a date being credited twice. A
      *     history that will not open leaves every claim on the
      *     claim file as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMFILE ASSIGN TO WS-CC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CC-FS.
           SELECT CLAIMHIST ASSIGN TO WS-CH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CH-FS.
           SELECT LEDGER ASSIGN TO WS-CL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-FS.
           SELECT COMPSTMT ASSIGN TO WS-ST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-FS.
           SELECT LEAVEBAL ASSIGN TO WS-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAL-FS.
           SELECT CALFILE ASSIGN TO WS-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD CLAIMFILE.
       01 CC-REC.
           05 CC-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 CC-DATE   PIC X(8).
           05 FILLER    PIC X.
           05 CC-REASON PIC X(30).
           05 FILLER    PIC X.
           05 CC-STATUS PIC X.
       FD CLAIMHIST.
       01 CH-REC        PIC X(47).
       FD LEDGER.
       01 CL-REC.
           05 CL-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 CL-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 CL-DAYS   PIC 9V9.
           05 FILLER    PIC X.
           05 CL-EXPIRY PIC 9(8).
           05 FILLER    PIC X.
           05 CL-STATUS PIC X.
           05 FILLER    PIC X.
           05 CL-LAPSED PIC 9V9.
       FD COMPSTMT.
       01 ST-LINE PIC X(80).
       FD LEAVEBAL.
       01 LB-REC.
           05 LB-ID    PIC 9(5).
           05 FILLER   PIC X.
           05 LB-TYPE  PIC X.
           05 FILLER   PIC X.
           05 LB-ENT   PIC 999V9.
           05 FILLER   PIC X.
           05 LB-TAKEN PIC 999V9.
       FD CALFILE.
       01 CAL-REC.
           05 CAL-DATE    PIC 9(8).
           05 FILLER      PIC X.
           05 CAL-DAYNAME PIC X(9).
           05 FILLER      PIC X.
           05 CAL-CLASS   PIC X.
           05 FILLER      PIC X.
           05 CAL-DESC    PIC X(30).
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
       WORKING-STORAGE SECTION.
       77 WS-CC-FS    PIC 99.
       77 WS-CH-FS    PIC 99.
       77 WS-CL-FS    PIC 99.
       77 WS-ST-FS    PIC 99.
       77 WS-BAL-FS   PIC 99.
       77 WS-CAL-FS   PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-CC-DSN   PIC X(100) VALUE 'compclm.txt'.
       77 WS-CH-DSN   PIC X(100) VALUE 'compclmh.txt'.
       77 WS-CL-DSN   PIC X(100) VALUE 'compledg.txt'.
       77 WS-ST-DSN   PIC X(100) VALUE 'compstmt.txt'.
       77 WS-BAL-DSN  PIC X(100) VALUE 'leavebal.txt'.
       77 WS-CAL-DSN  PIC X(100) VALUE 'CALENDAR.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-DATE-IN  PIC X(8).
       77 WS-PARM-IN  PIC X(8).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT  PIC X(21).
       77 WS-CO-TYPE  PIC X VALUE 'C'.
       77 WS-EXP-MONTHS PIC 99 VALUE 03.
       77 WS-POSTED   PIC 999 VALUE ZERO.
       77 WS-REJECTED PIC 999 VALUE ZERO.
       77 WS-LAPSE-CNT PIC 999 VALUE ZERO.
       77 WS-REJ-REASON PIC X(30).
       77 WS-WORK-DATE PIC 9(8) VALUE ZERO.
       77 WS-CREDIT   PIC 9V9 VALUE ZERO.
       77 WS-REMAIN   PIC 9(4)V9 VALUE ZERO.
       77 WS-USED     PIC 9V9 VALUE ZERO.
       77 WS-LAPSE    PIC 9V9 VALUE ZERO.
       77 WS-FREE     PIC 9(4)V9 VALUE ZERO.
       77 WS-DAYS-DISP PIC 9.9.
       77 WS-BAL-DISP  PIC ZZ9.9.
       01 WS-EXP-DATE  PIC 9(8) VALUE ZERO.
       01 WS-EXP-PARTS REDEFINES WS-EXP-DATE.
           05 WS-EXP-YYYY PIC 9(4).
           05 WS-EXP-MM   PIC 99.
           05 WS-EXP-DD   PIC 99.
       77 WS-ADD-MM    PIC 999 VALUE ZERO.
       77 WS-CC-COUNT PIC 999 VALUE ZERO.
       77 WS-CCX      PIC 999 VALUE ZERO.
       77 WS-CC-KEPT  PIC 999 VALUE ZERO.
       77 WS-CC-HIST  PIC 999 VALUE ZERO.
       01 WS-CH-OPEN-SW PIC X VALUE 'N'.
           88 WS-CH-OPEN VALUE 'Y'.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 500 TIMES.
               10 WS-CCT-EMP    PIC 9(5).
               10 WS-CCT-DATE   PIC X(8).
               10 WS-CCT-REASON PIC X(30).
               10 WS-CCT-STATUS PIC X.
      * Ledger held in employee / date-worked order so the lapse
      * pass can take the oldest credits first
       77 WS-CL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-LX       PIC 9(4) VALUE ZERO.
       77 WS-INS-LX   PIC 9(4) VALUE ZERO.
       77 WS-INS-EMP  PIC 9(5) VALUE ZERO.
       77 WS-INS-DATE PIC 9(8) VALUE ZERO.
       01 WS-SLOT-SW   PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01 WS-CL-CHG-SW PIC X VALUE 'N'.
           88 WS-CL-CHANGED VALUE 'Y'.
       01 WS-DUP-SW    PIC X VALUE 'N'.
           88 WS-DUP-CLAIM VALUE 'Y'.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 3000 TIMES.
               10 WS-CLT-EMP    PIC 9(5).
               10 WS-CLT-DATE   PIC 9(8).
               10 WS-CLT-DAYS   PIC 9V9.
               10 WS-CLT-EXPIRY PIC 9(8).
               10 WS-CLT-STATUS PIC X.
               10 WS-CLT-LAPSED PIC 9V9.
       77 WS-BAL-COUNT PIC 999 VALUE ZERO.
       77 WS-BX        PIC 999 VALUE ZERO.
       77 WS-MATCH-BX  PIC 999 VALUE ZERO.
       01 WS-BAL-CHG-SW PIC X VALUE 'N'.
           88 WS-BAL-CHANGED VALUE 'Y'.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 999 TIMES.
               10 WS-BAL-ID    PIC 9(5).
               10 WS-BAL-TYPE  PIC X.
               10 WS-BAL-ENT   PIC 999V9.
               10 WS-BAL-TAKEN PIC 999V9.
       77 WS-CAL-COUNT PIC 999 VALUE ZERO.
       77 WS-CX        PIC 999 VALUE ZERO.
       77 WS-MATCH-CX  PIC 999 VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 800 TIMES.
               10 WS-CT-DATE  PIC 9(8).
               10 WS-CT-CLASS PIC X.
       77 WS-EM-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-EX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-EX  PIC 9(4) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EMT-ID     PIC 9(5).
               10 WS-EMT-NAME   PIC X(20).
               10 WS-EMT-HIREDT PIC X(8).
               10 WS-EMT-STATUS PIC X.
               10 WS-EMT-LWD    PIC X(8).
       01 WS-DV-FUNC   PIC X VALUE '8'.
       01 WS-DV-IN     PIC X(8).
       01 WS-DV-STATUS PIC X.
           88 WS-DV-VALID VALUE 'Y'.
       01 WS-DV-OUT    PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 2000-LOAD-PARA
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE 'CREDITS POSTED' TO ST-LINE
           WRITE ST-LINE
           PERFORM 3000-CLAIM-PARA THRU 3099-CLAIM-EXIT
               VARYING WS-CCX FROM 1 BY 1 UNTIL WS-CCX > WS-CC-COUNT
           IF WS-POSTED = ZERO AND WS-REJECTED = ZERO
               MOVE '  NONE' TO ST-LINE
               WRITE ST-LINE
           END-IF
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE 'CREDITS LAPSED' TO ST-LINE
           WRITE ST-LINE
           PERFORM 4000-LAPSE-PARA
               VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BAL-COUNT
           IF WS-LAPSE-CNT = ZERO
               MOVE '  NONE' TO ST-LINE
               WRITE ST-LINE
           END-IF
           PERFORM 5000-SAVE-PARA
           MOVE SPACES TO ST-LINE
           WRITE ST-LINE
           MOVE SPACES TO ST-LINE
           STRING 'CLAIMS POSTED ' WS-POSTED '  REJECTED '
               WS-REJECTED '  CREDITS LAPSED ' WS-LAPSE-CNT
               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE
           CLOSE COMPSTMT
           DISPLAY 'COMP-OFF CLAIMS - POSTED: ' WS-POSTED
               '  REJECTED: ' WS-REJECTED
               '  CREDITS LAPSED: ' WS-LAPSE-CNT
           IF WS-REJECTED NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'COMPCLM_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CC-DSN FROM ENVIRONMENT-VALUE
           IF WS-CC-DSN = SPACES
               MOVE 'compclm.txt' TO WS-CC-DSN
           END-IF
           MOVE 'COMPCLMH_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CH-DSN FROM ENVIRONMENT-VALUE
           IF WS-CH-DSN = SPACES
               MOVE 'compclmh.txt' TO WS-CH-DSN
           END-IF
           MOVE 'COMPLEDG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CL-DSN FROM ENVIRONMENT-VALUE
           IF WS-CL-DSN = SPACES
               MOVE 'compledg.txt' TO WS-CL-DSN
           END-IF
           MOVE 'COMPSTMT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ST-DSN FROM ENVIRONMENT-VALUE
           IF WS-ST-DSN = SPACES
               MOVE 'compstmt.txt' TO WS-ST-DSN
           END-IF
           MOVE 'LEAVEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-BAL-DSN = SPACES
               MOVE 'leavebal.txt' TO WS-BAL-DSN
           END-IF
           MOVE 'CALFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-CAL-DSN = SPACES
               MOVE 'CALENDAR.txt' TO WS-CAL-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'COMPOFF_TYPE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               MOVE WS-PARM-IN(1:1) TO WS-CO-TYPE
           END-IF
           MOVE 'COMPOFF_EXPIRY' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) < 100
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-EXP-MONTHS
               ELSE
                   DISPLAY 'INVALID COMPOFF_EXPIRY, USING DEFAULT - '
                       WS-EXP-MONTHS
               END-IF
           END-IF
           MOVE 'COMPOFF_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           END-IF
           OPEN OUTPUT COMPSTMT
           IF WS-ST-FS NOT = 00
               DISPLAY 'STATEMENT FILE OPEN FAILED, FILE STATUS - '
                   WS-ST-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ST-LINE
           STRING 'COMPENSATORY-OFF CREDITS - RUN DATE ' WS-RUN-DATE
               '  TYPE ' WS-CO-TYPE '  EXPIRY ' WS-EXP-MONTHS
               ' MONTHS' DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE
           PERFORM 1100-CALENDAR-PARA
           PERFORM 1200-EMPMAST-PARA
           PERFORM 1300-LEAVEBAL-PARA
           PERFORM 1400-LEDGER-PARA.
       1100-CALENDAR-PARA.
           OPEN INPUT CALFILE
           IF WS-CAL-FS NOT = 00
               DISPLAY 'CALENDAR FILE OPEN FAILED, FILE STATUS - '
                   WS-CAL-FS
               CLOSE COMPSTMT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-FS NOT = 00
               READ CALFILE
               END-READ
               IF WS-CAL-FS NOT = 10
                   IF WS-CAL-COUNT < 800
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE  TO WS-CT-DATE(WS-CAL-COUNT)
                       MOVE CAL-CLASS TO WS-CT-CLASS(WS-CAL-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CALFILE.
       1200-EMPMAST-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
               CLOSE COMPSTMT
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
                       MOVE EMP-NAME   TO WS-EMT-NAME(WS-EM-COUNT)
                       MOVE EMP-HIREDT TO WS-EMT-HIREDT(WS-EM-COUNT)
                       MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EM-COUNT)
                       MOVE EMP-LWD    TO WS-EMT-LWD(WS-EM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE.
       1300-LEAVEBAL-PARA.
           OPEN INPUT LEAVEBAL
           IF WS-BAL-FS NOT = 00
               DISPLAY 'LEAVE BALANCES NOT FOUND, FILE STATUS - '
                   WS-BAL-FS ' - STARTING A NEW FILE'
           ELSE
               PERFORM UNTIL WS-BAL-FS NOT = 00
                   READ LEAVEBAL
                   END-READ
                   IF WS-BAL-FS NOT = 10
                       IF WS-BAL-COUNT < 999
                           ADD 1 TO WS-BAL-COUNT
                           MOVE LB-ID    TO WS-BAL-ID(WS-BAL-COUNT)
                           MOVE LB-TYPE  TO WS-BAL-TYPE(WS-BAL-COUNT)
                           MOVE LB-ENT   TO WS-BAL-ENT(WS-BAL-COUNT)
                           MOVE LB-TAKEN TO WS-BAL-TAKEN(WS-BAL-COUNT)
                       ELSE
      * A short table would drop rows on the rewrite - refuse the
      * run rather than lose balances
                           DISPLAY 'BALANCE TABLE FULL - NO CREDITS '
                               'POSTED THIS RUN'
                           CLOSE LEAVEBAL
                           CLOSE COMPSTMT
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEAVEBAL
           END-IF.
       1400-LEDGER-PARA.
           OPEN INPUT LEDGER
           IF WS-CL-FS NOT = 00
               DISPLAY 'COMP-OFF LEDGER NOT FOUND, FILE STATUS - '
                   WS-CL-FS ' - STARTING A NEW LEDGER'
           ELSE
               PERFORM UNTIL WS-CL-FS NOT = 00
                   READ LEDGER
                   END-READ
                   IF WS-CL-FS NOT = 10
                       IF WS-CL-COUNT < 3000
                           MOVE CL-EMP  TO WS-CLT-EMP(WS-CL-COUNT + 1)
                           MOVE CL-DATE TO WS-CLT-DATE(WS-CL-COUNT + 1)
                           PERFORM 1450-SLOT-PARA
                           MOVE CL-DAYS   TO WS-CLT-DAYS(WS-INS-LX)
                           MOVE CL-EXPIRY TO WS-CLT-EXPIRY(WS-INS-LX)
                           MOVE CL-STATUS TO WS-CLT-STATUS(WS-INS-LX)
                           MOVE CL-LAPSED TO WS-CLT-LAPSED(WS-INS-LX)
                       ELSE
                           DISPLAY 'COMP-OFF LEDGER TABLE FULL - NO '
                               'CREDITS POSTED THIS RUN'
                           CLOSE LEDGER
                           CLOSE COMPSTMT
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEDGER
           END-IF.
       1450-SLOT-PARA.
      * Opens a slot for the entry parked one past the end of the
      * table (WS-CL-COUNT + 1), keeping employee / date order, and
      * leaves its index in WS-INS-LX with the key fields moved in
           MOVE WS-CLT-EMP(WS-CL-COUNT + 1)  TO WS-INS-EMP
           MOVE WS-CLT-DATE(WS-CL-COUNT + 1) TO WS-INS-DATE
           MOVE WS-CL-COUNT TO WS-LX
           MOVE 'N' TO WS-SLOT-SW
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-LX = ZERO
                   MOVE 'Y' TO WS-SLOT-SW
               ELSE
                   IF WS-CLT-EMP(WS-LX) < WS-INS-EMP
                       OR (WS-CLT-EMP(WS-LX) = WS-INS-EMP
                       AND WS-CLT-DATE(WS-LX) NOT > WS-INS-DATE)
                       MOVE 'Y' TO WS-SLOT-SW
                   ELSE
                       MOVE WS-CL-ENTRY(WS-LX)
                           TO WS-CL-ENTRY(WS-LX + 1)
                       SUBTRACT 1 FROM WS-LX
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-CL-COUNT
           COMPUTE WS-INS-LX = WS-LX + 1
           MOVE WS-INS-EMP  TO WS-CLT-EMP(WS-INS-LX)
           MOVE WS-INS-DATE TO WS-CLT-DATE(WS-INS-LX).
       2000-LOAD-PARA.
           OPEN INPUT CLAIMFILE
           IF WS-CC-FS NOT = 00
               DISPLAY 'COMP-OFF CLAIM FILE OPEN FAILED, FILE STATUS - '
                   WS-CC-FS
               CLOSE COMPSTMT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CC-FS NOT = 00
               READ CLAIMFILE
               END-READ
               IF WS-CC-FS NOT = 10
                   IF WS-CC-COUNT < 500
                       ADD 1 TO WS-CC-COUNT
                       MOVE CC-EMP    TO WS-CCT-EMP(WS-CC-COUNT)
                       MOVE CC-DATE   TO WS-CCT-DATE(WS-CC-COUNT)
                       MOVE CC-REASON TO WS-CCT-REASON(WS-CC-COUNT)
                       MOVE CC-STATUS TO WS-CCT-STATUS(WS-CC-COUNT)
                   ELSE
      * The claim file is rewritten from the table - refuse the
      * run rather than lose the claims past it
                       DISPLAY 'CLAIM TABLE FULL - NO CREDITS POSTED '
                           'THIS RUN'
                       CLOSE CLAIMFILE
                       CLOSE COMPSTMT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CLAIMFILE.
       3000-CLAIM-PARA.
           IF WS-CCT-STATUS(WS-CCX) NOT = SPACE
               GO TO 3099-CLAIM-EXIT
           END-IF
           MOVE '8' TO WS-DV-FUNC
           MOVE WS-CCT-DATE(WS-CCX) TO WS-DV-IN
           CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
               WS-DV-OUT
           IF NOT WS-DV-VALID
               MOVE 'DATE WORKED INVALID' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           MOVE WS-DV-OUT TO WS-WORK-DATE
           IF WS-WORK-DATE > WS-RUN-DATE
               MOVE 'DATE WORKED IN THE FUTURE' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           MOVE ZERO TO WS-MATCH-EX
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EM-COUNT OR WS-MATCH-EX NOT = ZERO
               IF WS-EMT-ID(WS-EX) = WS-CCT-EMP(WS-CCX)
                   MOVE WS-EX TO WS-MATCH-EX
               END-IF
           END-PERFORM
           IF WS-MATCH-EX = ZERO
               MOVE 'NOT ON THE MASTER' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           IF WS-EMT-HIREDT(WS-MATCH-EX) IS NUMERIC
               AND WS-CCT-DATE(WS-CCX) < WS-EMT-HIREDT(WS-MATCH-EX)
               MOVE 'DATE WORKED BEFORE HIRE DATE' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           IF WS-EMT-STATUS(WS-MATCH-EX) = 'S'
               MOVE 'EMPLOYEE SEPARATED' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           MOVE ZERO TO WS-MATCH-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAL-COUNT OR WS-MATCH-CX NOT = ZERO
               IF WS-CT-DATE(WS-CX) = WS-WORK-DATE
                   MOVE WS-CX TO WS-MATCH-CX
               END-IF
           END-PERFORM
           IF WS-MATCH-CX = ZERO
               MOVE 'DATE NOT ON THE CALENDAR' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           EVALUATE WS-CT-CLASS(WS-MATCH-CX)
               WHEN 'E'
               WHEN 'F'
                   MOVE 1.0 TO WS-CREDIT
               WHEN 'H'
                   MOVE 0.5 TO WS-CREDIT
               WHEN OTHER
                   MOVE 'WORKING DAY - NO CREDIT' TO WS-REJ-REASON
                   GO TO 3090-REJECT
           END-EVALUATE
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-CL-COUNT OR WS-DUP-CLAIM
               IF WS-CLT-EMP(WS-LX) = WS-CCT-EMP(WS-CCX)
                   AND WS-CLT-DATE(WS-LX) = WS-WORK-DATE
                   MOVE 'Y' TO WS-DUP-SW
               END-IF
           END-PERFORM
           IF WS-DUP-CLAIM
               MOVE 'ALREADY CREDITED FOR THIS DATE' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           PERFORM 3200-EXPIRY-PARA
           IF WS-EXP-DATE < WS-RUN-DATE
               MOVE 'CLAIMED AFTER EXPIRY' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           IF WS-CL-COUNT NOT < 3000
               MOVE 'COMP-OFF LEDGER FULL' TO WS-REJ-REASON
               GO TO 3090-REJECT
           END-IF
           MOVE ZERO TO WS-MATCH-BX
           PERFORM VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BAL-COUNT OR WS-MATCH-BX NOT = ZERO
               IF WS-BAL-ID(WS-BX) = WS-CCT-EMP(WS-CCX)
                   AND WS-BAL-TYPE(WS-BX) = WS-CO-TYPE
                   MOVE WS-BX TO WS-MATCH-BX
               END-IF
           END-PERFORM
           IF WS-MATCH-BX = ZERO
               IF WS-BAL-COUNT < 999
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-MATCH-BX
                   MOVE WS-CCT-EMP(WS-CCX) TO WS-BAL-ID(WS-MATCH-BX)
                   MOVE WS-CO-TYPE TO WS-BAL-TYPE(WS-MATCH-BX)
                   MOVE ZERO TO WS-BAL-ENT(WS-MATCH-BX)
                   MOVE ZERO TO WS-BAL-TAKEN(WS-MATCH-BX)
               ELSE
                   MOVE 'BALANCE TABLE FULL' TO WS-REJ-REASON
                   GO TO 3090-REJECT
               END-IF
           END-IF
           ADD WS-CREDIT TO WS-BAL-ENT(WS-MATCH-BX)
           MOVE 'Y' TO WS-BAL-CHG-SW
           MOVE WS-CCT-EMP(WS-CCX) TO WS-CLT-EMP(WS-CL-COUNT + 1)
           MOVE WS-WORK-DATE TO WS-CLT-DATE(WS-CL-COUNT + 1)
           PERFORM 1450-SLOT-PARA
           MOVE WS-CREDIT   TO WS-CLT-DAYS(WS-INS-LX)
           MOVE WS-EXP-DATE TO WS-CLT-EXPIRY(WS-INS-LX)
           MOVE 'O'         TO WS-CLT-STATUS(WS-INS-LX)
           MOVE ZERO        TO WS-CLT-LAPSED(WS-INS-LX)
           MOVE 'Y' TO WS-CL-CHG-SW
           MOVE 'A' TO WS-CCT-STATUS(WS-CCX)
           ADD 1 TO WS-POSTED
           MOVE WS-CREDIT TO WS-DAYS-DISP
           MOVE WS-BAL-ENT(WS-MATCH-BX) TO WS-BAL-DISP
           MOVE SPACES TO ST-LINE
           STRING '  ' WS-CCT-EMP(WS-CCX) ' '
               WS-EMT-NAME(WS-MATCH-EX) ' ' WS-WORK-DATE
               ' ' WS-CT-CLASS(WS-MATCH-CX) ' ' WS-DAYS-DISP
               ' DAY  EXPIRES ' WS-EXP-DATE '  ENT ' WS-BAL-DISP
               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE
           GO TO 3099-CLAIM-EXIT.
       3090-REJECT.
           ADD 1 TO WS-REJECTED
           MOVE 'R' TO WS-CCT-STATUS(WS-CCX)
           DISPLAY 'COMP-OFF CLAIM FOR ' WS-CCT-EMP(WS-CCX) ' ON '
               WS-CCT-DATE(WS-CCX) ' REJECTED - ' WS-REJ-REASON
           MOVE SPACES TO ST-LINE
           STRING '  ' WS-CCT-EMP(WS-CCX) ' WORKED '
               WS-CCT-DATE(WS-CCX) ' REJECTED - ' WS-REJ-REASON
               DELIMITED BY SIZE INTO ST-LINE
           WRITE ST-LINE.
       3099-CLAIM-EXIT.
           EXIT.
       3200-EXPIRY-PARA.
      * Same day of the month, COMPOFF_EXPIRY months on; a day the
      * target month does not have falls back to its last day
           MOVE WS-WORK-DATE TO WS-EXP-DATE
           COMPUTE WS-ADD-MM = WS-EXP-MM + WS-EXP-MONTHS
           PERFORM UNTIL WS-ADD-MM NOT > 12
               SUBTRACT 12 FROM WS-ADD-MM
               ADD 1 TO WS-EXP-YYYY
           END-PERFORM
           MOVE WS-ADD-MM TO WS-EXP-MM
           MOVE '8' TO WS-DV-FUNC
           MOVE WS-EXP-DATE TO WS-DV-IN
           CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
               WS-DV-OUT
           PERFORM UNTIL WS-DV-VALID OR WS-EXP-DD NOT > 28
               SUBTRACT 1 FROM WS-EXP-DD
               MOVE WS-EXP-DATE TO WS-DV-IN
               CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
                   WS-DV-OUT
           END-PERFORM.
       4000-LAPSE-PARA.
      * Days taken on the comp-off row are set against the credits
      * oldest first; an expired credit lapses whatever of it they
      * did not use. Credits already lapsed keep the part that was
      * used when they lapsed.
           IF WS-BAL-TYPE(WS-BX) = WS-CO-TYPE
               MOVE WS-BAL-TAKEN(WS-BX) TO WS-REMAIN
               PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-CL-COUNT
                   IF WS-CLT-EMP(WS-LX) = WS-BAL-ID(WS-BX)
                       PERFORM 4100-CREDIT-PARA
                   END-IF
               END-PERFORM
           END-IF.
       4100-CREDIT-PARA.
           IF WS-CLT-STATUS(WS-LX) = 'L'
               COMPUTE WS-USED = WS-CLT-DAYS(WS-LX)
                   - WS-CLT-LAPSED(WS-LX)
           ELSE
               MOVE WS-CLT-DAYS(WS-LX) TO WS-USED
           END-IF
           IF WS-USED > WS-REMAIN
               MOVE WS-REMAIN TO WS-USED
           END-IF
           SUBTRACT WS-USED FROM WS-REMAIN
           IF WS-CLT-STATUS(WS-LX) NOT = 'L'
               AND WS-CLT-EXPIRY(WS-LX) < WS-RUN-DATE
               COMPUTE WS-LAPSE = WS-CLT-DAYS(WS-LX) - WS-USED
               COMPUTE WS-FREE = WS-BAL-ENT(WS-BX)
                   - WS-BAL-TAKEN(WS-BX)
               IF WS-LAPSE > WS-FREE
                   MOVE WS-FREE TO WS-LAPSE
               END-IF
               MOVE 'L' TO WS-CLT-STATUS(WS-LX)
               MOVE WS-LAPSE TO WS-CLT-LAPSED(WS-LX)
               MOVE 'Y' TO WS-CL-CHG-SW
               IF WS-LAPSE > ZERO
                   SUBTRACT WS-LAPSE FROM WS-BAL-ENT(WS-BX)
                   MOVE 'Y' TO WS-BAL-CHG-SW
                   ADD 1 TO WS-LAPSE-CNT
                   MOVE WS-LAPSE TO WS-DAYS-DISP
                   MOVE WS-BAL-ENT(WS-BX) TO WS-BAL-DISP
                   MOVE SPACES TO ST-LINE
                   STRING '  ' WS-CLT-EMP(WS-LX) ' WORKED '
                       WS-CLT-DATE(WS-LX) '  EXPIRED '
                       WS-CLT-EXPIRY(WS-LX) '  ' WS-DAYS-DISP
                       ' DAY UNUSED - LAPSED  ENT ' WS-BAL-DISP
                       DELIMITED BY SIZE INTO ST-LINE
                   WRITE ST-LINE
               END-IF
           END-IF.
       5000-SAVE-PARA.
      * Decided claims go to the history, pending ones stay
           OPEN EXTEND CLAIMHIST
           IF WS-CH-FS = 05 OR WS-CH-FS = 35
               CLOSE CLAIMHIST
               OPEN OUTPUT CLAIMHIST
           END-IF
           IF WS-CH-FS = 00
               MOVE 'Y' TO WS-CH-OPEN-SW
           ELSE
               DISPLAY 'CLAIM HISTORY OPEN FAILED, FILE STATUS - '
                   WS-CH-FS ' - DECIDED CLAIMS KEPT ON THE CLAIM FILE'
           END-IF
           OPEN OUTPUT CLAIMFILE
           PERFORM VARYING WS-CCX FROM 1 BY 1
               UNTIL WS-CCX > WS-CC-COUNT
               MOVE SPACES TO CC-REC
               MOVE WS-CCT-EMP(WS-CCX)    TO CC-EMP
               MOVE WS-CCT-DATE(WS-CCX)   TO CC-DATE
               MOVE WS-CCT-REASON(WS-CCX) TO CC-REASON
               MOVE WS-CCT-STATUS(WS-CCX) TO CC-STATUS
               IF WS-CH-OPEN AND CC-STATUS NOT = SPACE
                   MOVE CC-REC TO CH-REC
                   WRITE CH-REC
                   ADD 1 TO WS-CC-HIST
               ELSE
                   WRITE CC-REC
                   ADD 1 TO WS-CC-KEPT
               END-IF
           END-PERFORM
           CLOSE CLAIMFILE
           IF WS-CH-OPEN
               CLOSE CLAIMHIST
           END-IF
           DISPLAY 'CLAIMS TO HISTORY: ' WS-CC-HIST
               '  PENDING: ' WS-CC-KEPT
           IF WS-CL-CHANGED
               OPEN OUTPUT LEDGER
               PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-CL-COUNT
                   MOVE SPACES TO CL-REC
                   MOVE WS-CLT-EMP(WS-LX)    TO CL-EMP
                   MOVE WS-CLT-DATE(WS-LX)   TO CL-DATE
                   MOVE WS-CLT-DAYS(WS-LX)   TO CL-DAYS
                   MOVE WS-CLT-EXPIRY(WS-LX) TO CL-EXPIRY
                   MOVE WS-CLT-STATUS(WS-LX) TO CL-STATUS
                   MOVE WS-CLT-LAPSED(WS-LX) TO CL-LAPSED
                   WRITE CL-REC
               END-PERFORM
               CLOSE LEDGER
           END-IF
           IF WS-BAL-CHANGED
               OPEN OUTPUT LEAVEBAL
               PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BAL-COUNT
                   MOVE SPACES TO LB-REC
                   MOVE WS-BAL-ID(WS-BX)    TO LB-ID
                   MOVE WS-BAL-TYPE(WS-BX)  TO LB-TYPE
                   MOVE WS-BAL-ENT(WS-BX)   TO LB-ENT
                   MOVE WS-BAL-TAKEN(WS-BX) TO LB-TAKEN
                   WRITE LB-REC
               END-PERFORM
               CLOSE LEAVEBAL
           END-IF.
       END PROGRAM COMPOFF.
