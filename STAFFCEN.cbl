      ******************************************************************
      * Program : STAFFCEN
      * Purpose : Annual staff census return to the education
      *           department, replacing the return the office built
      *           by hand from EMPLIST and EMPSRVC printouts. One
      *           fixed-column transmission file:
      *             H school code, census year, as-at date, run date
      *             D one per department - staff in post at the
      *               as-at date, counted into age bands off EMP-DOB
      *               and service bands off EMP-HIREDT, then the
      *               year's movements: new joiners and leavers off
      *               the EMPMAST audit trail, transfers in and out
      *               off the DEPTXFER assignment history
      *             T department count, total headcount, joiners,
      *               leavers, and a hash total of the employee IDs
      *               counted in post
      *           Bands (completed years at the as-at date):
      *             age     under 25, 25-34, 35-44, 45-54, 55+
      *             service under 2, 2-4, 5-9, 10-19, 20+
      *           each with a sixth "not known" column for a
      *           missing or unusable date, so every band row adds
      *           back to the headcount. As in BOARDSUB the trailer
      *           is recomputed from the records written, and a
      *           file whose bands or totals do not tie is emptied
      *           and RETURN-CODE 12 set instead of being released.
      *           A printed summary goes to the census report.
      * Modification History:
      *   - Written new. CENSUS_YEAR picks the year (default the
      *     current one); the as-at date is 31 December of that
      *     year, or the run date while the year is still open.
      *     SCHOOL_CODE is the header school code (default SCH001),
      *     CENSUS_DSN the return (default census.txt) and
      *     CENSRPT_DSN the summary (default censrpt.txt). Staff
      *     transferred after the as-at date are counted in the
      *     department they were in on it; a separated employee
      *     whose EMP-LWD falls after it is still in post. The
      *     finished return is logged on the XMIT register.
      *     RETURN-CODE 4 when the audit trail or assignment
      *     history could not be read, or any date was not known.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFCEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSOUT ASSIGN TO WS-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-FS.
           SELECT CENSRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT ASGHIST ASSIGN TO WS-AH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AH-FS.
           SELECT EMPAUDIT-FILE ASSIGN TO WS-EMPAUD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPAUD-STAT.
           SELECT DEPTREF ASSIGN TO WS-DR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           COPY XMITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD CENSOUT.
       01 OUT-REC PIC X(80).
       FD CENSRPT.
       01 RPT-LINE PIC X(80).
       FD ASGHIST.
       01 AH-REC.
           05 AH-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 AH-FROM   PIC X(3).
           05 FILLER    PIC X.
           05 AH-TO     PIC X(3).
           05 FILLER    PIC X.
           05 AH-EFFDT  PIC 9(8).
           05 FILLER    PIC X.
           05 AH-APPDT  PIC 9(8).
           05 FILLER    PIC X.
           05 AH-REASON PIC X(30).
       FD EMPAUDIT-FILE.
       01 EMPAUD-REC.
           05 AUD-TS     PIC X(19).
           05 FILLER     PIC X.
           05 AUD-ACTION PIC X.
           05 FILLER     PIC X.
           05 AUD-ID     PIC 9(5).
           05 AUD-TAG-B  PIC X(2).
           05 AUD-BEFORE PIC X(62).
           05 AUD-TAG-A  PIC X(2).
           05 AUD-AFTER  PIC X(62).
           05 FILLER     PIC X.
           05 AUD-OPER   PIC X(10).
       FD DEPTREF.
       01 DEPT-REC.
           05 DEPT-CODE   PIC XXX.
           05 FILLER      PIC X.
           05 DEPT-NAME   PIC X(20).
           05 FILLER      PIC X.
           05 DEPT-ACTIVE PIC X.
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
       COPY XMITFD.
       WORKING-STORAGE SECTION.
       COPY XMITDAT.
       77 WS-OUT-FS   PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-AH-FS    PIC 99.
       77 WS-EMPAUD-STAT PIC 99.
       77 WS-DR-FS    PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-OUT-DSN  PIC X(100) VALUE 'census.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'censrpt.txt'.
       77 WS-AH-DSN   PIC X(100) VALUE 'asghist.txt'.
       77 WS-EMPAUD-DSN PIC X(100) VALUE 'empaudit.txt'.
       77 WS-DR-DSN   PIC X(100) VALUE 'deptref.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-SCHOOL   PIC X(6) VALUE 'SCH001'.
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-YEAR     PIC 9(4) VALUE ZERO.
       77 WS-YEAR-START PIC 9(8) VALUE ZERO.
       77 WS-ASAT     PIC 9(8) VALUE ZERO.
       77 WS-EVENT-DT PIC 9(8) VALUE ZERO.
       77 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       77 WS-AGE      PIC 999 VALUE ZERO.
       77 WS-BAND     PIC 9 VALUE ZERO.
       77 WS-BX       PIC 9 VALUE ZERO.
       77 WS-CUR-DEPT PIC XXX.
       77 WS-UNKNOWN-CNT PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-SW PIC X VALUE 'N'.
           88 WS-AUDIT-READ VALUE 'Y'.
       01 WS-HIST-SW  PIC X VALUE 'N'.
           88 WS-HIST-READ VALUE 'Y'.
      * Everyone on the master, in post or not; WS-EMT-DEPT is moved
      * back to the department held at the as-at date when a later
      * transfer is found on the assignment history
       77 WS-EM-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-EX        PIC 9(4) VALUE ZERO.
       77 WS-MATCH-EX  PIC 9(4) VALUE ZERO.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 1000 TIMES.
               10 WS-EMT-ID     PIC 9(5).
               10 WS-EMT-DEPT   PIC XXX.
               10 WS-EMT-DOB    PIC X(8).
               10 WS-EMT-HIRE   PIC X(8).
               10 WS-EMT-STATUS PIC X.
               10 WS-EMT-LWD    PIC X(8).
               10 WS-EMT-XFDT   PIC 9(8).
      * Department tallies, kept in code order for the return
       77 WS-DC-COUNT  PIC 99 VALUE ZERO.
       77 WS-DCX       PIC 99 VALUE ZERO.
       77 WS-INS-DCX   PIC 99 VALUE ZERO.
       77 WS-MATCH-DCX PIC 99 VALUE ZERO.
       01 WS-SLOT-SW   PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01 WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 50 TIMES.
               10 WS-DC-CODE  PIC XXX.
               10 WS-DC-HEAD  PIC 9(4).
               10 WS-DC-AGE   PIC 9(4) OCCURS 6 TIMES.
               10 WS-DC-SVC   PIC 9(4) OCCURS 6 TIMES.
               10 WS-DC-NEW   PIC 9(4).
               10 WS-DC-XIN   PIC 9(4).
               10 WS-DC-LEFT  PIC 9(4).
               10 WS-DC-XOUT  PIC 9(4).
       77 WS-DEPT-COUNT PIC 99 VALUE ZERO.
       77 WS-DX         PIC 99 VALUE ZERO.
       77 WS-MATCH-DX   PIC 99 VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-CODE  PIC XXX.
               10 WS-DT-NAME  PIC X(20).
      * Totals from the counting pass and from the records written
       77 WS-HEAD-TOT  PIC 9(6) VALUE ZERO.
       77 WS-NEW-TOT   PIC 9(6) VALUE ZERO.
       77 WS-LEFT-TOT  PIC 9(6) VALUE ZERO.
       77 WS-XIN-TOT   PIC 9(6) VALUE ZERO.
       77 WS-XOUT-TOT  PIC 9(6) VALUE ZERO.
       77 WS-HASH      PIC 9(10) VALUE ZERO.
       77 WS-WR-D      PIC 9(4) VALUE ZERO.
       77 WS-WR-HEAD   PIC 9(6) VALUE ZERO.
       77 WS-WR-NEW    PIC 9(6) VALUE ZERO.
       77 WS-WR-LEFT   PIC 9(6) VALUE ZERO.
       77 WS-BAND-SUM  PIC 9(6) VALUE ZERO.
       77 WS-TIE-ERRS  PIC 9(4) VALUE ZERO.
       01 WS-AGE-TOT-TABLE.
           05 WS-AGE-TOT PIC 9(6) OCCURS 6 TIMES.
       01 WS-SVC-TOT-TABLE.
           05 WS-SVC-TOT PIC 9(6) OCCURS 6 TIMES.
       01 WS-HDR-REC.
           05 FILLER     PIC X VALUE 'H'.
           05 HDR-SCHOOL PIC X(6).
           05 HDR-YEAR   PIC 9(4).
           05 HDR-ASAT   PIC 9(8).
           05 HDR-RUNDT  PIC 9(8).
       01 WS-D-REC.
           05 FILLER    PIC X VALUE 'D'.
           05 D-DEPT    PIC XXX.
           05 D-HEAD    PIC 9(4).
           05 D-AGE     PIC 9(4) OCCURS 6 TIMES.
           05 D-SVC     PIC 9(4) OCCURS 6 TIMES.
           05 D-NEW     PIC 9(4).
           05 D-XIN     PIC 9(4).
           05 D-LEFT    PIC 9(4).
           05 D-XOUT    PIC 9(4).
       01 WS-T-REC.
           05 FILLER    PIC X VALUE 'T'.
           05 T-D-CNT   PIC 9(4).
           05 T-HEAD    PIC 9(6).
           05 T-NEW     PIC 9(6).
           05 T-LEFT    PIC 9(6).
           05 T-HASH    PIC 9(10).
       01 WS-BAND-LINE.
           05 BL-LABEL  PIC X(10).
           05 BL-CELL   OCCURS 6 TIMES.
               10 FILLER  PIC X(4).
               10 BL-CNT  PIC ZZZZ9.
       01 WS-DEPT-LINE.
           05 DL-CODE   PIC XXX.
           05 FILLER    PIC X.
           05 DL-NAME   PIC X(20).
           05 DL-HEAD   PIC ZZZZ9.
           05 FILLER    PIC XX.
           05 DL-NEW    PIC ZZZZ9.
           05 FILLER    PIC XX.
           05 DL-XIN    PIC ZZZZ9.
           05 FILLER    PIC XX.
           05 DL-LEFT   PIC ZZZZ9.
           05 FILLER    PIC XX.
           05 DL-XOUT   PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-EMPMAST-PARA
           PERFORM 1200-DEPTREF-PARA
      * The history pass runs before the headcount so that anyone
      * transferred after the as-at date is counted where they were
           PERFORM 2000-HISTORY-PARA
           PERFORM 3000-AUDIT-PARA
           PERFORM 4000-HEADCOUNT-PARA THRU 4000-HEADCOUNT-EXIT
               VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EM-COUNT
           IF WS-DC-COUNT = ZERO
               DISPLAY 'NO STAFF OR MOVEMENTS FOR ' WS-YEAR
                   ' - NO RETURN BUILT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-WRITE-PARA
           PERFORM 6000-VERIFY-PARA
           IF RETURN-CODE = ZERO
               PERFORM 7000-SUMMARY-PARA THRU 7000-SUMMARY-EXIT
               IF NOT WS-AUDIT-READ OR NOT WS-HIST-READ
                   OR WS-UNKNOWN-CNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'CENSUS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OUT-DSN FROM ENVIRONMENT-VALUE
           IF WS-OUT-DSN = SPACES
               MOVE 'census.txt' TO WS-OUT-DSN
           END-IF
           MOVE 'CENSRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'censrpt.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'ASGHIST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AH-DSN FROM ENVIRONMENT-VALUE
           IF WS-AH-DSN = SPACES
               MOVE 'asghist.txt' TO WS-AH-DSN
           END-IF
           MOVE 'EMPAUDIT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPAUD-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPAUD-DSN = SPACES
               MOVE 'empaudit.txt' TO WS-EMPAUD-DSN
           END-IF
           MOVE 'DEPTREF_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DR-DSN FROM ENVIRONMENT-VALUE
           IF WS-DR-DSN = SPACES
               MOVE 'deptref.txt' TO WS-DR-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'SCHOOL_CODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SCHOOL FROM ENVIRONMENT-VALUE
           IF WS-SCHOOL = SPACES
               MOVE 'SCH001' TO WS-SCHOOL
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE WS-CURR-DT(1:4) TO WS-YEAR
           MOVE SPACES TO WS-PARM-IN
           MOVE 'CENSUS_YEAR' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 1900
                   AND FUNCTION NUMVAL(WS-PARM-IN) NOT > WS-YEAR
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-YEAR
               ELSE
                   DISPLAY 'INVALID CENSUS_YEAR, USING DEFAULT - '
                       WS-YEAR
               END-IF
           END-IF
           COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 0101
           COMPUTE WS-ASAT = WS-YEAR * 10000 + 1231
           IF WS-ASAT > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-ASAT
           END-IF
           PERFORM XMIT-ENV-PARA.
       1100-EMPMAST-PARA.
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - '
                   WS-EM-STAT
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
                       MOVE EMP-DOB    TO WS-EMT-DOB(WS-EM-COUNT)
                       MOVE EMP-HIREDT TO WS-EMT-HIRE(WS-EM-COUNT)
                       MOVE EMP-STATUS TO WS-EMT-STATUS(WS-EM-COUNT)
                       MOVE EMP-LWD    TO WS-EMT-LWD(WS-EM-COUNT)
                       MOVE 99999999   TO WS-EMT-XFDT(WS-EM-COUNT)
                   ELSE
                       DISPLAY 'EMPLOYEE TABLE FULL, SKIPPING '
                           EMP-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE.
       1200-DEPTREF-PARA.
           OPEN INPUT DEPTREF
           IF WS-DR-FS = 00
               PERFORM UNTIL WS-DR-FS NOT = 00
                   READ DEPTREF
                   END-READ
                   IF WS-DR-FS NOT = 10
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-CODE
                               TO WS-DT-CODE(WS-DEPT-COUNT)
                           MOVE DEPT-NAME
                               TO WS-DT-NAME(WS-DEPT-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPTREF
           END-IF.
       2000-HISTORY-PARA.
           OPEN INPUT ASGHIST
           IF WS-AH-FS NOT = 00
               DISPLAY 'ASSIGNMENT HISTORY NOT AVAILABLE, FILE STATUS'
                   ' - ' WS-AH-FS ' - NO TRANSFERS COUNTED'
           ELSE
               MOVE 'Y' TO WS-HIST-SW
               PERFORM UNTIL WS-AH-FS NOT = 00
                   READ ASGHIST
                   END-READ
                   IF WS-AH-FS NOT = 10
                       PERFORM 2100-TRANSFER-PARA
                   END-IF
               END-PERFORM
               CLOSE ASGHIST
           END-IF.
       2100-TRANSFER-PARA.
           IF AH-EFFDT NOT < WS-YEAR-START AND AH-EFFDT NOT > WS-ASAT
               MOVE AH-FROM TO WS-CUR-DEPT
               PERFORM 8000-FIND-DEPT-PARA
               IF WS-MATCH-DCX NOT = ZERO
                   ADD 1 TO WS-DC-XOUT(WS-MATCH-DCX)
               END-IF
               MOVE AH-TO TO WS-CUR-DEPT
               PERFORM 8000-FIND-DEPT-PARA
               IF WS-MATCH-DCX NOT = ZERO
                   ADD 1 TO WS-DC-XIN(WS-MATCH-DCX)
               END-IF
           END-IF
      * The first move after the as-at date says where they were
           IF AH-EFFDT > WS-ASAT
               MOVE ZERO TO WS-MATCH-EX
               PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EM-COUNT OR WS-MATCH-EX NOT = ZERO
                   IF WS-EMT-ID(WS-EX) = AH-EMP
                       MOVE WS-EX TO WS-MATCH-EX
                   END-IF
               END-PERFORM
               IF WS-MATCH-EX NOT = ZERO
                   IF AH-EFFDT < WS-EMT-XFDT(WS-MATCH-EX)
                       MOVE AH-EFFDT TO WS-EMT-XFDT(WS-MATCH-EX)
                       MOVE AH-FROM TO WS-EMT-DEPT(WS-MATCH-EX)
                   END-IF
               END-IF
           END-IF.
       3000-AUDIT-PARA.
           OPEN INPUT EMPAUDIT-FILE
           IF WS-EMPAUD-STAT NOT = 00
               DISPLAY 'EMPMAST AUDIT TRAIL NOT AVAILABLE, FILE '
                   'STATUS - ' WS-EMPAUD-STAT
                   ' - NO JOINERS OR LEAVERS COUNTED'
           ELSE
               MOVE 'Y' TO WS-AUDIT-SW
               PERFORM UNTIL WS-EMPAUD-STAT NOT = 00
                   READ EMPAUDIT-FILE
                   END-READ
                   IF WS-EMPAUD-STAT NOT = 10
                       PERFORM 3100-MOVEMENT-PARA
                   END-IF
               END-PERFORM
               CLOSE EMPAUDIT-FILE
           END-IF.
       3100-MOVEMENT-PARA.
      * Joiners date from the hire date on the added record, leavers
      * from the last working day EMPSEPR stamps; the audit
      * timestamp stands in when the record carries no usable date.
      * Deleting an already-separated record is not a second leaver.
           MOVE ZERO TO WS-EVENT-DT
           MOVE SPACES TO WS-PARM-IN
           STRING AUD-TS(1:4) AUD-TS(6:2) AUD-TS(9:2)
               DELIMITED BY SIZE INTO WS-PARM-IN
           IF WS-PARM-IN(1:8) IS NUMERIC
               MOVE WS-PARM-IN(1:8) TO WS-EVENT-DT
           END-IF
           EVALUATE TRUE
               WHEN AUD-ACTION = 'A'
                   IF AUD-AFTER(37:8) IS NUMERIC
                       MOVE AUD-AFTER(37:8) TO WS-EVENT-DT
                   END-IF
                   MOVE AUD-AFTER(6:3) TO WS-CUR-DEPT
               WHEN AUD-ACTION = 'S'
                   IF AUD-AFTER(55:8) IS NUMERIC
                       MOVE AUD-AFTER(55:8) TO WS-EVENT-DT
                   END-IF
                   MOVE AUD-BEFORE(6:3) TO WS-CUR-DEPT
               WHEN AUD-ACTION = 'D' AND AUD-BEFORE(54:1) NOT = 'S'
                   MOVE AUD-BEFORE(6:3) TO WS-CUR-DEPT
               WHEN OTHER
                   MOVE ZERO TO WS-EVENT-DT
           END-EVALUATE
           IF WS-EVENT-DT NOT < WS-YEAR-START
               AND WS-EVENT-DT NOT > WS-ASAT
               PERFORM 8000-FIND-DEPT-PARA
               IF WS-MATCH-DCX NOT = ZERO
                   IF AUD-ACTION = 'A'
                       ADD 1 TO WS-DC-NEW(WS-MATCH-DCX)
                   ELSE
                       ADD 1 TO WS-DC-LEFT(WS-MATCH-DCX)
                   END-IF
               END-IF
           END-IF.
       4000-HEADCOUNT-PARA.
      * In post at the as-at date: hired on or before it, and not
      * separated - or separated with a last day after it
           IF WS-EMT-HIRE(WS-EX) IS NUMERIC
               MOVE WS-EMT-HIRE(WS-EX) TO WS-DATE-NUM
               IF WS-DATE-NUM > WS-ASAT
                   GO TO 4000-HEADCOUNT-EXIT
               END-IF
           END-IF
           IF WS-EMT-STATUS(WS-EX) = 'S'
               IF WS-EMT-LWD(WS-EX) IS NOT NUMERIC
                   GO TO 4000-HEADCOUNT-EXIT
               END-IF
               MOVE WS-EMT-LWD(WS-EX) TO WS-DATE-NUM
               IF WS-DATE-NUM NOT > WS-ASAT
                   GO TO 4000-HEADCOUNT-EXIT
               END-IF
           END-IF
           MOVE WS-EMT-DEPT(WS-EX) TO WS-CUR-DEPT
           PERFORM 8000-FIND-DEPT-PARA
           IF WS-MATCH-DCX = ZERO
               GO TO 4000-HEADCOUNT-EXIT
           END-IF
           ADD 1 TO WS-DC-HEAD(WS-MATCH-DCX)
           ADD WS-EMT-ID(WS-EX) TO WS-HASH
      * Age band
           MOVE 6 TO WS-BAND
           IF WS-EMT-DOB(WS-EX) IS NUMERIC
               MOVE WS-EMT-DOB(WS-EX) TO WS-DATE-NUM
               IF WS-DATE-NUM < WS-ASAT
                   COMPUTE WS-AGE = (WS-ASAT - WS-DATE-NUM) / 10000
                   EVALUATE TRUE
                       WHEN WS-AGE < 25 MOVE 1 TO WS-BAND
                       WHEN WS-AGE < 35 MOVE 2 TO WS-BAND
                       WHEN WS-AGE < 45 MOVE 3 TO WS-BAND
                       WHEN WS-AGE < 55 MOVE 4 TO WS-BAND
                       WHEN OTHER       MOVE 5 TO WS-BAND
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-BAND = 6
               ADD 1 TO WS-UNKNOWN-CNT
               DISPLAY 'NO USABLE DATE OF BIRTH FOR ' WS-EMT-ID(WS-EX)
                   ' - COUNTED AS NOT KNOWN'
           END-IF
           ADD 1 TO WS-DC-AGE(WS-MATCH-DCX WS-BAND)
      * Service band
           MOVE 6 TO WS-BAND
           IF WS-EMT-HIRE(WS-EX) IS NUMERIC
               MOVE WS-EMT-HIRE(WS-EX) TO WS-DATE-NUM
               COMPUTE WS-AGE = (WS-ASAT - WS-DATE-NUM) / 10000
               EVALUATE TRUE
                   WHEN WS-AGE < 2  MOVE 1 TO WS-BAND
                   WHEN WS-AGE < 5  MOVE 2 TO WS-BAND
                   WHEN WS-AGE < 10 MOVE 3 TO WS-BAND
                   WHEN WS-AGE < 20 MOVE 4 TO WS-BAND
                   WHEN OTHER       MOVE 5 TO WS-BAND
               END-EVALUATE
           END-IF
           IF WS-BAND = 6
               ADD 1 TO WS-UNKNOWN-CNT
               DISPLAY 'NO USABLE HIRE DATE FOR ' WS-EMT-ID(WS-EX)
                   ' - COUNTED AS NOT KNOWN'
           END-IF
           ADD 1 TO WS-DC-SVC(WS-MATCH-DCX WS-BAND).
       4000-HEADCOUNT-EXIT.
           EXIT.
       5000-WRITE-PARA.
           OPEN OUTPUT CENSOUT
           IF WS-OUT-FS NOT = 00
               DISPLAY 'RETURN FILE OPEN FAILED, FILE STATUS - '
                   WS-OUT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SCHOOL TO HDR-SCHOOL
           MOVE WS-YEAR TO HDR-YEAR
           MOVE WS-ASAT TO HDR-ASAT
           MOVE WS-RUN-DATE TO HDR-RUNDT
           MOVE SPACES TO OUT-REC
           MOVE WS-HDR-REC TO OUT-REC
           WRITE OUT-REC
           PERFORM VARYING WS-DCX FROM 1 BY 1
               UNTIL WS-DCX > WS-DC-COUNT
               MOVE WS-DC-CODE(WS-DCX) TO D-DEPT
               MOVE WS-DC-HEAD(WS-DCX) TO D-HEAD
               PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
                   MOVE WS-DC-AGE(WS-DCX WS-BX) TO D-AGE(WS-BX)
                   MOVE WS-DC-SVC(WS-DCX WS-BX) TO D-SVC(WS-BX)
               END-PERFORM
               MOVE WS-DC-NEW(WS-DCX)  TO D-NEW
               MOVE WS-DC-XIN(WS-DCX)  TO D-XIN
               MOVE WS-DC-LEFT(WS-DCX) TO D-LEFT
               MOVE WS-DC-XOUT(WS-DCX) TO D-XOUT
               MOVE SPACES TO OUT-REC
               MOVE WS-D-REC TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-WR-D
               ADD WS-DC-HEAD(WS-DCX) TO WS-HEAD-TOT
               ADD WS-DC-NEW(WS-DCX)  TO WS-NEW-TOT
               ADD WS-DC-LEFT(WS-DCX) TO WS-LEFT-TOT
               ADD WS-DC-XIN(WS-DCX)  TO WS-XIN-TOT
               ADD WS-DC-XOUT(WS-DCX) TO WS-XOUT-TOT
           END-PERFORM
           CLOSE CENSOUT.
       6000-VERIFY-PARA.
      * Re-read what was written: every department's age and
      * service bands must add back to its headcount, and the
      * trailer is built from the records as read back
           MOVE ZERO TO WS-WR-HEAD WS-WR-NEW WS-WR-LEFT WS-TIE-ERRS
           MOVE ZERO TO WS-AGE-TOT-TABLE WS-SVC-TOT-TABLE
           OPEN INPUT CENSOUT
           PERFORM UNTIL WS-OUT-FS NOT = 00
               READ CENSOUT
               END-READ
               IF WS-OUT-FS = 00 AND OUT-REC(1:1) = 'D'
                   MOVE OUT-REC TO WS-D-REC
                   ADD D-HEAD TO WS-WR-HEAD
                   ADD D-NEW  TO WS-WR-NEW
                   ADD D-LEFT TO WS-WR-LEFT
                   MOVE ZERO TO WS-BAND-SUM
                   PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
                       ADD D-AGE(WS-BX) TO WS-BAND-SUM
                       ADD D-AGE(WS-BX) TO WS-AGE-TOT(WS-BX)
                       ADD D-SVC(WS-BX) TO WS-SVC-TOT(WS-BX)
                   END-PERFORM
                   IF WS-BAND-SUM NOT = D-HEAD
                       ADD 1 TO WS-TIE-ERRS
                   END-IF
                   MOVE ZERO TO WS-BAND-SUM
                   PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
                       ADD D-SVC(WS-BX) TO WS-BAND-SUM
                   END-PERFORM
                   IF WS-BAND-SUM NOT = D-HEAD
                       ADD 1 TO WS-TIE-ERRS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CENSOUT
           IF WS-TIE-ERRS NOT = ZERO OR WS-WR-HEAD NOT = WS-HEAD-TOT
               OR WS-WR-NEW NOT = WS-NEW-TOT
               OR WS-WR-LEFT NOT = WS-LEFT-TOT
               DISPLAY 'CENSUS RECORDS DO NOT TIE - HEADCOUNT '
                   WS-WR-HEAD ' AGAINST ' WS-HEAD-TOT ', '
                   WS-TIE-ERRS ' BAND ROWS OUT - RETURN NOT RELEASED'
               OPEN OUTPUT CENSOUT
               CLOSE CENSOUT
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND CENSOUT
               MOVE WS-WR-D TO T-D-CNT
               MOVE WS-WR-HEAD TO T-HEAD
               MOVE WS-WR-NEW TO T-NEW
               MOVE WS-WR-LEFT TO T-LEFT
               MOVE WS-HASH TO T-HASH
               MOVE SPACES TO OUT-REC
               MOVE WS-T-REC TO OUT-REC
               WRITE OUT-REC
               CLOSE CENSOUT
               DISPLAY 'STAFF CENSUS RETURN BUILT FOR ' WS-YEAR
                   ' - ' WS-WR-D ' DEPARTMENTS, HEADCOUNT '
                   WS-WR-HEAD ', ID HASH ' WS-HASH
               MOVE WS-OUT-DSN(1:30) TO WS-XMIT-FILE
               MOVE WS-WR-D TO WS-XMIT-COUNT
               MOVE WS-HASH TO WS-XMIT-SUM
               PERFORM XMIT-LOG-PARA
           END-IF.
       7000-SUMMARY-PARA.
           OPEN OUTPUT CENSRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'CENSUS REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               GO TO 7000-SUMMARY-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'STAFF CENSUS RETURN ' WS-YEAR '  SCHOOL '
               WS-SCHOOL '  AS AT ' WS-ASAT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'DEP NAME                STAFF'
               '    NEW  XF-IN   LEFT XF-OUT'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DCX FROM 1 BY 1
               UNTIL WS-DCX > WS-DC-COUNT
               MOVE SPACES TO WS-DEPT-LINE
               MOVE WS-DC-CODE(WS-DCX) TO DL-CODE
               MOVE ZERO TO WS-MATCH-DX
               PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-COUNT OR WS-MATCH-DX NOT = 0
                   IF WS-DT-CODE(WS-DX) = WS-DC-CODE(WS-DCX)
                       MOVE WS-DX TO WS-MATCH-DX
                   END-IF
               END-PERFORM
               IF WS-MATCH-DX = ZERO
                   MOVE '(NOT ON DEPTREF)' TO DL-NAME
               ELSE
                   MOVE WS-DT-NAME(WS-MATCH-DX) TO DL-NAME
               END-IF
               MOVE WS-DC-HEAD(WS-DCX) TO DL-HEAD
               MOVE WS-DC-NEW(WS-DCX)  TO DL-NEW
               MOVE WS-DC-XIN(WS-DCX)  TO DL-XIN
               MOVE WS-DC-LEFT(WS-DCX) TO DL-LEFT
               MOVE WS-DC-XOUT(WS-DCX) TO DL-XOUT
               MOVE WS-DEPT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-DEPT-LINE
           MOVE 'ALL DEPARTMENTS' TO DL-NAME
           MOVE WS-HEAD-TOT TO DL-HEAD
           MOVE WS-NEW-TOT  TO DL-NEW
           MOVE WS-XIN-TOT  TO DL-XIN
           MOVE WS-LEFT-TOT TO DL-LEFT
           MOVE WS-XOUT-TOT TO DL-XOUT
           MOVE WS-DEPT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '           UNDER 25    25-34    35-44'
               '    45-54      55+  NOT KNWN'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-BAND-LINE
           MOVE 'AGE' TO BL-LABEL
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
               MOVE WS-AGE-TOT(WS-BX) TO BL-CNT(WS-BX)
           END-PERFORM
           MOVE WS-BAND-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '            UNDER 2      2-4      5-9'
               '    10-19      20+  NOT KNWN'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-BAND-LINE
           MOVE 'SERVICE' TO BL-LABEL
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
               MOVE WS-SVC-TOT(WS-BX) TO BL-CNT(WS-BX)
           END-PERFORM
           MOVE WS-BAND-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RETURN ' WS-OUT-DSN(1:30) ' DEPARTMENTS ' WS-WR-D
               '  ID HASH ' WS-HASH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-AUDIT-READ
               MOVE SPACES TO RPT-LINE
               STRING 'AUDIT TRAIL NOT READ - '
                   'JOINERS AND LEAVERS NOT COUNTED'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF NOT WS-HIST-READ
               MOVE SPACES TO RPT-LINE
               STRING 'ASSIGNMENT HISTORY NOT READ - '
                   'TRANSFERS NOT COUNTED'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE CENSRPT.
       7000-SUMMARY-EXIT.
           EXIT.
       8000-FIND-DEPT-PARA.
      * WS-CUR-DEPT is current; add the department in code order on
      * first sight
           MOVE ZERO TO WS-MATCH-DCX
           PERFORM VARYING WS-DCX FROM 1 BY 1
               UNTIL WS-DCX > WS-DC-COUNT OR WS-MATCH-DCX NOT = ZERO
               IF WS-DC-CODE(WS-DCX) = WS-CUR-DEPT
                   MOVE WS-DCX TO WS-MATCH-DCX
               END-IF
           END-PERFORM
           IF WS-MATCH-DCX = ZERO AND WS-DC-COUNT < 50
               MOVE WS-DC-COUNT TO WS-INS-DCX
               MOVE 'N' TO WS-SLOT-SW
               PERFORM UNTIL WS-SLOT-FOUND
                   IF WS-INS-DCX = ZERO
                       MOVE 'Y' TO WS-SLOT-SW
                   ELSE
                       IF WS-DC-CODE(WS-INS-DCX) > WS-CUR-DEPT
                           MOVE WS-DC-ENTRY(WS-INS-DCX)
                               TO WS-DC-ENTRY(WS-INS-DCX + 1)
                           SUBTRACT 1 FROM WS-INS-DCX
                       ELSE
                           MOVE 'Y' TO WS-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-INS-DCX
               ADD 1 TO WS-DC-COUNT
               MOVE WS-INS-DCX TO WS-MATCH-DCX
               MOVE WS-CUR-DEPT TO WS-DC-CODE(WS-MATCH-DCX)
               MOVE ZERO TO WS-DC-HEAD(WS-MATCH-DCX)
                   WS-DC-NEW(WS-MATCH-DCX) WS-DC-XIN(WS-MATCH-DCX)
                   WS-DC-LEFT(WS-MATCH-DCX) WS-DC-XOUT(WS-MATCH-DCX)
               PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
                   MOVE ZERO TO WS-DC-AGE(WS-MATCH-DCX WS-BX)
                   MOVE ZERO TO WS-DC-SVC(WS-MATCH-DCX WS-BX)
               END-PERFORM
           END-IF
           IF WS-MATCH-DCX = ZERO
               DISPLAY 'DEPARTMENT TABLE FULL, NOT COUNTED - '
                   WS-CUR-DEPT
           END-IF.
       COPY XMITPARA.
       END PROGRAM STAFFCEN.
