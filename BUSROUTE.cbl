      ******************************************************************
      * Program : BUSROUTE
      * Purpose : School bus transport. Reads the route and stop
      *           master (ROUTEMST_DSN, default routemst.txt) - an R
      *           card per route (route, bus registration, seated
      *           capacity, driver) followed by S cards for its stops
      *           (route, stop number, stop name, pickup time HHMM,
      *           term fare from that stop) - and the student-to-stop
      *           assignment file (TRNSASG_DSN, default trnsasg.txt -
      *           STU-ID, route, stop). Each assignment is validated:
      *           the student must be enrolled on the indexed STUDMAST
      *           master, the route and stop must be on the master,
      *           and a student may ride one stop only. The roster
      *           (TRNSRPT_DSN, default busrost.txt) lists each bus's
      *           riders stop by stop in pickup order, flags a bus
      *           carrying more riders than seats, and lists the
      *           rejected assignments. Every accepted rider gets a
      *           transport charge for FEE_TERM at the stop's fare,
      *           due TRANSPORT_DUE (YYYYMMDD, default the run date),
      *           written to TRNSCHG_DSN (default trnschg.txt) for
      *           FEELEDGR's T mode to post to the fee balances - so
      *           transport dues show on the dues report and stop a
      *           hall ticket exactly like tuition. RETURN-CODE 4
      *           when a bus is over capacity or an assignment was
      *           rejected, 16 when the route master, assignment file
      *           or student master cannot be opened.
      * Modification History:
      *   - Written new. The route master uses the R/S card layout
      *     of the LAYOUTRG feed registry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSROUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTEMST ASSIGN TO WS-RM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RM-FS.
           SELECT TRNSASG ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT TRNSRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT TRNSCHG ASSIGN TO WS-TC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TC-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD ROUTEMST.
       01 RM-R-REC.
           05 RM-TYPE     PIC X.
               88 RM-ROUTE-CARD VALUE 'R'.
               88 RM-STOP-CARD  VALUE 'S'.
           05 FILLER      PIC X.
           05 RM-ROUTE    PIC X(4).
           05 FILLER      PIC X.
           05 RM-BUS      PIC X(10).
           05 FILLER      PIC X.
           05 RM-CAP      PIC 999.
           05 FILLER      PIC X.
           05 RM-DRIVER   PIC X(20).
       01 RM-S-REC.
           05 FILLER      PIC X.
           05 FILLER      PIC X.
           05 RS-ROUTE    PIC X(4).
           05 FILLER      PIC X.
           05 RS-STOP     PIC 99.
           05 FILLER      PIC X.
           05 RS-NAME     PIC X(20).
           05 FILLER      PIC X.
           05 RS-PICKUP   PIC 9(4).
           05 FILLER      PIC X.
           05 RS-FARE     PIC 9(5)V99.
       FD TRNSASG.
       01 TA-REC.
           05 TA-UID      PIC 9(5).
           05 FILLER      PIC X.
           05 TA-ROUTE    PIC X(4).
           05 FILLER      PIC X.
           05 TA-STOP     PIC 99.
      * Transport charge picked up by FEELEDGR mode T
       FD TRNSCHG.
       01 TC-REC.
           05 TC-UID      PIC 9(5).
           05 FILLER      PIC X.
           05 TC-TERM     PIC XX.
           05 FILLER      PIC X.
           05 TC-DUEDT    PIC 9(8).
           05 FILLER      PIC X.
           05 TC-AMT      PIC 9(5)V99.
           05 FILLER      PIC X.
           05 TC-ROUTE    PIC X(4).
       FD TRNSRPT.
       01 RPT-LINE PIC X(80).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
               88 SM-ENROLLED VALUE 'E'.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-RM-FS    PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-RPT-FS   PIC 99.
       77 WS-TC-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-RM-DSN   PIC X(100) VALUE 'routemst.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'trnsasg.txt'.
       77 WS-RPT-DSN  PIC X(100) VALUE 'busrost.txt'.
       77 WS-TC-DSN   PIC X(100) VALUE 'trnschg.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(10).
       77 WS-TERM     PIC XX VALUE 'T1'.
       77 WS-CURR-DT  PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       77 WS-RT-COUNT PIC 99 VALUE ZERO.
       77 WS-ST-COUNT PIC 999 VALUE ZERO.
       77 WS-AS-COUNT PIC 9(4) VALUE ZERO.
       77 WS-RX       PIC 99 VALUE ZERO.
       77 WS-SX       PIC 999 VALUE ZERO.
       77 WS-AX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-RX PIC 99 VALUE ZERO.
       77 WS-MATCH-SX PIC 999 VALUE ZERO.
       77 WS-MATCH-AX PIC 9(4) VALUE ZERO.
       77 WS-LOW-STOP PIC 99 VALUE ZERO.
       77 WS-LAST-STOP PIC 99 VALUE ZERO.
       77 WS-RIDERS   PIC 9(4) VALUE ZERO.
       77 WS-OVER-BY  PIC 9(4) VALUE ZERO.
       77 WS-OVER-CNT PIC 99 VALUE ZERO.
       77 WS-REJ-CNT  PIC 9(4) VALUE ZERO.
       77 WS-CHG-CNT  PIC 9(4) VALUE ZERO.
       77 WS-CHG-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-REJ-REASON PIC X(24).
       77 WS-FARE-DISP PIC Z(4)9.99.
       77 WS-TOT-DISP  PIC Z(8)9.99.
       01 WS-ABORT-SW PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
               10 WS-RT-ROUTE  PIC X(4).
               10 WS-RT-BUS    PIC X(10).
               10 WS-RT-CAP    PIC 999.
               10 WS-RT-DRIVER PIC X(20).
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
               10 WS-ST-ROUTE  PIC X(4).
               10 WS-ST-STOP   PIC 99.
               10 WS-ST-NAME   PIC X(20).
               10 WS-ST-PICKUP PIC 9(4).
               10 WS-ST-FARE   PIC 9(5)V99.
      * Accepted assignments, each with the master name and the
      * stop-table entry it rides from
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 3000 TIMES.
               10 WS-AS-UID    PIC 9(5).
               10 WS-AS-NAME   PIC X(20).
               10 WS-AS-SX     PIC 999.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-ROUTE-LOAD-PARA THRU 1199-ROUTE-LOAD-EXIT
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER OPEN FAILED, FILE STATUS - '
                   WS-SM-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRNSRPT
           MOVE SPACES TO RPT-LINE
           STRING 'SCHOOL BUS ROUTE ROSTER - TERM ' WS-TERM
               '  RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-ASSIGN-PARA THRU 2999-ASSIGN-EXIT
           CLOSE STUDMAST-FILE
           IF WS-ABORT
               CLOSE TRNSRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RT-COUNT
               PERFORM 3000-ROSTER-PARA
           END-PERFORM
           PERFORM 4000-CHARGES-PARA
           MOVE WS-CHG-TOTAL TO WS-TOT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'RIDERS ' WS-AS-COUNT '  REJECTED ' WS-REJ-CNT
               '  BUSES OVER CAPACITY ' WS-OVER-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSPORT CHARGES QUEUED ' WS-CHG-CNT
               ' TOTAL ' WS-TOT-DISP ' DUE ' WS-DUE-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE TRNSRPT
           DISPLAY 'RIDERS: ' WS-AS-COUNT '  REJECTED: ' WS-REJ-CNT
               '  OVER CAPACITY: ' WS-OVER-CNT
               '  CHARGES: ' WS-CHG-CNT
           IF WS-REJ-CNT NOT = ZERO OR WS-OVER-CNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ROUTEMST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RM-DSN FROM ENVIRONMENT-VALUE
           IF WS-RM-DSN = SPACES
               MOVE 'routemst.txt' TO WS-RM-DSN
           END-IF
           MOVE 'TRNSASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'trnsasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'TRNSRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'busrost.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'TRNSCHG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TC-DSN FROM ENVIRONMENT-VALUE
           IF WS-TC-DSN = SPACES
               MOVE 'trnschg.txt' TO WS-TC-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'FEE_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TERM FROM ENVIRONMENT-VALUE
           IF WS-TERM = SPACES
               MOVE 'T1' TO WS-TERM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DUE-DATE
           MOVE 'TRANSPORT_DUE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-DUE-DATE
               ELSE
                   DISPLAY 'INVALID TRANSPORT_DUE, USING DEFAULT - '
                       WS-DUE-DATE
               END-IF
           END-IF.
       1100-ROUTE-LOAD-PARA.
           OPEN INPUT ROUTEMST
           IF WS-RM-FS NOT = 00
               DISPLAY 'ROUTE MASTER OPEN FAILED, FILE STATUS - '
                   WS-RM-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1199-ROUTE-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-RM-FS NOT = 00
               READ ROUTEMST
               END-READ
               IF WS-RM-FS NOT = 10
                   EVALUATE TRUE
                       WHEN RM-ROUTE-CARD
                           PERFORM 1110-ROUTE-CARD-PARA
                       WHEN RM-STOP-CARD
                           PERFORM 1120-STOP-CARD-PARA
                       WHEN OTHER
                           DISPLAY 'UNKNOWN ROUTE MASTER CARD '
                               RM-TYPE ' IGNORED'
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ROUTEMST.
       1199-ROUTE-LOAD-EXIT.
           EXIT.
       1110-ROUTE-CARD-PARA.
           IF WS-RT-COUNT < 50
               ADD 1 TO WS-RT-COUNT
               MOVE RM-ROUTE  TO WS-RT-ROUTE(WS-RT-COUNT)
               MOVE RM-BUS    TO WS-RT-BUS(WS-RT-COUNT)
               MOVE RM-CAP    TO WS-RT-CAP(WS-RT-COUNT)
               MOVE RM-DRIVER TO WS-RT-DRIVER(WS-RT-COUNT)
           ELSE
               DISPLAY 'ROUTE TABLE FULL, SKIPPING ' RM-ROUTE
           END-IF.
       1120-STOP-CARD-PARA.
           IF WS-ST-COUNT < 500
               ADD 1 TO WS-ST-COUNT
               MOVE RS-ROUTE  TO WS-ST-ROUTE(WS-ST-COUNT)
               MOVE RS-STOP   TO WS-ST-STOP(WS-ST-COUNT)
               MOVE RS-NAME   TO WS-ST-NAME(WS-ST-COUNT)
               MOVE RS-PICKUP TO WS-ST-PICKUP(WS-ST-COUNT)
               MOVE RS-FARE   TO WS-ST-FARE(WS-ST-COUNT)
           ELSE
               DISPLAY 'STOP TABLE FULL, SKIPPING ' RS-ROUTE '/'
                   RS-STOP
           END-IF.
       2000-ASSIGN-PARA.
           OPEN INPUT TRNSASG
           IF WS-TA-FS NOT = 00
               DISPLAY 'ASSIGNMENT FILE OPEN FAILED, FILE STATUS - '
                   WS-TA-FS
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2999-ASSIGN-EXIT
           END-IF
           MOVE 'ASSIGNMENTS REJECTED' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-TA-FS NOT = 00
               READ TRNSASG
               END-READ
               IF WS-TA-FS NOT = 10
                   PERFORM 2100-ONE-ASSIGN-PARA
               END-IF
           END-PERFORM
           CLOSE TRNSASG
           IF WS-REJ-CNT = ZERO
               MOVE '(NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       2999-ASSIGN-EXIT.
           EXIT.
       2100-ONE-ASSIGN-PARA.
           MOVE SPACES TO WS-REJ-REASON
           MOVE ZERO TO WS-MATCH-SX
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ST-COUNT OR WS-MATCH-SX NOT = ZERO
               IF WS-ST-ROUTE(WS-SX) = TA-ROUTE
                   AND WS-ST-STOP(WS-SX) = TA-STOP
                   MOVE WS-SX TO WS-MATCH-SX
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-MATCH-AX
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-AS-COUNT OR WS-MATCH-AX NOT = ZERO
               IF WS-AS-UID(WS-AX) = TA-UID
                   MOVE WS-AX TO WS-MATCH-AX
               END-IF
           END-PERFORM
           MOVE TA-UID TO SM-STU-ID
           READ STUDMAST-FILE
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO WS-REJ-REASON
               NOT INVALID KEY
                   IF NOT SM-ENROLLED
                       MOVE 'STUDENT NOT ENROLLED' TO WS-REJ-REASON
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN WS-REJ-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-MATCH-SX = ZERO
                   MOVE 'NO SUCH ROUTE/STOP' TO WS-REJ-REASON
               WHEN WS-MATCH-AX NOT = ZERO
                   MOVE 'ALREADY ASSIGNED A STOP' TO WS-REJ-REASON
               WHEN WS-AS-COUNT >= 3000
                   MOVE 'RIDER TABLE FULL' TO WS-REJ-REASON
               WHEN OTHER
                   ADD 1 TO WS-AS-COUNT
                   MOVE TA-UID TO WS-AS-UID(WS-AS-COUNT)
                   MOVE SM-NAME TO WS-AS-NAME(WS-AS-COUNT)
                   MOVE WS-MATCH-SX TO WS-AS-SX(WS-AS-COUNT)
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-REJ-CNT
               MOVE SPACES TO RPT-LINE
               STRING TA-UID ' ' TA-ROUTE '/' TA-STOP '  '
                   WS-REJ-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       3000-ROSTER-PARA.
      * One bus: its stops in stop-number order, the riders at each
           MOVE SPACES TO RPT-LINE
           STRING 'ROUTE ' WS-RT-ROUTE(WS-RX) '  BUS '
               WS-RT-BUS(WS-RX) '  SEATS ' WS-RT-CAP(WS-RX)
               '  DRIVER ' WS-RT-DRIVER(WS-RX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-RIDERS
           MOVE ZERO TO WS-LAST-STOP
           MOVE 1 TO WS-MATCH-SX
           PERFORM UNTIL WS-MATCH-SX = ZERO
               MOVE ZERO TO WS-MATCH-SX
               MOVE 99 TO WS-LOW-STOP
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-ST-COUNT
                   IF WS-ST-ROUTE(WS-SX) = WS-RT-ROUTE(WS-RX)
                       AND WS-ST-STOP(WS-SX) > WS-LAST-STOP
                       AND WS-ST-STOP(WS-SX) <= WS-LOW-STOP
                       MOVE WS-SX TO WS-MATCH-SX
                       MOVE WS-ST-STOP(WS-SX) TO WS-LOW-STOP
                   END-IF
               END-PERFORM
               IF WS-MATCH-SX NOT = ZERO
                   MOVE WS-LOW-STOP TO WS-LAST-STOP
                   PERFORM 3100-ONE-STOP-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-RIDERS > WS-RT-CAP(WS-RX)
               ADD 1 TO WS-OVER-CNT
               COMPUTE WS-OVER-BY = WS-RIDERS - WS-RT-CAP(WS-RX)
               STRING '  RIDERS ' WS-RIDERS ' OF ' WS-RT-CAP(WS-RX)
                   ' SEATS  *** OVER CAPACITY BY ' WS-OVER-BY ' ***'
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING '  RIDERS ' WS-RIDERS ' OF ' WS-RT-CAP(WS-RX)
                   ' SEATS'
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       3100-ONE-STOP-PARA.
           MOVE WS-ST-FARE(WS-MATCH-SX) TO WS-FARE-DISP
           MOVE SPACES TO RPT-LINE
           STRING '  STOP ' WS-ST-STOP(WS-MATCH-SX) ' '
               WS-ST-NAME(WS-MATCH-SX) ' PICKUP '
               WS-ST-PICKUP(WS-MATCH-SX) '  FARE ' WS-FARE-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AS-COUNT
               IF WS-AS-SX(WS-AX) = WS-MATCH-SX
                   ADD 1 TO WS-RIDERS
                   MOVE SPACES TO RPT-LINE
                   STRING '        ' WS-AS-UID(WS-AX) ' '
                       WS-AS-NAME(WS-AX)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
       4000-CHARGES-PARA.
      * FEELEDGR refuses a second transport charge for the same
      * student and term, so rewriting the file each run is safe
           OPEN OUTPUT TRNSCHG
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AS-COUNT
               MOVE WS-AS-SX(WS-AX) TO WS-SX
               IF WS-ST-FARE(WS-SX) NOT = ZERO
                   MOVE SPACES TO TC-REC
                   MOVE WS-AS-UID(WS-AX) TO TC-UID
                   MOVE WS-TERM TO TC-TERM
                   MOVE WS-DUE-DATE TO TC-DUEDT
                   MOVE WS-ST-FARE(WS-SX) TO TC-AMT
                   MOVE WS-ST-ROUTE(WS-SX) TO TC-ROUTE
                   WRITE TC-REC
                   ADD 1 TO WS-CHG-CNT
                   ADD WS-ST-FARE(WS-SX) TO WS-CHG-TOTAL
               END-IF
           END-PERFORM
           CLOSE TRNSCHG.
       END PROGRAM BUSROUTE.
