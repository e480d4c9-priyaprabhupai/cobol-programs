      ******************************************************************
      * Program : PTMSCHED
      * Purpose : Parent-teacher meeting slot scheduler. PTM day was
      *           run off sign-up sheets, and the parents who most
      *           needed a meeting - students at risk, chronic
      *           absentees - were the ones left without a slot. For
      *           a working date off the BUSCAL calendar this run
      *           lays a grid of equal slots over the session for
      *           every teacher assigned for the term on TEACHASG,
      *           then books, in this order:
      *             1. at-risk students (two or more FAIL results on
      *                the term's PASSFAIL rows, the GPASUMM rule)
      *                with the teacher of each subject failed;
      *             2. chronic absentees on ABSPAT's follow-up list
      *                with their class teacher;
      *             3. the families' own requests, as they come,
      *                into whatever is still open.
      *           A family (siblings share a guardian name and
      *           address) is never booked into two slots at the
      *           same time. It prints a schedule per teacher and an
      *           appointment slip per family addressed from the
      *           GUARDIAN master.
      * Modification History:
      *   - Written new. PTM_DATE is the meeting date (a W or H day
      *     on CALFILE_DSN, else RETURN-CODE 12), PTM_START and
      *     PTM_END the session in HHMM (default 0900 to 1300),
      *     PTM_SLOT the slot in minutes (default 010), PTM_TERM the
      *     term for TEACHASG_DSN and PASSFAIL_DSN (blank: every
      *     row). The follow-up list is ABSFOLLOW_DSN (default
      *     absfollow.txt), requests PTMREQ_DSN (default ptmreq.txt
      *     - student, section, teacher, zero for the class
      *     teacher). The schedule is PTMSCHED_DSN (default
      *     ptmsched.txt), the slips PTMSLIP_DSN (default
      *     ptmslips.txt). The class teacher is the section's CT
      *     assignment, else its first, as in ABSPAT. A meeting
      *     that finds no common free slot is listed at the end of
      *     the schedule and ends the run RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTMSCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO WS-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.
           SELECT ASGFILE ASSIGN TO WS-TA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TA-FS.
           SELECT GUARDIN ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT PASSFAIL ASSIGN TO WS-PF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           SELECT FOLLOWUP ASSIGN TO WS-FU-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FU-FS.
           SELECT PTMREQ ASSIGN TO WS-RQ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-FS.
           SELECT SCHEDRPT ASSIGN TO WS-SC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SC-FS.
           SELECT SLIPFILE ASSIGN TO WS-SL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SL-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD CALFILE.
       01 CAL-REC.
           05 CAL-DATE    PIC 9(8).
           05 FILLER      PIC X.
           05 CAL-DAYNAME PIC X(9).
           05 FILLER      PIC X.
           05 CAL-CLASS   PIC X.
           05 FILLER      PIC X.
           05 CAL-DESC    PIC X(30).
       FD ASGFILE.
       01 TA-REC.
           05 TA-EMP  PIC 9(5).
           05 FILLER  PIC X.
           05 TA-SUBJ PIC XX.
           05 FILLER  PIC X.
           05 TA-SEC  PIC X.
           05 FILLER  PIC X.
           05 TA-TERM PIC XX.
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
       FD FOLLOWUP.
       01 FU-REC.
           05 FU-EMP     PIC 9(5).
           05 FILLER     PIC X.
           05 FU-SEC     PIC X.
           05 FILLER     PIC X.
           05 FU-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FU-REASON  PIC X(45).
       FD PTMREQ.
       01 RQ-REC.
           05 RQ-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 RQ-SEC     PIC X.
           05 FILLER     PIC X.
           05 RQ-EMP     PIC 9(5).
       FD SCHEDRPT.
       01 SC-LINE PIC X(80).
       FD SLIPFILE.
       01 SL-LINE PIC X(80).
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
       77 WS-CAL-FS   PIC 99.
       77 WS-TA-FS    PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-PF-FS    PIC 99.
       77 WS-FU-FS    PIC 99.
       77 WS-RQ-FS    PIC 99.
       77 WS-SC-FS    PIC 99.
       77 WS-SL-FS    PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-CAL-DSN  PIC X(100) VALUE 'CALENDAR.txt'.
       77 WS-TA-DSN   PIC X(100) VALUE 'teachasg.txt'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-FU-DSN   PIC X(100) VALUE 'absfollow.txt'.
       77 WS-RQ-DSN   PIC X(100) VALUE 'ptmreq.txt'.
       77 WS-SC-DSN   PIC X(100) VALUE 'ptmsched.txt'.
       77 WS-SL-DSN   PIC X(100) VALUE 'ptmslips.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-PARM-IN  PIC X(8).
       77 WS-PTM-DATE PIC 9(8) VALUE ZERO.
       77 WS-PTM-TERM PIC XX VALUE SPACES.
       77 WS-DAY-CLASS PIC X VALUE SPACE.
       77 WS-DAY-NAME PIC X(9) VALUE SPACES.
       77 WS-START-HM PIC 9(4) VALUE 0900.
       77 WS-END-HM   PIC 9(4) VALUE 1300.
       77 WS-SLOT-LEN PIC 999 VALUE 010.
       77 WS-START-MIN PIC 9(4) VALUE ZERO.
       77 WS-END-MIN  PIC 9(4) VALUE ZERO.
       77 WS-SLOT-MIN PIC 9(4) VALUE ZERO.
       77 WS-SLOT-COUNT PIC 99 VALUE ZERO.
       77 WS-HH       PIC 99 VALUE ZERO.
       77 WS-MM       PIC 99 VALUE ZERO.
       01 WS-TIME-DISP.
           05 WS-TD-HH PIC 99.
           05 FILLER   PIC X VALUE ':'.
           05 WS-TD-MM PIC 99.
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
      * Assignments for the term
       77 WS-AS-COUNT PIC 9(4) VALUE ZERO.
       77 WS-AX       PIC 9(4) VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 1000 TIMES.
               10 WS-AS-EMP  PIC 9(5).
               10 WS-AS-SUBJ PIC XX.
               10 WS-AS-SEC  PIC X.
      * Teachers and their slot grid (student booked per slot)
       77 WS-TC-COUNT PIC 999 VALUE ZERO.
       77 WS-TX       PIC 999 VALUE ZERO.
       77 WS-MATCH-TX PIC 999 VALUE ZERO.
       01 WS-TC-TABLE.
           05 WS-TC-ENTRY OCCURS 200 TIMES.
               10 WS-TC-EMP  PIC 9(5).
               10 WS-TC-NAME PIC X(20).
               10 WS-TC-SLOT OCCURS 48 TIMES.
                   15 WS-TC-UID PIC 9(5).
                   15 WS-TC-WHY PIC X.
      * Guardians and the families they make up
       77 WS-GD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-GX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-GX PIC 9(4) VALUE ZERO.
       01 WS-GD-TABLE.
           05 WS-GD-ENTRY OCCURS 999 TIMES.
               10 WS-GT-UID   PIC 9(5).
               10 WS-GT-FAM   PIC 9(4).
       77 WS-FM-COUNT PIC 9(4) VALUE ZERO.
       77 WS-FX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-FX PIC 9(4) VALUE ZERO.
       01 WS-FM-TABLE.
           05 WS-FM-ENTRY OCCURS 999 TIMES.
               10 WS-FM-NAME  PIC X(20).
               10 WS-FM-ADDR1 PIC X(30).
               10 WS-FM-ADDR2 PIC X(30).
               10 WS-FM-ADDR3 PIC X(30).
               10 WS-FM-BUSY  PIC X(48).
      * Students at risk for the term
       77 WS-RK-COUNT PIC 9(4) VALUE ZERO.
       77 WS-RX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-RX PIC 9(4) VALUE ZERO.
       77 WS-SBX      PIC 9 VALUE ZERO.
       01 WS-RK-TABLE.
           05 WS-RK-ENTRY OCCURS 999 TIMES.
               10 WS-RK-UID   PIC 9(5).
               10 WS-RK-SEC   PIC X.
               10 WS-RK-FAILS PIC 99.
               10 WS-RK-SUBJ  PIC XX OCCURS 8 TIMES.
      * Meetings booked, and those that found no slot
       77 WS-BK-COUNT PIC 9(4) VALUE ZERO.
       77 WS-BX       PIC 9(4) VALUE ZERO.
       01 WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 3000 TIMES.
               10 WS-BT-FAM  PIC 9(4).
               10 WS-BT-SLOT PIC 99.
               10 WS-BT-TX   PIC 999.
               10 WS-BT-UID  PIC 9(5).
               10 WS-BT-WHY  PIC X.
       77 WS-NB-COUNT PIC 9(4) VALUE ZERO.
       77 WS-NX       PIC 9(4) VALUE ZERO.
       01 WS-NB-TABLE.
           05 WS-NB-ENTRY OCCURS 999 TIMES.
               10 WS-NB-UID    PIC 9(5).
               10 WS-NB-EMP    PIC 9(5).
               10 WS-NB-WHY    PIC X.
               10 WS-NB-REASON PIC X(30).
      * The meeting being booked
       77 WS-CUR-UID  PIC 9(5) VALUE ZERO.
       77 WS-CUR-SEC  PIC X VALUE SPACE.
       77 WS-CUR-EMP  PIC 9(5) VALUE ZERO.
       77 WS-CUR-SUBJ PIC XX VALUE SPACES.
       77 WS-CUR-WHY  PIC X VALUE SPACE.
       77 WS-CUR-FAM  PIC 9(4) VALUE ZERO.
       77 WS-SX       PIC 99 VALUE ZERO.
       77 WS-FREE-SX  PIC 99 VALUE ZERO.
       77 WS-CT-SW    PIC X VALUE 'N'.
       77 WS-WHY-TEXT PIC X(30).
       77 WS-NEW-FAM  PIC 9(4) VALUE ZERO.
       77 WS-RISK-BK  PIC 9(4) VALUE ZERO.
       77 WS-ABS-BK   PIC 9(4) VALUE ZERO.
       77 WS-REQ-BK   PIC 9(4) VALUE ZERO.
       77 WS-SLIP-CNT PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-DATE-CHECK-PARA
           PERFORM 1200-TEACH-PARA
           PERFORM 1300-GUARD-PARA
           PERFORM 2000-ATRISK-PARA
           PERFORM 2500-ABSENT-PARA
           PERFORM 3000-REQUEST-PARA
           PERFORM 5000-SCHED-RPT-PARA
           PERFORM 6000-SLIP-PARA
           IF WS-MASTER-AVAIL
               CLOSE EMPMAST-FILE
           END-IF
           DISPLAY 'PTM ' WS-PTM-DATE ' - TEACHERS: ' WS-TC-COUNT
               '  SLOTS EACH: ' WS-SLOT-COUNT
           DISPLAY 'BOOKED AT RISK: ' WS-RISK-BK
               '  ABSENTEES: ' WS-ABS-BK '  REQUESTS: ' WS-REQ-BK
               '  SLIPS: ' WS-SLIP-CNT
           IF WS-NB-COUNT NOT = ZERO
               DISPLAY 'MEETINGS WITH NO SLOT: ' WS-NB-COUNT
                   ' - SEE THE END OF ' WS-SC-DSN(1:30)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'CALFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CAL-DSN FROM ENVIRONMENT-VALUE
           IF WS-CAL-DSN = SPACES
               MOVE 'CALENDAR.txt' TO WS-CAL-DSN
           END-IF
           MOVE 'TEACHASG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-TA-DSN FROM ENVIRONMENT-VALUE
           IF WS-TA-DSN = SPACES
               MOVE 'teachasg.txt' TO WS-TA-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF
           MOVE 'ABSFOLLOW_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FU-DSN FROM ENVIRONMENT-VALUE
           IF WS-FU-DSN = SPACES
               MOVE 'absfollow.txt' TO WS-FU-DSN
           END-IF
           MOVE 'PTMREQ_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RQ-DSN FROM ENVIRONMENT-VALUE
           IF WS-RQ-DSN = SPACES
               MOVE 'ptmreq.txt' TO WS-RQ-DSN
           END-IF
           MOVE 'PTMSCHED_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SC-DSN FROM ENVIRONMENT-VALUE
           IF WS-SC-DSN = SPACES
               MOVE 'ptmsched.txt' TO WS-SC-DSN
           END-IF
           MOVE 'PTMSLIP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SL-DSN FROM ENVIRONMENT-VALUE
           IF WS-SL-DSN = SPACES
               MOVE 'ptmslips.txt' TO WS-SL-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'PTM_TERM' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PTM-TERM FROM ENVIRONMENT-VALUE
           MOVE 'PTM_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN IS NUMERIC
               MOVE WS-PARM-IN TO WS-PTM-DATE
           ELSE
               DISPLAY 'PTM_DATE ' WS-PARM-IN ' IS NOT YYYYMMDD - '
                   'NOTHING SCHEDULED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'PTM_START' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF WS-PARM-IN(1:4) IS NUMERIC
                   AND WS-PARM-IN(1:2) < '24' AND WS-PARM-IN(3:2) < '60'
                   MOVE WS-PARM-IN(1:4) TO WS-START-HM
               ELSE
                   DISPLAY 'INVALID PTM_START, USING DEFAULT - '
                       WS-START-HM
               END-IF
           END-IF
           MOVE 'PTM_END' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF WS-PARM-IN(1:4) IS NUMERIC
                   AND WS-PARM-IN(1:2) < '24' AND WS-PARM-IN(3:2) < '60'
                   MOVE WS-PARM-IN(1:4) TO WS-END-HM
               ELSE
                   DISPLAY 'INVALID PTM_END, USING DEFAULT - '
                       WS-END-HM
               END-IF
           END-IF
           MOVE 'PTM_SLOT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT-VALUE
           IF WS-PARM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-IN) = 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) > 0
                   AND FUNCTION NUMVAL(WS-PARM-IN) < 121
                   MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-SLOT-LEN
               ELSE
                   DISPLAY 'INVALID PTM_SLOT, USING DEFAULT - '
                       WS-SLOT-LEN
               END-IF
           END-IF
           DIVIDE WS-START-HM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
           DIVIDE WS-END-HM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM
           IF WS-END-MIN NOT > WS-START-MIN
               DISPLAY 'PTM_END ' WS-END-HM ' IS NOT AFTER PTM_START '
                   WS-START-HM ' - NOTHING SCHEDULED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SLOT-COUNT = (WS-END-MIN - WS-START-MIN)
               / WS-SLOT-LEN
           IF WS-SLOT-COUNT > 48
               DISPLAY 'SESSION HOLDS MORE THAN 48 SLOTS - FIRST 48 '
                   'USED'
               MOVE 48 TO WS-SLOT-COUNT
           END-IF
           IF WS-SLOT-COUNT = ZERO
               DISPLAY 'SESSION IS SHORTER THAN ONE SLOT - NOTHING '
                   'SCHEDULED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT ' - NO TEACHER NAMES'
           END-IF.
       1100-DATE-CHECK-PARA.
      * PTM day must be a day the school is open
           OPEN INPUT CALFILE
           IF WS-CAL-FS NOT = 00
               DISPLAY 'CALENDAR FILE NOT AVAILABLE, FILE STATUS - '
                   WS-CAL-FS ' - GENERATE CALFILE WITH BUSCAL FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-FS NOT = 00
               READ CALFILE
               END-READ
               IF WS-CAL-FS NOT = 10 AND CAL-DATE = WS-PTM-DATE
                   MOVE CAL-CLASS TO WS-DAY-CLASS
                   MOVE CAL-DAYNAME TO WS-DAY-NAME
               END-IF
           END-PERFORM
           CLOSE CALFILE
           IF WS-DAY-CLASS NOT = 'W' AND WS-DAY-CLASS NOT = 'H'
               DISPLAY 'PTM_DATE ' WS-PTM-DATE
                   ' IS NOT A WORKING DAY ON THE CALENDAR - NOTHING '
                   'SCHEDULED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DAY-CLASS = 'H'
               DISPLAY 'PTM_DATE ' WS-PTM-DATE ' IS A HALF DAY - '
                   'CHECK THE SESSION TIMES'
           END-IF.
       1200-TEACH-PARA.
           OPEN INPUT ASGFILE
           IF WS-TA-FS NOT = 00
               DISPLAY 'TEACHER ASSIGNMENTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-TA-FS ' - NOTHING SCHEDULED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TA-FS NOT = 00
               READ ASGFILE
               END-READ
               IF WS-TA-FS NOT = 10
                   AND (TA-TERM = WS-PTM-TERM OR WS-PTM-TERM = SPACES)
                   PERFORM 1250-ONE-ASG-PARA
               END-IF
           END-PERFORM
           CLOSE ASGFILE.
       1250-ONE-ASG-PARA.
      * A teacher separated since the assignment is not there to meet
           MOVE SPACES TO EMP-NAME
           IF WS-MASTER-AVAIL
               MOVE TA-EMP TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO EMP-NAME
                       MOVE SPACE TO EMP-STATUS
               END-READ
               IF EMP-SEPARATED
                   GO TO 1250-ONE-ASG-EXIT
               END-IF
           END-IF
           IF WS-AS-COUNT < 1000
               ADD 1 TO WS-AS-COUNT
               MOVE TA-EMP  TO WS-AS-EMP(WS-AS-COUNT)
               MOVE TA-SUBJ TO WS-AS-SUBJ(WS-AS-COUNT)
               MOVE TA-SEC  TO WS-AS-SEC(WS-AS-COUNT)
           END-IF
           MOVE ZERO TO WS-MATCH-TX
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT OR WS-MATCH-TX NOT = ZERO
               IF WS-TC-EMP(WS-TX) = TA-EMP
                   MOVE WS-TX TO WS-MATCH-TX
               END-IF
           END-PERFORM
           IF WS-MATCH-TX = ZERO AND WS-TC-COUNT < 200
               ADD 1 TO WS-TC-COUNT
               INITIALIZE WS-TC-ENTRY(WS-TC-COUNT)
               MOVE TA-EMP TO WS-TC-EMP(WS-TC-COUNT)
               MOVE EMP-NAME TO WS-TC-NAME(WS-TC-COUNT)
           END-IF.
       1250-ONE-ASG-EXIT.
           EXIT.
       1300-GUARD-PARA.
      * Siblings share a guardian name and first address line - one
      * family, one slip, no two meetings at once
           OPEN INPUT GUARDIN
           IF WS-GD-FS NOT = 00
               DISPLAY 'GUARDIAN CONTACTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-GD-FS ' - SLIPS CARRY NO ADDRESS'
           ELSE
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDIN
                   END-READ
                   IF WS-GD-FS NOT = 10 AND WS-GD-COUNT < 999
                       ADD 1 TO WS-GD-COUNT
                       MOVE GD-UID TO WS-GT-UID(WS-GD-COUNT)
                       MOVE ZERO TO WS-MATCH-FX
                       PERFORM VARYING WS-FX FROM 1 BY 1
                           UNTIL WS-FX > WS-FM-COUNT
                           OR WS-MATCH-FX NOT = ZERO
                           IF WS-FM-NAME(WS-FX) = GD-NAME
                               AND WS-FM-ADDR1(WS-FX) = GD-ADDR1
                               MOVE WS-FX TO WS-MATCH-FX
                           END-IF
                       END-PERFORM
                       IF WS-MATCH-FX = ZERO
                           ADD 1 TO WS-FM-COUNT
                           MOVE WS-FM-COUNT TO WS-MATCH-FX
                           MOVE GD-NAME  TO WS-FM-NAME(WS-FM-COUNT)
                           MOVE GD-ADDR1 TO WS-FM-ADDR1(WS-FM-COUNT)
                           MOVE GD-ADDR2 TO WS-FM-ADDR2(WS-FM-COUNT)
                           MOVE GD-ADDR3 TO WS-FM-ADDR3(WS-FM-COUNT)
                           MOVE SPACES   TO WS-FM-BUSY(WS-FM-COUNT)
                       END-IF
                       MOVE WS-MATCH-FX TO WS-GT-FAM(WS-GD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GUARDIN
           END-IF.
       2000-ATRISK-PARA.
      * Two or more FAIL results for the term, ABS rows aside, as
      * GPASUMM counts them; each failed subject's teacher is booked
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               DISPLAY 'PASSFAIL NOT AVAILABLE, FILE STATUS - '
                   WS-PF-FS ' - NO AT-RISK PRIORITY'
           ELSE
               PERFORM UNTIL WS-PF-FS NOT = 00
                   READ PASSFAIL
                   END-READ
                   IF WS-PF-FS NOT = 10 AND PF-RESULT = 'FAIL'
                       AND (PF-TERM = WS-PTM-TERM
                       OR WS-PTM-TERM = SPACES)
                       PERFORM 2100-ADD-FAIL-PARA
                   END-IF
               END-PERFORM
               CLOSE PASSFAIL
           END-IF
           MOVE 'R' TO WS-CUR-WHY
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RK-COUNT
               IF WS-RK-FAILS(WS-RX) NOT < 2
                   MOVE WS-RK-UID(WS-RX) TO WS-CUR-UID
                   MOVE WS-RK-SEC(WS-RX) TO WS-CUR-SEC
                   PERFORM VARYING WS-SBX FROM 1 BY 1
                       UNTIL WS-SBX > WS-RK-FAILS(WS-RX)
                       OR WS-SBX > 8
                       MOVE WS-RK-SUBJ(WS-RX, WS-SBX) TO WS-CUR-SUBJ
                       MOVE ZERO TO WS-CUR-EMP
                       PERFORM 4000-BOOK-PARA THRU 4999-BOOK-EXIT
                   END-PERFORM
               END-IF
           END-PERFORM.
       2100-ADD-FAIL-PARA.
           MOVE ZERO TO WS-MATCH-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RK-COUNT OR WS-MATCH-RX NOT = ZERO
               IF WS-RK-UID(WS-RX) = PF-UID
                   MOVE WS-RX TO WS-MATCH-RX
               END-IF
           END-PERFORM
           IF WS-MATCH-RX = ZERO
               IF WS-RK-COUNT < 999
                   ADD 1 TO WS-RK-COUNT
                   MOVE WS-RK-COUNT TO WS-MATCH-RX
                   INITIALIZE WS-RK-ENTRY(WS-MATCH-RX)
                   MOVE PF-UID TO WS-RK-UID(WS-MATCH-RX)
                   MOVE PF-SEC TO WS-RK-SEC(WS-MATCH-RX)
               ELSE
                   DISPLAY 'AT-RISK TABLE FULL, SKIPPING ' PF-UID
               END-IF
           END-IF
           IF WS-MATCH-RX NOT = ZERO
               ADD 1 TO WS-RK-FAILS(WS-MATCH-RX)
               IF WS-RK-FAILS(WS-MATCH-RX) NOT > 8
                   MOVE PF-SUBJ TO WS-RK-SUBJ(WS-MATCH-RX,
                       WS-RK-FAILS(WS-MATCH-RX))
               END-IF
           END-IF.
       2500-ABSENT-PARA.
      * ABSPAT's follow-up list already names the class teacher
           OPEN INPUT FOLLOWUP
           IF WS-FU-FS NOT = 00
               DISPLAY 'NO ABSENTEE FOLLOW-UP LIST, FILE STATUS - '
                   WS-FU-FS ' - NO ABSENTEE PRIORITY'
           ELSE
               MOVE 'A' TO WS-CUR-WHY
               MOVE SPACES TO WS-CUR-SUBJ
               PERFORM UNTIL WS-FU-FS NOT = 00
                   READ FOLLOWUP
                   END-READ
                   IF WS-FU-FS NOT = 10
                       MOVE FU-UID TO WS-CUR-UID
                       MOVE FU-SEC TO WS-CUR-SEC
                       MOVE FU-EMP TO WS-CUR-EMP
                       PERFORM 4000-BOOK-PARA THRU 4999-BOOK-EXIT
                   END-IF
               END-PERFORM
               CLOSE FOLLOWUP
           END-IF.
       3000-REQUEST-PARA.
           OPEN INPUT PTMREQ
           IF WS-RQ-FS NOT = 00
               DISPLAY 'NO PTM REQUESTS ON FILE, FILE STATUS - '
                   WS-RQ-FS
           ELSE
               MOVE 'Q' TO WS-CUR-WHY
               MOVE SPACES TO WS-CUR-SUBJ
               PERFORM UNTIL WS-RQ-FS NOT = 00
                   READ PTMREQ
                   END-READ
                   IF WS-RQ-FS NOT = 10
                       MOVE RQ-UID TO WS-CUR-UID
                       MOVE RQ-SEC TO WS-CUR-SEC
                       MOVE RQ-EMP TO WS-CUR-EMP
                       PERFORM 4000-BOOK-PARA THRU 4999-BOOK-EXIT
                   END-IF
               END-PERFORM
               CLOSE PTMREQ
           END-IF.
       4000-BOOK-PARA.
      * Teacher: as given, else the subject's teacher for the section,
      * else the section's class teacher
           IF WS-CUR-EMP = ZERO
               PERFORM 4100-FIND-TEACHER-PARA
           END-IF
           MOVE ZERO TO WS-MATCH-TX
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT OR WS-MATCH-TX NOT = ZERO
               IF WS-TC-EMP(WS-TX) = WS-CUR-EMP
                   MOVE WS-TX TO WS-MATCH-TX
               END-IF
           END-PERFORM
           IF WS-MATCH-TX = ZERO
               MOVE 'TEACHER NOT AVAILABLE FOR PTM' TO WS-WHY-TEXT
               PERFORM 4800-NO-SLOT-PARA
               GO TO 4999-BOOK-EXIT
           END-IF
      * The same student with the same teacher is one meeting
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SLOT-COUNT
               IF WS-TC-UID(WS-MATCH-TX, WS-SX) = WS-CUR-UID
                   GO TO 4999-BOOK-EXIT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CUR-FAM
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-GD-COUNT OR WS-CUR-FAM NOT = ZERO
               IF WS-GT-UID(WS-GX) = WS-CUR-UID
                   MOVE WS-GT-FAM(WS-GX) TO WS-CUR-FAM
               END-IF
           END-PERFORM
           IF WS-CUR-FAM = ZERO
               PERFORM 4200-NEW-FAMILY-PARA
               IF WS-CUR-FAM = ZERO
                   MOVE 'FAMILY TABLE FULL' TO WS-WHY-TEXT
                   PERFORM 4800-NO-SLOT-PARA
                   GO TO 4999-BOOK-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-FREE-SX
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SLOT-COUNT OR WS-FREE-SX NOT = ZERO
               IF WS-TC-UID(WS-MATCH-TX, WS-SX) = ZERO
                   AND WS-FM-BUSY(WS-CUR-FAM)(WS-SX:1) = SPACE
                   MOVE WS-SX TO WS-FREE-SX
               END-IF
           END-PERFORM
           IF WS-FREE-SX = ZERO OR WS-BK-COUNT NOT < 3000
               MOVE 'NO FREE SLOT IN COMMON' TO WS-WHY-TEXT
               PERFORM 4800-NO-SLOT-PARA
               GO TO 4999-BOOK-EXIT
           END-IF
           MOVE WS-CUR-UID TO WS-TC-UID(WS-MATCH-TX, WS-FREE-SX)
           MOVE WS-CUR-WHY TO WS-TC-WHY(WS-MATCH-TX, WS-FREE-SX)
           MOVE 'X' TO WS-FM-BUSY(WS-CUR-FAM)(WS-FREE-SX:1)
           ADD 1 TO WS-BK-COUNT
           MOVE WS-CUR-FAM  TO WS-BT-FAM(WS-BK-COUNT)
           MOVE WS-FREE-SX  TO WS-BT-SLOT(WS-BK-COUNT)
           MOVE WS-MATCH-TX TO WS-BT-TX(WS-BK-COUNT)
           MOVE WS-CUR-UID  TO WS-BT-UID(WS-BK-COUNT)
           MOVE WS-CUR-WHY  TO WS-BT-WHY(WS-BK-COUNT)
           EVALUATE WS-CUR-WHY
               WHEN 'R'
                   ADD 1 TO WS-RISK-BK
               WHEN 'A'
                   ADD 1 TO WS-ABS-BK
               WHEN OTHER
                   ADD 1 TO WS-REQ-BK
           END-EVALUATE.
       4999-BOOK-EXIT.
           EXIT.
       4100-FIND-TEACHER-PARA.
           MOVE 'N' TO WS-CT-SW
           IF WS-CUR-SUBJ NOT = SPACES
               PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AS-COUNT OR WS-CUR-EMP NOT = ZERO
                   IF WS-AS-SEC(WS-AX) = WS-CUR-SEC
                       AND WS-AS-SUBJ(WS-AX) = WS-CUR-SUBJ
                       MOVE WS-AS-EMP(WS-AX) TO WS-CUR-EMP
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUR-EMP NOT = ZERO
               MOVE 'Y' TO WS-CT-SW
           END-IF
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-AS-COUNT OR WS-CT-SW = 'Y'
               IF WS-AS-SEC(WS-AX) = WS-CUR-SEC
                   IF WS-AS-SUBJ(WS-AX) = 'CT'
                       MOVE WS-AS-EMP(WS-AX) TO WS-CUR-EMP
                       MOVE 'Y' TO WS-CT-SW
                   END-IF
                   IF WS-CUR-EMP = ZERO
                       MOVE WS-AS-EMP(WS-AX) TO WS-CUR-EMP
                   END-IF
               END-IF
           END-PERFORM.
       4200-NEW-FAMILY-PARA.
      * No guardian on file: the student is a family of one, and the
      * slip goes home with the student
           IF WS-FM-COUNT < 999
               ADD 1 TO WS-FM-COUNT
               MOVE WS-FM-COUNT TO WS-CUR-FAM
               MOVE SPACES TO WS-FM-NAME(WS-CUR-FAM)
               STRING 'STUDENT ' WS-CUR-UID DELIMITED BY SIZE
                   INTO WS-FM-NAME(WS-CUR-FAM)
               MOVE 'GUARDIAN NOT ON FILE' TO WS-FM-ADDR1(WS-CUR-FAM)
               MOVE 'HAND TO THE STUDENT' TO WS-FM-ADDR2(WS-CUR-FAM)
               MOVE SPACES TO WS-FM-ADDR3(WS-CUR-FAM)
               MOVE SPACES TO WS-FM-BUSY(WS-CUR-FAM)
               IF WS-GD-COUNT < 999
                   ADD 1 TO WS-GD-COUNT
                   MOVE WS-CUR-UID TO WS-GT-UID(WS-GD-COUNT)
                   MOVE WS-CUR-FAM TO WS-GT-FAM(WS-GD-COUNT)
               END-IF
           END-IF.
       4800-NO-SLOT-PARA.
           IF WS-NB-COUNT < 999
               ADD 1 TO WS-NB-COUNT
               MOVE WS-CUR-UID  TO WS-NB-UID(WS-NB-COUNT)
               MOVE WS-CUR-EMP  TO WS-NB-EMP(WS-NB-COUNT)
               MOVE WS-CUR-WHY  TO WS-NB-WHY(WS-NB-COUNT)
               MOVE WS-WHY-TEXT TO WS-NB-REASON(WS-NB-COUNT)
           END-IF.
       4900-WHY-TEXT-PARA.
           EVALUATE WS-CUR-WHY
               WHEN 'R'
                   MOVE 'AT RISK' TO WS-WHY-TEXT
               WHEN 'A'
                   MOVE 'ATTENDANCE' TO WS-WHY-TEXT
               WHEN OTHER
                   MOVE 'FAMILY REQUEST' TO WS-WHY-TEXT
           END-EVALUATE.
       4950-SLOT-TIME-PARA.
           COMPUTE WS-SLOT-MIN = WS-START-MIN
               + (WS-SX - 1) * WS-SLOT-LEN
           DIVIDE WS-SLOT-MIN BY 60 GIVING WS-HH REMAINDER WS-MM
           MOVE WS-HH TO WS-TD-HH
           MOVE WS-MM TO WS-TD-MM.
       5000-SCHED-RPT-PARA.
           OPEN OUTPUT SCHEDRPT
           IF WS-SC-FS NOT = 00
               DISPLAY 'SCHEDULE FILE OPEN FAILED, FILE STATUS - '
                   WS-SC-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TC-COUNT
               MOVE SPACES TO SC-LINE
               STRING 'PTM ' WS-PTM-DATE ' ' DELIMITED BY SIZE
                   WS-DAY-NAME DELIMITED BY SPACE
                   ' - TEACHER ' WS-TC-EMP(WS-TX) ' '
                   WS-TC-NAME(WS-TX) DELIMITED BY SIZE INTO SC-LINE
               WRITE SC-LINE
               MOVE ' TIME   STUDENT  MEETING' TO SC-LINE
               WRITE SC-LINE
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SLOT-COUNT
                   PERFORM 4950-SLOT-TIME-PARA
                   MOVE SPACES TO SC-LINE
                   IF WS-TC-UID(WS-TX, WS-SX) = ZERO
                       STRING ' ' WS-TIME-DISP '  -- OPEN --'
                           DELIMITED BY SIZE INTO SC-LINE
                   ELSE
                       MOVE WS-TC-WHY(WS-TX, WS-SX) TO WS-CUR-WHY
                       PERFORM 4900-WHY-TEXT-PARA
                       STRING ' ' WS-TIME-DISP '  '
                           WS-TC-UID(WS-TX, WS-SX) '    ' WS-WHY-TEXT
                           DELIMITED BY SIZE INTO SC-LINE
                   END-IF
                   WRITE SC-LINE
               END-PERFORM
               MOVE SPACES TO SC-LINE
               WRITE SC-LINE
           END-PERFORM
           IF WS-NB-COUNT NOT = ZERO
               MOVE 'MEETINGS NOT BOOKED' TO SC-LINE
               WRITE SC-LINE
               MOVE 'STUDENT TEACHER MEETING          REASON'
                   TO SC-LINE
               WRITE SC-LINE
               PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NB-COUNT
                   MOVE WS-NB-WHY(WS-NX) TO WS-CUR-WHY
                   PERFORM 4900-WHY-TEXT-PARA
                   MOVE SPACES TO SC-LINE
                   STRING WS-NB-UID(WS-NX) '   ' WS-NB-EMP(WS-NX)
                       '   ' WS-WHY-TEXT ' ' WS-NB-REASON(WS-NX)
                       DELIMITED BY SIZE INTO SC-LINE
                   WRITE SC-LINE
               END-PERFORM
           END-IF
           CLOSE SCHEDRPT.
       6000-SLIP-PARA.
      * One slip per family with a meeting, the meetings in time order
           OPEN OUTPUT SLIPFILE
           IF WS-SL-FS NOT = 00
               DISPLAY 'SLIP FILE OPEN FAILED, FILE STATUS - '
                   WS-SL-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FM-COUNT
               IF WS-FM-BUSY(WS-FX) NOT = SPACES
                   PERFORM 6100-ONE-SLIP-PARA
               END-IF
           END-PERFORM
           CLOSE SLIPFILE.
       6100-ONE-SLIP-PARA.
           ADD 1 TO WS-SLIP-CNT
           MOVE WS-FM-NAME(WS-FX) TO SL-LINE
           WRITE SL-LINE
           MOVE WS-FM-ADDR1(WS-FX) TO SL-LINE
           WRITE SL-LINE
           MOVE WS-FM-ADDR2(WS-FX) TO SL-LINE
           WRITE SL-LINE
           MOVE WS-FM-ADDR3(WS-FX) TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           WRITE SL-LINE
           MOVE SPACES TO SL-LINE
           STRING 'PARENT-TEACHER MEETING ON ' DELIMITED BY SIZE
               WS-DAY-NAME DELIMITED BY SPACE
               ' ' WS-PTM-DATE(7:2) '/' WS-PTM-DATE(5:2) '/'
               WS-PTM-DATE(1:4) DELIMITED BY SIZE INTO SL-LINE
           WRITE SL-LINE
           MOVE 'PLEASE COME AT THE TIMES BELOW:' TO SL-LINE
           WRITE SL-LINE
           MOVE ' TIME   STUDENT  TEACHER' TO SL-LINE
           WRITE SL-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SLOT-COUNT
               IF WS-FM-BUSY(WS-FX)(WS-SX:1) NOT = SPACE
                   PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > WS-BK-COUNT
                       IF WS-BT-FAM(WS-BX) = WS-FX
                           AND WS-BT-SLOT(WS-BX) = WS-SX
                           PERFORM 4950-SLOT-TIME-PARA
                           MOVE WS-BT-TX(WS-BX) TO WS-TX
                           MOVE SPACES TO SL-LINE
                           STRING ' ' WS-TIME-DISP '  '
                               WS-BT-UID(WS-BX) '    '
                               WS-TC-EMP(WS-TX) ' ' WS-TC-NAME(WS-TX)
                               DELIMITED BY SIZE INTO SL-LINE
                           WRITE SL-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO SL-LINE
           WRITE SL-LINE
           MOVE ALL '-' TO SL-LINE
           WRITE SL-LINE.
       END PROGRAM PTMSCHED.
