      *     be rerun against the same data. Error rows are counted
      *     per type and reported so the gate's reject counts can be
      *     checked against what was actually planted.
      *   - EMPMAST.dat.gen rows now carry the full employee layout:
      *     grade GEN_GRADE (default T1 - set it to a grade on the
      *     drill's PAYSCALE), a step of 01-05, and the status and
      *     last working day left blank as for an active employee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENFEED.
           05 SMO-NAME    PIC X(20).
           05 SMO-SECTION PIC X.
           05 SMO-STATUS  PIC X.
           05 SMO-BRANCH  PIC XX.
       FD EM-OUT.
       01 EMO-REC.
           05 EMO-ID     PIC 9(5).
           05 EMO-NAME   PIC X(20).
           05 EMO-HIREDT PIC X(8).
           05 EMO-SUPER  PIC 9(5).
           05 EMO-GRADE  PIC X(2).
           05 EMO-STEP   PIC 99.
           05 EMO-STATUS PIC X.
           05 EMO-LWD    PIC X(8).
       FD MARKS-OUT.
       01 MARKS-REC.
           05 MKO-ID     PIC X(5).
       77 WS-STU-CNT   PIC 9(5) VALUE 100.
       77 WS-EMP-CNT   PIC 9(5) VALUE 20.
       77 WS-SEED      PIC 9(9) VALUE 20260.
       77 WS-GRADE     PIC X(2) VALUE 'T1'.
       77 WS-RAND      PIC 9(9).
       77 WS-DRAW      PIC 9(2).
       77 WS-PCT-GENDER PIC 9(3) VALUE ZERO.
           IF WS-ENV-VAL NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VAL) TO WS-SEED
           END-IF
           MOVE 'GEN_GRADE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT-VALUE
           IF WS-ENV-VAL NOT = SPACES
               MOVE WS-ENV-VAL TO WS-GRADE
           END-IF
           MOVE 'GEN_ERRPCT_GENDER' TO WS-ENV-NAME
           PERFORM 1100-NUM-ENV-PARA
           IF WS-ENV-VAL NOT = SPACES
           COMPUTE WS-SECT-X = FUNCTION MOD(WS-RAND, 4) + 1
           MOVE WS-SECTIONS(WS-SECT-X:1) TO SMO-SECTION
           MOVE 'E' TO SMO-STATUS
           MOVE SPACES TO SMO-BRANCH
           WRITE SMO-REC
      * MARKS.txt row
           MOVE WS-ID TO MKO-ID
               + WS-DAY
           MOVE WS-DATE-8 TO EMO-HIREDT
           MOVE 50001 TO EMO-SUPER
           MOVE WS-GRADE TO EMO-GRADE
           PERFORM 8000-NEXT-RAND-PARA
           COMPUTE EMO-STEP = FUNCTION MOD(WS-RAND, 5) + 1
           MOVE SPACE TO EMO-STATUS
           MOVE SPACES TO EMO-LWD
           WRITE EMO-REC
      * EMP.txt and DOB.txt rows for the same employee
           MOVE WS-ID TO EFO-ID
