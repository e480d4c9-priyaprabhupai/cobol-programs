      *     are left out - so "headcount by department on 1 July"
      *     can be answered after the fact. The detail listing
      *     still shows today's master.
      *   - Employees separated through EMPSEPR stay on the listing
      *     but drop out of the department headcount after their last
      *     working day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLIST.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       FD LISTING.
       01 LIST-LINE PIC X(60).
       FD ASGHIST.
                   PERFORM 2200-ASOF-PARA
               END-IF
           END-IF
      * Separated through EMPSEPR - out of the headcount after the
      * last working day (at once when no as-of date is given)
           IF EMP-SEPARATED
               IF WS-ASOF = ZERO
                   MOVE SPACES TO WS-ASOF-DEPT
               ELSE
                   IF EMP-LWD IS NUMERIC
                       AND FUNCTION NUMVAL(EMP-LWD) < WS-ASOF
                       MOVE SPACES TO WS-ASOF-DEPT
                   END-IF
               END-IF
           END-IF
           IF WS-ASOF-DEPT = SPACES
               CONTINUE
           ELSE
