      *     ACCR_TYPE (default A), the carryover cap CARRY_CAP
      *     (default 010.0), the statement file LEAVYEND_DSN
      *     (default leavyend.txt).
      *   - The monthly accrual skips staff separated through
      *     EMPSEPR; their balance was settled at exit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVACCR.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-BAL-FS   PIC 99.
       77 WS-BND-FS   PIC 99.
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00 AND NOT EMP-SEPARATED
                   PERFORM 2100-ONE-EMP-PARA
               END-IF
           END-PERFORM
