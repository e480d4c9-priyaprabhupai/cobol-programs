      *     conversion): the X(6) YYMMDD fields widened to X(8)
      *     YYYYMMDD and century-window arithmetic dropped where the
      *     full year is now on the record.
      *   - Staff separated through EMPSEPR are left out of the
      *     service report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSRVC.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-STAT PIC 99.
       01 WS-EMPMAST-DSN PIC X(100)
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF NOT EMP-SEPARATED
                           PERFORM 2100-SERVICE-PARA
                       END-IF
               END-READ
           END-PERFORM.
       2100-SERVICE-PARA.
