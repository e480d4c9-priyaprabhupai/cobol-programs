      *     shared LOCKMGR registry and stops with a held-by
      *     message instead of extracting under an open menu
      *     session. See LOCKUTIL for stale locks.
      *   - Staff separated through EMPSEPR stay on the master but
      *     are no longer written to the EMP.txt/DOB.txt feeds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPXTRCT.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       FD EMPFILE.
       01 EMP-REC.
           05 EMPF-ID   PIC 9(5).
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF NOT EMP-SEPARATED
                           ADD 1 TO WS-EXTRACTED
                           MOVE EMP-ID   TO EMPF-ID
                           MOVE EMP-DEPT TO EMPF-DEPT
                           MOVE EMP-DOB  TO EMPF-DOB
                           WRITE EMP-REC
                           MOVE EMP-ID  TO DOBF-ID
                           MOVE EMP-DOB TO DOBF-DOB
                           WRITE DOB-REC
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM EMPXTRCT.
