      *     print file (default absplan.txt). Without a CALFILE
      *     the run stops - the grid is meaningless without the
      *     working-day calendar.
      *   - Staff separated through EMPSEPR no longer count in the
      *     department headcounts behind the share warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSPLAN.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-LH-FS    PIC 99.
       77 WS-CAL-FS   PIC 99.
                       MOVE EMP-DEPT TO WS-CUR-DEPT
                       PERFORM 3100-DEPT-PARA
                       IF WS-MATCH-DX NOT = ZERO
                           AND NOT EMP-SEPARATED
                           ADD 1 TO WS-DEPT-HC(WS-MATCH-DX)
                       END-IF
                       IF WS-NM-COUNT < 500
