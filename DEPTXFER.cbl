      *     A applied, R rejected), history ASGHIST_DSN (default
      *     asghist.txt). The run date defaults to today and can be
      *     overridden with DEPTXFER_DATE for catch-up posting.
      *   - A transfer for an employee separated through EMPSEPR is
      *     rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTXFER.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-XF-FS    PIC 99.
       77 WS-AH-FS    PIC 99.
               END-READ
           END-IF.
       3200-REWRITE-PARA.
           IF EMP-SEPARATED
               ADD 1 TO WS-REJECTED
               MOVE 'R' TO WS-XT-STATUS(WS-XFX)
               DISPLAY 'TRANSFER FOR ' WS-XT-EMP(WS-XFX)
                   ' REJECTED - SEPARATED ON ' EMP-LWD
           ELSE
               IF EMP-DEPT NOT = WS-XT-FROM(WS-XFX)
                   ADD 1 TO WS-REJECTED
                   MOVE 'R' TO WS-XT-STATUS(WS-XFX)
                   DISPLAY 'TRANSFER FOR ' WS-XT-EMP(WS-XFX)
                       ' REJECTED - EMPLOYEE IS IN ' EMP-DEPT
                       ' NOT ' WS-XT-FROM(WS-XFX)
               ELSE
                   MOVE WS-XT-TO(WS-XFX) TO EMP-DEPT
                   REWRITE EMP-MAST-REC
                       INVALID KEY
                           ADD 1 TO WS-REJECTED
                           MOVE 'R' TO WS-XT-STATUS(WS-XFX)
                           DISPLAY 'REWRITE FAILED FOR '
                               WS-XT-EMP(WS-XFX) ', FILE STATUS - '
                               WS-EM-STAT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED
                           MOVE 'A' TO WS-XT-STATUS(WS-XFX)
                           PERFORM 3300-HISTORY-PARA
                   END-REWRITE
               END-IF
           END-IF.
       3300-HISTORY-PARA.
           OPEN EXTEND ASGHIST
