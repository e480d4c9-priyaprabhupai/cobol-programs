           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-STAT     PIC 99.
       01 WS-EMP-STAT PIC 99.
               MOVE SPACES             TO EMP-NAME
               MOVE SPACES             TO EMP-HIREDT
               MOVE ZERO               TO EMP-SUPER
               MOVE SPACES             TO EMP-GRADE
               MOVE ZERO               TO EMP-STEP
               MOVE SPACE              TO EMP-STATUS
               MOVE SPACES             TO EMP-LWD
               WRITE EMP-MAST-REC
                   INVALID KEY
                       DISPLAY 'DUPLICATE ID IN FEEDS - '
