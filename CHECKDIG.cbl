           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       FD EMPMAST-FILE.
       01 EMP-MAST-REC.
           05 EMP-ID   PIC 9(5).
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-SM-STAT  PIC 99.
       77 WS-EM-STAT  PIC 99.
