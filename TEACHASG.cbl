      *     rewritten whole on exit when changed, as HOLMAINT does.
      *     The report reads the PASSFAIL file named by PASSFAIL_DSN
      *     and only counts rows whose term matches the assignment.
      *   - A teacher separated through EMPSEPR can no longer be given
      *     a new assignment; EMPSEPR lists the classes to reassign.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHASG.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-TA-FS    PIC 99.
       77 WS-PF-FS    PIC 99.
                           ' NOT ON THE MASTER - NOT ADDED'
                       GO TO 4999-ADD-EXIT
                   NOT INVALID KEY
                       IF EMP-SEPARATED
                           DISPLAY 'EMPLOYEE ' WS-IN-EMP
                               ' SEPARATED ON ' EMP-LWD
                               ' - NOT ADDED'
                           GO TO 4999-ADD-EXIT
                       END-IF
               END-READ
           END-IF
           DISPLAY 'ENTER SUBJECT CODE (2 CHARS):'
