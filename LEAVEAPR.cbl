      *     leavenotf.txt). Once this workflow is in use the
      *     operators stop keying leavetrn.txt directly - only
      *     approved requests reach the posting run.
      *   - Requests are refused for an employee separated through
      *     EMPSEPR, and a separated supervisor can no longer sign on
      *     to approve - EMPSEPR lists what they left pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEAPR.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-PD-FS    PIC 99.
       77 WS-LT-FS    PIC 99.
                   SUBTRACT 1 FROM WS-MAX-SEQ
                   GO TO 3999-REQ-EXIT
               NOT INVALID KEY
                   IF EMP-SEPARATED
                       DISPLAY 'EMPLOYEE ' EMP-ID ' SEPARATED ON '
                           EMP-LWD ' - NOT LOGGED'
                       SUBTRACT 1 FROM WS-PD-COUNT
                       SUBTRACT 1 FROM WS-MAX-SEQ
                       GO TO 3999-REQ-EXIT
                   END-IF
                   IF EMP-SUPER = ZERO
                       DISPLAY 'NO SUPERVISOR ON THE MASTER FOR '
                           EMP-ID ' - NOT LOGGED (SEE EMPMAST)'
                       ' NOT ON THE MASTER'
                   GO TO 4999-REVIEW-EXIT
               NOT INVALID KEY
                   IF EMP-SEPARATED
                       DISPLAY 'APPROVER ' WS-APPROVER
                           ' SEPARATED ON ' EMP-LWD
                           ' - REQUESTS GO TO THE NEW SUPERVISOR'
                       GO TO 4999-REVIEW-EXIT
                   END-IF
                   DISPLAY 'REVIEWING AS ' EMP-NAME
           END-READ
           MOVE ZERO TO WS-LISTED
