           05 SMI-NAME    PIC X(20).
           05 SMI-SECTION PIC X.
           05 SMI-STATUS  PIC X.
           05 SMI-BRANCH  PIC XX.
       FD SM-OUT.
       01 SMO-REC.
           05 SMO-ID      PIC 9(5).
           05 SMO-NAME    PIC X(20).
           05 SMO-SECTION PIC X.
           05 SMO-STATUS  PIC X.
           05 SMO-BRANCH  PIC XX.
       FD EM-IN.
       01 EMI-REC.
           05 EMI-ID     PIC 9(5).
           05 EMI-NAME   PIC X(20).
           05 EMI-HIREDT PIC X(8).
           05 EMI-SUPER  PIC 9(5).
           05 EMI-GRADE  PIC X(2).
           05 EMI-STEP   PIC 99.
           05 EMI-STATUS PIC X.
           05 EMI-LWD    PIC X(8).
       FD EM-OUT.
       01 EMO-REC.
           05 EMO-ID     PIC 9(5).
           05 EMO-NAME   PIC X(20).
           05 EMO-HIREDT PIC X(8).
           05 EMO-SUPER  PIC 9(5).
           05 EMO-GRADE  PIC X(2).
           05 EMO-STEP   PIC 99.
           05 EMO-STATUS PIC X.
           05 EMO-LWD    PIC X(8).
       FD FEED-IN.
       01 FIN-REC PIC X(80).
       FD FEED-OUT.
               INTO SMO-NAME
           MOVE SMI-SECTION TO SMO-SECTION
           MOVE SMI-STATUS TO SMO-STATUS
           MOVE SMI-BRANCH TO SMO-BRANCH
           WRITE SMO-REC
           IF WS-SM-OUT-FS = 00
               ADD 1 TO WS-RECS-OUT
               MOVE EMI-ID TO WS-SCR-IN
               PERFORM 8000-SCRAMBLE-PARA
           END-IF
           MOVE EMI-GRADE TO EMO-GRADE
           MOVE EMI-STEP  TO EMO-STEP
           MOVE EMI-STATUS TO EMO-STATUS
           MOVE EMI-LWD TO WS-DATE-IO
           PERFORM 8200-SHIFT-DATE-PARA
           MOVE WS-DATE-IO TO EMO-LWD
           WRITE EMO-REC
           IF WS-EM-OUT-FS = 00
               ADD 1 TO WS-RECS-OUT
