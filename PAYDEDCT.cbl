      *     total-days hash, and the acknowledgement mode matches
      *     the bureau's answer off against the register's oldest
      *     outstanding send. Exceptions surface through XMITREG.
      *   - The extract also charges the unauthorized absences the
      *     STAFFATT attendance run records (UNAUTHABS_DSN, default
      *     unauthabs.txt - one record per day, a half day on a
      *     half-working day) for dates inside the period. Without
      *     the file only the leave spans are charged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDEDCT.
           SELECT DEDFILE ASSIGN TO WS-DD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DD-FS.
           SELECT UNAUTHABS ASSIGN TO WS-UA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UA-FS.
           SELECT ACKFILE ASSIGN TO WS-AK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AK-FS.
           05 LH-DAYS  PIC 999V9.
           05 FILLER   PIC X.
           05 LH-DEPT  PIC XXX.
       FD UNAUTHABS.
       01 UA-REC.
           05 UA-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 UA-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 UA-DAYS   PIC 9V9.
           05 FILLER    PIC X.
           05 UA-DEPT   PIC XXX.
       FD DEDFILE.
       01 DED-REC PIC X(40).
       FD ACKFILE.
       77 WS-LH-FS    PIC 99.
       77 WS-DD-FS    PIC 99.
       77 WS-AK-FS    PIC 99.
       77 WS-UA-FS    PIC 99.
       77 WS-LH-DSN   PIC X(100) VALUE 'leavehist.txt'.
       77 WS-DD-DSN   PIC X(100) VALUE 'paydedct.txt'.
       77 WS-AK-DSN   PIC X(100) VALUE 'payack.txt'.
       77 WS-UA-DSN   PIC X(100) VALUE 'unauthabs.txt'.
       77 WS-CHG-EMP  PIC 9(5) VALUE ZERO.
       77 WS-ENV-NAME PIC X(20).
       77 WS-MODE     PIC X VALUE 'X'.
       77 WS-PERIOD-IN PIC X(6).
           IF WS-AK-DSN = SPACES
               MOVE 'payack.txt' TO WS-AK-DSN
           END-IF
           MOVE 'UNAUTHABS_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-UA-DSN FROM ENVIRONMENT-VALUE
           IF WS-UA-DSN = SPACES
               MOVE 'unauthabs.txt' TO WS-UA-DSN
           END-IF
           MOVE 'PAYDEDCT_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LEAVEHIST
           PERFORM 2200-UNAUTH-PARA.
       2100-ONE-SPAN-PARA.
      * Clip the span to the period and charge its business days
           IF LH-FROM > WS-PER-FROM
           IF WS-BD-STATUS = '12'
               MOVE ZERO TO WS-BD-DAYS
           END-IF
           MOVE LH-ID TO WS-CHG-EMP
           PERFORM 2300-CHARGE-PARA.
       2200-UNAUTH-PARA.
      * Unauthorized absences STAFFATT found on the attendance
      * register are unpaid days too - one record per day already
      * weighed against the calendar, so no BUSDAYS count
           OPEN INPUT UNAUTHABS
           IF WS-UA-FS NOT = 00
               DISPLAY 'NO UNAUTHORIZED-ABSENCE INPUT, FILE STATUS - '
                   WS-UA-FS ' - LEAVE SPANS ONLY'
           ELSE
               PERFORM UNTIL WS-UA-FS NOT = 00
                   READ UNAUTHABS
                   END-READ
                   IF WS-UA-FS NOT = 10
                       IF UA-DATE >= WS-PER-FROM
                           AND UA-DATE <= WS-PER-TO
                           MOVE UA-EMP TO WS-CHG-EMP
                           MOVE UA-DAYS TO WS-BD-DAYS
                           PERFORM 2300-CHARGE-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE UNAUTHABS
           END-IF.
       2300-CHARGE-PARA.
      * Add WS-BD-DAYS to WS-CHG-EMP's unpaid days
           MOVE ZERO TO WS-MATCH-EX
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EMP-COUNT OR WS-MATCH-EX NOT = ZERO
               IF WS-EMP-ID(WS-EX) = WS-CHG-EMP
                   MOVE WS-EX TO WS-MATCH-EX
               END-IF
           END-PERFORM
           IF WS-MATCH-EX = ZERO AND WS-EMP-COUNT < 500
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-MATCH-EX
               MOVE WS-CHG-EMP TO WS-EMP-ID(WS-MATCH-EX)
               MOVE ZERO TO WS-EMP-DAYS(WS-MATCH-EX)
           END-IF
           IF WS-MATCH-EX = ZERO
               DISPLAY 'EMPLOYEE TABLE FULL, SKIPPING ' WS-CHG-EMP
           ELSE
               ADD WS-BD-DAYS TO WS-EMP-DAYS(WS-MATCH-EX)
           END-IF.
