      *     charged, department), so the ABSPLAN forward planner
      *     and the PAYDEDCT bureau extract can see the spans the
      *     balances file flattens away.
      *   - Leave running past the last working day of an employee
      *     separated through EMPSEPR is rejected; leave inside their
      *     service still posts.
      *   - The comp-off type COMPOFF credits (COMPOFF_TYPE, default
      *     C) is earned, not granted: a first use of it opens the
      *     balances row at nil entitlement instead of the
      *     LEAVE_ENTITLE default, so it only covers credits posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLEAVE.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       77 WS-TRN-FS PIC 99.
       77 WS-BAL-FS PIC 99.
       77 WS-ENV-NAME PIC X(20).
       77 WS-ENTITLE  PIC 999 VALUE 030.
       77 WS-ENT-INPUT PIC X(3).
       77 WS-CO-TYPE   PIC X VALUE 'C'.
       77 WS-TRN-READ PIC 9(4) VALUE ZERO.
       77 WS-TRN-POSTED PIC 9(4) VALUE ZERO.
       77 WS-TRN-REJ    PIC 9(4) VALUE ZERO.
                       WS-ENTITLE
               END-IF
           END-IF
           MOVE 'COMPOFF_TYPE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-ENT-INPUT
           ACCEPT WS-ENT-INPUT FROM ENVIRONMENT-VALUE
           IF WS-ENT-INPUT NOT = SPACES
               MOVE WS-ENT-INPUT(1:1) TO WS-CO-TYPE
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-STAT NOT = 00
               DISPLAY 'EMPMAST OPEN FAILED, FILE STATUS - ' WS-STAT
                       ADD 1 TO WS-TRN-REJ
                       DISPLAY 'LEAVE SPAN ENDS BEFORE IT STARTS FOR '
                           LT-ID ' - REJECTED'
                   ELSE
                   IF EMP-SEPARATED AND LT-TO > EMP-LWD
                       ADD 1 TO WS-TRN-REJ
                       DISPLAY 'LEAVE AFTER LAST WORKING DAY FOR '
                           LT-ID ' - REJECTED'
                   ELSE
                       PERFORM 1950-SET-REGION-PARA
                       PERFORM 3000-COUNT-DAYS-PARA
                       PERFORM 4000-APPLY-PARA
                   END-IF
                   END-IF
           END-READ.
       3000-COUNT-DAYS-PARA.
           MOVE 'C' TO WS-BD-FUNC
               MOVE WS-BAL-COUNT TO WS-MATCH-BX
               MOVE LT-ID   TO WS-BAL-ID(WS-MATCH-BX)
               MOVE LT-TYPE TO WS-BAL-TYPE(WS-MATCH-BX)
               IF LT-TYPE = WS-CO-TYPE
                   MOVE ZERO TO WS-BAL-ENT(WS-MATCH-BX)
               ELSE
                   MOVE WS-ENTITLE TO WS-BAL-ENT(WS-MATCH-BX)
               END-IF
               MOVE ZERO TO WS-BAL-TAKEN(WS-MATCH-BX)
           END-IF
           IF WS-MATCH-BX = ZERO
