      ******************************************************************
      * Copybook: HLDPARA
      * Purpose : HLD-ENV-PARA resolves the register and exceptions
      *           DSNs (HOLDREG_DSN, default holdreg.txt; HOLDEXC_DSN,
      *           default holdexc.txt) and the HOLD_CATCHUP date;
      *           HLD-LOAD-PARA loads the register to WS-HLD-TABLE,
      *           warning when none is on file; HLD-CHECK-PARA tests
      *           WS-HLD-UID for WS-HLD-TERM; HLD-EXC-PARA appends the
      *           held student to the exceptions list. See HLDSEL/
      *           HLDFD/HLDDAT.
      ******************************************************************
       HLD-ENV-PARA.
           DISPLAY WS-HLD-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-HLD-DSN FROM ENVIRONMENT-VALUE
           IF WS-HLD-DSN = SPACES
               MOVE 'holdreg.txt' TO WS-HLD-DSN
           END-IF
           DISPLAY WS-HLD-EXC-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-HLD-EXC-DSN FROM ENVIRONMENT-VALUE
           IF WS-HLD-EXC-DSN = SPACES
               MOVE 'holdexc.txt' TO WS-HLD-EXC-DSN
           END-IF
           MOVE SPACES TO WS-HLD-CU-IN
           DISPLAY WS-HLD-CU-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-HLD-CU-IN FROM ENVIRONMENT-VALUE
           MOVE ZERO TO WS-HLD-CATCHUP
           IF WS-HLD-CU-IN NOT = SPACES
               IF WS-HLD-CU-IN IS NUMERIC
                   MOVE WS-HLD-CU-IN TO WS-HLD-CATCHUP
                   DISPLAY 'CATCH-UP RUN - ISSUING ONLY STUDENTS WHOSE '
                       'HOLD WAS LIFTED ON OR AFTER ' WS-HLD-CATCHUP
               ELSE
                   DISPLAY 'HOLD_CATCHUP ' WS-HLD-CU-IN
                       ' IS NOT YYYYMMDD - ORDINARY RUN'
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-HLD-CURR-DT
           MOVE WS-HLD-CURR-DT(1:8) TO WS-HLD-TODAY.
       HLD-LOAD-PARA.
           MOVE ZERO TO WS-HLD-COUNT
           MOVE 'N' TO WS-HLD-AVAIL-SW
           OPEN INPUT HLD-FILE
           IF WS-HLD-STAT NOT = 00
               DISPLAY 'NO RESULT HOLD REGISTER ON FILE, FILE STATUS - '
                   WS-HLD-STAT ' - NO STUDENT HELD'
           ELSE
               MOVE 'Y' TO WS-HLD-AVAIL-SW
               PERFORM UNTIL WS-HLD-STAT NOT = 00
                   READ HLD-FILE
                   END-READ
                   IF WS-HLD-STAT NOT = 10
                       IF WS-HLD-COUNT < 999
                           ADD 1 TO WS-HLD-COUNT
                           MOVE HLD-UID
                               TO WS-HLD-T-UID(WS-HLD-COUNT)
                           MOVE HLD-TERM
                               TO WS-HLD-T-TERM(WS-HLD-COUNT)
                           MOVE HLD-REASON
                               TO WS-HLD-T-REASON(WS-HLD-COUNT)
                           MOVE HLD-PLACED-BY
                               TO WS-HLD-T-BY(WS-HLD-COUNT)
                           MOVE HLD-PLACED
                               TO WS-HLD-T-PLACED(WS-HLD-COUNT)
                           MOVE HLD-LIFTED
                               TO WS-HLD-T-LIFTED(WS-HLD-COUNT)
                           MOVE HLD-LIFTED-BY
                               TO WS-HLD-T-LBY(WS-HLD-COUNT)
                       ELSE
                           DISPLAY 'HOLD TABLE FULL, HOLD IGNORED - '
                               HLD-UID ' ' HLD-TERM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HLD-FILE
           END-IF.
       HLD-CHECK-PARA.
      * A hold with a blank term covers every term. Any hold still in
      * force wins; otherwise a catch-up run looks for a lift on or
      * after the catch-up date
           MOVE 'N' TO WS-HLD-HELD-SW
           MOVE SPACES TO WS-HLD-REASON-OUT WS-HLD-BY-OUT
           MOVE ZERO TO WS-HLD-X
           MOVE 'N' TO WS-HLD-ISSUE-SW
           IF NOT WS-HLD-CATCHUP-RUN
               MOVE 'Y' TO WS-HLD-ISSUE-SW
           END-IF
           PERFORM VARYING WS-HLD-SX FROM 1 BY 1
               UNTIL WS-HLD-SX > WS-HLD-COUNT OR WS-HLD-ON-HOLD
               IF WS-HLD-T-UID(WS-HLD-SX) = WS-HLD-UID
                   AND (WS-HLD-T-TERM(WS-HLD-SX) = SPACES
                       OR WS-HLD-T-TERM(WS-HLD-SX) = WS-HLD-TERM)
                   IF WS-HLD-T-LIFTED(WS-HLD-SX) = ZERO
                       MOVE 'Y' TO WS-HLD-HELD-SW
                       MOVE WS-HLD-SX TO WS-HLD-X
                       MOVE WS-HLD-T-REASON(WS-HLD-SX)
                           TO WS-HLD-REASON-OUT
                       MOVE WS-HLD-T-BY(WS-HLD-SX) TO WS-HLD-BY-OUT
                   ELSE
                       IF WS-HLD-CATCHUP-RUN
                           AND WS-HLD-T-LIFTED(WS-HLD-SX)
                               NOT < WS-HLD-CATCHUP
                           MOVE 'Y' TO WS-HLD-ISSUE-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HLD-ON-HOLD
               MOVE 'N' TO WS-HLD-ISSUE-SW
           END-IF.
       HLD-EXC-PARA.
           OPEN EXTEND HLD-EXC-FILE
           IF WS-HLD-EXC-STAT = 05 OR WS-HLD-EXC-STAT = 35
               CLOSE HLD-EXC-FILE
               OPEN OUTPUT HLD-EXC-FILE
           END-IF
           MOVE SPACES TO HLD-EXC-REC
           MOVE WS-HLD-PGM        TO HLX-PGM
           MOVE WS-HLD-UID        TO HLX-UID
           MOVE WS-HLD-TERM       TO HLX-TERM
           MOVE WS-HLD-REASON-OUT TO HLX-REASON
           MOVE WS-HLD-BY-OUT     TO HLX-PLACED-BY
           MOVE WS-HLD-TODAY      TO HLX-RUN-DATE
           MOVE WS-HLD-ACTION     TO HLX-ACTION
           WRITE HLD-EXC-REC
           CLOSE HLD-EXC-FILE
           ADD 1 TO WS-HLD-EXC-CNT.
