       01 WS-AUDIT-RECS-READ    PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-RECS-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-FS           PIC 99.
      * Chain state - see AUDIT-LAST-PARA / AUDIT-SEAL-PARA
       01 WS-AUDIT-SEQ          PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-PREV-DIG     PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-DIG          PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-HASH         PIC 9(12) VALUE ZERO.
       01 WS-AUDIT-HASH-Q       PIC 9(12) VALUE ZERO.
       01 WS-AUDIT-CX           PIC 999 VALUE ZERO.
