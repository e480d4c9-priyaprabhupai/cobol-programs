      ******************************************************************
      * Program : AUDITCHK
      * Purpose : Verifies the chain on the shared audit log. Every
      *           line AUDITPARA writes carries a sequence number and
      *           a digest of the previous line's digest plus its own
      *           text (see AUDITFD). This run walks the log and
      *           reports, to AUDITCHK_DSN (default auditchk.txt):
      *             - the first broken link (a line whose digest does
      *               not follow from the line before it, or a line
      *               with no chain once the chain has begun), with a
      *               count of any further breaks
      *             - every gap in the sequence numbers
      *             - every reset to sequence 1 that is not a
      *               signed-off rollover record
      *           Lines written before the chain began are counted and
      *           passed over. A failed verification raises an E alert
      *           and sets RETURN-CODE 8.
      *           AUDITCHK_MODE=R rolls the log over instead: the log
      *           is verified, appended to AUDITARC_DSN (default
      *           AUDITLOG.arc), and restarted with a ROLLOVER record
      *           that carries the old last sequence number and digest
      *           and is signed off by AUDITCHK_OPER. A broken chain,
      *           or no operator, refuses the rollover (RC 12).
      * Modification History:
      *   - Written new, so the auditors can be shown that no line of
      *     the audit log has been altered or removed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKRPT ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           SELECT AUDITARC ASSIGN TO WS-ARC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-FS.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD CHKRPT.
       01 RPT-LINE PIC X(80).
       FD AUDITARC.
       01 ARC-REC  PIC X(127).
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       77 WS-RPT-FS    PIC 99.
       77 WS-ARC-FS    PIC 99.
       77 WS-RPT-DSN   PIC X(100) VALUE 'auditchk.txt'.
       77 WS-ARC-DSN   PIC X(100) VALUE 'AUDITLOG.arc'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-MODE      PIC X VALUE 'V'.
       77 WS-OPER-IN   PIC X(10) VALUE SPACES.
       77 WS-LINE-NO   PIC 9(8) VALUE ZERO.
       77 WS-LEGACY    PIC 9(8) VALUE ZERO.
       77 WS-CHAINED   PIC 9(8) VALUE ZERO.
       77 WS-BREAKS    PIC 9(6) VALUE ZERO.
       77 WS-GAPS      PIC 9(6) VALUE ZERO.
       77 WS-RESETS    PIC 9(6) VALUE ZERO.
       77 WS-ROLLS     PIC 9(6) VALUE ZERO.
       77 WS-ARC-COUNT PIC 9(8) VALUE ZERO.
       77 WS-LAST-SEQ  PIC 9(8) VALUE ZERO.
       77 WS-LAST-DIG  PIC 9(9) VALUE ZERO.
       77 WS-NEXT-SEQ  PIC 9(8) VALUE ZERO.
       77 WS-ROLL-SEQ  PIC 9(8) VALUE ZERO.
       77 WS-ROLL-DIG  PIC 9(9) VALUE ZERO.
       77 WS-TS-FLD    PIC X(19).
       77 WS-PGM-FLD   PIC X(10).
       77 WS-EVT-FLD   PIC X(50).
       77 WS-OPR-FLD   PIC X(20).
       77 WS-MSG       PIC X(50).
       01 WS-BEGUN-SW  PIC X VALUE 'N'.
           88 WS-CHAIN-BEGUN  VALUE 'Y'.
       01 WS-ROLL-SW   PIC X VALUE 'N'.
           88 WS-IS-ROLLOVER  VALUE 'Y'.
       01 WS-SIGN-SW   PIC X VALUE 'N'.
           88 WS-SIGNED-OFF   VALUE 'Y'.
       01 WS-CHECK-SW  PIC X VALUE 'Y'.
           88 WS-CHECK-DIGEST VALUE 'Y'.
       01 WS-DETAIL.
           05 FILLER        PIC X(5) VALUE 'LINE '.
           05 WS-D-LINE     PIC Z(7)9.
           05 FILLER        PIC X(5) VALUE ' SEQ '.
           05 WS-D-SEQ      PIC Z(7)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-D-MSG      PIC X(50).
       01 WS-COUNT-DISP     PIC Z(7)9.
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           OPEN OUTPUT CHKRPT
           IF WS-RPT-FS NOT = 00
               DISPLAY 'AUDITCHK REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-VERIFY-PARA THRU 2099-VERIFY-EXIT
           PERFORM 3000-SUMMARY-PARA
           IF WS-MODE = 'R'
               PERFORM 4000-ROLLOVER-PARA THRU 4099-ROLLOVER-EXIT
           END-IF
           CLOSE CHKRPT
           MOVE WS-LINE-NO TO WS-AUDIT-RECS-READ
           MOVE WS-ARC-COUNT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-RPT-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           IF RETURN-CODE = ZERO
               AND WS-BREAKS + WS-GAPS + WS-RESETS NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'AUDITCHK_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'auditchk.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'AUDITARC_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ARC-DSN FROM ENVIRONMENT-VALUE
           IF WS-ARC-DSN = SPACES
               MOVE 'AUDITLOG.arc' TO WS-ARC-DSN
           END-IF
           MOVE 'AUDITCHK_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           IF WS-MODE NOT = 'R'
               MOVE 'V' TO WS-MODE
           END-IF
           MOVE 'AUDITCHK_OPER' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-IN FROM ENVIRONMENT-VALUE
           PERFORM AUDIT-ENV-PARA
           MOVE 'AUDITCHK' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'AUDITCHK' TO WS-ALERT-PGM.
      ******************************************************************
      * Walk the log from the top
      ******************************************************************
       2000-VERIFY-PARA.
           MOVE SPACES TO RPT-LINE
           STRING 'AUDIT LOG CHAIN VERIFICATION - ' WS-AUDIT-DSN
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STAT NOT = 00
               DISPLAY 'AUDIT LOG OPEN FAILED, FILE STATUS - '
                   WS-AUDIT-STAT
               MOVE 16 TO RETURN-CODE
               GO TO 2099-VERIFY-EXIT
           END-IF
           PERFORM UNTIL WS-AUDIT-STAT NOT = 00
               READ AUDIT-LOG
               END-READ
               IF WS-AUDIT-STAT NOT = 10
                   ADD 1 TO WS-LINE-NO
                   PERFORM 2100-LINE-PARA THRU 2199-LINE-EXIT
               END-IF
           END-PERFORM
           CLOSE AUDIT-LOG.
       2099-VERIFY-EXIT.
           EXIT.
       2100-LINE-PARA.
           IF AUDIT-LOG-SEQ-TAG NOT = ',SEQ='
               OR AUDIT-LOG-DIG-TAG NOT = ',DIG='
               OR AUDIT-LOG-SEQ IS NOT NUMERIC
               OR AUDIT-LOG-DIG IS NOT NUMERIC
               IF WS-CHAIN-BEGUN
                   MOVE ZERO TO AUDIT-LOG-SEQ
                   MOVE 'LINE NOT CHAINED' TO WS-MSG
                   PERFORM 2300-BREAK-PARA
               ELSE
                   ADD 1 TO WS-LEGACY
               END-IF
               GO TO 2199-LINE-EXIT
           END-IF
           ADD 1 TO WS-CHAINED
           PERFORM 2200-ROLLOVER-TEST-PARA
           MOVE 'Y' TO WS-CHECK-SW
           EVALUATE TRUE
               WHEN NOT WS-CHAIN-BEGUN AND WS-IS-ROLLOVER
                   IF WS-SIGNED-OFF
                       ADD 1 TO WS-ROLLS
                   ELSE
                       ADD 1 TO WS-RESETS
                       MOVE 'ROLLOVER RECORD NOT SIGNED OFF' TO WS-MSG
                       PERFORM 2400-LIST-PARA
                   END-IF
                   MOVE WS-ROLL-DIG TO WS-AUDIT-PREV-DIG
               WHEN NOT WS-CHAIN-BEGUN AND AUDIT-LOG-SEQ = 1
                   MOVE ZERO TO WS-AUDIT-PREV-DIG
               WHEN NOT WS-CHAIN-BEGUN
                   ADD 1 TO WS-GAPS
                   MOVE SPACES TO WS-MSG
                   STRING 'GAP - CHAIN STARTS PART WAY, EARLIER LINES '
                       'GONE' DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 2400-LIST-PARA
                   MOVE 'N' TO WS-CHECK-SW
               WHEN AUDIT-LOG-SEQ = WS-LAST-SEQ + 1
                   MOVE WS-LAST-DIG TO WS-AUDIT-PREV-DIG
               WHEN AUDIT-LOG-SEQ = 1 AND WS-IS-ROLLOVER
                   AND WS-SIGNED-OFF
                   ADD 1 TO WS-ROLLS
                   IF WS-ROLL-SEQ NOT = WS-LAST-SEQ
                       OR WS-ROLL-DIG NOT = WS-LAST-DIG
                       MOVE 'ROLLOVER DOES NOT MATCH THE LINE BEFORE'
                           TO WS-MSG
                       PERFORM 2300-BREAK-PARA
                   END-IF
                   MOVE WS-ROLL-DIG TO WS-AUDIT-PREV-DIG
               WHEN AUDIT-LOG-SEQ = 1
                   ADD 1 TO WS-RESETS
                   MOVE 'RESET WITHOUT A SIGNED-OFF ROLLOVER RECORD'
                       TO WS-MSG
                   PERFORM 2400-LIST-PARA
                   MOVE ZERO TO WS-AUDIT-PREV-DIG
               WHEN OTHER
                   ADD 1 TO WS-GAPS
                   COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
                   MOVE WS-NEXT-SEQ TO WS-COUNT-DISP
                   MOVE SPACES TO WS-MSG
                   STRING 'SEQUENCE GAP - EXPECTED ' WS-COUNT-DISP
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 2400-LIST-PARA
                   MOVE 'N' TO WS-CHECK-SW
           END-EVALUATE
           IF WS-CHECK-DIGEST
               PERFORM AUDIT-DIGEST-PARA
               IF WS-AUDIT-DIG NOT = AUDIT-LOG-DIG
                   MOVE 'BROKEN LINK - DIGEST DOES NOT FOLLOW' TO WS-MSG
                   PERFORM 2300-BREAK-PARA
               END-IF
           END-IF
      * Carry on from the line as written, so one altered line is one
      * break and not a cascade down the rest of the log
           MOVE 'Y' TO WS-BEGUN-SW
           MOVE AUDIT-LOG-SEQ TO WS-LAST-SEQ
           MOVE AUDIT-LOG-DIG TO WS-LAST-DIG.
       2199-LINE-EXIT.
           EXIT.
       2200-ROLLOVER-TEST-PARA.
      * EVENT=ROLLOVER FROM SEQ nnnnnnnn DIG nnnnnnnnn,OPER=id
           MOVE 'N' TO WS-ROLL-SW WS-SIGN-SW
           MOVE SPACES TO WS-TS-FLD WS-PGM-FLD WS-EVT-FLD WS-OPR-FLD
           UNSTRING AUDIT-LOG-TEXT DELIMITED BY ','
               INTO WS-TS-FLD WS-PGM-FLD WS-EVT-FLD WS-OPR-FLD
           END-UNSTRING
           IF WS-EVT-FLD(1:24) = 'EVENT=ROLLOVER FROM SEQ '
               AND WS-EVT-FLD(25:8) IS NUMERIC
               AND WS-EVT-FLD(33:5) = ' DIG '
               AND WS-EVT-FLD(38:9) IS NUMERIC
               MOVE 'Y' TO WS-ROLL-SW
               MOVE WS-EVT-FLD(25:8) TO WS-ROLL-SEQ
               MOVE WS-EVT-FLD(38:9) TO WS-ROLL-DIG
               IF WS-OPR-FLD(1:5) = 'OPER='
                   AND WS-OPR-FLD(6:10) NOT = SPACES
                   MOVE 'Y' TO WS-SIGN-SW
               END-IF
           END-IF.
       2300-BREAK-PARA.
      * Only the first broken link is listed; the rest are counted
           ADD 1 TO WS-BREAKS
           IF WS-BREAKS = 1
               MOVE SPACES TO RPT-LINE
               MOVE 'FIRST BROKEN LINK:' TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2400-LIST-PARA
           END-IF.
       2400-LIST-PARA.
           MOVE WS-LINE-NO TO WS-D-LINE
           MOVE AUDIT-LOG-SEQ TO WS-D-SEQ
           MOVE WS-MSG TO WS-D-MSG
           MOVE WS-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       3000-SUMMARY-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINE-NO TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'LINES READ           ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LEGACY TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'BEFORE CHAIN BEGAN   ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHAINED TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'CHAINED LINES        ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LAST-SEQ TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'LAST SEQUENCE        ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ROLLS TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'SIGNED ROLLOVERS     ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BREAKS TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'BROKEN LINKS         ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GAPS TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'SEQUENCE GAPS        ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RESETS TO WS-COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'UNSIGNED RESETS      ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-BREAKS + WS-GAPS + WS-RESETS = ZERO
               MOVE 'CHAIN INTACT' TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'AUDIT LOG CHAIN INTACT - ' WS-CHAINED
                   ' CHAINED LINES'
           ELSE
               MOVE 'CHAIN FAILED VERIFICATION' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'E' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'AUDIT LOG CHAIN FAILED - BRK ' WS-BREAKS
                   ' GAP ' WS-GAPS ' RST ' WS-RESETS
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
           END-IF.
      ******************************************************************
      * Rollover - archive the verified log and restart it with a
      * signed ROLLOVER record chained from the old last line
      ******************************************************************
       4000-ROLLOVER-PARA.
           IF RETURN-CODE NOT = ZERO
               OR WS-BREAKS + WS-GAPS + WS-RESETS NOT = ZERO
               DISPLAY 'AUDIT LOG DID NOT VERIFY - ROLLOVER REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 4099-ROLLOVER-EXIT
           END-IF
           IF WS-OPER-IN = SPACES
               DISPLAY 'ROLLOVER NEEDS AUDITCHK_OPER TO SIGN IT OFF'
                   ' - ROLLOVER REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 4099-ROLLOVER-EXIT
           END-IF
           OPEN EXTEND AUDITARC
           IF WS-ARC-FS = 05 OR WS-ARC-FS = 35
               CLOSE AUDITARC
               OPEN OUTPUT AUDITARC
           END-IF
           IF WS-ARC-FS NOT = 00
               DISPLAY 'AUDIT ARCHIVE OPEN FAILED, FILE STATUS - '
                   WS-ARC-FS ' - ROLLOVER REFUSED'
               MOVE 12 TO RETURN-CODE
               GO TO 4099-ROLLOVER-EXIT
           END-IF
           OPEN INPUT AUDIT-LOG
           PERFORM UNTIL WS-AUDIT-STAT NOT = 00
               READ AUDIT-LOG
               END-READ
               IF WS-AUDIT-STAT NOT = 10
                   MOVE AUDIT-LOG-REC TO ARC-REC
                   WRITE ARC-REC
                   ADD 1 TO WS-ARC-COUNT
               END-IF
           END-PERFORM
           CLOSE AUDIT-LOG
           CLOSE AUDITARC
      * The walk above read up to this run's own start line, so the
      * last sealed line is taken again from the log itself
           PERFORM AUDIT-LAST-PARA
           MOVE WS-AUDIT-SEQ TO WS-ROLL-SEQ
           MOVE WS-AUDIT-PREV-DIG TO WS-ROLL-DIG
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-CURR-DT
           OPEN OUTPUT AUDIT-LOG
           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-AUDIT-CURR-DT(1:4) '-' WS-AUDIT-CURR-DT(5:2) '-'
               WS-AUDIT-CURR-DT(7:2) ' ' WS-AUDIT-CURR-DT(9:2) ':'
               WS-AUDIT-CURR-DT(11:2) ':' WS-AUDIT-CURR-DT(13:2)
               ',AUDITCHK,EVENT=ROLLOVER FROM SEQ ' WS-ROLL-SEQ
               ' DIG ' WS-ROLL-DIG ',OPER=' DELIMITED BY SIZE
               WS-OPER-IN DELIMITED BY SPACE
               INTO AUDIT-LOG-REC
           END-STRING
           MOVE ZERO TO WS-AUDIT-SEQ
           PERFORM AUDIT-SEAL-PARA
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG
           MOVE SPACES TO RPT-LINE
           STRING 'ROLLED OVER - ' WS-ARC-COUNT ' LINES TO '
               WS-ARC-DSN DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'AUDIT LOG ROLLED OVER BY ' WS-OPER-IN ' - '
               WS-ARC-COUNT ' LINES ARCHIVED'.
       4099-ROLLOVER-EXIT.
           EXIT.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM AUDITCHK.
