      *     a registry entry plus a DSN variable, not a program
      *     release. Without the registry the built-in four-feed
      *     tables run exactly as before.
      *   - Term master: the student marks feed STDMARKS reads
      *     (STUDENTFILE_DSN, default STUDENT.txt) is now gated as
      *     well, and its term code must be on the academic term
      *     master TERMMNT maintains (TERMMAST_DSN, default
      *     terms.txt) and still open - a row for an unknown or
      *     closed term is rejected here rather than graded. A
      *     registry R card of kind T applies the same check to a
      *     registry-driven feed. No master on file skips the term
      *     check with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATEEDIT.
           ASSIGN TO WS-LAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAY-FS.
           COPY TRMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD GATE-IN.
           05 LR-MAX   PIC 9(6).
           05 FILLER   PIC X.
           05 LR-VALS  PIC X(10).
           COPY TRMFD.
       WORKING-STORAGE SECTION.
       77 WS-IN-FS    PIC 99.
       77 WS-CLEAN-FS PIC 99.
           05 FILLER PIC X(25) VALUE 'STD  STDFILE_DSN      010'.
           05 FILLER PIC X(25) VALUE 'DOB  DOBFILE_DSN      013'.
           05 FILLER PIC X(25) VALUE 'EMP  EMPFILE_DSN      016'.
           05 FILLER PIC X(25) VALUE 'STUDTSTUDENTFILE_DSN  015'.
       01 WS-FEED-RED REDEFINES WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 5 TIMES.
               10 WS-F-ID   PIC X(5).
               10 WS-F-ENV  PIC X(17).
               10 WS-F-LEN  PIC 999.
       01 WS-FEED-DEFAULTS.
           05 FILLER PIC X(11) VALUE 'MARKS.txt'.
           05 FILLER PIC X(11) VALUE 'std.txt'.
           05 FILLER PIC X(11) VALUE 'DOB.txt'.
           05 FILLER PIC X(11) VALUE 'EMP.txt'.
           05 FILLER PIC X(11) VALUE 'STUDENT.txt'.
       01 WS-FEED-DEF-RED REDEFINES WS-FEED-DEFAULTS.
           05 WS-F-DEFAULT PIC X(11) OCCURS 5 TIMES.
      * DATEVAL call interface (see COPYLIB/DATEVAL.cbl)
       01 WS-DV-FUNC   PIC X VALUE '8'.
       01 WS-DV-IN     PIC X(8).
       77 WS-IC-FUNC   PIC X.
       77 WS-IC-ID     PIC 9(5) VALUE ZERO.
       77 WS-IC-STATUS PIC X VALUE SPACE.
       COPY TRMDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
               STOP RUN
           END-IF
           PERFORM 4000-FP-LOAD-PARA
           PERFORM TRM-ENV-PARA
           PERFORM TRM-LOAD-PARA
           PERFORM 5000-REG-LOAD-PARA
           IF WS-REG-AVAIL
               PERFORM 2500-ONE-REG-FEED-PARA
                   UNTIL WS-RFX > WS-REGF-CNT
           ELSE
               PERFORM 2000-ONE-FEED-PARA
                   VARYING WS-FEED-X FROM 1 BY 1 UNTIL WS-FEED-X > 5
           END-IF
           STOP RUN.
       1000-INIT-PARA.
      * The marks feeds accept a missing attendance byte - the rest
      * of the chain treats a blank as present for older files
           IF WS-REC-LEN NOT = WS-EXP-LEN
               AND NOT ((WS-FEED-X <= 2 OR WS-FEED-X = 5)
                   AND (WS-REC-LEN = WS-EXP-LEN - 1
                       OR WS-REC-LEN = WS-EXP-LEN + 2))
               MOVE 'N' TO WS-OK-SW
                       PERFORM 3200-DOB-CHECK-PARA
                   WHEN 4
                       PERFORM 3300-EMP-CHECK-PARA
                   WHEN 5
                       PERFORM 3600-STUDENT-CHECK-PARA
               END-EVALUATE
           END-IF.
       3100-MARKS-CHECK-PARA.
                   MOVE 'CHECK DIGIT INVALID' TO WS-REASON
               END-IF
           END-IF.
       3600-STUDENT-CHECK-PARA.
      * ID(5) GENDER(1) SUBJ(2) SEC(1) MARKS(3) TERM(2) ATTEND(1)
           IF IN-REC(1:5) IS NOT NUMERIC
               MOVE 'N' TO WS-OK-SW
               MOVE 'STUDENT ID NOT NUMERIC' TO WS-REASON
           ELSE
           PERFORM 3500-CKD-PARA
           IF NOT WS-REC-OK
               CONTINUE
           ELSE
           IF IN-REC(6:1) NOT = 'M' AND IN-REC(6:1) NOT = 'F'
               MOVE 'N' TO WS-OK-SW
               MOVE 'GENDER NOT M/F' TO WS-REASON
           ELSE
           IF IN-REC(10:3) IS NOT NUMERIC
               MOVE 'N' TO WS-OK-SW
               MOVE 'MARKS NOT NUMERIC' TO WS-REASON
           ELSE
           IF FUNCTION NUMVAL(IN-REC(10:3)) > 100
               MOVE 'N' TO WS-OK-SW
               MOVE 'MARKS OVER 100' TO WS-REASON
           ELSE
           IF IN-REC(15:1) NOT = 'P' AND IN-REC(15:1) NOT = 'A'
               AND IN-REC(15:1) NOT = 'W' AND IN-REC(15:1) NOT = ' '
               MOVE 'N' TO WS-OK-SW
               MOVE 'ATTENDANCE NOT P/A/W' TO WS-REASON
           ELSE
               MOVE IN-REC(13:2) TO WS-TRM-CODE
               PERFORM 3700-TERM-CHECK-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3700-TERM-CHECK-PARA.
      * The term must be on the term master and still open; with no
      * master on file the term is not checked
           IF WS-TRM-AVAIL
               PERFORM TRM-FIND-PARA
               IF NOT WS-TRM-FOUND
                   MOVE 'N' TO WS-OK-SW
                   MOVE 'TERM NOT ON TERM MASTER' TO WS-REASON
               ELSE
                   IF NOT WS-TRM-IS-OPEN
                       MOVE 'N' TO WS-OK-SW
                       MOVE 'TERM CLOSED' TO WS-REASON
                   END-IF
               END-IF
           END-IF.
       2500-ONE-REG-FEED-PARA.
           MOVE WS-RF-ID(WS-RFX)  TO WS-FEED-ID
           MOVE WS-RF-LEN(WS-RFX) TO WS-EXP-LEN
                       PERFORM 3930-DATE-RULE-PARA
                   WHEN 'C'
                       PERFORM 3940-CODE-RULE-PARA
                   WHEN 'T'
                       MOVE IN-REC(WS-RR-START(WS-RRX):2)
                           TO WS-TRM-CODE
                       PERFORM 3700-TERM-CHECK-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE FPREG
               DISPLAY WS-FP-LISTED ' REGISTER RECORDS'
           END-IF.
       COPY TRMPARA.
       END PROGRAM GATEEDIT.
