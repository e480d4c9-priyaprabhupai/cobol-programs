      ******************************************************************
      * Program : TMPLCMP
      * Purpose : Letter template change control. The office rewords
      *           FAILLTR, NOTICE and the other letters by editing
      *           templates, and the academic head approves each
      *           wording change before it goes live. Proposed
      *           templates are keyed into a copy of the template
      *           file (LETTMPL_NEW_DSN, default lettmpl.new, same
      *           @TEMPLATE/@END layout LTRTMPL reads) and go through
      *           three steps (TMPLCMP_MODE):
      *             C compare (the default) - each template on the
      *               proposed file (or only TMPLCMP_NAME) is split
      *               into words through the shared WORDSPLIT
      *               subprogram, aligned word by word with the live
      *               version (LETTMPL_DSN, default lettmpl.txt), and
      *               the inserted, deleted and changed words are
      *               printed with three words of context either
      *               side, followed by the &TOKEN& merge placeholders
      *               added or dropped - a placeholder the letter
      *               program does not supply merges as blanks. The
      *               report is appended to TMPLCMP_DSN (default
      *               tmplcmp.txt) under a check value taken over the
      *               proposed wording, and a COMPARED event goes to
      *               the shared audit log.
      *             S sign off - the academic head signs on (admin
      *               authority) and signs off TMPLCMP_NAME; refused
      *               unless a compare report for the wording as it
      *               stands now is on the report file and logged.
      *               A SIGNOFF event goes to the audit log.
      *             P promote - an operator with update authority
      *               signs on and TMPLCMP_NAME is copied from the
      *               proposed file into the live file (replacing its
      *               live version, or added at the end), only when
      *               the audit log shows the wording as it stands
      *               now compared and then signed off. The live file
      *               as it was is kept as <live file>.prev and a
      *               PROMOTED event goes to the audit log.
      *           Any change to the proposed wording after the compare
      *           changes the check value, so it must be compared and
      *           signed off again before it can be promoted.
      * Modification History:
      *   - Written new, so an approval is a signed-off report on the
      *     audit log instead of two printouts side by side. Words
      *     are split on spaces only, so a punctuation change shows
      *     as a changed word. A refused sign-off or promotion ends
      *     RETURN-CODE 12; a missing file or template, or S/P with
      *     no TMPLCMP_NAME, RETURN-CODE 16.
      *   - Promotion checks every open of the live and .prev files
      *     and reads the .prev copy back before the live file is
      *     rewritten; a .prev that could not be written, or whose
      *     line count does not match the live file, stops the
      *     promotion RETURN-CODE 16 with the live file untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMPLCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVEFILE
           ASSIGN TO WS-LIVE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-FS.
           SELECT PROPFILE
           ASSIGN TO WS-PROP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-FS.
           SELECT PREVFILE
           ASSIGN TO WS-PREV-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREV-FS.
           SELECT CMPRPT
           ASSIGN TO WS-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD LIVEFILE.
       01 LIVE-LINE PIC X(70).
       FD PROPFILE.
       01 PROP-LINE PIC X(70).
       FD PREVFILE.
       01 PREV-LINE PIC X(70).
       FD CMPRPT.
       01 RPT-LINE  PIC X(132).
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       COPY AUDITDAT.
       77 WS-LIVE-FS   PIC 99.
       77 WS-PROP-FS   PIC 99.
       77 WS-PREV-FS   PIC 99.
       77 WS-RPT-FS    PIC 99.
       77 WS-LIVE-DSN  PIC X(100) VALUE 'lettmpl.txt'.
       77 WS-PROP-DSN  PIC X(100) VALUE 'lettmpl.new'.
       77 WS-PREV-DSN  PIC X(100).
       77 WS-RPT-DSN   PIC X(100) VALUE 'tmplcmp.txt'.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-MODE      PIC X VALUE 'C'.
       77 WS-NAME      PIC X(12) VALUE SPACES.
       77 WS-IN-REV    PIC X(8).
       77 WS-DSN-LEN   PIC 999.
       77 WS-LIVE-CNT  PIC 9(6) VALUE ZERO.
       77 WS-PREV-CNT  PIC 9(6) VALUE ZERO.
      * Templates named on the proposed file
       77 WS-NM-COUNT  PIC 99 VALUE ZERO.
       77 WS-NX        PIC 99.
       01 WS-NM-TABLE.
           05 WS-NM-ENTRY PIC X(12) OCCURS 10 TIMES.
      * The live (A) and proposed (B) bodies of one template
       77 WS-A-FOUND   PIC X.
       77 WS-B-FOUND   PIC X.
       77 WS-A-LCOUNT  PIC 99 VALUE ZERO.
       77 WS-B-LCOUNT  PIC 99 VALUE ZERO.
       01 WS-A-BODY.
           05 WS-A-LINE PIC X(70) OCCURS 40 TIMES.
       01 WS-B-BODY.
           05 WS-B-LINE PIC X(70) OCCURS 40 TIMES.
       77 WS-IN-BODY-SW PIC X.
           88 WS-IN-BODY VALUE 'Y'.
       77 WS-LX        PIC 99.
      * The words of each side, with the body line each came from
       77 WS-A-WCOUNT  PIC 9(4) VALUE ZERO.
       77 WS-B-WCOUNT  PIC 9(4) VALUE ZERO.
       01 WS-A-WORDS.
           05 WS-A-WENTRY OCCURS 600 TIMES.
               10 WS-A-WORD  PIC X(30).
               10 WS-A-WLINE PIC 99.
       01 WS-B-WORDS.
           05 WS-B-WENTRY OCCURS 600 TIMES.
               10 WS-B-WORD  PIC X(30).
               10 WS-B-WLINE PIC 99.
       77 WS-TRUNC-SW  PIC X.
      * WORDSPLIT call interface (see COPYLIB/WORDSPLIT.cbl)
       01 WS-SEN       PIC X(100).
       01 WS-LEN       PIC 9(3).
       01 WS-CURSOR    PIC 9(3).
       01 WS-TC-DELIMS PIC X(20) VALUE SPACES.
       01 WS-TC-DCOUNT PIC 99 VALUE 01.
       01 WS-WORD      PIC X(100).
       01 WS-WLEN      PIC 9(3).
       01 WS-MORE      PIC X.
      * Longest common subsequence of the word lists, suffix form:
      * WS-LCS(I, J) is the common length of A(I..) and B(J..)
       01 WS-LCS-TABLE.
           05 WS-LCS-ROW OCCURS 601 TIMES.
               10 WS-LCS PIC 9(4) COMP OCCURS 601 TIMES.
       77 WS-I         PIC 9(4).
       77 WS-J         PIC 9(4).
       77 WS-I1        PIC 9(4).
       77 WS-J1        PIC 9(4).
      * One run of differences and its context
       77 WS-DEL-FROM  PIC 9(4).
       77 WS-DEL-TO    PIC 9(4).
       77 WS-INS-FROM  PIC 9(4).
       77 WS-INS-TO    PIC 9(4).
       77 WS-CTX-FROM  PIC 9(4).
       77 WS-CTX-TO    PIC 9(4).
       77 WS-WX        PIC 9(4).
       77 WS-PTR       PIC 999.
       77 WS-CHG-COUNT PIC 999 VALUE ZERO.
       77 WS-INS-WORDS PIC 9(4) VALUE ZERO.
       77 WS-DEL-WORDS PIC 9(4) VALUE ZERO.
       01 WS-TEXT-LINE PIC X(132).
       01 WS-KIND      PIC X(8).
      * Merge placeholders on each side
       77 WS-A-PCOUNT  PIC 99 VALUE ZERO.
       77 WS-B-PCOUNT  PIC 99 VALUE ZERO.
       77 WS-PX        PIC 99.
       77 WS-PY        PIC 99.
       01 WS-A-PHOLD.
           05 WS-A-PH PIC X(12) OCCURS 30 TIMES.
       01 WS-B-PHOLD.
           05 WS-B-PH PIC X(12) OCCURS 30 TIMES.
       77 WS-PH-NAME   PIC X(12).
       77 WS-PH-LEN    PIC 99.
       77 WS-CX        PIC 99.
       77 WS-SIDE      PIC X.
       77 WS-SEEN-SW   PIC X.
           88 WS-SEEN VALUE 'Y'.
       77 WS-PH-CHG    PIC 99 VALUE ZERO.
      * Check value of the proposed wording - the AUDITPARA digest
      * fold, over every column of every body line
       77 WS-CHECK     PIC 9(9) VALUE ZERO.
       77 WS-HASH      PIC 9(12).
       77 WS-HASH-Q    PIC 9(12).
       77 WS-HX        PIC 99.
      * Audit log scan for S and P
       01 WS-AUD-PARTS.
           05 WS-AUD-TS    PIC X(19).
           05 WS-AUD-PGM   PIC X(8).
           05 WS-AUD-EVT   PIC X(80).
       01 WS-EVT-PARTS.
           05 WS-EVT-VERB  PIC X(8).
           05 WS-EVT-NAME  PIC X(12).
           05 WS-EVT-CHECK PIC X(9).
       77 WS-CHECK-X   PIC X(9).
       77 WS-CMP-SW    PIC X.
           88 WS-COMPARED VALUE 'Y'.
       77 WS-SGN-SW    PIC X.
           88 WS-SIGNED VALUE 'Y'.
       77 WS-RPT-SW    PIC X.
           88 WS-REPORT-FOUND VALUE 'Y'.
       01 WS-RPT-HEAD  PIC X(132).
       77 WS-COPIED    PIC 9(4) VALUE ZERO.
       77 WS-REPLACED-SW PIC X.
       77 WS-SKIP-SW   PIC X.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           EVALUATE WS-MODE
               WHEN 'S'
                   PERFORM 4000-SIGNOFF-PARA THRU 4099-SIGNOFF-EXIT
               WHEN 'P'
                   PERFORM 5000-PROMOTE-PARA THRU 5099-PROMOTE-EXIT
               WHEN OTHER
                   PERFORM 2000-COMPARE-PARA THRU 2099-COMPARE-EXIT
           END-EVALUATE
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'LETTMPL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LIVE-DSN FROM ENVIRONMENT-VALUE
           IF WS-LIVE-DSN = SPACES
               MOVE 'lettmpl.txt' TO WS-LIVE-DSN
           END-IF
           MOVE 'LETTMPL_NEW_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PROP-DSN FROM ENVIRONMENT-VALUE
           IF WS-PROP-DSN = SPACES
               MOVE 'lettmpl.new' TO WS-PROP-DSN
           END-IF
           MOVE 'TMPLCMP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-DSN FROM ENVIRONMENT-VALUE
           IF WS-RPT-DSN = SPACES
               MOVE 'tmplcmp.txt' TO WS-RPT-DSN
           END-IF
           MOVE 'TMPLCMP_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           MOVE 'TMPLCMP_NAME' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-NAME FROM ENVIRONMENT-VALUE
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-LIVE-DSN) TO WS-DSN-LEN
           MOVE SPACES TO WS-PREV-DSN
           STRING WS-LIVE-DSN(1:WS-DSN-LEN) '.prev'
               DELIMITED BY SIZE INTO WS-PREV-DSN
           PERFORM AUDIT-ENV-PARA
           MOVE 'TMPLCMP' TO WS-AUDIT-PGM.
      ******************************************************************
      * C - compare every proposed template (or the one named) with
      * its live version.
      ******************************************************************
       2000-COMPARE-PARA.
           OPEN INPUT PROPFILE
           IF WS-PROP-FS NOT = 00
               DISPLAY 'PROPOSED TEMPLATE FILE OPEN FAILED, FILE '
                   'STATUS - ' WS-PROP-FS
               MOVE 16 TO RETURN-CODE
               GO TO 2099-COMPARE-EXIT
           END-IF
           PERFORM UNTIL WS-PROP-FS NOT = 00
               READ PROPFILE
               END-READ
               IF WS-PROP-FS = 00 AND PROP-LINE(1:10) = '@TEMPLATE '
                   AND (WS-NAME = SPACES
                       OR PROP-LINE(11:12) = WS-NAME)
                   IF WS-NM-COUNT < 10
                       ADD 1 TO WS-NM-COUNT
                       MOVE PROP-LINE(11:12) TO WS-NM-ENTRY(WS-NM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROPFILE
           IF WS-NM-COUNT = ZERO
               DISPLAY 'NO TEMPLATE TO COMPARE ON THE PROPOSED FILE '
                   WS-NAME
               MOVE 16 TO RETURN-CODE
               GO TO 2099-COMPARE-EXIT
           END-IF
           OPEN EXTEND CMPRPT
           IF WS-RPT-FS = 05 OR WS-RPT-FS = 35
               CLOSE CMPRPT
               OPEN OUTPUT CMPRPT
           END-IF
           IF WS-RPT-FS NOT = 00
               DISPLAY 'COMPARE REPORT OPEN FAILED, FILE STATUS - '
                   WS-RPT-FS
               MOVE 16 TO RETURN-CODE
               GO TO 2099-COMPARE-EXIT
           END-IF
           PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NM-COUNT
               MOVE WS-NM-ENTRY(WS-NX) TO WS-NAME
               PERFORM 2100-ONE-TEMPLATE-PARA
           END-PERFORM
           CLOSE CMPRPT.
       2099-COMPARE-EXIT.
           EXIT.
       2100-ONE-TEMPLATE-PARA.
           PERFORM 8000-LOAD-LIVE-PARA
           PERFORM 8100-LOAD-PROP-PARA
           PERFORM 8200-CHECK-PARA
           PERFORM 2200-HEADING-PARA
           MOVE 'A' TO WS-SIDE
           PERFORM 3000-SPLIT-PARA
           MOVE 'B' TO WS-SIDE
           PERFORM 3000-SPLIT-PARA
           IF WS-TRUNC-SW = 'Y'
               MOVE '*** OVER 600 WORDS - COMPARED TO WORD 600 ONLY'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 3100-LCS-PARA
           MOVE ZERO TO WS-CHG-COUNT WS-INS-WORDS WS-DEL-WORDS
           PERFORM 3200-WALK-PARA
           IF WS-CHG-COUNT = ZERO
               MOVE '    NO WORDING CHANGES' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 3500-PLACEHOLDER-PARA
           MOVE SPACES TO RPT-LINE
           STRING 'END OF COMPARE - ' WS-CHG-COUNT ' CHANGE(S), '
               WS-INS-WORDS ' WORD(S) IN, ' WS-DEL-WORDS
               ' WORD(S) OUT, ' WS-PH-CHG ' PLACEHOLDER CHANGE(S)'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHECK TO WS-CHECK-X
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'COMPARED ' DELIMITED BY SIZE
               WS-NAME DELIMITED BY SPACE
               ' ' WS-CHECK-X DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA
           DISPLAY 'TEMPLATE ' WS-NAME ' COMPARED - CHECK '
               WS-CHECK-X ' - ' WS-CHG-COUNT ' CHANGE(S)'.
       2200-HEADING-PARA.
           MOVE ALL '=' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHECK TO WS-CHECK-X
           PERFORM 8300-HEAD-TEXT-PARA
           MOVE WS-RPT-HEAD TO RPT-LINE
           WRITE RPT-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-CURR-DT
           MOVE SPACES TO RPT-LINE
           STRING 'COMPARED ' WS-AUDIT-CURR-DT(1:8) ' '
               WS-AUDIT-CURR-DT(9:4) ' - CURRENT '
               WS-LIVE-DSN(1:30) ' PROPOSED ' WS-PROP-DSN(1:30)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-A-FOUND = 'N'
               MOVE '    NEW TEMPLATE - NOT ON THE LIVE FILE'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
      ******************************************************************
      * Split one side's body into words through WORDSPLIT.
      ******************************************************************
       3000-SPLIT-PARA.
           IF WS-SIDE = 'A'
               MOVE ZERO TO WS-A-WCOUNT
               MOVE 'N' TO WS-TRUNC-SW
           ELSE
               MOVE ZERO TO WS-B-WCOUNT
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 40
               OR (WS-SIDE = 'A' AND WS-LX > WS-A-LCOUNT)
               OR (WS-SIDE = 'B' AND WS-LX > WS-B-LCOUNT)
               MOVE SPACES TO WS-SEN
               IF WS-SIDE = 'A'
                   MOVE WS-A-LINE(WS-LX) TO WS-SEN
               ELSE
                   MOVE WS-B-LINE(WS-LX) TO WS-SEN
               END-IF
               MOVE 70 TO WS-LEN
               MOVE 1 TO WS-CURSOR
               MOVE 'Y' TO WS-MORE
               PERFORM 3010-WORD-PARA UNTIL WS-MORE = 'N'
           END-PERFORM.
       3010-WORD-PARA.
           CALL 'WORDSPLIT' USING WS-SEN WS-LEN WS-CURSOR
               WS-TC-DELIMS WS-TC-DCOUNT WS-WORD WS-WLEN WS-MORE
           IF WS-WLEN > 0
               IF WS-SIDE = 'A'
                   IF WS-A-WCOUNT < 600
                       ADD 1 TO WS-A-WCOUNT
                       MOVE WS-WORD(1:30) TO WS-A-WORD(WS-A-WCOUNT)
                       MOVE WS-LX TO WS-A-WLINE(WS-A-WCOUNT)
                   ELSE
                       MOVE 'Y' TO WS-TRUNC-SW
                   END-IF
               ELSE
                   IF WS-B-WCOUNT < 600
                       ADD 1 TO WS-B-WCOUNT
                       MOVE WS-WORD(1:30) TO WS-B-WORD(WS-B-WCOUNT)
                       MOVE WS-LX TO WS-B-WLINE(WS-B-WCOUNT)
                   ELSE
                       MOVE 'Y' TO WS-TRUNC-SW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Common-subsequence lengths, filled from the ends backward.
      ******************************************************************
       3100-LCS-PARA.
           COMPUTE WS-I1 = WS-A-WCOUNT + 1
           COMPUTE WS-J1 = WS-B-WCOUNT + 1
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-J1
               MOVE ZERO TO WS-LCS(WS-I1, WS-J)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-I1
               MOVE ZERO TO WS-LCS(WS-I, WS-J1)
           END-PERFORM
           PERFORM VARYING WS-I FROM WS-A-WCOUNT BY -1 UNTIL WS-I < 1
               PERFORM VARYING WS-J FROM WS-B-WCOUNT BY -1
                       UNTIL WS-J < 1
                   IF WS-A-WORD(WS-I) = WS-B-WORD(WS-J)
                       COMPUTE WS-LCS(WS-I, WS-J) =
                           WS-LCS(WS-I + 1, WS-J + 1) + 1
                   ELSE
                       IF WS-LCS(WS-I + 1, WS-J) >=
                               WS-LCS(WS-I, WS-J + 1)
                           MOVE WS-LCS(WS-I + 1, WS-J)
                               TO WS-LCS(WS-I, WS-J)
                       ELSE
                           MOVE WS-LCS(WS-I, WS-J + 1)
                               TO WS-LCS(WS-I, WS-J)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      * Walk both word lists together. Matching words pass; a run of
      * unmatched words is gathered - deleted from the current side,
      * inserted from the proposed side - and printed as one change:
      * CHANGED when both sides have words, else DELETED/INSERTED.
      ******************************************************************
       3200-WALK-PARA.
           MOVE 1 TO WS-I WS-J
           PERFORM UNTIL WS-I > WS-A-WCOUNT AND WS-J > WS-B-WCOUNT
               IF WS-I <= WS-A-WCOUNT AND WS-J <= WS-B-WCOUNT
                   AND WS-A-WORD(WS-I) = WS-B-WORD(WS-J)
                   ADD 1 TO WS-I WS-J
               ELSE
                   MOVE WS-I TO WS-DEL-FROM
                   MOVE WS-J TO WS-INS-FROM
                   PERFORM 3210-GATHER-PARA
                   PERFORM 3300-CHANGE-PARA
               END-IF
           END-PERFORM.
       3210-GATHER-PARA.
           PERFORM UNTIL (WS-I > WS-A-WCOUNT AND WS-J > WS-B-WCOUNT)
               OR (WS-I <= WS-A-WCOUNT AND WS-J <= WS-B-WCOUNT
                   AND WS-A-WORD(WS-I) = WS-B-WORD(WS-J))
               IF WS-J > WS-B-WCOUNT
                   ADD 1 TO WS-I
               ELSE
                   IF WS-I > WS-A-WCOUNT
                       ADD 1 TO WS-J
                   ELSE
                       IF WS-LCS(WS-I + 1, WS-J) >=
                               WS-LCS(WS-I, WS-J + 1)
                           ADD 1 TO WS-I
                       ELSE
                           ADD 1 TO WS-J
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-DEL-TO = WS-I - 1
           COMPUTE WS-INS-TO = WS-J - 1.
       3300-CHANGE-PARA.
           ADD 1 TO WS-CHG-COUNT
           EVALUATE TRUE
               WHEN WS-DEL-TO >= WS-DEL-FROM
                       AND WS-INS-TO >= WS-INS-FROM
                   MOVE 'CHANGED' TO WS-KIND
               WHEN WS-DEL-TO >= WS-DEL-FROM
                   MOVE 'DELETED' TO WS-KIND
               WHEN OTHER
                   MOVE 'INSERTED' TO WS-KIND
           END-EVALUATE
           IF WS-DEL-TO >= WS-DEL-FROM
               COMPUTE WS-DEL-WORDS = WS-DEL-WORDS
                   + WS-DEL-TO - WS-DEL-FROM + 1
           END-IF
           IF WS-INS-TO >= WS-INS-FROM
               COMPUTE WS-INS-WORDS = WS-INS-WORDS
                   + WS-INS-TO - WS-INS-FROM + 1
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-KIND ' ' DELIMITED BY SIZE INTO RPT-LINE
           IF WS-DEL-TO >= WS-DEL-FROM
               STRING 'CURRENT LINE ' WS-A-WLINE(WS-DEL-FROM) ' '
                   DELIMITED BY SIZE INTO RPT-LINE(10:)
           END-IF
           IF WS-INS-TO >= WS-INS-FROM
               STRING 'PROPOSED LINE ' WS-B-WLINE(WS-INS-FROM)
                   DELIMITED BY SIZE INTO RPT-LINE(27:)
           END-IF
           WRITE RPT-LINE
           MOVE 'A' TO WS-SIDE
           PERFORM 3400-CONTEXT-LINE-PARA
           MOVE 'B' TO WS-SIDE
           PERFORM 3400-CONTEXT-LINE-PARA.
      * WAS/NOW line: three words of context, the run in brackets,
      * three words after; the side with no words shows [] alone
       3400-CONTEXT-LINE-PARA.
           MOVE SPACES TO WS-TEXT-LINE
           MOVE 1 TO WS-PTR
           IF WS-SIDE = 'A'
               STRING '    WAS: ' DELIMITED BY SIZE
                   INTO WS-TEXT-LINE WITH POINTER WS-PTR
               MOVE WS-DEL-FROM TO WS-CTX-FROM
               MOVE WS-DEL-TO TO WS-CTX-TO
           ELSE
               STRING '    NOW: ' DELIMITED BY SIZE
                   INTO WS-TEXT-LINE WITH POINTER WS-PTR
               MOVE WS-INS-FROM TO WS-CTX-FROM
               MOVE WS-INS-TO TO WS-CTX-TO
           END-IF
           IF WS-CTX-FROM > 4
               STRING '... ' DELIMITED BY SIZE
                   INTO WS-TEXT-LINE WITH POINTER WS-PTR
           END-IF
           PERFORM VARYING WS-WX FROM WS-CTX-FROM BY 1
                   UNTIL WS-WX > WS-CTX-FROM + 2
               IF WS-WX > 3
                   COMPUTE WS-I1 = WS-WX - 3
                   PERFORM 3410-ONE-WORD-PARA
               END-IF
           END-PERFORM
           STRING '[' DELIMITED BY SIZE
               INTO WS-TEXT-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-I1 FROM WS-CTX-FROM BY 1
                   UNTIL WS-I1 > WS-CTX-TO OR WS-PTR > 120
               PERFORM 3410-ONE-WORD-PARA
           END-PERFORM
           IF WS-CTX-TO >= WS-CTX-FROM
               SUBTRACT 1 FROM WS-PTR
           END-IF
           STRING '] ' DELIMITED BY SIZE
               INTO WS-TEXT-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-I1 FROM WS-CTX-TO BY 1
                   UNTIL WS-I1 > WS-CTX-TO + 3 OR WS-PTR > 120
               IF WS-I1 > WS-CTX-TO
                   PERFORM 3410-ONE-WORD-PARA
               END-IF
           END-PERFORM
           MOVE WS-TEXT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3410-ONE-WORD-PARA.
           IF WS-SIDE = 'A'
               IF WS-I1 <= WS-A-WCOUNT AND WS-PTR < 120
                   STRING WS-A-WORD(WS-I1) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO WS-TEXT-LINE WITH POINTER WS-PTR
               END-IF
           ELSE
               IF WS-I1 <= WS-B-WCOUNT AND WS-PTR < 120
                   STRING WS-B-WORD(WS-I1) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO WS-TEXT-LINE WITH POINTER WS-PTR
               END-IF
           END-IF.
      ******************************************************************
      * Merge placeholders (&NAME&) on each side, added and dropped.
      ******************************************************************
       3500-PLACEHOLDER-PARA.
           MOVE ZERO TO WS-A-PCOUNT WS-B-PCOUNT WS-PH-CHG
           MOVE 'A' TO WS-SIDE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-A-LCOUNT
               MOVE WS-A-LINE(WS-LX) TO WS-SEN
               PERFORM 3510-SCAN-LINE-PARA
           END-PERFORM
           MOVE 'B' TO WS-SIDE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-B-LCOUNT
               MOVE WS-B-LINE(WS-LX) TO WS-SEN
               PERFORM 3510-SCAN-LINE-PARA
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PY FROM 1 BY 1 UNTIL WS-PY > WS-B-PCOUNT
               MOVE 'N' TO WS-SEEN-SW
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-A-PCOUNT
                   IF WS-A-PH(WS-PX) = WS-B-PH(WS-PY)
                       MOVE 'Y' TO WS-SEEN-SW
                   END-IF
               END-PERFORM
               IF NOT WS-SEEN
                   ADD 1 TO WS-PH-CHG
                   MOVE SPACES TO RPT-LINE
                   STRING 'PLACEHOLDER ADDED   &' DELIMITED BY SIZE
                       WS-B-PH(WS-PY) DELIMITED BY SPACE
                       '& - CHECK THE LETTER PROGRAM SUPPLIES IT'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-A-PCOUNT
               MOVE 'N' TO WS-SEEN-SW
               PERFORM VARYING WS-PY FROM 1 BY 1
                       UNTIL WS-PY > WS-B-PCOUNT
                   IF WS-A-PH(WS-PX) = WS-B-PH(WS-PY)
                       MOVE 'Y' TO WS-SEEN-SW
                   END-IF
               END-PERFORM
               IF NOT WS-SEEN
                   ADD 1 TO WS-PH-CHG
                   MOVE SPACES TO RPT-LINE
                   STRING 'PLACEHOLDER DROPPED &' DELIMITED BY SIZE
                       WS-A-PH(WS-PX) DELIMITED BY SPACE
                       '& - NO LONGER PRINTED ON THE LETTER'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-PH-CHG = ZERO
               MOVE 'NO PLACEHOLDERS ADDED OR DROPPED' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * Tokens are found the way LTRTMPL finds them: an '&', the name,
      * the closing '&'
       3510-SCAN-LINE-PARA.
           MOVE 1 TO WS-CX
           PERFORM UNTIL WS-CX > 69
               IF WS-SEN(WS-CX:1) = '&'
                   MOVE SPACES TO WS-PH-NAME
                   MOVE ZERO TO WS-PH-LEN
                   ADD 1 TO WS-CX
                   PERFORM UNTIL WS-CX > 70
                           OR WS-SEN(WS-CX:1) = '&'
                       IF WS-PH-LEN < 12
                           ADD 1 TO WS-PH-LEN
                           MOVE WS-SEN(WS-CX:1)
                               TO WS-PH-NAME(WS-PH-LEN:1)
                       END-IF
                       ADD 1 TO WS-CX
                   END-PERFORM
                   IF WS-CX <= 70 AND WS-PH-LEN > 0
                       PERFORM 3520-ADD-PH-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-CX
           END-PERFORM.
       3520-ADD-PH-PARA.
           MOVE 'N' TO WS-SEEN-SW
           IF WS-SIDE = 'A'
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-A-PCOUNT
                   IF WS-A-PH(WS-PX) = WS-PH-NAME
                       MOVE 'Y' TO WS-SEEN-SW
                   END-IF
               END-PERFORM
               IF NOT WS-SEEN AND WS-A-PCOUNT < 30
                   ADD 1 TO WS-A-PCOUNT
                   MOVE WS-PH-NAME TO WS-A-PH(WS-A-PCOUNT)
               END-IF
           ELSE
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-B-PCOUNT
                   IF WS-B-PH(WS-PX) = WS-PH-NAME
                       MOVE 'Y' TO WS-SEEN-SW
                   END-IF
               END-PERFORM
               IF NOT WS-SEEN AND WS-B-PCOUNT < 30
                   ADD 1 TO WS-B-PCOUNT
                   MOVE WS-PH-NAME TO WS-B-PH(WS-B-PCOUNT)
               END-IF
           END-IF.
      ******************************************************************
      * S - sign off the compared wording.
      ******************************************************************
       4000-SIGNOFF-PARA.
           IF WS-NAME = SPACES
               DISPLAY 'TMPLCMP_NAME MUST NAME THE TEMPLATE TO SIGN OFF'
               MOVE 16 TO RETURN-CODE
               GO TO 4099-SIGNOFF-EXIT
           END-IF
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GO TO 4099-SIGNOFF-EXIT
           END-IF
           IF NOT WS-SO-CAN-ADMIN
               DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                   ' CANNOT SIGN OFF A TEMPLATE'
               MOVE 12 TO RETURN-CODE
               GO TO 4099-SIGNOFF-EXIT
           END-IF
           PERFORM 8100-LOAD-PROP-PARA
           IF WS-B-FOUND NOT = 'Y'
               DISPLAY 'TEMPLATE ' WS-NAME ' NOT ON THE PROPOSED FILE'
               MOVE 16 TO RETURN-CODE
               GO TO 4099-SIGNOFF-EXIT
           END-IF
           PERFORM 8200-CHECK-PARA
           PERFORM 8400-FIND-REPORT-PARA
           PERFORM 8500-SCAN-AUDIT-PARA
           IF NOT WS-REPORT-FOUND OR NOT WS-COMPARED
               DISPLAY 'SIGN-OFF REFUSED - NO COMPARE REPORT FOR '
                   WS-NAME ' AS IT STANDS (CHECK ' WS-CHECK-X ')'
               DISPLAY 'RUN THE COMPARE FIRST'
               MOVE 12 TO RETURN-CODE
               GO TO 4099-SIGNOFF-EXIT
           END-IF
           DISPLAY 'REVIEWER INITIALS:'
           ACCEPT WS-IN-REV
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'SIGNOFF ' DELIMITED BY SIZE
               WS-NAME DELIMITED BY SPACE
               ' ' WS-CHECK-X ' ' WS-IN-REV DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA
           DISPLAY 'TEMPLATE ' WS-NAME ' SIGNED OFF - CHECK '
               WS-CHECK-X ' BY ' WS-IN-REV.
       4099-SIGNOFF-EXIT.
           EXIT.
      ******************************************************************
      * P - promote a signed-off template into the live file.
      ******************************************************************
       5000-PROMOTE-PARA.
           IF WS-NAME = SPACES
               DISPLAY 'TMPLCMP_NAME MUST NAME THE TEMPLATE TO PROMOTE'
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           IF NOT WS-SO-CAN-UPDATE
               DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                   ' CANNOT PROMOTE A TEMPLATE'
               MOVE 12 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           MOVE WS-SO-USER TO WS-AUDIT-OPER
           PERFORM 8100-LOAD-PROP-PARA
           IF WS-B-FOUND NOT = 'Y'
               DISPLAY 'TEMPLATE ' WS-NAME ' NOT ON THE PROPOSED FILE'
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           PERFORM 8200-CHECK-PARA
           PERFORM 8400-FIND-REPORT-PARA
           PERFORM 8500-SCAN-AUDIT-PARA
           IF NOT WS-REPORT-FOUND OR NOT WS-COMPARED
               OR NOT WS-SIGNED
               DISPLAY 'PROMOTION REFUSED - ' WS-NAME ' (CHECK '
                   WS-CHECK-X ') HAS NOT BEEN COMPARED AND SIGNED '
                   'OFF AS IT STANDS'
               MOVE 12 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
      * The live file as it is goes to .prev first; the new live file
      * is then written from that copy with the template replaced
           OPEN INPUT LIVEFILE
           IF WS-LIVE-FS NOT = 00
               DISPLAY 'LIVE TEMPLATE FILE OPEN FAILED, FILE STATUS - '
                   WS-LIVE-FS
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           OPEN OUTPUT PREVFILE
           IF WS-PREV-FS NOT = 00
               DISPLAY 'PREVIOUS TEMPLATE FILE OPEN FAILED, FILE '
                   'STATUS - ' WS-PREV-FS ' - NOT PROMOTED'
               CLOSE LIVEFILE
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           MOVE ZERO TO WS-LIVE-CNT WS-PREV-CNT
           PERFORM UNTIL WS-LIVE-FS NOT = 00
               READ LIVEFILE
               END-READ
               IF WS-LIVE-FS = 00
                   ADD 1 TO WS-LIVE-CNT
                   MOVE LIVE-LINE TO PREV-LINE
                   WRITE PREV-LINE
                   IF WS-PREV-FS = 00
                       ADD 1 TO WS-PREV-CNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LIVEFILE
           CLOSE PREVFILE
      * The live file is only rewritten once the .prev copy reads
      * back whole
           IF WS-PREV-CNT = WS-LIVE-CNT
               MOVE ZERO TO WS-PREV-CNT
               OPEN INPUT PREVFILE
               IF WS-PREV-FS = 00
                   PERFORM UNTIL WS-PREV-FS NOT = 00
                       READ PREVFILE
                       END-READ
                       IF WS-PREV-FS = 00
                           ADD 1 TO WS-PREV-CNT
                       END-IF
                   END-PERFORM
                   CLOSE PREVFILE
               END-IF
           END-IF
           IF WS-PREV-CNT NOT = WS-LIVE-CNT
               DISPLAY 'PREVIOUS TEMPLATE FILE HOLDS ' WS-PREV-CNT
                   ' OF ' WS-LIVE-CNT ' LIVE LINES - NOT PROMOTED'
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           OPEN INPUT PREVFILE
           IF WS-PREV-FS NOT = 00
               DISPLAY 'PREVIOUS TEMPLATE FILE OPEN FAILED, FILE '
                   'STATUS - ' WS-PREV-FS ' - NOT PROMOTED'
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           OPEN OUTPUT LIVEFILE
           IF WS-LIVE-FS NOT = 00
               DISPLAY 'LIVE TEMPLATE FILE OPEN FAILED, FILE STATUS - '
                   WS-LIVE-FS ' - RESTORE IT FROM ' WS-PREV-DSN(1:40)
               CLOSE PREVFILE
               MOVE 16 TO RETURN-CODE
               GO TO 5099-PROMOTE-EXIT
           END-IF
           MOVE 'N' TO WS-REPLACED-SW WS-SKIP-SW
           PERFORM UNTIL WS-PREV-FS NOT = 00
               READ PREVFILE
               END-READ
               IF WS-PREV-FS = 00
                   PERFORM 5100-COPY-LINE-PARA
               END-IF
           END-PERFORM
           IF WS-REPLACED-SW = 'N'
               PERFORM 5200-WRITE-PROP-PARA
           END-IF
           CLOSE PREVFILE
           CLOSE LIVEFILE
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'PROMOTED ' DELIMITED BY SIZE
               WS-NAME DELIMITED BY SPACE
               ' ' WS-CHECK-X DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA
           DISPLAY 'TEMPLATE ' WS-NAME ' PROMOTED TO LIVE - CHECK '
               WS-CHECK-X ', PREVIOUS FILE KEPT AS '
               WS-PREV-DSN(1:40).
       5099-PROMOTE-EXIT.
           EXIT.
       5100-COPY-LINE-PARA.
           IF PREV-LINE(1:10) = '@TEMPLATE '
               AND PREV-LINE(11:12) = WS-NAME
               MOVE 'Y' TO WS-SKIP-SW
               MOVE 'Y' TO WS-REPLACED-SW
               PERFORM 5200-WRITE-PROP-PARA
           ELSE
               IF WS-SKIP-SW = 'Y'
                   IF PREV-LINE(1:4) = '@END'
                       MOVE 'N' TO WS-SKIP-SW
                   END-IF
               ELSE
                   MOVE PREV-LINE TO LIVE-LINE
                   WRITE LIVE-LINE
               END-IF
           END-IF.
       5200-WRITE-PROP-PARA.
           MOVE SPACES TO LIVE-LINE
           STRING '@TEMPLATE ' WS-NAME DELIMITED BY SIZE
               INTO LIVE-LINE
           WRITE LIVE-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-B-LCOUNT
               MOVE WS-B-LINE(WS-LX) TO LIVE-LINE
               WRITE LIVE-LINE
           END-PERFORM
           MOVE '@END' TO LIVE-LINE
           WRITE LIVE-LINE.
      ******************************************************************
      * Template loading - the LTRTMPL layout, one named template.
      ******************************************************************
       8000-LOAD-LIVE-PARA.
           MOVE 'N' TO WS-A-FOUND WS-IN-BODY-SW
           MOVE ZERO TO WS-A-LCOUNT
           OPEN INPUT LIVEFILE
           PERFORM UNTIL WS-LIVE-FS NOT = 00
               READ LIVEFILE
               END-READ
               IF WS-LIVE-FS = 00
                   EVALUATE TRUE
                       WHEN LIVE-LINE(1:10) = '@TEMPLATE '
                           IF LIVE-LINE(11:12) = WS-NAME
                               MOVE 'Y' TO WS-A-FOUND WS-IN-BODY-SW
                               MOVE ZERO TO WS-A-LCOUNT
                           ELSE
                               MOVE 'N' TO WS-IN-BODY-SW
                           END-IF
                       WHEN LIVE-LINE(1:4) = '@END'
                           MOVE 'N' TO WS-IN-BODY-SW
                       WHEN WS-IN-BODY AND WS-A-LCOUNT < 40
                           ADD 1 TO WS-A-LCOUNT
                           MOVE LIVE-LINE TO WS-A-LINE(WS-A-LCOUNT)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE LIVEFILE.
       8100-LOAD-PROP-PARA.
           MOVE 'N' TO WS-B-FOUND WS-IN-BODY-SW
           MOVE ZERO TO WS-B-LCOUNT
           OPEN INPUT PROPFILE
           PERFORM UNTIL WS-PROP-FS NOT = 00
               READ PROPFILE
               END-READ
               IF WS-PROP-FS = 00
                   EVALUATE TRUE
                       WHEN PROP-LINE(1:10) = '@TEMPLATE '
                           IF PROP-LINE(11:12) = WS-NAME
                               MOVE 'Y' TO WS-B-FOUND WS-IN-BODY-SW
                               MOVE ZERO TO WS-B-LCOUNT
                           ELSE
                               MOVE 'N' TO WS-IN-BODY-SW
                           END-IF
                       WHEN PROP-LINE(1:4) = '@END'
                           MOVE 'N' TO WS-IN-BODY-SW
                       WHEN WS-IN-BODY AND WS-B-LCOUNT < 40
                           ADD 1 TO WS-B-LCOUNT
                           MOVE PROP-LINE TO WS-B-LINE(WS-B-LCOUNT)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PROPFILE.
       8200-CHECK-PARA.
           MOVE WS-B-LCOUNT TO WS-HASH
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-B-LCOUNT
               PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 70
                   COMPUTE WS-HASH = WS-HASH * 31
                       + FUNCTION ORD(WS-B-LINE(WS-LX)(WS-HX:1))
                       + WS-HX
                   DIVIDE WS-HASH BY 999999937
                       GIVING WS-HASH-Q REMAINDER WS-HASH
               END-PERFORM
           END-PERFORM
           MOVE WS-HASH TO WS-CHECK
           MOVE WS-CHECK TO WS-CHECK-X.
       8300-HEAD-TEXT-PARA.
           MOVE SPACES TO WS-RPT-HEAD
           STRING 'TEMPLATE COMPARE REPORT - ' WS-NAME
               ' CHECK ' WS-CHECK-X
               DELIMITED BY SIZE INTO WS-RPT-HEAD.
      * The report file must hold a compare of this exact wording
       8400-FIND-REPORT-PARA.
           MOVE 'N' TO WS-RPT-SW
           PERFORM 8300-HEAD-TEXT-PARA
           OPEN INPUT CMPRPT
           PERFORM UNTIL WS-RPT-FS NOT = 00
               READ CMPRPT
               END-READ
               IF WS-RPT-FS = 00 AND RPT-LINE = WS-RPT-HEAD
                   MOVE 'Y' TO WS-RPT-SW
               END-IF
           END-PERFORM
           CLOSE CMPRPT.
      * COMPARED then SIGNOFF events for this name and check value,
      * in that order, written by this program
       8500-SCAN-AUDIT-PARA.
           MOVE 'N' TO WS-CMP-SW WS-SGN-SW
           OPEN INPUT AUDIT-LOG
           PERFORM UNTIL WS-AUDIT-STAT NOT = 00
               READ AUDIT-LOG
               END-READ
               IF WS-AUDIT-STAT = 00
                   MOVE SPACES TO WS-AUD-PARTS WS-EVT-PARTS
                   UNSTRING AUDIT-LOG-TEXT DELIMITED BY ','
                       INTO WS-AUD-TS WS-AUD-PGM WS-AUD-EVT
                   END-UNSTRING
                   IF WS-AUD-PGM = 'TMPLCMP'
                       AND WS-AUD-EVT(1:6) = 'EVENT='
                       UNSTRING WS-AUD-EVT(7:74) DELIMITED BY ALL SPACE
                           INTO WS-EVT-VERB WS-EVT-NAME WS-EVT-CHECK
                       END-UNSTRING
                       IF WS-EVT-NAME = WS-NAME
                           AND WS-EVT-CHECK = WS-CHECK-X
                           IF WS-EVT-VERB = 'COMPARED'
                               MOVE 'Y' TO WS-CMP-SW
                           END-IF
                           IF WS-EVT-VERB = 'SIGNOFF' AND WS-COMPARED
                               MOVE 'Y' TO WS-SGN-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDIT-LOG.
       COPY SIGNPARA.
       COPY AUDITPARA.
       END PROGRAM TMPLCMP.
