      ******************************************************************
      * Program : NOTICE
      * Purpose : General notice mail-merge. LTRTMPL made the fail
      *           letter rewordable, but every other notice - fee
      *           reminder, PTM invitation, excursion consent, exam-
      *           fee circular - was still typed. This run takes any
      *           template on the LTRTMPL file and an audience
      *           selection card, walks the STUDMAST master and
      *           writes one letter per selected student, opened
      *           with the guardian address block from GUARDIAN and
      *           merged with the student's and guardian's fields.
      *           Selection (every card given must hold):
      *             TEMPLATE name   the template to merge (required)
      *             SECTION  ABC    one or more sections
      *             TERM     tt     the term quoted, and the term the
      *                             at-risk test reads PASSFAIL for
      *             STATUS   x      enrollment status (default E,
      *                             * for any status)
      *             FEEDUE   nnn    fee balance on FEEBAL over nnn
      *             ATTBELOW nn     attendance on ATTEND's report
      *                             under nn percent
      *             ATRISK   Y      two or more FAIL results (the
      *                             GPASUMM rule)
      *           A control sheet echoes the card and accounts for
      *           every student read: excluded (by the first test
      *           failed), selected, printed, and selected but not
      *           printed for want of a guardian address.
      * Modification History:
      *   - Written new. The card is NOTICE_CARD_DSN (default
      *     noticecard.txt - keyword in columns 1-10, value from
      *     column 12), the letters NOTICE_DSN (default
      *     notices.txt), the control sheet NOTICECTL_DSN (default
      *     noticectl.txt). Tokens: STUID, NAME, SECTION, GUARDIAN,
      *     RELATION, TERM, BALANCE, ATTPCT, FAILS and DATE. There
      *     is no built-in wording - a template not on file, an
      *     unknown keyword or a bad value refuses the run with
      *     RETURN-CODE 12 before anything is printed. Students
      *     selected but not printed end the run RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELCARD ASSIGN TO WS-CD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CD-FS.
           SELECT LETTERS ASSIGN TO WS-LTR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTR-FS.
           SELECT CTLSHEET ASSIGN TO WS-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-FS.
           SELECT GUARDIN ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT FEEBAL ASSIGN TO WS-FB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FB-FS.
           SELECT ATTRPT ASSIGN TO WS-AT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FS.
           SELECT PASSFAIL ASSIGN TO WS-PF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PF-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD SELCARD.
       01 CD-REC.
           05 CD-KEY     PIC X(10).
           05 FILLER     PIC X.
           05 CD-VALUE   PIC X(20).
       FD LETTERS.
       01 LTR-LINE PIC X(70).
       FD CTLSHEET.
       01 CTL-LINE PIC X(70).
       FD GUARDIN.
       01 GD-REC.
           05 GD-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 GD-NAME   PIC X(20).
           05 FILLER    PIC X.
           05 GD-REL    PIC X(10).
           05 FILLER    PIC X.
           05 GD-ADDR1  PIC X(30).
           05 FILLER    PIC X.
           05 GD-ADDR2  PIC X(30).
           05 FILLER    PIC X.
           05 GD-ADDR3  PIC X(30).
           05 FILLER    PIC X.
           05 GD-PHONE  PIC X(12).
       FD FEEBAL.
       01 FB-REC.
           05 FB-UID     PIC 9(5).
           05 FILLER     PIC X.
           05 FB-CHARGED PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-PAID    PIC 9(7)V99.
           05 FILLER     PIC X.
           05 FB-DUEDT   PIC 9(8).
       FD ATTRPT.
       01 AT-LINE PIC X(70).
       01 AT-DETAIL.
           05 AT-UID    PIC X(5).
           05 FILLER    PIC XX.
           05 AT-SEC    PIC X.
           05 FILLER    PIC X(24).
           05 AT-PCT    PIC X(3).
           05 FILLER    PIC X(35).
       FD PASSFAIL.
       01 PF-REC.
           05 PF-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 PF-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 PF-SEC    PIC X.
           05 FILLER    PIC X.
           05 PF-MARKS  PIC 999.
           05 FILLER    PIC X.
           05 PF-RESULT PIC X(4).
           05 FILLER    PIC X.
           05 PF-GRADE  PIC X.
           05 FILLER    PIC X.
           05 PF-TERM   PIC XX.
           05 FILLER     PIC X.
           05 PF-RUNID  PIC 9(6).
           05 FILLER     PIC X.
           05 PF-RUNDT  PIC 9(8).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-CD-FS    PIC 99.
       77 WS-LTR-FS   PIC 99.
       77 WS-CTL-FS   PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-FB-FS    PIC 99.
       77 WS-AT-FS    PIC 99.
       77 WS-PF-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-CD-DSN   PIC X(100) VALUE 'noticecard.txt'.
       77 WS-LTR-DSN  PIC X(100) VALUE 'notices.txt'.
       77 WS-CTL-DSN  PIC X(100) VALUE 'noticectl.txt'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-FB-DSN   PIC X(100) VALUE 'feebal.txt'.
       77 WS-AT-DSN   PIC X(100) VALUE 'attrpt.txt'.
       77 WS-PF-DSN   PIC X(100) VALUE 'PASSFAIL'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CURR-DT  PIC X(21).
       77 WS-TODAY    PIC 9(8) VALUE ZERO.
       77 WS-DATE-DISP PIC X(10).
      * The selection card
       77 WS-SEL-TMPL    PIC X(12) VALUE SPACES.
       77 WS-SEL-SECS    PIC X(20) VALUE SPACES.
       77 WS-SEL-TERM    PIC XX VALUE SPACES.
       77 WS-SEL-STATUS  PIC X VALUE 'E'.
       77 WS-SEL-FEEDUE  PIC 9(7)V99 VALUE ZERO.
       77 WS-SEL-ATTPCT  PIC 999 VALUE ZERO.
       01 WS-FEE-SW PIC X VALUE 'N'.
           88 WS-SEL-BY-FEE VALUE 'Y'.
       01 WS-ATT-SW PIC X VALUE 'N'.
           88 WS-SEL-BY-ATT VALUE 'Y'.
       01 WS-RISK-SW PIC X VALUE 'N'.
           88 WS-SEL-BY-RISK VALUE 'Y'.
       01 WS-CARD-SW PIC X VALUE 'Y'.
           88 WS-CARD-OK VALUE 'Y'.
       77 WS-CARD-CNT   PIC 99 VALUE ZERO.
      * Guardians
       77 WS-GD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-GDX      PIC 9(4) VALUE ZERO.
       77 WS-MATCH-GX PIC 9(4) VALUE ZERO.
       01 WS-GD-TABLE.
           05 WS-GD-ENTRY OCCURS 999 TIMES.
               10 WS-GT-UID   PIC 9(5).
               10 WS-GT-NAME  PIC X(20).
               10 WS-GT-REL   PIC X(10).
               10 WS-GT-ADDR1 PIC X(30).
               10 WS-GT-ADDR2 PIC X(30).
               10 WS-GT-ADDR3 PIC X(30).
      * Per-student facts the tests and tokens need
       77 WS-FT-COUNT PIC 9(4) VALUE ZERO.
       77 WS-FTX      PIC 9(4) VALUE ZERO.
       77 WS-MATCH-FX PIC 9(4) VALUE ZERO.
       01 WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 999 TIMES.
               10 WS-FT-UID     PIC 9(5).
               10 WS-FT-BAL     PIC S9(7)V99.
               10 WS-FT-ATT     PIC XXX.
               10 WS-FT-FAILS   PIC 99.
       77 WS-FIND-UID  PIC 9(5) VALUE ZERO.
      * The student in hand
       77 WS-CUR-UID   PIC 9(5) VALUE ZERO.
       77 WS-CUR-BAL   PIC S9(7)V99 VALUE ZERO.
       77 WS-CUR-ATT   PIC XXX VALUE SPACES.
       77 WS-CUR-PCT   PIC 999 VALUE ZERO.
       77 WS-CUR-FAILS PIC 99 VALUE ZERO.
       77 WS-BAL-DISP  PIC -(7)9.99.
       77 WS-FAIL-DISP PIC Z9.
       77 WS-EXCL-WHY  PIC X(10) VALUE SPACES.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
      * Control counts
       77 WS-READ-CNT  PIC 9(5) VALUE ZERO.
       77 WS-SEL-CNT   PIC 9(5) VALUE ZERO.
       77 WS-PRT-CNT   PIC 9(5) VALUE ZERO.
       77 WS-NOADDR-CNT PIC 9(5) VALUE ZERO.
       77 WS-X-SEC     PIC 9(5) VALUE ZERO.
       77 WS-X-STATUS  PIC 9(5) VALUE ZERO.
       77 WS-X-FEE     PIC 9(5) VALUE ZERO.
       77 WS-X-ATT     PIC 9(5) VALUE ZERO.
       77 WS-X-RISK    PIC 9(5) VALUE ZERO.
       77 WS-NA-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-NAX       PIC 9(4) VALUE ZERO.
       01 WS-NA-TABLE.
           05 WS-NA-UID PIC 9(5) OCCURS 999 TIMES.
      * LTRTMPL call interface (see COPYLIB/LTRTMPL.cbl)
       01 WS-TP-NAME PIC X(12).
       01 WS-TP-TOKENS.
           05 WS-TP-TOKEN-COUNT PIC 99.
           05 WS-TP-TOKEN-ENTRY OCCURS 10 TIMES.
               10 WS-TP-TOKEN-NAME  PIC X(12).
               10 WS-TP-TOKEN-VALUE PIC X(30).
       01 WS-TP-TABLE.
           05 WS-TP-TABLE-COUNT PIC 99.
           05 WS-TP-TABLE-LINE PIC X(70) OCCURS 15 TIMES.
       01 WS-TP-OUT.
           05 WS-TP-OUT-COUNT PIC 99.
           05 WS-TP-OUT-LINE PIC X(70) OCCURS 60 TIMES.
       01 WS-TP-STATUS PIC XX VALUE SPACES.
       77 WS-TPX PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-CARD-PARA
           PERFORM 1200-TEMPLATE-CHECK-PARA
           PERFORM 1300-GUARD-PARA
           PERFORM 1400-FEEBAL-PARA
           PERFORM 1500-ATTEND-PARA
           PERFORM 1600-ATRISK-PARA
           OPEN INPUT STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER OPEN FAILED, FILE STATUS - '
                   WS-SM-STAT ' - NO AUDIENCE TO SELECT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTERS
           IF WS-LTR-FS NOT = 00
               DISPLAY 'NOTICE FILE OPEN FAILED, FILE STATUS - '
                   WS-LTR-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ STUDMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM 2000-ONE-STU-PARA THRU 2999-ONE-STU-EXIT
               END-READ
           END-PERFORM
           CLOSE STUDMAST-FILE
           CLOSE LETTERS
           PERFORM 4000-CONTROL-PARA
           DISPLAY 'NOTICE ' WS-SEL-TMPL ' - READ: ' WS-READ-CNT
               '  SELECTED: ' WS-SEL-CNT '  PRINTED: ' WS-PRT-CNT
           IF WS-NOADDR-CNT NOT = ZERO
               DISPLAY 'SELECTED BUT NOT PRINTED (NO GUARDIAN '
                   'ADDRESS): ' WS-NOADDR-CNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'NOTICE_CARD_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CD-DSN FROM ENVIRONMENT-VALUE
           IF WS-CD-DSN = SPACES
               MOVE 'noticecard.txt' TO WS-CD-DSN
           END-IF
           MOVE 'NOTICE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LTR-DSN FROM ENVIRONMENT-VALUE
           IF WS-LTR-DSN = SPACES
               MOVE 'notices.txt' TO WS-LTR-DSN
           END-IF
           MOVE 'NOTICECTL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CTL-DSN FROM ENVIRONMENT-VALUE
           IF WS-CTL-DSN = SPACES
               MOVE 'noticectl.txt' TO WS-CTL-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'FEEBAL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-FB-DSN FROM ENVIRONMENT-VALUE
           IF WS-FB-DSN = SPACES
               MOVE 'feebal.txt' TO WS-FB-DSN
           END-IF
           MOVE 'ATTRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AT-DSN FROM ENVIRONMENT-VALUE
           IF WS-AT-DSN = SPACES
               MOVE 'attrpt.txt' TO WS-AT-DSN
           END-IF
           MOVE 'PASSFAIL_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PF-DSN FROM ENVIRONMENT-VALUE
           IF WS-PF-DSN = SPACES
               MOVE 'PASSFAIL' TO WS-PF-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-TODAY
           MOVE SPACES TO WS-DATE-DISP
           STRING WS-TODAY(7:2) '/' WS-TODAY(5:2) '/' WS-TODAY(1:4)
               DELIMITED BY SIZE INTO WS-DATE-DISP
           OPEN OUTPUT CTLSHEET
           IF WS-CTL-FS NOT = 00
               DISPLAY 'CONTROL SHEET OPEN FAILED, FILE STATUS - '
                   WS-CTL-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CTL-LINE
           STRING 'NOTICE RUN CONTROL SHEET - ' WS-DATE-DISP
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'SELECTION CARD:' TO CTL-LINE
           WRITE CTL-LINE.
       1100-CARD-PARA.
      * Every card is echoed to the control sheet; one bad card
      * refuses the run, so a typo cannot mail the whole school
           OPEN INPUT SELCARD
           IF WS-CD-FS NOT = 00
               DISPLAY 'NO SELECTION CARD, FILE STATUS - ' WS-CD-FS
                   ' - NOTHING PRINTED'
               MOVE '  NO SELECTION CARD ON FILE' TO CTL-LINE
               WRITE CTL-LINE
               CLOSE CTLSHEET
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CD-FS NOT = 00
               READ SELCARD
               END-READ
               IF WS-CD-FS NOT = 10 AND CD-REC NOT = SPACES
                   ADD 1 TO WS-CARD-CNT
                   MOVE SPACES TO CTL-LINE
                   STRING '  ' CD-REC DELIMITED BY SIZE INTO CTL-LINE
                   PERFORM 1150-ONE-CARD-PARA
                   WRITE CTL-LINE
               END-IF
           END-PERFORM
           CLOSE SELCARD
           IF WS-SEL-TMPL = SPACES
               MOVE '  *** NO TEMPLATE CARD' TO CTL-LINE
               WRITE CTL-LINE
               MOVE 'N' TO WS-CARD-SW
           END-IF
           IF NOT WS-CARD-OK
               DISPLAY 'SELECTION CARD IN ERROR - NOTHING PRINTED, '
                   'SEE ' WS-CTL-DSN(1:30)
               CLOSE CTLSHEET
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1150-ONE-CARD-PARA.
           EVALUATE CD-KEY
               WHEN 'TEMPLATE'
                   MOVE CD-VALUE TO WS-SEL-TMPL
               WHEN 'SECTION'
                   MOVE CD-VALUE TO WS-SEL-SECS
               WHEN 'TERM'
                   MOVE CD-VALUE TO WS-SEL-TERM
               WHEN 'STATUS'
                   MOVE CD-VALUE TO WS-SEL-STATUS
               WHEN 'FEEDUE'
                   IF FUNCTION TEST-NUMVAL(CD-VALUE) = 0
                       MOVE FUNCTION NUMVAL(CD-VALUE) TO WS-SEL-FEEDUE
                       MOVE 'Y' TO WS-FEE-SW
                   ELSE
                       MOVE '*** BAD AMOUNT' TO CTL-LINE(50:20)
                       MOVE 'N' TO WS-CARD-SW
                   END-IF
               WHEN 'ATTBELOW'
                   IF FUNCTION TEST-NUMVAL(CD-VALUE) = 0
                       AND FUNCTION NUMVAL(CD-VALUE) > 0
                       AND FUNCTION NUMVAL(CD-VALUE) NOT > 100
                       MOVE FUNCTION NUMVAL(CD-VALUE) TO WS-SEL-ATTPCT
                       MOVE 'Y' TO WS-ATT-SW
                   ELSE
                       MOVE '*** BAD PERCENT' TO CTL-LINE(50:20)
                       MOVE 'N' TO WS-CARD-SW
                   END-IF
               WHEN 'ATRISK'
                   IF CD-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-RISK-SW
                   END-IF
               WHEN OTHER
                   MOVE '*** UNKNOWN KEYWORD' TO CTL-LINE(50:20)
                   MOVE 'N' TO WS-CARD-SW
           END-EVALUATE.
       1200-TEMPLATE-CHECK-PARA.
      * No built-in wording for a general notice - the template must
      * be on file before anything is selected
           MOVE WS-SEL-TMPL TO WS-TP-NAME
           MOVE ZERO TO WS-TP-TOKEN-COUNT
           MOVE ZERO TO WS-TP-TABLE-COUNT
           CALL 'LTRTMPL' USING WS-TP-NAME WS-TP-TOKENS
               WS-TP-TABLE WS-TP-OUT WS-TP-STATUS
           IF WS-TP-STATUS NOT = '00'
               MOVE SPACES TO CTL-LINE
               STRING '  *** TEMPLATE ' WS-SEL-TMPL
                   ' NOT ON THE TEMPLATE FILE (STATUS ' WS-TP-STATUS
                   ')' DELIMITED BY SIZE INTO CTL-LINE
               WRITE CTL-LINE
               CLOSE CTLSHEET
               DISPLAY 'TEMPLATE ' WS-SEL-TMPL ' NOT ON FILE (STATUS '
                   WS-TP-STATUS ') - NOTHING PRINTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-GUARD-PARA.
           OPEN INPUT GUARDIN
           IF WS-GD-FS NOT = 00
               DISPLAY 'GUARDIAN CONTACTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-GD-FS ' - NO NOTICE CAN BE ADDRESSED'
           ELSE
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDIN
                   END-READ
                   IF WS-GD-FS NOT = 10 AND WS-GD-COUNT < 999
                       ADD 1 TO WS-GD-COUNT
                       MOVE GD-UID   TO WS-GT-UID(WS-GD-COUNT)
                       MOVE GD-NAME  TO WS-GT-NAME(WS-GD-COUNT)
                       MOVE GD-REL   TO WS-GT-REL(WS-GD-COUNT)
                       MOVE GD-ADDR1 TO WS-GT-ADDR1(WS-GD-COUNT)
                       MOVE GD-ADDR2 TO WS-GT-ADDR2(WS-GD-COUNT)
                       MOVE GD-ADDR3 TO WS-GT-ADDR3(WS-GD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GUARDIN
           END-IF.
       1400-FEEBAL-PARA.
      * Balance is charged less paid over every FEEBAL row, as the
      * clearance checks work it
           OPEN INPUT FEEBAL
           IF WS-FB-FS NOT = 00
               IF WS-SEL-BY-FEE
                   DISPLAY 'FEE BALANCES NOT AVAILABLE, FILE STATUS - '
                       WS-FB-FS ' - NO STUDENT PASSES FEEDUE'
               END-IF
           ELSE
               PERFORM UNTIL WS-FB-FS NOT = 00
                   READ FEEBAL
                   END-READ
                   IF WS-FB-FS NOT = 10
                       MOVE FB-UID TO WS-FIND-UID
                       PERFORM 1900-FIND-FACT-PARA
                       IF WS-MATCH-FX NOT = ZERO
                           ADD FB-CHARGED TO WS-FT-BAL(WS-MATCH-FX)
                           SUBTRACT FB-PAID FROM WS-FT-BAL(WS-MATCH-FX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEEBAL
           END-IF.
       1500-ATTEND-PARA.
           OPEN INPUT ATTRPT
           IF WS-AT-FS NOT = 00
               IF WS-SEL-BY-ATT
                   DISPLAY 'ATTENDANCE REPORT NOT AVAILABLE, FILE '
                       'STATUS - ' WS-AT-FS ' - NO STUDENT PASSES '
                       'ATTBELOW'
               END-IF
           ELSE
               PERFORM UNTIL WS-AT-FS NOT = 00
                   READ ATTRPT
                   END-READ
                   IF WS-AT-FS NOT = 10 AND AT-UID IS NUMERIC
                       MOVE AT-UID TO WS-FIND-UID
                       PERFORM 1900-FIND-FACT-PARA
                       IF WS-MATCH-FX NOT = ZERO
                           MOVE AT-PCT TO WS-FT-ATT(WS-MATCH-FX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATTRPT
           END-IF.
       1600-ATRISK-PARA.
      * FAIL rows for the term, ABS rows aside, as GPASUMM counts
           OPEN INPUT PASSFAIL
           IF WS-PF-FS NOT = 00
               IF WS-SEL-BY-RISK
                   DISPLAY 'PASSFAIL NOT AVAILABLE, FILE STATUS - '
                       WS-PF-FS ' - NO STUDENT PASSES ATRISK'
               END-IF
           ELSE
               PERFORM UNTIL WS-PF-FS NOT = 00
                   READ PASSFAIL
                   END-READ
                   IF WS-PF-FS NOT = 10 AND PF-RESULT = 'FAIL'
                       AND (PF-TERM = WS-SEL-TERM
                       OR WS-SEL-TERM = SPACES)
                       MOVE PF-UID TO WS-FIND-UID
                       PERFORM 1900-FIND-FACT-PARA
                       IF WS-MATCH-FX NOT = ZERO
                           ADD 1 TO WS-FT-FAILS(WS-MATCH-FX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PASSFAIL
           END-IF.
       1900-FIND-FACT-PARA.
           MOVE ZERO TO WS-MATCH-FX
           PERFORM VARYING WS-FTX FROM 1 BY 1
               UNTIL WS-FTX > WS-FT-COUNT OR WS-MATCH-FX NOT = ZERO
               IF WS-FT-UID(WS-FTX) = WS-FIND-UID
                   MOVE WS-FTX TO WS-MATCH-FX
               END-IF
           END-PERFORM
           IF WS-MATCH-FX = ZERO
               IF WS-FT-COUNT < 999
                   ADD 1 TO WS-FT-COUNT
                   MOVE WS-FT-COUNT TO WS-MATCH-FX
                   MOVE WS-FIND-UID TO WS-FT-UID(WS-MATCH-FX)
                   MOVE ZERO TO WS-FT-BAL(WS-MATCH-FX)
                   MOVE SPACES TO WS-FT-ATT(WS-MATCH-FX)
                   MOVE ZERO TO WS-FT-FAILS(WS-MATCH-FX)
               ELSE
                   DISPLAY 'STUDENT FACT TABLE FULL, SKIPPING '
                       WS-FIND-UID
               END-IF
           END-IF.
       2000-ONE-STU-PARA.
           MOVE SM-STU-ID TO WS-CUR-UID
           IF WS-SEL-SECS NOT = SPACES
               MOVE ZERO TO WS-TPX
               INSPECT WS-SEL-SECS TALLYING WS-TPX
                   FOR ALL SM-SECTION
               IF WS-TPX = ZERO OR SM-SECTION = SPACE
                   ADD 1 TO WS-X-SEC
                   GO TO 2999-ONE-STU-EXIT
               END-IF
           END-IF
           IF WS-SEL-STATUS NOT = '*' AND SM-STATUS NOT = WS-SEL-STATUS
               ADD 1 TO WS-X-STATUS
               GO TO 2999-ONE-STU-EXIT
           END-IF
           MOVE ZERO TO WS-CUR-BAL
           MOVE SPACES TO WS-CUR-ATT
           MOVE ZERO TO WS-CUR-FAILS
           MOVE WS-CUR-UID TO WS-FIND-UID
           MOVE ZERO TO WS-MATCH-FX
           PERFORM VARYING WS-FTX FROM 1 BY 1
               UNTIL WS-FTX > WS-FT-COUNT OR WS-MATCH-FX NOT = ZERO
               IF WS-FT-UID(WS-FTX) = WS-FIND-UID
                   MOVE WS-FTX TO WS-MATCH-FX
               END-IF
           END-PERFORM
           IF WS-MATCH-FX NOT = ZERO
               MOVE WS-FT-BAL(WS-MATCH-FX)   TO WS-CUR-BAL
               MOVE WS-FT-ATT(WS-MATCH-FX)   TO WS-CUR-ATT
               MOVE WS-FT-FAILS(WS-MATCH-FX) TO WS-CUR-FAILS
           END-IF
           IF WS-SEL-BY-FEE AND NOT WS-CUR-BAL > WS-SEL-FEEDUE
               ADD 1 TO WS-X-FEE
               GO TO 2999-ONE-STU-EXIT
           END-IF
           IF WS-SEL-BY-ATT
               IF WS-CUR-ATT IS NOT NUMERIC
                   ADD 1 TO WS-X-ATT
                   GO TO 2999-ONE-STU-EXIT
               END-IF
               MOVE WS-CUR-ATT TO WS-CUR-PCT
               IF NOT WS-CUR-PCT < WS-SEL-ATTPCT
                   ADD 1 TO WS-X-ATT
                   GO TO 2999-ONE-STU-EXIT
               END-IF
           END-IF
           IF WS-SEL-BY-RISK AND WS-CUR-FAILS < 2
               ADD 1 TO WS-X-RISK
               GO TO 2999-ONE-STU-EXIT
           END-IF
           ADD 1 TO WS-SEL-CNT
           MOVE ZERO TO WS-MATCH-GX
           PERFORM VARYING WS-GDX FROM 1 BY 1
               UNTIL WS-GDX > WS-GD-COUNT OR WS-MATCH-GX NOT = ZERO
               IF WS-GT-UID(WS-GDX) = WS-CUR-UID
                   MOVE WS-GDX TO WS-MATCH-GX
               END-IF
           END-PERFORM
           IF WS-MATCH-GX = ZERO
               ADD 1 TO WS-NOADDR-CNT
               IF WS-NA-COUNT < 999
                   ADD 1 TO WS-NA-COUNT
                   MOVE WS-CUR-UID TO WS-NA-UID(WS-NA-COUNT)
               END-IF
               GO TO 2999-ONE-STU-EXIT
           END-IF
           PERFORM 3000-LETTER-PARA.
       2999-ONE-STU-EXIT.
           EXIT.
       3000-LETTER-PARA.
           MOVE WS-SEL-TMPL TO WS-TP-NAME
           MOVE ZERO TO WS-TP-TABLE-COUNT
           MOVE 10 TO WS-TP-TOKEN-COUNT
           MOVE 'STUID'    TO WS-TP-TOKEN-NAME(1)
           MOVE WS-CUR-UID TO WS-TP-TOKEN-VALUE(1)
           MOVE 'NAME'     TO WS-TP-TOKEN-NAME(2)
           MOVE SM-NAME    TO WS-TP-TOKEN-VALUE(2)
           MOVE 'SECTION'  TO WS-TP-TOKEN-NAME(3)
           MOVE SM-SECTION TO WS-TP-TOKEN-VALUE(3)
           MOVE 'GUARDIAN' TO WS-TP-TOKEN-NAME(4)
           MOVE WS-GT-NAME(WS-MATCH-GX) TO WS-TP-TOKEN-VALUE(4)
           MOVE 'RELATION' TO WS-TP-TOKEN-NAME(5)
           MOVE WS-GT-REL(WS-MATCH-GX) TO WS-TP-TOKEN-VALUE(5)
           MOVE 'TERM'     TO WS-TP-TOKEN-NAME(6)
           MOVE WS-SEL-TERM TO WS-TP-TOKEN-VALUE(6)
           MOVE 'BALANCE'  TO WS-TP-TOKEN-NAME(7)
           MOVE WS-CUR-BAL TO WS-BAL-DISP
           MOVE ZERO TO WS-TPX
           INSPECT WS-BAL-DISP TALLYING WS-TPX FOR LEADING SPACES
           MOVE WS-BAL-DISP(WS-TPX + 1:) TO WS-TP-TOKEN-VALUE(7)
           MOVE 'ATTPCT'   TO WS-TP-TOKEN-NAME(8)
           MOVE WS-CUR-ATT TO WS-TP-TOKEN-VALUE(8)
           MOVE 'FAILS'    TO WS-TP-TOKEN-NAME(9)
           MOVE WS-CUR-FAILS TO WS-FAIL-DISP
           MOVE ZERO TO WS-TPX
           INSPECT WS-FAIL-DISP TALLYING WS-TPX FOR LEADING SPACES
           MOVE WS-FAIL-DISP(WS-TPX + 1:) TO WS-TP-TOKEN-VALUE(9)
           MOVE 'DATE'     TO WS-TP-TOKEN-NAME(10)
           MOVE WS-DATE-DISP TO WS-TP-TOKEN-VALUE(10)
           CALL 'LTRTMPL' USING WS-TP-NAME WS-TP-TOKENS
               WS-TP-TABLE WS-TP-OUT WS-TP-STATUS
           MOVE ALL '=' TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING WS-GT-NAME(WS-MATCH-GX) ' ('
               WS-GT-REL(WS-MATCH-GX) ')'
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-GT-ADDR1(WS-MATCH-GX) TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-GT-ADDR2(WS-MATCH-GX) TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-GT-ADDR3(WS-MATCH-GX) TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           PERFORM VARYING WS-TPX FROM 1 BY 1
               UNTIL WS-TPX > WS-TP-OUT-COUNT
               MOVE WS-TP-OUT-LINE(WS-TPX) TO LTR-LINE
               WRITE LTR-LINE
           END-PERFORM
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           ADD 1 TO WS-PRT-CNT.
       4000-CONTROL-PARA.
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING 'STUDENTS READ FROM THE MASTER      ' WS-READ-CNT
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING '  EXCLUDED - SECTION               ' WS-X-SEC
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING '  EXCLUDED - ENROLLMENT STATUS     ' WS-X-STATUS
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING '  EXCLUDED - FEE DUE               ' WS-X-FEE
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING '  EXCLUDED - ATTENDANCE            ' WS-X-ATT
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING '  EXCLUDED - NOT AT RISK           ' WS-X-RISK
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING 'SELECTED                           ' WS-SEL-CNT
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING 'PRINTED                            ' WS-PRT-CNT
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING 'SELECTED, NOT PRINTED (NO ADDRESS) ' WS-NOADDR-CNT
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           PERFORM VARYING WS-NAX FROM 1 BY 1
               UNTIL WS-NAX > WS-NA-COUNT
               MOVE SPACES TO CTL-LINE
               STRING '    STUDENT ' WS-NA-UID(WS-NAX)
                   ' - NO GUARDIAN CONTACT ON FILE'
                   DELIMITED BY SIZE INTO CTL-LINE
               WRITE CTL-LINE
           END-PERFORM
           CLOSE CTLSHEET.
       END PROGRAM NOTICE.
