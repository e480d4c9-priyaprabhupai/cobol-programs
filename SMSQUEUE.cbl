      ******************************************************************
      * Program : SMSQUEUE
      * Purpose : Parent SMS notifications. The programs that raise
      *           news a guardian should hear - ATTEND (absent today),
      *           FEELEDGR (fee dues past the threshold), RELCTL
      *           (results released) and FAILLTR (fail-warning
      *           letter) - append events to the parent notification
      *           queue; this run turns them into messages for the
      *           SMS gateway. Two modes, picked by SMSQUEUE_MODE:
      *             U - upload (the default): each queued event is
      *                 addressed to the GD-PHONE on the GUARDIAN
      *                 master (a release goes to every guardian),
      *                 worded from the LTRTMPL template for its type
      *                 and written to the gateway's upload file with
      *                 a message ID; every message, and every
      *                 student with no usable phone number, goes on
      *                 the SMS log, and the queue is emptied;
      *             R - receipts: the gateway's delivery report is
      *                 matched back to the log by message ID and
      *                 the run lists every message not delivered and
      *                 every student with no usable phone number.
      * Modification History:
      *   - Written new. The queue comes through the shared NTFSEL/
      *     NTFFD/NTFDAT/NTFPARA copybooks (NOTIFYQ_DSN); contacts
      *     from GUARDIAN_DSN. The upload file is SMSUPLOAD_DSN
      *     (default smsupload.txt - message ID, phone and quoted
      *     text, comma separated), the log SMSLOG_DSN (default
      *     smslog.txt), the delivery report SMSDLR_DSN (default
      *     smsdlr.txt - message ID, status, time) and the receipts
      *     listing SMSRPT_DSN (default smsreport.txt). Templates
      *     SMSAB, SMSFD, SMSRR and SMSFL in LETTMPL_DSN, tokens
      *     STUID, GUARDIAN, DETAIL and DATE, the first two lines
      *     making the message; built-in wording when a template is
      *     not on file. An event already on the log for the same
      *     student, type and date is not sent twice. The receipts
      *     run covers SMS_RPT_DATE, or when that is blank the
      *     latest upload on the log. Students with no usable phone
      *     and undelivered messages end the run RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMSQUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIN ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT SMSUP ASSIGN TO WS-UP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UP-FS.
           SELECT SMSLOG ASSIGN TO WS-LG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LG-FS.
           SELECT SMSDLR ASSIGN TO WS-DL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-FS.
           SELECT SMSRPT ASSIGN TO WS-RP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FS.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
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
       FD SMSUP.
       01 UP-LINE PIC X(170).
       FD SMSLOG.
       01 LG-REC.
           05 LG-MSGID  PIC 9(7).
           05 FILLER    PIC X.
           05 LG-STAT   PIC X.
           05 FILLER    PIC X.
           05 LG-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 LG-TYPE   PIC XX.
           05 FILLER    PIC X.
           05 LG-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 LG-EVDATE PIC 9(8).
           05 FILLER    PIC X.
           05 LG-PHONE  PIC X(12).
           05 FILLER    PIC X.
           05 LG-NOTE   PIC X(30).
       FD SMSDLR.
       01 DL-REC.
           05 DL-MSGID  PIC 9(7).
           05 FILLER    PIC X.
           05 DL-STATUS PIC X(10).
           05 FILLER    PIC X.
           05 DL-TIME   PIC X(14).
       FD SMSRPT.
       01 RP-LINE PIC X(80).
       COPY NTFFD.
       WORKING-STORAGE SECTION.
       77 WS-GD-FS    PIC 99.
       77 WS-UP-FS    PIC 99.
       77 WS-LG-FS    PIC 99.
       77 WS-DL-FS    PIC 99.
       77 WS-RP-FS    PIC 99.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-UP-DSN   PIC X(100) VALUE 'smsupload.txt'.
       77 WS-LG-DSN   PIC X(100) VALUE 'smslog.txt'.
       77 WS-DL-DSN   PIC X(100) VALUE 'smsdlr.txt'.
       77 WS-RP-DSN   PIC X(100) VALUE 'smsreport.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-MODE     PIC X VALUE 'U'.
       77 WS-RPT-IN   PIC X(8) VALUE SPACES.
       77 WS-RPT-DATE PIC 9(8) VALUE ZERO.
      * Guardian contacts
       77 WS-GD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-GDX      PIC 9(4) VALUE ZERO.
       77 WS-MATCH-GX PIC 9(4) VALUE ZERO.
       01 WS-GD-TABLE.
           05 WS-GD-ENTRY OCCURS 999 TIMES.
               10 WS-GT-UID   PIC 9(5).
               10 WS-GT-NAME  PIC X(20).
               10 WS-GT-PHONE PIC X(12).
      * Log entries - every one for the duplicate check on an upload
      * run, the report date's on a receipts run
       77 WS-LG-COUNT PIC 9(4) VALUE ZERO.
       77 WS-LGX      PIC 9(4) VALUE ZERO.
       77 WS-MATCH-LX PIC 9(4) VALUE ZERO.
       77 WS-MAX-MSGID PIC 9(7) VALUE ZERO.
       01 WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 5000 TIMES.
               10 WS-LT-MSGID  PIC 9(7).
               10 WS-LT-STAT   PIC X.
               10 WS-LT-TYPE   PIC XX.
               10 WS-LT-UID    PIC 9(5).
               10 WS-LT-EVDATE PIC 9(8).
               10 WS-LT-PHONE  PIC X(12).
               10 WS-LT-NOTE   PIC X(30).
               10 WS-LT-DLR    PIC X(10).
      * The message being built
       77 WS-CUR-UID   PIC 9(5) VALUE ZERO.
       77 WS-CUR-GX    PIC 9(4) VALUE ZERO.
       77 WS-MSG-TEXT  PIC X(150) VALUE SPACES.
       77 WS-MSG-LEN   PIC 999 VALUE ZERO.
       77 WS-LINE-LEN  PIC 99 VALUE ZERO.
       77 WS-PX        PIC 99 VALUE ZERO.
       77 WS-DIGITS    PIC 99 VALUE ZERO.
       01 WS-PHONE-SW PIC X VALUE 'N'.
           88 WS-PHONE-OK VALUE 'Y'.
       01 WS-END-SW PIC X VALUE 'N'.
           88 WS-PHONE-END VALUE 'Y'.
       01 WS-DUP-SW PIC X VALUE 'N'.
           88 WS-ALREADY-SENT VALUE 'Y'.
      * Counts for the run summary
       77 WS-EVENTS    PIC 9(5) VALUE ZERO.
       77 WS-SENT      PIC 9(5) VALUE ZERO.
       77 WS-NO-PHONE  PIC 9(5) VALUE ZERO.
       77 WS-DUPS      PIC 9(5) VALUE ZERO.
       77 WS-DELIVERED PIC 9(5) VALUE ZERO.
       77 WS-UNDELIV   PIC 9(5) VALUE ZERO.
       77 WS-UNMATCHED PIC 9(5) VALUE ZERO.
       COPY NTFDAT.
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
           IF WS-MODE = 'R'
               PERFORM 5000-RECEIPTS-PARA THRU 5999-RECEIPTS-EXIT
           ELSE
               PERFORM 2000-UPLOAD-PARA THRU 2999-UPLOAD-EXIT
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'SMSQUEUE_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           IF WS-MODE = SPACE
               MOVE 'U' TO WS-MODE
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'SMSUPLOAD_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-UP-DSN FROM ENVIRONMENT-VALUE
           IF WS-UP-DSN = SPACES
               MOVE 'smsupload.txt' TO WS-UP-DSN
           END-IF
           MOVE 'SMSLOG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-LG-DSN FROM ENVIRONMENT-VALUE
           IF WS-LG-DSN = SPACES
               MOVE 'smslog.txt' TO WS-LG-DSN
           END-IF
           MOVE 'SMSDLR_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DL-DSN FROM ENVIRONMENT-VALUE
           IF WS-DL-DSN = SPACES
               MOVE 'smsdlr.txt' TO WS-DL-DSN
           END-IF
           MOVE 'SMSRPT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RP-DSN FROM ENVIRONMENT-VALUE
           IF WS-RP-DSN = SPACES
               MOVE 'smsreport.txt' TO WS-RP-DSN
           END-IF
           MOVE 'SMS_RPT_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RPT-IN FROM ENVIRONMENT-VALUE
           PERFORM NTF-ENV-PARA.
       1100-GUARD-LOAD-PARA.
           OPEN INPUT GUARDIN
           IF WS-GD-FS NOT = 00
               DISPLAY 'GUARDIAN CONTACTS NOT AVAILABLE, FILE '
                   'STATUS - ' WS-GD-FS ' - NO PHONE NUMBERS'
           ELSE
               PERFORM UNTIL WS-GD-FS NOT = 00
                   READ GUARDIN
                   END-READ
                   IF WS-GD-FS NOT = 10
                       IF WS-GD-COUNT < 999
                           ADD 1 TO WS-GD-COUNT
                           MOVE GD-UID   TO WS-GT-UID(WS-GD-COUNT)
                           MOVE GD-NAME  TO WS-GT-NAME(WS-GD-COUNT)
                           MOVE GD-PHONE TO WS-GT-PHONE(WS-GD-COUNT)
                       ELSE
                           DISPLAY 'GUARDIAN TABLE FULL, SKIPPING '
                               GD-UID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GUARDIN
           END-IF.
       1200-LOG-LOAD-PARA.
      * Upload run: the whole log, for the message IDs and the
      * duplicate check. Receipts run: the report date's uploads
           OPEN INPUT SMSLOG
           IF WS-LG-FS = 00
               PERFORM UNTIL WS-LG-FS NOT = 00
                   READ SMSLOG
                   END-READ
                   IF WS-LG-FS NOT = 10
                       IF LG-MSGID > WS-MAX-MSGID
                           MOVE LG-MSGID TO WS-MAX-MSGID
                       END-IF
                       IF WS-MODE NOT = 'R' OR LG-DATE = WS-RPT-DATE
                           PERFORM 1250-ADD-LOG-PARA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SMSLOG
           END-IF.
       1250-ADD-LOG-PARA.
           IF WS-LG-COUNT < 5000
               ADD 1 TO WS-LG-COUNT
               MOVE LG-MSGID  TO WS-LT-MSGID(WS-LG-COUNT)
               MOVE LG-STAT   TO WS-LT-STAT(WS-LG-COUNT)
               MOVE LG-TYPE   TO WS-LT-TYPE(WS-LG-COUNT)
               MOVE LG-UID    TO WS-LT-UID(WS-LG-COUNT)
               MOVE LG-EVDATE TO WS-LT-EVDATE(WS-LG-COUNT)
               MOVE LG-PHONE  TO WS-LT-PHONE(WS-LG-COUNT)
               MOVE LG-NOTE   TO WS-LT-NOTE(WS-LG-COUNT)
               MOVE SPACES    TO WS-LT-DLR(WS-LG-COUNT)
           ELSE
               DISPLAY 'SMS LOG TABLE FULL, MESSAGE ' LG-MSGID
                   ' NOT LOADED'
           END-IF.
       2000-UPLOAD-PARA.
           PERFORM 1100-GUARD-LOAD-PARA
           PERFORM 1200-LOG-LOAD-PARA
           OPEN INPUT NTF-FILE
           IF WS-NTF-STAT NOT = 00
               DISPLAY 'NO NOTIFICATION QUEUE ON FILE, FILE STATUS - '
                   WS-NTF-STAT ' - NOTHING TO SEND'
               GO TO 2999-UPLOAD-EXIT
           END-IF
           OPEN OUTPUT SMSUP
           IF WS-UP-FS NOT = 00
               DISPLAY 'UPLOAD FILE OPEN FAILED, FILE STATUS - '
                   WS-UP-FS ' - QUEUE LEFT AS IT IS'
               CLOSE NTF-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 2999-UPLOAD-EXIT
           END-IF
           OPEN EXTEND SMSLOG
           IF WS-LG-FS = 05 OR WS-LG-FS = 35
               OPEN OUTPUT SMSLOG
           END-IF
           PERFORM UNTIL WS-NTF-STAT NOT = 00
               READ NTF-FILE
               END-READ
               IF WS-NTF-STAT NOT = 10
                   ADD 1 TO WS-EVENTS
                   PERFORM 2100-ONE-EVENT-PARA
               END-IF
           END-PERFORM
           CLOSE NTF-FILE
           CLOSE SMSUP
           CLOSE SMSLOG
      * Every event is now on the log - the queue starts again empty
           OPEN OUTPUT NTF-FILE
           CLOSE NTF-FILE
           DISPLAY 'EVENTS: ' WS-EVENTS '  MESSAGES: ' WS-SENT
               '  NO USABLE PHONE: ' WS-NO-PHONE
               '  ALREADY SENT: ' WS-DUPS
           IF WS-NO-PHONE NOT = ZERO
               DISPLAY 'STUDENTS WITH NO USABLE PHONE NUMBER ARE ON '
                   WS-LG-DSN(1:30)
               MOVE 4 TO RETURN-CODE
           END-IF.
       2999-UPLOAD-EXIT.
           EXIT.
       2100-ONE-EVENT-PARA.
      * A release (STU-ID zero) goes to every guardian on file
           IF NTF-UID = ZERO
               PERFORM VARYING WS-GDX FROM 1 BY 1
                   UNTIL WS-GDX > WS-GD-COUNT
                   MOVE WS-GT-UID(WS-GDX) TO WS-CUR-UID
                   MOVE WS-GDX TO WS-CUR-GX
                   PERFORM 3000-ONE-MSG-PARA THRU 3999-ONE-MSG-EXIT
               END-PERFORM
           ELSE
               MOVE NTF-UID TO WS-CUR-UID
               MOVE ZERO TO WS-MATCH-GX
               PERFORM VARYING WS-GDX FROM 1 BY 1
                   UNTIL WS-GDX > WS-GD-COUNT OR WS-MATCH-GX NOT = ZERO
                   IF WS-GT-UID(WS-GDX) = WS-CUR-UID
                       MOVE WS-GDX TO WS-MATCH-GX
                   END-IF
               END-PERFORM
               MOVE WS-MATCH-GX TO WS-CUR-GX
               PERFORM 3000-ONE-MSG-PARA THRU 3999-ONE-MSG-EXIT
           END-IF.
       3000-ONE-MSG-PARA.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-LGX FROM 1 BY 1
               UNTIL WS-LGX > WS-LG-COUNT OR WS-ALREADY-SENT
               IF WS-LT-UID(WS-LGX) = WS-CUR-UID
                   AND WS-LT-TYPE(WS-LGX) = NTF-TYPE
                   AND WS-LT-EVDATE(WS-LGX) = NTF-DATE
                   MOVE 'Y' TO WS-DUP-SW
               END-IF
           END-PERFORM
           IF WS-ALREADY-SENT
               ADD 1 TO WS-DUPS
               GO TO 3999-ONE-MSG-EXIT
           END-IF
           MOVE SPACES TO LG-REC
           MOVE WS-NTF-TODAY TO LG-DATE
           MOVE NTF-TYPE     TO LG-TYPE
           MOVE WS-CUR-UID   TO LG-UID
           MOVE NTF-DATE     TO LG-EVDATE
           IF WS-CUR-GX = ZERO
               MOVE ZERO TO LG-MSGID
               MOVE 'N' TO LG-STAT
               MOVE 'NO CONTACT ON FILE' TO LG-NOTE
               PERFORM 3900-LOG-PARA
               ADD 1 TO WS-NO-PHONE
               GO TO 3999-ONE-MSG-EXIT
           END-IF
           MOVE WS-GT-PHONE(WS-CUR-GX) TO LG-PHONE
           PERFORM 3100-PHONE-CHECK-PARA
           IF NOT WS-PHONE-OK
               MOVE ZERO TO LG-MSGID
               MOVE 'N' TO LG-STAT
               MOVE 'NO USABLE PHONE NUMBER' TO LG-NOTE
               PERFORM 3900-LOG-PARA
               ADD 1 TO WS-NO-PHONE
               GO TO 3999-ONE-MSG-EXIT
           END-IF
           PERFORM 3200-TEMPLATE-PARA
           ADD 1 TO WS-MAX-MSGID
           MOVE WS-MAX-MSGID TO LG-MSGID
           MOVE 'S' TO LG-STAT
           MOVE NTF-TEXT TO LG-NOTE
           MOVE SPACES TO UP-LINE
           STRING WS-MAX-MSGID ',' DELIMITED BY SIZE
               WS-GT-PHONE(WS-CUR-GX) DELIMITED BY SPACE
               ',"' DELIMITED BY SIZE
               WS-MSG-TEXT(1:WS-MSG-LEN) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO UP-LINE
           WRITE UP-LINE
           PERFORM 3900-LOG-PARA
           ADD 1 TO WS-SENT.
       3999-ONE-MSG-EXIT.
           EXIT.
       3100-PHONE-CHECK-PARA.
      * Usable: an optional leading +, then at least ten digits and
      * nothing but digits up to the first space
           MOVE 'N' TO WS-PHONE-SW
           MOVE 'N' TO WS-END-SW
           MOVE ZERO TO WS-DIGITS
           MOVE 1 TO WS-PX
           IF WS-GT-PHONE(WS-CUR-GX)(1:1) = '+'
               MOVE 2 TO WS-PX
           END-IF
           PERFORM UNTIL WS-PX > 12 OR WS-PHONE-END
               IF WS-GT-PHONE(WS-CUR-GX)(WS-PX:1) = SPACE
                   MOVE 'Y' TO WS-END-SW
               ELSE
                   IF WS-GT-PHONE(WS-CUR-GX)(WS-PX:1) IS NUMERIC
                       ADD 1 TO WS-DIGITS
                       ADD 1 TO WS-PX
                   ELSE
                       MOVE ZERO TO WS-DIGITS
                       MOVE 'Y' TO WS-END-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIGITS NOT < 10
               MOVE 'Y' TO WS-PHONE-SW
           END-IF
           IF WS-PHONE-END AND WS-PX NOT > 12
               IF WS-GT-PHONE(WS-CUR-GX)(WS-PX:) NOT = SPACES
                   MOVE 'N' TO WS-PHONE-SW
               END-IF
           END-IF.
       3200-TEMPLATE-PARA.
           MOVE SPACES TO WS-TP-NAME
           STRING 'SMS' NTF-TYPE DELIMITED BY SIZE INTO WS-TP-NAME
           MOVE ZERO TO WS-TP-TABLE-COUNT
           MOVE 4 TO WS-TP-TOKEN-COUNT
           MOVE 'STUID'    TO WS-TP-TOKEN-NAME(1)
           MOVE WS-CUR-UID TO WS-TP-TOKEN-VALUE(1)
           MOVE 'GUARDIAN' TO WS-TP-TOKEN-NAME(2)
           MOVE WS-GT-NAME(WS-CUR-GX) TO WS-TP-TOKEN-VALUE(2)
           MOVE 'DETAIL'   TO WS-TP-TOKEN-NAME(3)
           MOVE NTF-TEXT   TO WS-TP-TOKEN-VALUE(3)
           MOVE 'DATE'     TO WS-TP-TOKEN-NAME(4)
           MOVE NTF-DATE   TO WS-TP-TOKEN-VALUE(4)
           CALL 'LTRTMPL' USING WS-TP-NAME WS-TP-TOKENS
               WS-TP-TABLE WS-TP-OUT WS-TP-STATUS
           MOVE SPACES TO WS-MSG-TEXT
           MOVE ZERO TO WS-MSG-LEN
           IF WS-TP-STATUS = '00'
               PERFORM VARYING WS-TPX FROM 1 BY 1
                   UNTIL WS-TPX > WS-TP-OUT-COUNT OR WS-TPX > 2
                   PERFORM 3300-APPEND-LINE-PARA
               END-PERFORM
           ELSE
               PERFORM 3400-BUILTIN-PARA
           END-IF
           IF WS-MSG-LEN = ZERO
               MOVE 1 TO WS-MSG-LEN
           END-IF.
       3300-APPEND-LINE-PARA.
      * Template lines are joined with one space, trailing blanks
      * dropped
           MOVE 70 TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = ZERO
               OR WS-TP-OUT-LINE(WS-TPX)(WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM
           IF WS-LINE-LEN NOT = ZERO
               IF WS-MSG-LEN NOT = ZERO
                   ADD 1 TO WS-MSG-LEN
               END-IF
               MOVE WS-TP-OUT-LINE(WS-TPX)(1:WS-LINE-LEN)
                   TO WS-MSG-TEXT(WS-MSG-LEN + 1:WS-LINE-LEN)
               ADD WS-LINE-LEN TO WS-MSG-LEN
           END-IF.
       3400-BUILTIN-PARA.
           MOVE ZERO TO WS-TP-TABLE-COUNT
           MOVE 1 TO WS-TP-OUT-COUNT
           MOVE SPACES TO WS-TP-OUT-LINE(1)
           EVALUATE NTF-TYPE
               WHEN 'AB'
                   STRING 'SCHOOL: STUDENT ' WS-CUR-UID ' WAS '
                       NTF-TEXT DELIMITED BY SIZE
                       INTO WS-TP-OUT-LINE(1)
               WHEN 'FD'
                   STRING 'SCHOOL: FEES FOR STUDENT ' WS-CUR-UID
                       ' OVERDUE - ' NTF-TEXT DELIMITED BY SIZE
                       INTO WS-TP-OUT-LINE(1)
               WHEN 'RR'
                   STRING 'SCHOOL: ' DELIMITED BY SIZE
                       NTF-TEXT DELIMITED BY '  '
                       ' - STUDENT ' WS-CUR-UID DELIMITED BY SIZE
                       INTO WS-TP-OUT-LINE(1)
               WHEN 'FL'
                   STRING 'SCHOOL: FAIL WARNING LETTER POSTED FOR '
                       WS-CUR-UID ' - ' NTF-TEXT DELIMITED BY SIZE
                       INTO WS-TP-OUT-LINE(1)
               WHEN OTHER
                   STRING 'SCHOOL: STUDENT ' WS-CUR-UID ' - '
                       NTF-TEXT DELIMITED BY SIZE
                       INTO WS-TP-OUT-LINE(1)
           END-EVALUATE
           MOVE 1 TO WS-TPX
           PERFORM 3300-APPEND-LINE-PARA.
       3900-LOG-PARA.
      * The log line goes on file and into the table, so a second
      * queued copy of the event this run is not sent again
           WRITE LG-REC
           PERFORM 1250-ADD-LOG-PARA.
       5000-RECEIPTS-PARA.
           IF WS-RPT-IN NOT = SPACES AND WS-RPT-IN IS NUMERIC
               MOVE WS-RPT-IN TO WS-RPT-DATE
           ELSE
               PERFORM 5100-LATEST-DATE-PARA
           END-IF
           PERFORM 1200-LOG-LOAD-PARA
           IF WS-LG-COUNT = ZERO
               DISPLAY 'NO SMS LOG ENTRIES FOR ' WS-RPT-DATE
                   ' - NOTHING TO MATCH'
               GO TO 5999-RECEIPTS-EXIT
           END-IF
           OPEN INPUT SMSDLR
           IF WS-DL-FS NOT = 00
               DISPLAY 'NO DELIVERY REPORT ON FILE, FILE STATUS - '
                   WS-DL-FS ' - EVERY MESSAGE LISTED AS NO RECEIPT'
           ELSE
               PERFORM UNTIL WS-DL-FS NOT = 00
                   READ SMSDLR
                   END-READ
                   IF WS-DL-FS NOT = 10
                       PERFORM 5200-MATCH-PARA
                   END-IF
               END-PERFORM
               CLOSE SMSDLR
           END-IF
           OPEN OUTPUT SMSRPT
           MOVE SPACES TO RP-LINE
           STRING 'SMS DELIVERY RECEIPTS FOR UPLOAD OF ' WS-RPT-DATE
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE 'UNDELIVERED MESSAGES' TO RP-LINE
           WRITE RP-LINE
           MOVE 'MSG-ID  STU-ID TY PHONE        STATUS     DETAIL'
               TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-LGX FROM 1 BY 1
               UNTIL WS-LGX > WS-LG-COUNT
               IF WS-LT-STAT(WS-LGX) = 'S'
                   PERFORM 5300-ONE-SENT-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE 'STUDENTS WITH NO USABLE PHONE NUMBER' TO RP-LINE
           WRITE RP-LINE
           MOVE 'STU-ID TY REASON                  PHONE ON FILE'
               TO RP-LINE
           WRITE RP-LINE
           PERFORM VARYING WS-LGX FROM 1 BY 1
               UNTIL WS-LGX > WS-LG-COUNT
               IF WS-LT-STAT(WS-LGX) = 'N'
                   ADD 1 TO WS-NO-PHONE
                   MOVE SPACES TO RP-LINE
                   STRING WS-LT-UID(WS-LGX) '  ' WS-LT-TYPE(WS-LGX)
                       ' ' WS-LT-NOTE(WS-LGX)(1:23) ' '
                       WS-LT-PHONE(WS-LGX)
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO RP-LINE
           STRING 'DELIVERED: ' WS-DELIVERED
               '  UNDELIVERED: ' WS-UNDELIV
               '  NO USABLE PHONE: ' WS-NO-PHONE
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
           CLOSE SMSRPT
           DISPLAY 'DELIVERED: ' WS-DELIVERED
               '  UNDELIVERED: ' WS-UNDELIV
               '  NO USABLE PHONE: ' WS-NO-PHONE
           IF WS-UNMATCHED NOT = ZERO
               DISPLAY 'RECEIPTS FOR MESSAGES NOT IN THIS UPLOAD: '
                   WS-UNMATCHED
           END-IF
           IF WS-UNDELIV NOT = ZERO OR WS-NO-PHONE NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       5999-RECEIPTS-EXIT.
           EXIT.
       5100-LATEST-DATE-PARA.
           MOVE ZERO TO WS-RPT-DATE
           OPEN INPUT SMSLOG
           IF WS-LG-FS = 00
               PERFORM UNTIL WS-LG-FS NOT = 00
                   READ SMSLOG
                   END-READ
                   IF WS-LG-FS NOT = 10 AND LG-DATE > WS-RPT-DATE
                       MOVE LG-DATE TO WS-RPT-DATE
                   END-IF
               END-PERFORM
               CLOSE SMSLOG
           END-IF.
       5200-MATCH-PARA.
      * The gateway may report a message more than once; the last
      * status reported stands
           MOVE ZERO TO WS-MATCH-LX
           PERFORM VARYING WS-LGX FROM 1 BY 1
               UNTIL WS-LGX > WS-LG-COUNT OR WS-MATCH-LX NOT = ZERO
               IF WS-LT-STAT(WS-LGX) = 'S'
                   AND WS-LT-MSGID(WS-LGX) = DL-MSGID
                   MOVE WS-LGX TO WS-MATCH-LX
               END-IF
           END-PERFORM
           IF WS-MATCH-LX = ZERO
               ADD 1 TO WS-UNMATCHED
           ELSE
               MOVE DL-STATUS TO WS-LT-DLR(WS-MATCH-LX)
           END-IF.
       5300-ONE-SENT-PARA.
           IF WS-LT-DLR(WS-LGX) = 'DELIVERED'
               ADD 1 TO WS-DELIVERED
           ELSE
               ADD 1 TO WS-UNDELIV
               IF WS-LT-DLR(WS-LGX) = SPACES
                   MOVE 'NO RECEIPT' TO WS-LT-DLR(WS-LGX)
               END-IF
               MOVE SPACES TO RP-LINE
               STRING WS-LT-MSGID(WS-LGX) ' ' WS-LT-UID(WS-LGX)
                   '  ' WS-LT-TYPE(WS-LGX) ' ' WS-LT-PHONE(WS-LGX)
                   ' ' WS-LT-DLR(WS-LGX) ' ' WS-LT-NOTE(WS-LGX)
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
           END-IF.
       COPY NTFPARA.
       END PROGRAM SMSQUEUE.
