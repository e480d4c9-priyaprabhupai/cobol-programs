      ******************************************************************
      * Program : QUALMNT
      * Purpose : Maintenance front end for the staff qualification
      *           and licence register. Teaching licences, first-aid
      *           certificates and lab-safety certifications all
      *           expire, and the only record of them was the copy
      *           in each personnel folder. The register holds one
      *           row per employee per qualification: EMP-ID,
      *           qualification code, the subject it qualifies the
      *           holder to teach (blank for a general certificate
      *           such as first aid), issuing body, issue date and
      *           expiry date (zeros when it does not expire).
      *           Menu options: list the register (all, or one
      *           employee), add a qualification (the employee must
      *           be on the EMPMAST master and in post, the subject
      *           on the SUBJMAST_DSN reference file), renew one
      *           with new issue and expiry dates, and delete one
      *           keyed in error. The nightly QUALCHK run reads the
      *           register for its expiry alerts and its
      *           cross-check against TEACHASG.
      * Modification History:
      *   - Written new, in the DEPTMNT menu style behind the shared
      *     SIGNON operator sign-on: changes need update authority,
      *     the list runs at any level. The register is line
      *     sequential (QUALREG_DSN, default qualreg.txt), loaded
      *     to a table at start and rewritten whole on any change.
      *     Dates go through the shared DATEVAL subprogram ('8'
      *     form) and an expiry must fall after the issue date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALREG ASSIGN TO WS-QL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QL-FS.
           SELECT SUBJECTS ASSIGN TO WS-SUBJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-FS.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD QUALREG.
       01 QL-REC.
           05 QL-EMP    PIC 9(5).
           05 FILLER    PIC X.
           05 QL-CODE   PIC X(6).
           05 FILLER    PIC X.
           05 QL-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 QL-BODY   PIC X(20).
           05 FILLER    PIC X.
           05 QL-ISSUE  PIC 9(8).
           05 FILLER    PIC X.
           05 QL-EXPIRY PIC 9(8).
       FD SUBJECTS.
       01 SUBJ-REC.
           05 SUBJ-CODE-IN PIC XX.
           05 FILLER       PIC X.
           05 SUBJ-NAME-IN PIC X(20).
           05 FILLER       PIC X.
           05 SUBJ-PASS-IN PIC 999.
       FD EMPMAST-FILE.
       01 EMP-MAST-REC.
           05 EMP-ID   PIC 9(5).
           05 EMP-DEPT PIC X(3).
           05 EMP-DOB  PIC X(8).
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       77 WS-QL-FS    PIC 99.
       77 WS-SUBJ-FS  PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-QL-DSN   PIC X(100) VALUE 'qualreg.txt'.
       77 WS-SUBJ-DSN PIC X(100) VALUE 'subjects.txt'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-CHOICE   PIC 9 VALUE 0.
       77 WS-IN-EMP   PIC 9(5).
       77 WS-IN-CODE  PIC X(6).
       77 WS-IN-SUBJ  PIC XX.
       77 WS-IN-BODY  PIC X(20).
       77 WS-IN-ISSUE PIC X(8).
       77 WS-IN-EXPIRY PIC X(8).
       77 WS-ISSUE-9  PIC 9(8) VALUE ZERO.
       77 WS-EXPIRY-9 PIC 9(8) VALUE ZERO.
       77 WS-LIST-CNT PIC 9(4) VALUE ZERO.
       77 WS-QL-COUNT PIC 9(4) VALUE ZERO.
       77 WS-QX       PIC 9(4) VALUE ZERO.
       77 WS-SX       PIC 9(4) VALUE ZERO.
       77 WS-MATCH-QX PIC 9(4) VALUE ZERO.
       01 WS-QL-TABLE.
           05 WS-QL-ENTRY OCCURS 1000 TIMES.
               10 WS-QLT-EMP    PIC 9(5).
               10 WS-QLT-CODE   PIC X(6).
               10 WS-QLT-SUBJ   PIC XX.
               10 WS-QLT-BODY   PIC X(20).
               10 WS-QLT-ISSUE  PIC 9(8).
               10 WS-QLT-EXPIRY PIC 9(8).
       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-AVAIL VALUE 'Y'.
       01 WS-DATES-SW  PIC X VALUE 'N'.
           88 WS-DATES-OK VALUE 'Y'.
       77 WS-SUBJ-COUNT PIC 99 VALUE ZERO.
       77 WS-SJX        PIC 99 VALUE ZERO.
       77 WS-MATCH-SJX  PIC 99 VALUE ZERO.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-CODE PIC XX OCCURS 20 TIMES.
       01 WS-SUBJMAST-SW PIC X VALUE 'N'.
           88 WS-SUBJMAST-AVAIL VALUE 'Y'.
      * DATEVAL call interface (see COPYLIB/DATEVAL.cbl)
       01 WS-DV-FUNC   PIC X VALUE '8'.
       01 WS-DV-IN     PIC X(8).
       01 WS-DV-STATUS PIC X.
           88 WS-DV-VALID VALUE 'Y'.
       01 WS-DV-OUT    PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               MOVE 9 TO WS-CHOICE
           END-IF
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM 2000-MENU-PARA
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 3000-LIST-PARA
                   WHEN 2
                       IF WS-SO-CAN-UPDATE
                           PERFORM 4000-ADD-PARA THRU 4999-ADD-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 3
                       IF WS-SO-CAN-UPDATE
                           PERFORM 5000-RENEW-PARA
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 4
                       IF WS-SO-CAN-UPDATE
                           PERFORM 6000-DELETE-PARA
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           IF WS-MASTER-AVAIL
               CLOSE EMPMAST-FILE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'QUALREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-QL-DSN FROM ENVIRONMENT-VALUE
           IF WS-QL-DSN = SPACES
               MOVE 'qualreg.txt' TO WS-QL-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EM-STAT = 00
               MOVE 'Y' TO WS-MASTER-SW
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE, FILE STATUS - '
                   WS-EM-STAT ' - EMPLOYEE CHECK SKIPPED'
           END-IF
           PERFORM 1100-SUBJ-LOAD-PARA THRU 1199-SUBJ-LOAD-EXIT
           OPEN INPUT QUALREG
           IF WS-QL-FS = 00
               PERFORM UNTIL WS-QL-FS NOT = 00
                   READ QUALREG
                   END-READ
                   IF WS-QL-FS NOT = 10
                       IF WS-QL-COUNT < 1000
                           ADD 1 TO WS-QL-COUNT
                           MOVE QL-EMP    TO WS-QLT-EMP(WS-QL-COUNT)
                           MOVE QL-CODE   TO WS-QLT-CODE(WS-QL-COUNT)
                           MOVE QL-SUBJ   TO WS-QLT-SUBJ(WS-QL-COUNT)
                           MOVE QL-BODY   TO WS-QLT-BODY(WS-QL-COUNT)
                           MOVE QL-ISSUE  TO WS-QLT-ISSUE(WS-QL-COUNT)
                           MOVE QL-EXPIRY
                               TO WS-QLT-EXPIRY(WS-QL-COUNT)
                       ELSE
                           DISPLAY 'REGISTER TABLE FULL, SKIPPING '
                               QL-EMP ' ' QL-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE QUALREG
           ELSE
               DISPLAY 'NO REGISTER FILE YET, FILE STATUS - '
                   WS-QL-FS ' - STARTING EMPTY'
           END-IF.
       1100-SUBJ-LOAD-PARA.
           MOVE 'SUBJMAST_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SUBJ-DSN FROM ENVIRONMENT-VALUE
           IF WS-SUBJ-DSN = SPACES
               MOVE 'subjects.txt' TO WS-SUBJ-DSN
           END-IF
           OPEN INPUT SUBJECTS
           IF WS-SUBJ-FS NOT = 00
               DISPLAY 'SUBJECT MASTER NOT AVAILABLE - SUBJECT '
                   'CHECK SKIPPED'
               GO TO 1199-SUBJ-LOAD-EXIT
           END-IF
           PERFORM UNTIL WS-SUBJ-FS NOT = 00
               READ SUBJECTS
               END-READ
               IF WS-SUBJ-FS NOT = 10
                   IF WS-SUBJ-COUNT < 20
                       ADD 1 TO WS-SUBJ-COUNT
                       MOVE SUBJ-CODE-IN
                           TO WS-SUBJ-CODE(WS-SUBJ-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUBJECTS
           IF WS-SUBJ-COUNT > ZERO
               MOVE 'Y' TO WS-SUBJMAST-SW
           END-IF.
       1199-SUBJ-LOAD-EXIT.
           EXIT.
       2000-MENU-PARA.
           DISPLAY '===== STAFF QUALIFICATION REGISTER ====='
           DISPLAY '1 - LIST QUALIFICATIONS'
           DISPLAY '2 - ADD A QUALIFICATION'
           DISPLAY '3 - RENEW A QUALIFICATION'
           DISPLAY '4 - DELETE A QUALIFICATION'
           DISPLAY '9 - EXIT'
           DISPLAY 'ENTER SELECTION NUMBER:'
           ACCEPT WS-CHOICE.
       3000-LIST-PARA.
           DISPLAY 'ENTER EMPLOYEE ID (00000 = ALL):'
           ACCEPT WS-IN-EMP
           MOVE ZERO TO WS-LIST-CNT
           DISPLAY 'EMPID CODE   SB ISSUING BODY         ISSUED   '
               ' EXPIRES'
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > WS-QL-COUNT
               IF WS-IN-EMP = ZERO OR WS-QLT-EMP(WS-QX) = WS-IN-EMP
                   ADD 1 TO WS-LIST-CNT
                   DISPLAY WS-QLT-EMP(WS-QX) ' ' WS-QLT-CODE(WS-QX)
                       ' ' WS-QLT-SUBJ(WS-QX) ' ' WS-QLT-BODY(WS-QX)
                       ' ' WS-QLT-ISSUE(WS-QX) ' '
                       WS-QLT-EXPIRY(WS-QX)
               END-IF
           END-PERFORM
           DISPLAY 'QUALIFICATIONS LISTED: ' WS-LIST-CNT.
       4000-ADD-PARA.
           DISPLAY 'ENTER EMPLOYEE ID:'
           ACCEPT WS-IN-EMP
           IF WS-MASTER-AVAIL
               MOVE WS-IN-EMP TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       DISPLAY 'EMPLOYEE ' WS-IN-EMP
                           ' NOT ON THE MASTER - NOT ADDED'
                       GO TO 4999-ADD-EXIT
                   NOT INVALID KEY
                       IF EMP-SEPARATED
                           DISPLAY 'EMPLOYEE ' WS-IN-EMP
                               ' SEPARATED ON ' EMP-LWD
                               ' - NOT ADDED'
                           GO TO 4999-ADD-EXIT
                       END-IF
               END-READ
           END-IF
           DISPLAY 'ENTER QUALIFICATION CODE (6 CHARS):'
           ACCEPT WS-IN-CODE
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-QX NOT = ZERO
               DISPLAY 'QUALIFICATION ' WS-IN-CODE ' ALREADY ON FILE '
                   'FOR ' WS-IN-EMP ' - USE RENEW'
               GO TO 4999-ADD-EXIT
           END-IF
           IF WS-QL-COUNT >= 1000
               DISPLAY 'REGISTER TABLE FULL - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'ENTER SUBJECT IT QUALIFIES FOR (2 CHARS, BLANK '
               '= GENERAL):'
           ACCEPT WS-IN-SUBJ
           IF WS-IN-SUBJ NOT = SPACES AND WS-SUBJMAST-AVAIL
               MOVE ZERO TO WS-MATCH-SJX
               PERFORM VARYING WS-SJX FROM 1 BY 1
                   UNTIL WS-SJX > WS-SUBJ-COUNT
                       OR WS-MATCH-SJX NOT = ZERO
                   IF WS-SUBJ-CODE(WS-SJX) = WS-IN-SUBJ
                       MOVE WS-SJX TO WS-MATCH-SJX
                   END-IF
               END-PERFORM
               IF WS-MATCH-SJX = ZERO
                   DISPLAY 'SUBJECT ' WS-IN-SUBJ
                       ' NOT ON THE REFERENCE MASTER - NOT ADDED'
                   GO TO 4999-ADD-EXIT
               END-IF
           END-IF
           DISPLAY 'ENTER ISSUING BODY:'
           ACCEPT WS-IN-BODY
           PERFORM 7500-DATES-PARA
           IF NOT WS-DATES-OK
               GO TO 4999-ADD-EXIT
           END-IF
           ADD 1 TO WS-QL-COUNT
           MOVE WS-IN-EMP   TO WS-QLT-EMP(WS-QL-COUNT)
           MOVE WS-IN-CODE  TO WS-QLT-CODE(WS-QL-COUNT)
           MOVE WS-IN-SUBJ  TO WS-QLT-SUBJ(WS-QL-COUNT)
           MOVE WS-IN-BODY  TO WS-QLT-BODY(WS-QL-COUNT)
           MOVE WS-ISSUE-9  TO WS-QLT-ISSUE(WS-QL-COUNT)
           MOVE WS-EXPIRY-9 TO WS-QLT-EXPIRY(WS-QL-COUNT)
           PERFORM 8000-SAVE-PARA
           DISPLAY 'QUALIFICATION ' WS-IN-CODE ' ADDED FOR '
               WS-IN-EMP.
       4999-ADD-EXIT.
           EXIT.
       5000-RENEW-PARA.
           DISPLAY 'ENTER EMPLOYEE ID:'
           ACCEPT WS-IN-EMP
           DISPLAY 'ENTER QUALIFICATION CODE:'
           ACCEPT WS-IN-CODE
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-QX = ZERO
               DISPLAY 'QUALIFICATION ' WS-IN-CODE ' NOT ON FILE FOR '
                   WS-IN-EMP
           ELSE
               DISPLAY 'CURRENT ISSUE ' WS-QLT-ISSUE(WS-MATCH-QX)
                   '  EXPIRY ' WS-QLT-EXPIRY(WS-MATCH-QX)
               PERFORM 7500-DATES-PARA
               IF WS-DATES-OK
                   MOVE WS-ISSUE-9  TO WS-QLT-ISSUE(WS-MATCH-QX)
                   MOVE WS-EXPIRY-9 TO WS-QLT-EXPIRY(WS-MATCH-QX)
                   PERFORM 8000-SAVE-PARA
                   DISPLAY 'QUALIFICATION ' WS-IN-CODE ' RENEWED TO '
                       WS-EXPIRY-9
               END-IF
           END-IF.
       6000-DELETE-PARA.
           DISPLAY 'ENTER EMPLOYEE ID:'
           ACCEPT WS-IN-EMP
           DISPLAY 'ENTER QUALIFICATION CODE:'
           ACCEPT WS-IN-CODE
           PERFORM 7000-FIND-PARA
           IF WS-MATCH-QX = ZERO
               DISPLAY 'QUALIFICATION ' WS-IN-CODE ' NOT ON FILE FOR '
                   WS-IN-EMP
           ELSE
               PERFORM VARYING WS-QX FROM WS-MATCH-QX BY 1
                   UNTIL WS-QX >= WS-QL-COUNT
                   ADD 1 TO WS-QX GIVING WS-SX
                   MOVE WS-QL-ENTRY(WS-SX) TO WS-QL-ENTRY(WS-QX)
               END-PERFORM
               SUBTRACT 1 FROM WS-QL-COUNT
               PERFORM 8000-SAVE-PARA
               DISPLAY 'QUALIFICATION ' WS-IN-CODE ' DELETED FOR '
                   WS-IN-EMP
           END-IF.
       7000-FIND-PARA.
           MOVE ZERO TO WS-MATCH-QX
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > WS-QL-COUNT OR WS-MATCH-QX NOT = ZERO
               IF WS-QLT-EMP(WS-QX) = WS-IN-EMP
                   AND WS-QLT-CODE(WS-QX) = WS-IN-CODE
                   MOVE WS-QX TO WS-MATCH-QX
               END-IF
           END-PERFORM.
       7500-DATES-PARA.
      * Issue date required; expiry blank or zeros for a
      * qualification that does not expire
           MOVE 'N' TO WS-DATES-SW
           DISPLAY 'ENTER ISSUE DATE (YYYYMMDD):'
           ACCEPT WS-IN-ISSUE
           MOVE '8' TO WS-DV-FUNC
           MOVE WS-IN-ISSUE TO WS-DV-IN
           CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
               WS-DV-OUT
           IF NOT WS-DV-VALID
               DISPLAY 'ISSUE DATE ' WS-IN-ISSUE ' INVALID - NOT SAVED'
           ELSE
               MOVE WS-DV-OUT TO WS-ISSUE-9
               DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD, BLANK = NONE):'
               ACCEPT WS-IN-EXPIRY
               IF WS-IN-EXPIRY = SPACES OR WS-IN-EXPIRY = ZEROS
                   MOVE ZERO TO WS-EXPIRY-9
                   MOVE 'Y' TO WS-DATES-SW
               ELSE
                   MOVE WS-IN-EXPIRY TO WS-DV-IN
                   CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN
                       WS-DV-STATUS WS-DV-OUT
                   IF NOT WS-DV-VALID
                       DISPLAY 'EXPIRY DATE ' WS-IN-EXPIRY
                           ' INVALID - NOT SAVED'
                   ELSE
                       IF WS-DV-OUT NOT > WS-ISSUE-9
                           DISPLAY 'EXPIRY MUST FALL AFTER THE ISSUE '
                               'DATE - NOT SAVED'
                       ELSE
                           MOVE WS-DV-OUT TO WS-EXPIRY-9
                           MOVE 'Y' TO WS-DATES-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8000-SAVE-PARA.
           OPEN OUTPUT QUALREG
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > WS-QL-COUNT
               MOVE SPACES TO QL-REC
               MOVE WS-QLT-EMP(WS-QX)    TO QL-EMP
               MOVE WS-QLT-CODE(WS-QX)   TO QL-CODE
               MOVE WS-QLT-SUBJ(WS-QX)   TO QL-SUBJ
               MOVE WS-QLT-BODY(WS-QX)   TO QL-BODY
               MOVE WS-QLT-ISSUE(WS-QX)  TO QL-ISSUE
               MOVE WS-QLT-EXPIRY(WS-QX) TO QL-EXPIRY
               WRITE QL-REC
           END-PERFORM
           CLOSE QUALREG.
       COPY SIGNPARA.
       END PROGRAM QUALMNT.
