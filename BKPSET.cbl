      ******************************************************************
      * Program : BKPSET
      * Purpose : Point-in-time backup set for every master and
      *           register the chain depends on. EMPBKUP protects
      *           EMPMAST on its own; this run takes the whole set
      *           under one business-date label:
      *             STUDMAST  student master        (indexed)
      *             RESMAST   results master        (indexed)
      *             EMPMAST   employee master       (indexed)
      *             RUNREG    run registry
      *             JOBRUNS   job schedule runs
      *             FEEDFP    feed fingerprint register
      *             FEEBAL    fee balances
      *             LEAVEBAL  leave balances
      *             HOLDREG   result hold register
      *             APPEALS   appeal register
      *           Modes, picked by BKPSET_MODE:
      *             U - (default) unload every member to
      *                 <prefix>.<date>.<member> and catalogue its
      *                 record count and checksum (BKPCAT_DSN,
      *                 default bkpcat.txt);
      *             R - restore the set catalogued for BKPSET_DATE
      *                 into the work area BKPSET_AREA (a directory,
      *                 each member under its usual file name; the
      *                 indexed masters are rebuilt as indexed
      *                 files), then read every restored member back
      *                 and verify it against the catalogue;
      *             V - verify the set's backup files against the
      *                 catalogue without restoring anything.
      *           A member that fails its unload or its verify
      *           raises an E alert and the run ends RETURN-CODE 8;
      *           a restore of a set missing a member (HELD or
      *           FAILED when taken) ends RETURN-CODE 4.
      * Modification History:
      *   - Written new. Each member's file name resolves from the
      *     same *_DSN variable its owning programs use. The label
      *     is BKPSET_DATE when set, otherwise today; the backup
      *     files are prefixed BKPSET_PREFIX (default BKPSET). The
      *     checksum is EMPBKUP's position-weighted byte sum, taken
      *     over each record image. A member not yet on file is
      *     catalogued ABSENT; EMPMAST in use by an open session is
      *     catalogued HELD (see LOCKUTIL) - either way the rest of
      *     the set is still taken. A rerun for the same date adds
      *     a newer catalogue entry, and restore uses the latest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPSET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT RESMAST-FILE ASSIGN TO WS-RM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RM-STAT.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           SELECT SRC-IN ASSIGN TO WS-SRC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-FS.
           SELECT BKP-OUT ASSIGN TO WS-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-FS.
           SELECT BKPCAT ASSIGN TO WS-CAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-FS.
           COPY AUDITSEL.
           COPY ALERTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDMAST-FILE.
       01 STU-MAST-REC.
           05 STU-ID      PIC 9(5).
           05 STU-NAME    PIC X(20).
           05 STU-SECTION PIC X.
           05 STU-STATUS  PIC X.
           05 STU-BRANCH  PIC XX.
       FD RESMAST-FILE.
       01 RM-REC.
           05 RM-KEY.
               10 RM-STU-ID PIC 9(5).
               10 RM-SUBJ   PIC XX.
               10 RM-TERM   PIC XX.
           05 RM-SEC    PIC X.
           05 RM-MARKS  PIC 999.
           05 RM-RESULT PIC X(4).
           05 RM-GRADE  PIC X.
           05 RM-RUNID  PIC 9(6).
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
           05 EMP-LWD   PIC X(8).
       FD SRC-IN.
       01 SRC-REC PIC X(200).
       FD BKP-OUT.
       01 OUT-REC PIC X(200).
       FD BKPCAT.
       01 CAT-REC.
           05 CAT-DATE    PIC 9(8).
           05 FILLER      PIC X.
           05 CAT-MEMBER  PIC X(8).
           05 FILLER      PIC X.
           05 CAT-KIND    PIC X.
           05 FILLER      PIC X.
           05 CAT-COUNT   PIC 9(7).
           05 FILLER      PIC X.
           05 CAT-SUM     PIC 9(15).
           05 FILLER      PIC X.
           05 CAT-STATUS  PIC X(6).
           05 FILLER      PIC X.
           05 CAT-TS      PIC X(19).
           05 FILLER      PIC X.
           05 CAT-BKP-DSN PIC X(60).
       COPY AUDITFD.
       COPY ALERTFD.
       WORKING-STORAGE SECTION.
       COPY LOCKDAT.
       77 WS-SM-STAT   PIC 99.
       77 WS-RM-STAT   PIC 99.
       77 WS-EM-STAT   PIC 99.
       77 WS-SRC-FS    PIC 99.
       77 WS-OUT-FS    PIC 99.
       77 WS-CAT-FS    PIC 99.
       77 WS-SM-DSN    PIC X(100).
       77 WS-RM-DSN    PIC X(100).
       77 WS-EMPMAST-DSN PIC X(100).
       77 WS-SRC-DSN   PIC X(100).
       77 WS-OUT-DSN   PIC X(100).
       77 WS-CAT-DSN   PIC X(100) VALUE 'bkpcat.txt'.
       77 WS-PREFIX    PIC X(60) VALUE 'BKPSET'.
       77 WS-AREA      PIC X(60) VALUE SPACES.
       77 WS-ENV-NAME  PIC X(20).
       77 WS-DATE-IN   PIC X(8).
       77 WS-SET-DATE  PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT   PIC X(21).
       77 WS-NOW-TS    PIC X(19).
       77 WS-MX        PIC 99 VALUE ZERO.
       77 WS-CNT       PIC 9(7) VALUE ZERO.
       77 WS-SUM       PIC 9(15) VALUE ZERO.
       77 WS-IO-FS     PIC 99 VALUE ZERO.
       77 WS-REC-SUM   PIC 9(8) VALUE ZERO.
       77 WS-SUM-X     PIC 999 VALUE ZERO.
       77 WS-SUM-LEN   PIC 999 VALUE ZERO.
       77 WS-SUM-REC   PIC X(200).
       77 WS-DUPS      PIC 9(6) VALUE ZERO.
       77 WS-FOUND-CNT PIC 99 VALUE ZERO.
       77 WS-BAD-CNT   PIC 99 VALUE ZERO.
       77 WS-OK-CNT    PIC 99 VALUE ZERO.
       77 WS-SKIP-CNT  PIC 99 VALUE ZERO.
       77 WS-RECS-READ PIC 9(7) VALUE ZERO.
       77 WS-CNT-DISP  PIC Z(6)9.
       01 WS-MODE      PIC X VALUE 'U'.
           88 WS-MODE-BACKUP  VALUE 'U'.
           88 WS-MODE-RESTORE VALUE 'R'.
           88 WS-MODE-VERIFY  VALUE 'V'.
       01 WS-WRITE-SW  PIC X VALUE 'N'.
           88 WS-COPY-OUT     VALUE 'Y'.
       01 WS-IO-SW     PIC X VALUE 'Y'.
           88 WS-IO-OK        VALUE 'Y'.
           88 WS-IO-ABSENT    VALUE 'A'.
           88 WS-IO-FAILED    VALUE 'N'.
       01 WS-EOF-SW    PIC X VALUE 'N'.
           88 WS-AT-EOF       VALUE 'Y'.
      * The set: member, kind (I indexed / S sequential), the DSN
      * variable its owners read, and the default file name
       01 WS-MB-DEFS.
           05 FILLER PIC X(8)  VALUE 'STUDMAST'.
           05 FILLER PIC X     VALUE 'I'.
           05 FILLER PIC X(17) VALUE 'STUDMASTFILE_DSN'.
           05 FILLER PIC X(14) VALUE 'STUDMAST.dat'.
           05 FILLER PIC X(8)  VALUE 'RESMAST'.
           05 FILLER PIC X     VALUE 'I'.
           05 FILLER PIC X(17) VALUE 'RESMAST_DSN'.
           05 FILLER PIC X(14) VALUE 'RESMAST.dat'.
           05 FILLER PIC X(8)  VALUE 'EMPMAST'.
           05 FILLER PIC X     VALUE 'I'.
           05 FILLER PIC X(17) VALUE 'EMPMASTFILE_DSN'.
           05 FILLER PIC X(14) VALUE 'EMPMAST.dat'.
           05 FILLER PIC X(8)  VALUE 'RUNREG'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'RUNREG_DSN'.
           05 FILLER PIC X(14) VALUE 'RUNREG.txt'.
           05 FILLER PIC X(8)  VALUE 'JOBRUNS'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'JOBRUNS_DSN'.
           05 FILLER PIC X(14) VALUE 'jobruns.txt'.
           05 FILLER PIC X(8)  VALUE 'FEEDFP'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'FEEDFP_DSN'.
           05 FILLER PIC X(14) VALUE 'feedfp.txt'.
           05 FILLER PIC X(8)  VALUE 'FEEBAL'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'FEEBAL_DSN'.
           05 FILLER PIC X(14) VALUE 'feebal.txt'.
           05 FILLER PIC X(8)  VALUE 'LEAVEBAL'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'LEAVEBAL_DSN'.
           05 FILLER PIC X(14) VALUE 'leavebal.txt'.
           05 FILLER PIC X(8)  VALUE 'HOLDREG'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'HOLDREG_DSN'.
           05 FILLER PIC X(14) VALUE 'holdreg.txt'.
           05 FILLER PIC X(8)  VALUE 'APPEALS'.
           05 FILLER PIC X     VALUE 'S'.
           05 FILLER PIC X(17) VALUE 'APPEALS_DSN'.
           05 FILLER PIC X(14) VALUE 'appeals.txt'.
       01 WS-MB-RED REDEFINES WS-MB-DEFS.
           05 WS-MB-DEF OCCURS 10 TIMES.
               10 WS-MB-NAME PIC X(8).
               10 WS-MB-KIND PIC X.
               10 WS-MB-ENV  PIC X(17).
               10 WS-MB-DFLT PIC X(14).
      * Catalogue entries for the date being restored or verified
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 10 TIMES.
               10 WS-CT-FOUND  PIC X.
               10 WS-CT-COUNT  PIC 9(7).
               10 WS-CT-SUM    PIC 9(15).
               10 WS-CT-STATUS PIC X(6).
               10 WS-CT-BKP    PIC X(60).
       COPY AUDITDAT.
       COPY ALERTDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           EVALUATE TRUE
               WHEN WS-MODE-BACKUP
                   PERFORM 2000-BACKUP-PARA
               WHEN WS-MODE-RESTORE
               WHEN WS-MODE-VERIFY
                   PERFORM 3000-RESTORE-PARA THRU 3999-RESTORE-EXIT
               WHEN OTHER
                   DISPLAY 'BKPSET_MODE MUST BE U, R OR V'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-RECS-READ TO WS-AUDIT-RECS-READ
           MOVE WS-OK-CNT TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-CAT-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'BKPSET_MODE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE
           IF WS-MODE = SPACE
               MOVE 'U' TO WS-MODE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE SPACES TO WS-NOW-TS
           STRING WS-CURR-DT(1:4) '-' WS-CURR-DT(5:2) '-'
               WS-CURR-DT(7:2) ' ' WS-CURR-DT(9:2) ':'
               WS-CURR-DT(11:2) ':' WS-CURR-DT(13:2)
               DELIMITED BY SIZE INTO WS-NOW-TS
           MOVE 'BKPSET_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN NOT = SPACES
               AND WS-DATE-IN IS NUMERIC
               MOVE WS-DATE-IN TO WS-SET-DATE
           ELSE
               MOVE WS-CURR-DT(1:8) TO WS-SET-DATE
           END-IF
           MOVE 'BKPSET_PREFIX' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PREFIX FROM ENVIRONMENT-VALUE
           IF WS-PREFIX = SPACES
               MOVE 'BKPSET' TO WS-PREFIX
           END-IF
           MOVE 'BKPSET_AREA' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AREA FROM ENVIRONMENT-VALUE
           MOVE 'BKPCAT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CAT-DSN FROM ENVIRONMENT-VALUE
           IF WS-CAT-DSN = SPACES
               MOVE 'bkpcat.txt' TO WS-CAT-DSN
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'BKPSET' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA
           PERFORM ALERT-ENV-PARA
           MOVE 'BKPSET' TO WS-ALERT-PGM.
      ******************************************************************
      * U - unload every member and catalogue it
      ******************************************************************
       2000-BACKUP-PARA.
           OPEN EXTEND BKPCAT
           IF WS-CAT-FS = 05 OR WS-CAT-FS = 35
               CLOSE BKPCAT
               OPEN OUTPUT BKPCAT
           END-IF
           IF WS-CAT-FS NOT = 00
               DISPLAY 'BACKUP CATALOGUE OPEN FAILED, FILE STATUS - '
                   WS-CAT-FS ' - NO SET TAKEN'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'BACKUP SET ' WS-SET-DATE ' - ' WS-NOW-TS
               PERFORM 2100-ONE-MEMBER-PARA
                   VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
               CLOSE BKPCAT
               DISPLAY 'MEMBERS TAKEN: ' WS-OK-CNT
                   '  ABSENT/HELD: ' WS-SKIP-CNT
                   '  FAILED: ' WS-BAD-CNT
               IF WS-BAD-CNT NOT = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2100-ONE-MEMBER-PARA.
           MOVE WS-MB-ENV(WS-MX) TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SRC-DSN FROM ENVIRONMENT-VALUE
           IF WS-SRC-DSN = SPACES
               MOVE WS-MB-DFLT(WS-MX) TO WS-SRC-DSN
           END-IF
           MOVE SPACES TO WS-OUT-DSN
           STRING WS-PREFIX DELIMITED BY SPACE
               '.' WS-SET-DATE '.' DELIMITED BY SIZE
               WS-MB-NAME(WS-MX) DELIMITED BY SPACE
               INTO WS-OUT-DSN
           MOVE 'Y' TO WS-WRITE-SW
           MOVE SPACES TO CAT-REC
           IF WS-MB-NAME(WS-MX) = 'EMPMAST'
               MOVE 'E' TO WS-LM-FUNC
               MOVE 'EMPMAST' TO WS-LM-RESOURCE
               MOVE 'BKPSET' TO WS-LM-HOLDER
               MOVE 'BATCH' TO WS-LM-OPER
               CALL 'LOCKMGR' USING WS-LM-FUNC WS-LM-RESOURCE
                   WS-LM-HOLDER WS-LM-OPER WS-LM-STATUS WS-LM-INFO
               IF WS-LM-HELD
                   DISPLAY 'EMPMAST IS IN USE - ' WS-LM-INFO
                   MOVE 'HELD' TO CAT-STATUS
               END-IF
           END-IF
           IF CAT-STATUS = SPACES
               PERFORM 4000-READ-MEMBER-PARA
               IF WS-MB-NAME(WS-MX) = 'EMPMAST'
                   MOVE 'D' TO WS-LM-FUNC
                   CALL 'LOCKMGR' USING WS-LM-FUNC WS-LM-RESOURCE
                       WS-LM-HOLDER WS-LM-OPER WS-LM-STATUS
                       WS-LM-INFO
               END-IF
               EVALUATE TRUE
                   WHEN WS-IO-OK
                       MOVE 'OK' TO CAT-STATUS
                   WHEN WS-IO-ABSENT
                       MOVE 'ABSENT' TO CAT-STATUS
                   WHEN OTHER
                       MOVE 'FAILED' TO CAT-STATUS
               END-EVALUATE
           END-IF
           MOVE WS-SET-DATE       TO CAT-DATE
           MOVE WS-MB-NAME(WS-MX) TO CAT-MEMBER
           MOVE WS-MB-KIND(WS-MX) TO CAT-KIND
           MOVE WS-NOW-TS         TO CAT-TS
           IF CAT-STATUS = 'OK'
               MOVE WS-CNT TO CAT-COUNT
               MOVE WS-SUM TO CAT-SUM
               MOVE WS-OUT-DSN TO CAT-BKP-DSN
               ADD 1 TO WS-OK-CNT
           ELSE
               MOVE ZERO TO CAT-COUNT CAT-SUM
               IF CAT-STATUS = 'FAILED'
                   ADD 1 TO WS-BAD-CNT
                   MOVE 'E' TO WS-ALERT-SEV
                   MOVE SPACES TO WS-ALERT-MSG
                   STRING 'BACKUP SET ' WS-SET-DATE ' - '
                       WS-MB-NAME(WS-MX) ' UNLOAD FAILED, STATUS '
                       WS-IO-FS DELIMITED BY SIZE INTO WS-ALERT-MSG
                   PERFORM ALERT-WRITE-PARA
               ELSE
                   ADD 1 TO WS-SKIP-CNT
               END-IF
           END-IF
           WRITE CAT-REC
           MOVE CAT-COUNT TO WS-CNT-DISP
           DISPLAY '  ' CAT-MEMBER ' ' CAT-STATUS ' ' WS-CNT-DISP
               ' RECORDS  CHECKSUM ' CAT-SUM.
      ******************************************************************
      * R/V - restore (or just verify) the set catalogued for a date
      ******************************************************************
       3000-RESTORE-PARA.
           IF WS-DATE-IN = SPACES OR WS-DATE-IN IS NOT NUMERIC
               DISPLAY 'BKPSET_DATE (YYYYMMDD) NAMES THE SET TO '
                   'RESTORE OR VERIFY'
               MOVE 12 TO RETURN-CODE
               GO TO 3999-RESTORE-EXIT
           END-IF
      * The work area takes the members under their live names, so
      * it may never be the current directory
           IF WS-MODE-RESTORE
               AND (WS-AREA = SPACES OR WS-AREA = '.'
                   OR WS-AREA = './')
               DISPLAY 'BKPSET_AREA MUST NAME A WORK AREA DIRECTORY '
                   '- NOT THE LIVE FILES'
               MOVE 12 TO RETURN-CODE
               GO TO 3999-RESTORE-EXIT
           END-IF
           PERFORM 3100-LOAD-CAT-PARA
           IF WS-FOUND-CNT = ZERO
               DISPLAY 'NO BACKUP SET CATALOGUED FOR ' WS-SET-DATE
               MOVE 12 TO RETURN-CODE
               GO TO 3999-RESTORE-EXIT
           END-IF
           IF WS-MODE-RESTORE
               DISPLAY 'RESTORING SET ' WS-SET-DATE ' INTO '
                   WS-AREA
           ELSE
               DISPLAY 'VERIFYING SET ' WS-SET-DATE
           END-IF
           PERFORM 3200-ONE-RESTORE-PARA
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
           DISPLAY 'MEMBERS VERIFIED: ' WS-OK-CNT
               '  NOT IN SET: ' WS-SKIP-CNT
               '  FAILED: ' WS-BAD-CNT
           IF WS-BAD-CNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIP-CNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3999-RESTORE-EXIT.
           EXIT.
       3100-LOAD-CAT-PARA.
      * A rerun for the date catalogues again - the latest entry for
      * each member is the one that counts
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
               MOVE 'N' TO WS-CT-FOUND(WS-MX)
           END-PERFORM
           OPEN INPUT BKPCAT
           IF WS-CAT-FS NOT = 00
               DISPLAY 'BACKUP CATALOGUE NOT AVAILABLE, FILE STATUS - '
                   WS-CAT-FS
           ELSE
               PERFORM UNTIL WS-CAT-FS NOT = 00
                   READ BKPCAT
                   END-READ
                   IF WS-CAT-FS = 00 AND CAT-DATE = WS-SET-DATE
                       PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > 10
                           IF WS-MB-NAME(WS-MX) = CAT-MEMBER
                               IF WS-CT-FOUND(WS-MX) = 'N'
                                   ADD 1 TO WS-FOUND-CNT
                               END-IF
                               MOVE 'Y' TO WS-CT-FOUND(WS-MX)
                               MOVE CAT-COUNT  TO WS-CT-COUNT(WS-MX)
                               MOVE CAT-SUM    TO WS-CT-SUM(WS-MX)
                               MOVE CAT-STATUS TO WS-CT-STATUS(WS-MX)
                               MOVE CAT-BKP-DSN TO WS-CT-BKP(WS-MX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE BKPCAT
           END-IF.
       3200-ONE-RESTORE-PARA.
           IF WS-CT-FOUND(WS-MX) NOT = 'Y'
               DISPLAY '  ' WS-MB-NAME(WS-MX) ' NOT CATALOGUED FOR '
                   'THIS DATE'
               ADD 1 TO WS-SKIP-CNT
           ELSE
               EVALUATE WS-CT-STATUS(WS-MX)
                   WHEN 'OK'
                       PERFORM 3300-RESTORE-MEMBER-PARA
                   WHEN 'ABSENT'
                       DISPLAY '  ' WS-MB-NAME(WS-MX) ' NOT ON FILE '
                           'WHEN THE SET WAS TAKEN'
                   WHEN OTHER
                       DISPLAY '  ' WS-MB-NAME(WS-MX) ' NOT IN SET - '
                           'CATALOGUED ' WS-CT-STATUS(WS-MX)
                       ADD 1 TO WS-SKIP-CNT
               END-EVALUATE
           END-IF.
       3300-RESTORE-MEMBER-PARA.
      * V reads the backup file; R copies it into the work area (the
      * masters rebuilt as indexed files) and reads back what landed
           MOVE WS-CT-BKP(WS-MX) TO WS-SRC-DSN
           MOVE ZERO TO WS-DUPS
           IF WS-MODE-RESTORE
               MOVE SPACES TO WS-OUT-DSN
               STRING WS-AREA DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-MB-DFLT(WS-MX) DELIMITED BY SPACE
                   INTO WS-OUT-DSN
               IF WS-MB-KIND(WS-MX) = 'S'
                   MOVE 'Y' TO WS-WRITE-SW
                   PERFORM 4400-SEQ-READ-PARA
                   IF WS-IO-OK
                       MOVE WS-OUT-DSN TO WS-SRC-DSN
                       MOVE 'N' TO WS-WRITE-SW
                       PERFORM 4400-SEQ-READ-PARA
                   END-IF
               ELSE
                   PERFORM 4500-LOAD-MASTER-PARA
                   IF WS-IO-OK
                       MOVE 'N' TO WS-WRITE-SW
                       PERFORM 4000-READ-MEMBER-PARA
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-WRITE-SW
               PERFORM 4400-SEQ-READ-PARA
           END-IF
           IF WS-IO-OK
               AND WS-CNT = WS-CT-COUNT(WS-MX)
               AND WS-SUM = WS-CT-SUM(WS-MX)
               AND WS-DUPS = ZERO
               ADD 1 TO WS-OK-CNT
               MOVE WS-CNT TO WS-CNT-DISP
               DISPLAY '  ' WS-MB-NAME(WS-MX) ' VERIFIED '
                   WS-CNT-DISP ' RECORDS  CHECKSUM ' WS-SUM
           ELSE
               ADD 1 TO WS-BAD-CNT
               MOVE WS-CNT TO WS-CNT-DISP
               DISPLAY '  ' WS-MB-NAME(WS-MX) ' VERIFY FAILED - READ '
                   WS-CNT-DISP ' SUM ' WS-SUM ' CATALOGUE '
                   WS-CT-COUNT(WS-MX) ' SUM ' WS-CT-SUM(WS-MX)
                   ' FILE STATUS ' WS-IO-FS
               MOVE 'E' TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING 'BACKUP SET ' WS-SET-DATE ' - '
                   WS-MB-NAME(WS-MX) ' FAILED CATALOGUE VERIFY'
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               PERFORM ALERT-WRITE-PARA
           END-IF.
      ******************************************************************
      * Member readers. Each leaves WS-CNT/WS-SUM for what it read
      * and WS-IO-SW Y ok / A not on file / N failed (WS-IO-FS).
      * With WS-COPY-OUT each record read is also written to
      * WS-OUT-DSN.
      ******************************************************************
       4000-READ-MEMBER-PARA.
      * Live master (backup) or rebuilt master (restore): the DSN is
      * the live name or the work-area name in WS-SRC-DSN/OUT-DSN
           IF WS-MB-KIND(WS-MX) = 'S'
               PERFORM 4400-SEQ-READ-PARA
           ELSE
               IF WS-MODE-RESTORE
                   MOVE WS-OUT-DSN TO WS-SRC-DSN
               END-IF
               EVALUATE WS-MB-NAME(WS-MX)
                   WHEN 'STUDMAST'
                       PERFORM 4100-SM-READ-PARA
                   WHEN 'RESMAST'
                       PERFORM 4200-RM-READ-PARA
                   WHEN 'EMPMAST'
                       PERFORM 4300-EM-READ-PARA
               END-EVALUATE
           END-IF.
       4100-SM-READ-PARA.
           MOVE ZERO TO WS-CNT WS-SUM
           MOVE WS-SRC-DSN TO WS-SM-DSN
           OPEN INPUT STUDMAST-FILE
           MOVE WS-SM-STAT TO WS-IO-FS
           PERFORM 4900-OPEN-CHECK-PARA
           IF WS-IO-OK
               IF WS-COPY-OUT
                   PERFORM 4950-OPEN-OUT-PARA
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF OR NOT WS-IO-OK
                   READ STUDMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE STU-MAST-REC TO WS-SUM-REC
                           PERFORM 4800-TAKE-REC-PARA
                   END-READ
               END-PERFORM
               CLOSE STUDMAST-FILE
               IF WS-COPY-OUT
                   CLOSE BKP-OUT
               END-IF
           END-IF.
       4200-RM-READ-PARA.
           MOVE ZERO TO WS-CNT WS-SUM
           MOVE WS-SRC-DSN TO WS-RM-DSN
           OPEN INPUT RESMAST-FILE
           MOVE WS-RM-STAT TO WS-IO-FS
           PERFORM 4900-OPEN-CHECK-PARA
           IF WS-IO-OK
               IF WS-COPY-OUT
                   PERFORM 4950-OPEN-OUT-PARA
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF OR NOT WS-IO-OK
                   READ RESMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE RM-REC TO WS-SUM-REC
                           PERFORM 4800-TAKE-REC-PARA
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
               IF WS-COPY-OUT
                   CLOSE BKP-OUT
               END-IF
           END-IF.
       4300-EM-READ-PARA.
           MOVE ZERO TO WS-CNT WS-SUM
           MOVE WS-SRC-DSN TO WS-EMPMAST-DSN
           OPEN INPUT EMPMAST-FILE
           MOVE WS-EM-STAT TO WS-IO-FS
           PERFORM 4900-OPEN-CHECK-PARA
           IF WS-IO-OK
               IF WS-COPY-OUT
                   PERFORM 4950-OPEN-OUT-PARA
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF OR NOT WS-IO-OK
                   READ EMPMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE EMP-MAST-REC TO WS-SUM-REC
                           PERFORM 4800-TAKE-REC-PARA
                   END-READ
               END-PERFORM
               CLOSE EMPMAST-FILE
               IF WS-COPY-OUT
                   CLOSE BKP-OUT
               END-IF
           END-IF.
       4400-SEQ-READ-PARA.
           MOVE ZERO TO WS-CNT WS-SUM
           OPEN INPUT SRC-IN
           MOVE WS-SRC-FS TO WS-IO-FS
           PERFORM 4900-OPEN-CHECK-PARA
           IF WS-IO-OK
               IF WS-COPY-OUT
                   PERFORM 4950-OPEN-OUT-PARA
               END-IF
               PERFORM UNTIL WS-SRC-FS NOT = 00 OR NOT WS-IO-OK
                   READ SRC-IN
                   END-READ
                   IF WS-SRC-FS = 00
                       MOVE SRC-REC TO WS-SUM-REC
                       PERFORM 4800-TAKE-REC-PARA
                   END-IF
               END-PERFORM
               CLOSE SRC-IN
               IF WS-COPY-OUT
                   CLOSE BKP-OUT
               END-IF
           END-IF.
       4500-LOAD-MASTER-PARA.
      * Rebuild an indexed master in the work area from its backup
           MOVE ZERO TO WS-CNT WS-SUM WS-DUPS
           OPEN INPUT SRC-IN
           MOVE WS-SRC-FS TO WS-IO-FS
           PERFORM 4900-OPEN-CHECK-PARA
           IF WS-IO-ABSENT
               MOVE 'N' TO WS-IO-SW
           END-IF
           IF WS-IO-OK
               EVALUATE WS-MB-NAME(WS-MX)
                   WHEN 'STUDMAST'
                       MOVE WS-OUT-DSN TO WS-SM-DSN
                       OPEN OUTPUT STUDMAST-FILE
                       MOVE WS-SM-STAT TO WS-IO-FS
                   WHEN 'RESMAST'
                       MOVE WS-OUT-DSN TO WS-RM-DSN
                       OPEN OUTPUT RESMAST-FILE
                       MOVE WS-RM-STAT TO WS-IO-FS
                   WHEN 'EMPMAST'
                       MOVE WS-OUT-DSN TO WS-EMPMAST-DSN
                       OPEN OUTPUT EMPMAST-FILE
                       MOVE WS-EM-STAT TO WS-IO-FS
               END-EVALUATE
               IF WS-IO-FS NOT = 00
                   DISPLAY '  ' WS-MB-NAME(WS-MX) ' WORK AREA FILE '
                       'OPEN FAILED - ' WS-OUT-DSN(1:50)
                   MOVE 'N' TO WS-IO-SW
                   CLOSE SRC-IN
               END-IF
           END-IF
           IF WS-IO-OK
               PERFORM UNTIL WS-SRC-FS NOT = 00
                   READ SRC-IN
                   END-READ
                   IF WS-SRC-FS = 00
                       PERFORM 4510-LOAD-ONE-PARA
                   END-IF
               END-PERFORM
               CLOSE SRC-IN
               EVALUATE WS-MB-NAME(WS-MX)
                   WHEN 'STUDMAST'
                       CLOSE STUDMAST-FILE
                   WHEN 'RESMAST'
                       CLOSE RESMAST-FILE
                   WHEN 'EMPMAST'
                       CLOSE EMPMAST-FILE
               END-EVALUATE
               IF WS-DUPS NOT = ZERO
                   DISPLAY '  ' WS-MB-NAME(WS-MX) ' DUPLICATE KEYS '
                       'IN BACKUP - ' WS-DUPS
               END-IF
           END-IF.
       4510-LOAD-ONE-PARA.
           ADD 1 TO WS-RECS-READ
           EVALUATE WS-MB-NAME(WS-MX)
               WHEN 'STUDMAST'
                   MOVE SRC-REC TO STU-MAST-REC
                   WRITE STU-MAST-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPS
                   END-WRITE
               WHEN 'RESMAST'
                   MOVE SRC-REC TO RM-REC
                   WRITE RM-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPS
                   END-WRITE
               WHEN 'EMPMAST'
                   MOVE SRC-REC TO EMP-MAST-REC
                   WRITE EMP-MAST-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPS
                   END-WRITE
           END-EVALUATE.
       4800-TAKE-REC-PARA.
           ADD 1 TO WS-CNT
           ADD 1 TO WS-RECS-READ
           PERFORM 8000-RECSUM-PARA
           ADD WS-REC-SUM TO WS-SUM
           IF WS-COPY-OUT
               MOVE WS-SUM-REC TO OUT-REC
               WRITE OUT-REC
               IF WS-OUT-FS NOT = 00
                   MOVE WS-OUT-FS TO WS-IO-FS
                   MOVE 'N' TO WS-IO-SW
               END-IF
           END-IF.
       4900-OPEN-CHECK-PARA.
           EVALUATE WS-IO-FS
               WHEN 00
                   MOVE 'Y' TO WS-IO-SW
               WHEN 35
                   MOVE 'A' TO WS-IO-SW
               WHEN OTHER
                   MOVE 'N' TO WS-IO-SW
           END-EVALUATE.
       4950-OPEN-OUT-PARA.
           OPEN OUTPUT BKP-OUT
           IF WS-OUT-FS NOT = 00
               DISPLAY '  ' WS-MB-NAME(WS-MX) ' OUTPUT OPEN FAILED - '
                   WS-OUT-DSN(1:50)
               MOVE WS-OUT-FS TO WS-IO-FS
               MOVE 'N' TO WS-IO-SW
               MOVE 'N' TO WS-WRITE-SW
           END-IF.
       8000-RECSUM-PARA.
      * EMPBKUP's position-weighted byte sum, taken up to the last
      * non-blank byte - the trailing blanks a line sequential copy
      * drops would add the same amount on both sides
           MOVE ZERO TO WS-REC-SUM
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-SUM-REC) TO WS-SUM-LEN
           PERFORM VARYING WS-SUM-X FROM 1 BY 1
               UNTIL WS-SUM-X > WS-SUM-LEN
               COMPUTE WS-REC-SUM = WS-REC-SUM
                   + FUNCTION ORD(WS-SUM-REC(WS-SUM-X:1)) * WS-SUM-X
           END-PERFORM.
       COPY AUDITPARA.
       COPY ALERTPARA.
       END PROGRAM BKPSET.
