      ******************************************************************
      * Program : RETSWEEP
      * Purpose : Personal-data retention sweep. MASKDATA only masks
      *           test copies; this run anonymises the live records
      *           and the ARCHPURG archive generations of students
      *           and staff who left longer ago than the retention
      *           policy allows. The policy cards (RETPOLICY_DSN,
      *           default retpolicy.txt; card type in columns 1-8,
      *           '*' in column 1 a comment) are:
      *             STUDENT  yy - years (cols 10-11) a withdrawn
      *                      student's personal data is kept after
      *                      the date of leaving
      *             STAFF    yy - years kept after a separated
      *                      employee's last working day
      *             ARCHIVE  o file ppp lll k ... - an archived file
      *                      holding personal data: owner S (student)
      *                      or E (staff) in col 10, the file name as
      *                      on the ARCHRULES card in cols 12-51, and
      *                      from col 53 up to six field specs, ten
      *                      columns apart, of start, length and kind
      *                      (N name, D date YYYYMMDD, B blank out)
      *           A category with no card is not swept. A student is
      *           a leaver when STUDMAST shows STU-STATUS W and the
      *           certificate register (CERTREG_DSN) gives the date
      *           of leaving; a withdrawn student with no leaving
      *           certificate has no date to count from and is kept,
      *           and listed. A member of staff is a leaver when
      *           EMPMAST shows EMP-STATUS S with EMP-LWD before the
      *           cutoff. For each leaver past the cutoff:
      *             - STUDMAST: the name becomes ANONYMISED;
      *             - GUARDIAN: the guardian name becomes ANONYMISED
      *               and the address lines and phone are blanked;
      *             - EMPMAST: the name becomes ANONYMISED and the
      *               date of birth keeps only its year (YYYY0101),
      *               so age-band figures still come out;
      *             - every archive generation the ARCHPURG manifest
      *               (ARCHMAN_DSN) still lists for an ARCHIVE card
      *               file: each record leading with a leaver's ID
      *               has its listed fields anonymised the same way.
      *           IDs, sections, branches, grades, hire dates and all
      *           marks stay as they are, so statistics and
      *           transcripts still add up. The run appends a
      *           certificate to RETCERT_DSN (default retcert.txt):
      *           the policy and cutoffs, one line per person and per
      *           archive generation anonymised, the students kept
      *           for want of a leaving date, and the totals. The run
      *           date defaults to today and can be set with
      *           RETAIN_DATE.
      * Modification History:
      *   - Written new. A record already reading ANONYMISED is
      *     counted as done before and not certified again, so a
      *     rerun certifies only what it changed. An archive
      *     generation is rewritten through a <file>.RTN work copy
      *     and left untouched if the copy counts do not tie
      *     (RETURN-CODE 12); a bad policy card stops the run before
      *     anything is changed (RETURN-CODE 16); a master or file
      *     that cannot be opened is noted on the certificate and
      *     the run ends RETURN-CODE 8.
      *   - The staff sweep takes the EMPMAST lock through LOCKMGR
      *     before opening the master for update and gives it back
      *     after. While another session holds it the staff sweep is
      *     skipped, the holder is noted on the certificate and the
      *     run ends RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY ASSIGN TO WS-PL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PL-FS.
           SELECT CERTREG ASSIGN TO WS-CR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CR-FS.
           SELECT RETCERT ASSIGN TO WS-RC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-FS.
           SELECT GUARDFILE ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           SELECT MANIFEST ASSIGN TO WS-MAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAN-FS.
           SELECT ARCH-IN ASSIGN TO WS-AIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AIN-FS.
           SELECT ARCH-OUT ASSIGN TO WS-AOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AOUT-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT EMPMAST-FILE ASSIGN TO WS-EMPMAST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS WS-EM-STAT.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY.
       01 PL-REC.
           05 PL-VERB   PIC X(8).
           05 FILLER    PIC X.
           05 PL-YEARS  PIC XX.
           05 FILLER    PIC X(109).
       01 PL-ARCH-REC.
           05 FILLER    PIC X(9).
           05 PL-OWNER  PIC X.
           05 FILLER    PIC X.
           05 PL-FILE   PIC X(40).
           05 FILLER    PIC X.
           05 PL-SPEC OCCURS 6 TIMES.
               10 PL-POS  PIC X(3).
               10 FILLER  PIC X.
               10 PL-LEN  PIC X(3).
               10 FILLER  PIC X.
               10 PL-KIND PIC X.
               10 FILLER  PIC X.
           05 FILLER    PIC X(9).
       FD CERTREG.
       01 CR-REC.
           05 CR-SERIAL PIC 9(6).
           05 FILLER    PIC X.
           05 CR-TYPE   PIC X.
           05 FILLER    PIC X.
           05 CR-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 CR-ISSUED PIC 9(8).
           05 FILLER    PIC X.
           05 CR-LEFT   PIC 9(8).
           05 FILLER    PIC X.
           05 CR-REASON PIC X(30).
       FD RETCERT.
       01 RC-LINE PIC X(100).
       FD GUARDFILE.
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
           05 FILLER    PIC X.
           05 GD-BRANCH PIC XX.
       FD MANIFEST.
       01 MAN-LINE PIC X(140).
       FD ARCH-IN.
       01 AIN-REC PIC X(200).
       FD ARCH-OUT.
       01 AOUT-REC PIC X(200).
       FD STUDMAST-FILE.
       01 STU-MAST-REC.
           05 STU-ID      PIC 9(5).
           05 STU-NAME    PIC X(20).
           05 STU-SECTION PIC X.
           05 STU-STATUS  PIC X.
               88 STU-ENROLLED  VALUE 'E'.
               88 STU-WITHDRAWN VALUE 'W'.
           05 STU-BRANCH  PIC XX.
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
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-PL-FS    PIC 99.
       77 WS-CR-FS    PIC 99.
       77 WS-RC-FS    PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-MAN-FS   PIC 99.
       77 WS-AIN-FS   PIC 99.
       77 WS-AOUT-FS  PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-EM-STAT  PIC 99.
       77 WS-PL-DSN   PIC X(100) VALUE 'retpolicy.txt'.
       77 WS-CR-DSN   PIC X(100) VALUE 'certreg.txt'.
       77 WS-RC-DSN   PIC X(100) VALUE 'retcert.txt'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-MAN-DSN  PIC X(100) VALUE 'archman.txt'.
       77 WS-AIN-DSN  PIC X(100).
       77 WS-AOUT-DSN PIC X(100).
       77 WS-GEN-DSN  PIC X(100).
       77 WS-WORK-DSN PIC X(100).
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-EMPMAST-DSN PIC X(100) VALUE 'EMPMAST.dat'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-DATE-IN  PIC X(8).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-CURR-DT  PIC X(21).
       77 WS-ANON     PIC X(10) VALUE 'ANONYMISED'.
       77 WS-PROBLEMS PIC 999 VALUE ZERO.
       77 WS-CARD-ERR PIC 999 VALUE ZERO.
       77 WS-CARD-NO  PIC 999 VALUE ZERO.
       77 WS-RECS-READ PIC 9(6) VALUE ZERO.
      * Policy - years kept and the cutoff dates they give (zero
      * years means the category has no card and is not swept)
       77 WS-STU-YEARS  PIC 99 VALUE ZERO.
       77 WS-EMP-YEARS  PIC 99 VALUE ZERO.
       77 WS-STU-CUTOFF PIC 9(8) VALUE ZERO.
       77 WS-EMP-CUTOFF PIC 9(8) VALUE ZERO.
       77 WS-PA-COUNT  PIC 99 VALUE ZERO.
       77 WS-PAX       PIC 99.
       77 WS-SPX       PIC 9.
       01 WS-PA-TABLE.
           05 WS-PA-ENTRY OCCURS 20 TIMES.
               10 WS-PA-OWNER PIC X.
               10 WS-PA-FILE  PIC X(40).
               10 WS-PA-SPEC OCCURS 6 TIMES.
                   15 WS-PA-POS  PIC 999.
                   15 WS-PA-LEN  PIC 999.
                   15 WS-PA-KIND PIC X.
      * Leaving dates from the original (O) certificates
       77 WS-CR-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-CRX       PIC 9(4).
       77 WS-LEFT-DATE PIC 9(8).
       01 WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 3000 TIMES.
               10 WS-CT-UID  PIC 9(5).
               10 WS-CT-LEFT PIC 9(8).
      * Leavers past the cutoff - S students, E staff
       77 WS-LV-COUNT  PIC 9(4) VALUE ZERO.
       77 WS-LVX       PIC 9(4).
       77 WS-FIND-OWNER PIC X.
       77 WS-FIND-UID  PIC 9(5).
       77 WS-FOUND-SW  PIC X.
           88 WS-FOUND VALUE 'Y'.
       01 WS-LV-TABLE.
           05 WS-LV-ENTRY OCCURS 4000 TIMES.
               10 WS-LV-OWNER PIC X.
               10 WS-LV-UID   PIC 9(5).
       77 WS-FULL-SW   PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
      * Counts for the certificate
       77 WS-STU-ANON  PIC 9(5) VALUE ZERO.
       77 WS-STU-PRIOR PIC 9(5) VALUE ZERO.
       77 WS-STU-KEPT  PIC 9(5) VALUE ZERO.
       77 WS-GD-ANON   PIC 9(5) VALUE ZERO.
       77 WS-EMP-ANON  PIC 9(5) VALUE ZERO.
       77 WS-EMP-PRIOR PIC 9(5) VALUE ZERO.
       77 WS-GEN-COUNT PIC 999 VALUE ZERO.
       77 WS-ARC-ANON  PIC 9(6) VALUE ZERO.
      * Guardian rows are held whole and written back as read
       77 WS-ROW-COUNT PIC 9(4) VALUE ZERO.
       77 WS-RX        PIC 9(4).
       01 WS-ROW-TABLE.
           05 WS-ROW-LINE PIC X(150) OCCURS 2000 TIMES.
      * Archive generations already swept this run
       77 WS-GX        PIC 999.
       01 WS-GEN-TABLE.
           05 WS-GEN-NAME PIC X(100) OCCURS 300 TIMES.
       01 WS-MAN-PARTS.
           05 WS-MAN-DATE  PIC X(8).
           05 WS-MAN-VERB  PIC X(8).
           05 WS-MAN-FILE  PIC X(40).
           05 WS-MAN-ARROW PIC X(2).
           05 WS-MAN-ARCH  PIC X(100).
       77 WS-GEN-IN    PIC 9(6).
       77 WS-GEN-OUT   PIC 9(6).
       77 WS-GEN-ANON  PIC 9(6).
       77 WS-BACK-OUT  PIC 9(6).
       77 WS-DSN-LEN   PIC 999.
       77 WS-REC-SW    PIC X.
       77 WS-FLD-POS   PIC 999.
       77 WS-FLD-LEN   PIC 999.
       01 WS-FLD-TEXT  PIC X(200).
       01 WS-CNT-ED    PIC Z(5)9.
       COPY AUDITDAT.
       COPY LOCKDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-POLICY-PARA THRU 1199-POLICY-EXIT
           IF WS-CARD-ERR > 0
               DISPLAY 'RETENTION SWEEP NOT RUN - ' WS-CARD-ERR
                   ' POLICY CARD ERROR(S)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CERT-OPEN-PARA
           IF WS-STU-YEARS NOT = ZERO
               PERFORM 2000-CERTREG-PARA
               PERFORM 3000-STUDENTS-PARA THRU 3099-STUDENTS-EXIT
               PERFORM 4000-GUARDIAN-PARA THRU 4099-GUARDIAN-EXIT
           END-IF
           IF WS-EMP-YEARS NOT = ZERO
               PERFORM 5000-STAFF-PARA THRU 5099-STAFF-EXIT
           END-IF
           IF WS-PA-COUNT NOT = ZERO AND WS-LV-COUNT NOT = ZERO
               PERFORM 6000-ARCHIVES-PARA THRU 6099-ARCHIVES-EXIT
           END-IF
           PERFORM 7000-TOTALS-PARA
           CLOSE RETCERT
           MOVE WS-RECS-READ TO WS-AUDIT-RECS-READ
           COMPUTE WS-AUDIT-RECS-WRITTEN = WS-STU-ANON + WS-GD-ANON
               + WS-EMP-ANON + WS-ARC-ANON
           MOVE WS-RC-FS TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           DISPLAY 'RETENTION SWEEP - STUDENTS ' WS-STU-ANON
               '  GUARDIANS ' WS-GD-ANON '  STAFF ' WS-EMP-ANON
               '  ARCHIVE RECORDS ' WS-ARC-ANON
           IF WS-PROBLEMS NOT = ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'RETPOLICY_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-PL-DSN FROM ENVIRONMENT-VALUE
           IF WS-PL-DSN = SPACES
               MOVE 'retpolicy.txt' TO WS-PL-DSN
           END-IF
           MOVE 'RETCERT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RC-DSN FROM ENVIRONMENT-VALUE
           IF WS-RC-DSN = SPACES
               MOVE 'retcert.txt' TO WS-RC-DSN
           END-IF
           MOVE 'CERTREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CR-DSN FROM ENVIRONMENT-VALUE
           IF WS-CR-DSN = SPACES
               MOVE 'certreg.txt' TO WS-CR-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'ARCHMAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MAN-DSN FROM ENVIRONMENT-VALUE
           IF WS-MAN-DSN = SPACES
               MOVE 'archman.txt' TO WS-MAN-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'EMPMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-EMPMAST-DSN FROM ENVIRONMENT-VALUE
           IF WS-EMPMAST-DSN = SPACES
               MOVE 'EMPMAST.dat' TO WS-EMPMAST-DSN
           END-IF
           MOVE 'RETAIN_DATE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
           IF WS-DATE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-DATE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
               MOVE WS-CURR-DT(1:8) TO WS-RUN-DATE
           END-IF
           PERFORM AUDIT-ENV-PARA
           MOVE 'RETSWEEP' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
      ******************************************************************
      * Policy cards. Every card is checked before anything is
      * touched; the cutoff is the run date the policy's years back.
      ******************************************************************
       1100-POLICY-PARA.
           OPEN INPUT POLICY
           IF WS-PL-FS NOT = 00
               DISPLAY 'RETENTION POLICY FILE OPEN FAILED, FILE '
                   'STATUS - ' WS-PL-FS
               ADD 1 TO WS-CARD-ERR
               GO TO 1199-POLICY-EXIT
           END-IF
           PERFORM UNTIL WS-PL-FS NOT = 00
               READ POLICY
               END-READ
               IF WS-PL-FS = 00
                   ADD 1 TO WS-CARD-NO
                   IF PL-REC(1:1) NOT = '*' AND PL-REC NOT = SPACES
                       PERFORM 1110-ONE-CARD-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE POLICY
           IF WS-STU-YEARS NOT = ZERO
               COMPUTE WS-STU-CUTOFF = WS-RUN-DATE
                   - WS-STU-YEARS * 10000
           END-IF
           IF WS-EMP-YEARS NOT = ZERO
               COMPUTE WS-EMP-CUTOFF = WS-RUN-DATE
                   - WS-EMP-YEARS * 10000
           END-IF.
       1199-POLICY-EXIT.
           EXIT.
       1110-ONE-CARD-PARA.
           EVALUATE PL-VERB
               WHEN 'STUDENT'
                   IF PL-YEARS IS NUMERIC AND PL-YEARS NOT = '00'
                       MOVE PL-YEARS TO WS-STU-YEARS
                   ELSE
                       PERFORM 1190-CARD-ERROR-PARA
                   END-IF
               WHEN 'STAFF'
                   IF PL-YEARS IS NUMERIC AND PL-YEARS NOT = '00'
                       MOVE PL-YEARS TO WS-EMP-YEARS
                   ELSE
                       PERFORM 1190-CARD-ERROR-PARA
                   END-IF
               WHEN 'ARCHIVE'
                   PERFORM 1120-ARCHIVE-CARD-PARA
               WHEN OTHER
                   PERFORM 1190-CARD-ERROR-PARA
           END-EVALUATE.
       1120-ARCHIVE-CARD-PARA.
           IF (PL-OWNER NOT = 'S' AND PL-OWNER NOT = 'E')
               OR PL-FILE = SPACES OR WS-PA-COUNT NOT < 20
               PERFORM 1190-CARD-ERROR-PARA
           ELSE
               ADD 1 TO WS-PA-COUNT
               MOVE PL-OWNER TO WS-PA-OWNER(WS-PA-COUNT)
               MOVE PL-FILE TO WS-PA-FILE(WS-PA-COUNT)
               PERFORM VARYING WS-SPX FROM 1 BY 1 UNTIL WS-SPX > 6
                   MOVE ZERO TO WS-PA-POS(WS-PA-COUNT, WS-SPX)
                       WS-PA-LEN(WS-PA-COUNT, WS-SPX)
                   MOVE SPACE TO WS-PA-KIND(WS-PA-COUNT, WS-SPX)
                   IF PL-SPEC(WS-SPX) NOT = SPACES
                       IF PL-POS(WS-SPX) IS NUMERIC
                           AND PL-LEN(WS-SPX) IS NUMERIC
                           AND PL-POS(WS-SPX) > '005'
                           AND PL-LEN(WS-SPX) > '000'
                           AND (PL-KIND(WS-SPX) = 'N' OR 'D' OR 'B')
                           MOVE PL-POS(WS-SPX)
                               TO WS-PA-POS(WS-PA-COUNT, WS-SPX)
                           MOVE PL-LEN(WS-SPX)
                               TO WS-PA-LEN(WS-PA-COUNT, WS-SPX)
                           MOVE PL-KIND(WS-SPX)
                               TO WS-PA-KIND(WS-PA-COUNT, WS-SPX)
                           IF WS-PA-POS(WS-PA-COUNT, WS-SPX)
                               + WS-PA-LEN(WS-PA-COUNT, WS-SPX) > 201
                               PERFORM 1190-CARD-ERROR-PARA
                           END-IF
                       ELSE
                           PERFORM 1190-CARD-ERROR-PARA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PA-KIND(WS-PA-COUNT, 1) = SPACE
                   PERFORM 1190-CARD-ERROR-PARA
               END-IF
           END-IF.
       1190-CARD-ERROR-PARA.
           ADD 1 TO WS-CARD-ERR
           DISPLAY '*** POLICY CARD ' WS-CARD-NO ' NOT VALID - '
               PL-REC(1:60).
       1200-CERT-OPEN-PARA.
           OPEN EXTEND RETCERT
           IF WS-RC-FS = 05 OR WS-RC-FS = 35
               CLOSE RETCERT
               OPEN OUTPUT RETCERT
           END-IF
           IF WS-RC-FS NOT = 00
               DISPLAY 'RETENTION CERTIFICATE OPEN FAILED, FILE '
                   'STATUS - ' WS-RC-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALL '=' TO RC-LINE
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           STRING 'RETENTION CERTIFICATE - PERSONAL DATA ANONYMISED '
               'ON ' WS-RUN-DATE DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           IF WS-STU-YEARS = ZERO
               MOVE 'POLICY - STUDENTS NOT SWEPT (NO STUDENT CARD)'
                   TO RC-LINE
           ELSE
               STRING 'POLICY - STUDENTS KEPT ' WS-STU-YEARS
                   ' YEARS AFTER LEAVING - LEFT BEFORE '
                   WS-STU-CUTOFF ' ANONYMISED'
                   DELIMITED BY SIZE INTO RC-LINE
           END-IF
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           IF WS-EMP-YEARS = ZERO
               MOVE 'POLICY - STAFF NOT SWEPT (NO STAFF CARD)'
                   TO RC-LINE
           ELSE
               STRING 'POLICY - STAFF KEPT ' WS-EMP-YEARS
                   ' YEARS AFTER LAST WORKING DAY - BEFORE '
                   WS-EMP-CUTOFF ' ANONYMISED'
                   DELIMITED BY SIZE INTO RC-LINE
           END-IF
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           WRITE RC-LINE.
      ******************************************************************
      * Students - the leaving date is the one on the student's
      * original leaving certificate.
      ******************************************************************
       2000-CERTREG-PARA.
           OPEN INPUT CERTREG
           IF WS-CR-FS NOT = 00
               DISPLAY 'CERTIFICATE REGISTER NOT AVAILABLE, FILE '
                   'STATUS - ' WS-CR-FS ' - NO LEAVING DATES'
           ELSE
               PERFORM UNTIL WS-CR-FS NOT = 00
                   READ CERTREG
                   END-READ
                   IF WS-CR-FS = 00 AND CR-TYPE = 'O'
                       AND CR-LEFT IS NUMERIC
                       IF WS-CR-COUNT < 3000
                           ADD 1 TO WS-CR-COUNT
                           MOVE CR-UID  TO WS-CT-UID(WS-CR-COUNT)
                           MOVE CR-LEFT TO WS-CT-LEFT(WS-CR-COUNT)
                       ELSE
                           DISPLAY 'CERTIFICATE TABLE FULL, SERIAL '
                               CR-SERIAL ' NOT LOADED'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CERTREG
           END-IF.
       3000-STUDENTS-PARA.
           OPEN I-O STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               MOVE SPACES TO RC-LINE
               STRING 'STUDMAST COULD NOT BE OPENED, FILE STATUS '
                   WS-SM-STAT ' - STUDENTS NOT SWEPT'
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               ADD 1 TO WS-PROBLEMS
               GO TO 3099-STUDENTS-EXIT
           END-IF
           PERFORM UNTIL WS-SM-STAT NOT = 00
               READ STUDMAST-FILE NEXT RECORD
               END-READ
               IF WS-SM-STAT = 00
                   ADD 1 TO WS-RECS-READ
                   IF STU-WITHDRAWN
                       PERFORM 3100-ONE-STUDENT-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STUDMAST-FILE.
       3099-STUDENTS-EXIT.
           EXIT.
       3100-ONE-STUDENT-PARA.
      * The latest original certificate gives the leaving date
           MOVE ZERO TO WS-LEFT-DATE
           PERFORM VARYING WS-CRX FROM 1 BY 1
                   UNTIL WS-CRX > WS-CR-COUNT
               IF WS-CT-UID(WS-CRX) = STU-ID
                   AND WS-CT-LEFT(WS-CRX) > WS-LEFT-DATE
                   MOVE WS-CT-LEFT(WS-CRX) TO WS-LEFT-DATE
               END-IF
           END-PERFORM
           IF WS-LEFT-DATE = ZERO
               IF STU-NAME NOT = WS-ANON
                   ADD 1 TO WS-STU-KEPT
                   MOVE SPACES TO RC-LINE
                   STRING 'KEPT    STUDENT ' STU-ID
                       ' - WITHDRAWN, NO LEAVING CERTIFICATE TO '
                       'DATE THE RETENTION FROM'
                       DELIMITED BY SIZE INTO RC-LINE
                   WRITE RC-LINE
               END-IF
           ELSE
           IF WS-LEFT-DATE < WS-STU-CUTOFF
               MOVE 'S' TO WS-FIND-OWNER
               PERFORM 8100-ADD-LEAVER-PARA
               IF STU-NAME = WS-ANON
                   ADD 1 TO WS-STU-PRIOR
               ELSE
                   MOVE WS-ANON TO STU-NAME
                   REWRITE STU-MAST-REC
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR STUDENT '
                               STU-ID ', FILE STATUS - ' WS-SM-STAT
                           ADD 1 TO WS-PROBLEMS
                       NOT INVALID KEY
                           ADD 1 TO WS-STU-ANON
                           MOVE SPACES TO RC-LINE
                           STRING 'STUDENT ' STU-ID ' LEFT '
                               WS-LEFT-DATE ' - STUDMAST NAME'
                               DELIMITED BY SIZE INTO RC-LINE
                           WRITE RC-LINE
                   END-REWRITE
               END-IF
           END-IF
           END-IF.
      ******************************************************************
      * Guardian contacts of the student leavers, in the STUXFER
      * load-whole / write-back style.
      ******************************************************************
       4000-GUARDIAN-PARA.
           IF WS-LV-COUNT = ZERO
               GO TO 4099-GUARDIAN-EXIT
           END-IF
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-FULL-SW
           OPEN INPUT GUARDFILE
           IF WS-GD-FS NOT = 00
               MOVE SPACES TO RC-LINE
               STRING 'GUARDIAN CONTACTS COULD NOT BE OPENED, FILE '
                   'STATUS ' WS-GD-FS ' - NOT SWEPT'
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               ADD 1 TO WS-PROBLEMS
               GO TO 4099-GUARDIAN-EXIT
           END-IF
           PERFORM UNTIL WS-GD-FS NOT = 00
               READ GUARDFILE
               END-READ
               IF WS-GD-FS = 00
                   ADD 1 TO WS-RECS-READ
                   IF WS-ROW-COUNT < 2000
                       ADD 1 TO WS-ROW-COUNT
                       MOVE GD-REC TO WS-ROW-LINE(WS-ROW-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-FULL-SW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUARDFILE
           IF WS-TABLE-FULL
               MOVE SPACES TO RC-LINE
               STRING 'GUARDIAN CONTACTS EXCEED ' WS-ROW-COUNT
                   ' ROWS - FILE NOT SWEPT'
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               ADD 1 TO WS-PROBLEMS
               GO TO 4099-GUARDIAN-EXIT
           END-IF
           OPEN OUTPUT GUARDFILE
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-RX) TO GD-REC
               MOVE 'S' TO WS-FIND-OWNER
               MOVE GD-UID TO WS-FIND-UID
               PERFORM 8000-FIND-LEAVER-PARA
               IF WS-FOUND AND GD-NAME NOT = WS-ANON
                   MOVE WS-ANON TO GD-NAME
                   MOVE SPACES TO GD-ADDR1 GD-ADDR2 GD-ADDR3
                       GD-PHONE
                   ADD 1 TO WS-GD-ANON
                   MOVE SPACES TO RC-LINE
                   STRING 'STUDENT ' GD-UID
                       ' - GUARDIAN NAME, ADDRESS AND PHONE'
                       DELIMITED BY SIZE INTO RC-LINE
                   WRITE RC-LINE
               END-IF
               WRITE GD-REC
           END-PERFORM
           CLOSE GUARDFILE.
       4099-GUARDIAN-EXIT.
           EXIT.
      ******************************************************************
      * Staff - separated, last working day before the cutoff.
      ******************************************************************
       5000-STAFF-PARA.
           MOVE 'E' TO WS-LM-FUNC
           MOVE 'EMPMAST' TO WS-LM-RESOURCE
           MOVE 'RETSWEEP' TO WS-LM-HOLDER
           MOVE 'BATCH' TO WS-LM-OPER
           CALL 'LOCKMGR' USING WS-LM-FUNC WS-LM-RESOURCE
               WS-LM-HOLDER WS-LM-OPER WS-LM-STATUS WS-LM-INFO
           IF WS-LM-HELD
               DISPLAY 'EMPMAST IS IN USE - ' WS-LM-INFO
               MOVE SPACES TO RC-LINE
               STRING 'EMPMAST IN USE - STAFF NOT SWEPT - '
                   WS-LM-INFO DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               ADD 1 TO WS-PROBLEMS
               GO TO 5099-STAFF-EXIT
           END-IF
           OPEN I-O EMPMAST-FILE
           IF WS-EM-STAT NOT = 00
               MOVE SPACES TO RC-LINE
               STRING 'EMPMAST COULD NOT BE OPENED, FILE STATUS '
                   WS-EM-STAT ' - STAFF NOT SWEPT'
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               ADD 1 TO WS-PROBLEMS
               PERFORM 5900-UNLOCK-PARA
               GO TO 5099-STAFF-EXIT
           END-IF
           PERFORM UNTIL WS-EM-STAT NOT = 00
               READ EMPMAST-FILE NEXT RECORD
               END-READ
               IF WS-EM-STAT = 00
                   ADD 1 TO WS-RECS-READ
                   IF EMP-SEPARATED AND EMP-LWD IS NUMERIC
                       AND EMP-LWD < WS-EMP-CUTOFF
                       PERFORM 5100-ONE-EMPLOYEE-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPMAST-FILE
           PERFORM 5900-UNLOCK-PARA.
       5099-STAFF-EXIT.
           EXIT.
       5100-ONE-EMPLOYEE-PARA.
           MOVE 'E' TO WS-FIND-OWNER
           MOVE EMP-ID TO WS-FIND-UID
           PERFORM 8100-ADD-LEAVER-PARA
           IF EMP-NAME = WS-ANON
               ADD 1 TO WS-EMP-PRIOR
           ELSE
               MOVE WS-ANON TO EMP-NAME
               IF EMP-DOB IS NUMERIC
                   MOVE '0101' TO EMP-DOB(5:4)
               END-IF
               REWRITE EMP-MAST-REC
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR EMPLOYEE '
                           EMP-ID ', FILE STATUS - ' WS-EM-STAT
                       ADD 1 TO WS-PROBLEMS
                   NOT INVALID KEY
                       ADD 1 TO WS-EMP-ANON
                       MOVE SPACES TO RC-LINE
                       STRING 'STAFF   ' EMP-ID ' LAST DAY '
                           EMP-LWD ' - EMPMAST NAME, DATE OF BIRTH'
                           DELIMITED BY SIZE INTO RC-LINE
                       WRITE RC-LINE
               END-REWRITE
           END-IF.
       5900-UNLOCK-PARA.
           MOVE 'D' TO WS-LM-FUNC
           CALL 'LOCKMGR' USING WS-LM-FUNC WS-LM-RESOURCE
               WS-LM-HOLDER WS-LM-OPER WS-LM-STATUS WS-LM-INFO.
      ******************************************************************
      * Archive generations. Every ARCHIVE line on the ARCHPURG
      * manifest for a policy file names a generation; one since
      * purged is empty and passes through with nothing to do.
      ******************************************************************
       6000-ARCHIVES-PARA.
           OPEN INPUT MANIFEST
           IF WS-MAN-FS NOT = 00
               MOVE SPACES TO RC-LINE
               STRING 'ARCHIVE MANIFEST COULD NOT BE OPENED, FILE '
                   'STATUS ' WS-MAN-FS ' - ARCHIVES NOT SWEPT'
                   DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               ADD 1 TO WS-PROBLEMS
               GO TO 6099-ARCHIVES-EXIT
           END-IF
           PERFORM UNTIL WS-MAN-FS NOT = 00
               READ MANIFEST
               END-READ
               IF WS-MAN-FS = 00
                   MOVE SPACES TO WS-MAN-PARTS
                   UNSTRING MAN-LINE DELIMITED BY ALL SPACE
                       INTO WS-MAN-DATE WS-MAN-VERB WS-MAN-FILE
                            WS-MAN-ARROW WS-MAN-ARCH
                   END-UNSTRING
                   IF WS-MAN-VERB = 'ARCHIVE' AND WS-MAN-ARROW = '->'
                       PERFORM 6100-ONE-GEN-PARA
                           THRU 6199-ONE-GEN-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MANIFEST.
       6099-ARCHIVES-EXIT.
           EXIT.
       6100-ONE-GEN-PARA.
           MOVE ZERO TO WS-PAX
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-PA-COUNT
               IF WS-PA-FILE(WS-RX) = WS-MAN-FILE
                   MOVE WS-RX TO WS-PAX
               END-IF
           END-PERFORM
           IF WS-PAX = ZERO
               GO TO 6199-ONE-GEN-EXIT
           END-IF
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GEN-COUNT
               IF WS-GEN-NAME(WS-GX) = WS-MAN-ARCH
                   GO TO 6199-ONE-GEN-EXIT
               END-IF
           END-PERFORM
           IF WS-GEN-COUNT < 300
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAN-ARCH TO WS-GEN-NAME(WS-GEN-COUNT)
           END-IF
           MOVE WS-MAN-ARCH TO WS-GEN-DSN
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-GEN-DSN) TO WS-DSN-LEN
           MOVE SPACES TO WS-WORK-DSN
           STRING WS-GEN-DSN(1:WS-DSN-LEN) '.RTN'
               DELIMITED BY SIZE INTO WS-WORK-DSN
           MOVE ZERO TO WS-GEN-IN WS-GEN-OUT WS-GEN-ANON WS-BACK-OUT
           MOVE WS-GEN-DSN TO WS-AIN-DSN
           OPEN INPUT ARCH-IN
           IF WS-AIN-FS NOT = 00
               GO TO 6199-ONE-GEN-EXIT
           END-IF
      * First pass - the generation, anonymised, into the work copy
           MOVE WS-WORK-DSN TO WS-AOUT-DSN
           OPEN OUTPUT ARCH-OUT
           PERFORM UNTIL WS-AIN-FS NOT = 00
               READ ARCH-IN
               END-READ
               IF WS-AIN-FS = 00
                   ADD 1 TO WS-GEN-IN
                   MOVE AIN-REC TO AOUT-REC
                   PERFORM 6200-ONE-ARCH-REC-PARA
                       THRU 6299-ONE-ARCH-REC-EXIT
                   WRITE AOUT-REC
                   IF WS-AOUT-FS = 00
                       ADD 1 TO WS-GEN-OUT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCH-IN
           CLOSE ARCH-OUT
           IF WS-GEN-ANON = ZERO
               PERFORM 6400-EMPTY-WORK-PARA
               GO TO 6199-ONE-GEN-EXIT
           END-IF
           IF WS-GEN-IN NOT = WS-GEN-OUT
               PERFORM 6400-EMPTY-WORK-PARA
               PERFORM 6300-NO-TIE-PARA
               GO TO 6199-ONE-GEN-EXIT
           END-IF
      * Second pass - the work copy back over the generation
           MOVE WS-WORK-DSN TO WS-AIN-DSN
           MOVE WS-GEN-DSN TO WS-AOUT-DSN
           OPEN INPUT ARCH-IN
           OPEN OUTPUT ARCH-OUT
           PERFORM UNTIL WS-AIN-FS NOT = 00
               READ ARCH-IN
               END-READ
               IF WS-AIN-FS = 00
                   MOVE AIN-REC TO AOUT-REC
                   WRITE AOUT-REC
                   IF WS-AOUT-FS = 00
                       ADD 1 TO WS-BACK-OUT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCH-IN
           CLOSE ARCH-OUT
      * Short on the way back, the work copy is the only full copy
      * and is kept for the generation to be restored from
           IF WS-BACK-OUT NOT = WS-GEN-IN
               PERFORM 6300-NO-TIE-PARA
               MOVE SPACES TO RC-LINE
               STRING '        WORK COPY ' WS-WORK-DSN(1:60)
                   ' KEPT' DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
               GO TO 6199-ONE-GEN-EXIT
           END-IF
           PERFORM 6400-EMPTY-WORK-PARA
           ADD WS-GEN-ANON TO WS-ARC-ANON
           MOVE WS-GEN-ANON TO WS-CNT-ED
           MOVE SPACES TO RC-LINE
           STRING 'ARCHIVE ' WS-GEN-DSN(1:WS-DSN-LEN) ' - '
               WS-CNT-ED ' RECORD(S)' DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE.
       6199-ONE-GEN-EXIT.
           EXIT.
       6200-ONE-ARCH-REC-PARA.
      * Archived feeds lead with the five-digit ID, as MASKDATA
      * relies on; anything else is left as it is
           IF AIN-REC(1:5) IS NOT NUMERIC
               GO TO 6299-ONE-ARCH-REC-EXIT
           END-IF
           MOVE WS-PA-OWNER(WS-PAX) TO WS-FIND-OWNER
           MOVE AIN-REC(1:5) TO WS-FIND-UID
           PERFORM 8000-FIND-LEAVER-PARA
           IF NOT WS-FOUND
               GO TO 6299-ONE-ARCH-REC-EXIT
           END-IF
           PERFORM VARYING WS-SPX FROM 1 BY 1
                   UNTIL WS-SPX > 6
                   OR WS-PA-KIND(WS-PAX, WS-SPX) = SPACE
               MOVE WS-PA-POS(WS-PAX, WS-SPX) TO WS-FLD-POS
               MOVE WS-PA-LEN(WS-PAX, WS-SPX) TO WS-FLD-LEN
               EVALUATE WS-PA-KIND(WS-PAX, WS-SPX)
                   WHEN 'N'
                       MOVE WS-ANON TO WS-FLD-TEXT
                   WHEN 'D'
                       MOVE AIN-REC(WS-FLD-POS:WS-FLD-LEN)
                           TO WS-FLD-TEXT
                       IF WS-FLD-LEN = 8
                           AND WS-FLD-TEXT(1:8) IS NUMERIC
                           MOVE '0101' TO WS-FLD-TEXT(5:4)
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO WS-FLD-TEXT
               END-EVALUATE
               MOVE WS-FLD-TEXT(1:WS-FLD-LEN)
                   TO AOUT-REC(WS-FLD-POS:WS-FLD-LEN)
           END-PERFORM
           IF AOUT-REC NOT = AIN-REC
               ADD 1 TO WS-GEN-ANON
           END-IF.
       6299-ONE-ARCH-REC-EXIT.
           EXIT.
       6300-NO-TIE-PARA.
           MOVE SPACES TO RC-LINE
           STRING 'ARCHIVE ' WS-GEN-DSN(1:50)
               ' - COPY COUNTS DO NOT TIE, LEFT AS IT WAS'
               DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE
           MOVE 12 TO RETURN-CODE.
      * The work copy holds personal data and is not left lying about
       6400-EMPTY-WORK-PARA.
           MOVE WS-WORK-DSN TO WS-AOUT-DSN
           OPEN OUTPUT ARCH-OUT
           CLOSE ARCH-OUT.
       7000-TOTALS-PARA.
           MOVE SPACES TO RC-LINE
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           STRING 'TOTALS - STUDENTS ' WS-STU-ANON
               '  GUARDIANS ' WS-GD-ANON '  STAFF ' WS-EMP-ANON
               '  ARCHIVE RECORDS ' WS-ARC-ANON
               DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE
           MOVE SPACES TO RC-LINE
           STRING 'ALREADY ANONYMISED - STUDENTS ' WS-STU-PRIOR
               '  STAFF ' WS-EMP-PRIOR
               '  KEPT FOR WANT OF A LEAVING DATE - ' WS-STU-KEPT
               DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE
           IF WS-PROBLEMS NOT = ZERO
               MOVE SPACES TO RC-LINE
               STRING 'INCOMPLETE - ' WS-PROBLEMS
                   ' FILE(S) OR RECORD(S) COULD NOT BE SWEPT, SEE '
                   'ABOVE' DELIMITED BY SIZE INTO RC-LINE
               WRITE RC-LINE
           END-IF
           MOVE SPACES TO RC-LINE
           STRING 'END OF CERTIFICATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RC-LINE
           WRITE RC-LINE
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'RETENTION ANON ' WS-STU-ANON '/' WS-GD-ANON '/'
               WS-EMP-ANON '/' WS-ARC-ANON
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       8000-FIND-LEAVER-PARA.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-LVX FROM 1 BY 1
                   UNTIL WS-LVX > WS-LV-COUNT OR WS-FOUND
               IF WS-LV-OWNER(WS-LVX) = WS-FIND-OWNER
                   AND WS-LV-UID(WS-LVX) = WS-FIND-UID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
       8100-ADD-LEAVER-PARA.
           IF WS-FIND-OWNER = 'S'
               MOVE STU-ID TO WS-FIND-UID
           END-IF
           IF WS-LV-COUNT < 4000
               ADD 1 TO WS-LV-COUNT
               MOVE WS-FIND-OWNER TO WS-LV-OWNER(WS-LV-COUNT)
               MOVE WS-FIND-UID TO WS-LV-UID(WS-LV-COUNT)
           ELSE
               DISPLAY 'LEAVER TABLE FULL - ' WS-FIND-OWNER ' '
                   WS-FIND-UID ' NOT SWEPT FROM GUARDIAN/ARCHIVES'
               ADD 1 TO WS-PROBLEMS
           END-IF.
       COPY AUDITPARA.
       END PROGRAM RETSWEEP.
