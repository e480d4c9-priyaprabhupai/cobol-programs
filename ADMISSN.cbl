      ******************************************************************
      * Program : ADMISSN
      * Purpose : New-admissions run, from application to enrolled
      *           master record. Applications carry the applicant's
      *           details, the section applied for, two entrance-test
      *           scores and the guardian contact; the run ranks the
      *           applicants per requested section on their combined
      *           score (ties to the earlier application number),
      *           offers seats down each ranking against the same
      *           section capacity card SECALLOC uses and puts the
      *           rest on a numbered waiting list per section.
      *           An applicant holding a seat whose family has
      *           confirmed it (confirm flag Y on the application) is
      *           admitted in the same pass: a STU-ID is issued under
      *           the IDCHECK check-digit scheme, the STUDMAST record
      *           is written as enrolled and the guardian contact is
      *           added to the GUARDIAN master. Every seat holder gets
      *           a letter on the offer-letter file - the offer, or
      *           for an admitted applicant the admission with the
      *           new STU-ID.
      * Modification History:
      *   - Written new. Applications come from ADMAPP_DSN (default
      *     admapps.txt), capacity from SECCAP_DSN (default
      *     seccap.txt); the waiting list goes to ADMWAIT_DSN
      *     (default admwait.txt) and the letters to ADMOFFER_DSN
      *     (default admoffers.txt), merged through the shared
      *     LTRTMPL engine (template ADMOFFER in LETTMPL_DSN) with
      *     built-in wording when no template is on file. Each
      *     admission is recorded on the admissions register
      *     ADMREG_DSN (default admitted.txt) so a re-run skips the
      *     applicant and counts the seat as taken - the run can be
      *     repeated as confirmations come in. New IDs start above
      *     the highest STU-ID on the master, or at the four-digit
      *     base on ADMIT_NEXT_BASE. Waiting-listed applicants end
      *     the run RETURN-CODE 4; rejected applications 8.
      *   - The new STUDMAST record and guardian contact are stamped
      *     with the admitting campus - BRANCH_DEFAULT, default 01 -
      *     in the branch code both records now end with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMAPP ASSIGN TO WS-AP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FS.
           SELECT SECCAP ASSIGN TO WS-CAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAP-FS.
           SELECT ADMREG ASSIGN TO WS-RG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RG-FS.
           SELECT ADMWAIT ASSIGN TO WS-WL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FS.
           SELECT OFFERS ASSIGN TO WS-OF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OF-FS.
           SELECT STUDMAST-FILE ASSIGN TO WS-SM-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STU-ID
           FILE STATUS IS WS-SM-STAT.
           SELECT GUARDIN ASSIGN TO WS-GD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GD-FS.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD ADMAPP.
       01 AP-REC.
           05 AP-NO      PIC 9(5).
           05 FILLER     PIC X.
           05 AP-NAME    PIC X(20).
           05 FILLER     PIC X.
           05 AP-SEC     PIC X.
           05 FILLER     PIC X.
           05 AP-SCORE1  PIC 999.
           05 FILLER     PIC X.
           05 AP-SCORE2  PIC 999.
           05 FILLER     PIC X.
           05 AP-CONFIRM PIC X.
           05 FILLER     PIC X.
           05 AP-GNAME   PIC X(20).
           05 FILLER     PIC X.
           05 AP-GREL    PIC X(10).
           05 FILLER     PIC X.
           05 AP-ADDR1   PIC X(30).
           05 FILLER     PIC X.
           05 AP-ADDR2   PIC X(30).
           05 FILLER     PIC X.
           05 AP-ADDR3   PIC X(30).
           05 FILLER     PIC X.
           05 AP-PHONE   PIC X(12).
       FD SECCAP.
       01 CAP-REC.
           05 CAP-SEC PIC X.
           05 FILLER  PIC X.
           05 CAP-MAX PIC 999.
       FD ADMREG.
       01 RG-REC.
           05 RG-APP-NO PIC 9(5).
           05 FILLER    PIC X.
           05 RG-STU-ID PIC 9(5).
           05 FILLER    PIC X.
           05 RG-SEC    PIC X.
           05 FILLER    PIC X.
           05 RG-DATE   PIC 9(8).
       FD ADMWAIT.
       01 WL-LINE PIC X(60).
       FD OFFERS.
       01 OF-LINE PIC X(70).
       FD STUDMAST-FILE.
       01 SM-REC.
           05 SM-STU-ID   PIC 9(5).
           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
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
           05 FILLER    PIC X.
           05 GD-BRANCH PIC XX.
       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       77 WS-AP-FS    PIC 99.
       77 WS-CAP-FS   PIC 99.
       77 WS-RG-FS    PIC 99.
       77 WS-WL-FS    PIC 99.
       77 WS-OF-FS    PIC 99.
       77 WS-SM-STAT  PIC 99.
       77 WS-GD-FS    PIC 99.
       77 WS-AP-DSN   PIC X(100) VALUE 'admapps.txt'.
       77 WS-CAP-DSN  PIC X(100) VALUE 'seccap.txt'.
       77 WS-RG-DSN   PIC X(100) VALUE 'admitted.txt'.
       77 WS-WL-DSN   PIC X(100) VALUE 'admwait.txt'.
       77 WS-OF-DSN   PIC X(100) VALUE 'admoffers.txt'.
       77 WS-SM-DSN   PIC X(100) VALUE 'STUDMAST.dat'.
       77 WS-GD-DSN   PIC X(100) VALUE 'guardian.txt'.
       77 WS-ENV-NAME PIC X(20).
       77 WS-BASE-IN  PIC X(4) VALUE SPACES.
       77 WS-DEF-BRANCH PIC XX VALUE '01'.
       01 WS-CURR-DT  PIC X(21).
       77 WS-TODAY    PIC 9(8) VALUE ZERO.
       77 WS-I        PIC 9(4) VALUE ZERO.
       77 WS-J        PIC 9(4) VALUE ZERO.
       77 WS-AX       PIC 9(4) VALUE ZERO.
       77 WS-RX       PIC 9(4) VALUE ZERO.
       77 WS-CX       PIC 99 VALUE ZERO.
       77 WS-MATCH-CX PIC 99 VALUE ZERO.
       77 WS-SEC-COUNT PIC 99 VALUE ZERO.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 10 TIMES.
               10 WS-SEC-CODE PIC X.
               10 WS-SEC-MAX  PIC 999.
               10 WS-SEC-USED PIC 999.
               10 WS-SEC-RANK PIC 999.
               10 WS-SEC-WAIT PIC 999.
       77 WS-RG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RG-TABLE.
           05 WS-RG-APP-NO PIC 9(5) OCCURS 999 TIMES.
       77 WS-APP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-APP-TABLE.
           05 WS-APP-ENTRY OCCURS 999 TIMES.
               10 WS-A-NO      PIC 9(5).
               10 WS-A-NAME    PIC X(20).
               10 WS-A-SEC     PIC X.
               10 WS-A-SCORE1  PIC 999.
               10 WS-A-SCORE2  PIC 999.
               10 WS-A-TOTAL   PIC 9(4).
               10 WS-A-CONFIRM PIC X.
               10 WS-A-GNAME   PIC X(20).
               10 WS-A-GREL    PIC X(10).
               10 WS-A-ADDR1   PIC X(30).
               10 WS-A-ADDR2   PIC X(30).
               10 WS-A-ADDR3   PIC X(30).
               10 WS-A-PHONE   PIC X(12).
               10 WS-A-RANK    PIC 999.
               10 WS-A-STATE   PIC X.
                   88 WS-A-OFFERED  VALUE 'O'.
                   88 WS-A-ADMITTED VALUE 'A'.
                   88 WS-A-WAITING  VALUE 'W'.
               10 WS-A-UID     PIC 9(5).
       01 WS-SWAP-ENTRY PIC X(178).
      * Counts for the run summary
       77 WS-APPS-READ  PIC 9(4) VALUE ZERO.
       77 WS-ALREADY    PIC 9(4) VALUE ZERO.
       77 WS-REJECTS    PIC 9(4) VALUE ZERO.
       77 WS-OFFERED    PIC 9(4) VALUE ZERO.
       77 WS-ADMITTED   PIC 9(4) VALUE ZERO.
       77 WS-WAITING    PIC 9(4) VALUE ZERO.
       77 WS-UNSEATED   PIC 9(4) VALUE ZERO.
       77 WS-NOT-ISSUED PIC 9(4) VALUE ZERO.
       77 WS-LTR-CNT    PIC 9(4) VALUE ZERO.
      * Next four-digit base for a new STU-ID
       77 WS-HIGH-ID    PIC 9(5) VALUE ZERO.
       77 WS-NEXT-BASE  PIC 9(5) VALUE ZERO.
       77 WS-NEW-ID     PIC 9(5) VALUE ZERO.
       01 WS-ID-SW PIC X VALUE 'N'.
           88 WS-ID-FOUND VALUE 'Y'.
       01 WS-FREE-SW PIC X VALUE 'N'.
           88 WS-ID-FREE VALUE 'Y'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-STATE-TEXT PIC X(30) VALUE SPACES.
      * IDCHECK call interface (see COPYLIB/IDCHECK.cbl)
       77 WS-IC-FUNC   PIC X.
       77 WS-IC-ID     PIC 9(5) VALUE ZERO.
       77 WS-IC-STATUS PIC X VALUE SPACE.
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
       77 WS-TP-WARNED-SW PIC X VALUE 'N'.
           88 WS-TP-WARNED VALUE 'Y'.
       77 WS-TPX PIC 99 VALUE ZERO.
       COPY AUDITDAT.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 1100-CAPS-PARA
           IF WS-SEC-COUNT = ZERO
               DISPLAY 'NO CAPACITY CARDS - NO SEATS TO ALLOCATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-REGISTER-PARA
           PERFORM 1300-MASTER-PARA
           IF WS-SM-STAT NOT = 00
               STOP RUN
           END-IF
           OPEN INPUT ADMAPP
           IF WS-AP-FS NOT = 00
               DISPLAY 'APPLICATION FILE OPEN FAILED, FILE STATUS - '
                   WS-AP-FS
               CLOSE STUDMAST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-PARA
           CLOSE ADMAPP
           PERFORM 3000-RANK-PARA
           OPEN OUTPUT ADMWAIT
           OPEN OUTPUT OFFERS
           IF WS-OF-FS NOT = 00
               DISPLAY 'OFFER-LETTER FILE OPEN FAILED, FILE STATUS - '
                   WS-OF-FS
               CLOSE STUDMAST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-OPEN-EXTEND-PARA
           PERFORM 4000-ALLOCATE-PARA
           CLOSE ADMWAIT
           CLOSE OFFERS
           CLOSE GUARDIN
           CLOSE ADMREG
           CLOSE STUDMAST-FILE
           DISPLAY 'APPLICATIONS READ: ' WS-APPS-READ
               '  ALREADY ADMITTED: ' WS-ALREADY
               '  REJECTED: ' WS-REJECTS
           DISPLAY 'SEATS OFFERED: ' WS-OFFERED
               '  ADMITTED THIS RUN: ' WS-ADMITTED
               '  WAITING LIST: ' WS-WAITING
           DISPLAY 'LETTERS WRITTEN: ' WS-LTR-CNT
           MOVE 'ADMISSN' TO WS-AUDIT-PGM
           MOVE WS-APPS-READ TO WS-AUDIT-RECS-READ
           MOVE WS-ADMITTED TO WS-AUDIT-RECS-WRITTEN
           MOVE WS-SM-STAT TO WS-AUDIT-FS
           PERFORM AUDIT-WRITE-PARA
           IF WS-WAITING NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNSEATED NOT = ZERO
               DISPLAY 'CONFIRMED WITHOUT A SEAT: ' WS-UNSEATED
                   ' - LEFT ON THE WAITING LIST'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REJECTS NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NOT-ISSUED NOT = ZERO
               DISPLAY 'CONFIRMED BUT NOT ADMITTED (NO ID ISSUED): '
                   WS-NOT-ISSUED
               MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           MOVE 'ADMAPP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-AP-DSN FROM ENVIRONMENT-VALUE
           IF WS-AP-DSN = SPACES
               MOVE 'admapps.txt' TO WS-AP-DSN
           END-IF
           MOVE 'SECCAP_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CAP-DSN FROM ENVIRONMENT-VALUE
           IF WS-CAP-DSN = SPACES
               MOVE 'seccap.txt' TO WS-CAP-DSN
           END-IF
           MOVE 'ADMREG_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RG-DSN FROM ENVIRONMENT-VALUE
           IF WS-RG-DSN = SPACES
               MOVE 'admitted.txt' TO WS-RG-DSN
           END-IF
           MOVE 'ADMWAIT_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-WL-DSN FROM ENVIRONMENT-VALUE
           IF WS-WL-DSN = SPACES
               MOVE 'admwait.txt' TO WS-WL-DSN
           END-IF
           MOVE 'ADMOFFER_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-OF-DSN FROM ENVIRONMENT-VALUE
           IF WS-OF-DSN = SPACES
               MOVE 'admoffers.txt' TO WS-OF-DSN
           END-IF
           MOVE 'STUDMASTFILE_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SM-DSN FROM ENVIRONMENT-VALUE
           IF WS-SM-DSN = SPACES
               MOVE 'STUDMAST.dat' TO WS-SM-DSN
           END-IF
           MOVE 'GUARDIAN_DSN' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-GD-DSN FROM ENVIRONMENT-VALUE
           IF WS-GD-DSN = SPACES
               MOVE 'guardian.txt' TO WS-GD-DSN
           END-IF
           MOVE 'BRANCH_DEFAULT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DEF-BRANCH FROM ENVIRONMENT-VALUE
           IF WS-DEF-BRANCH = SPACES
               MOVE '01' TO WS-DEF-BRANCH
           END-IF
           MOVE 'ADMIT_NEXT_BASE' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BASE-IN FROM ENVIRONMENT-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
           MOVE WS-CURR-DT(1:8) TO WS-TODAY
           PERFORM AUDIT-ENV-PARA
           MOVE 'ADMISSN' TO WS-AUDIT-PGM
           PERFORM AUDIT-START-PARA.
       1100-CAPS-PARA.
      * Same capacity card SECALLOC deals the roster against
           OPEN INPUT SECCAP
           IF WS-CAP-FS NOT = 00
               DISPLAY 'CAPACITY CARD OPEN FAILED, FILE STATUS - '
                   WS-CAP-FS
           ELSE
               PERFORM UNTIL WS-CAP-FS NOT = 00
                   READ SECCAP
                   END-READ
                   IF WS-CAP-FS NOT = 10
                       IF WS-SEC-COUNT < 10
                           ADD 1 TO WS-SEC-COUNT
                           MOVE CAP-SEC TO WS-SEC-CODE(WS-SEC-COUNT)
                           MOVE CAP-MAX TO WS-SEC-MAX(WS-SEC-COUNT)
                           MOVE ZERO TO WS-SEC-USED(WS-SEC-COUNT)
                           MOVE ZERO TO WS-SEC-RANK(WS-SEC-COUNT)
                           MOVE ZERO TO WS-SEC-WAIT(WS-SEC-COUNT)
                       ELSE
                           DISPLAY 'SECTION TABLE FULL, SKIPPING '
                               CAP-SEC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SECCAP
           END-IF.
       1200-REGISTER-PARA.
      * Applicants admitted on an earlier run already hold their
      * seat; they are skipped and the seat counted as taken
           OPEN INPUT ADMREG
           IF WS-RG-FS NOT = 00
               DISPLAY 'NO ADMISSIONS REGISTER ON FILE - FIRST RUN '
                   'OF THE INTAKE'
           ELSE
               PERFORM UNTIL WS-RG-FS NOT = 00
                   READ ADMREG
                   END-READ
                   IF WS-RG-FS NOT = 10
                       IF WS-RG-COUNT < 999
                           ADD 1 TO WS-RG-COUNT
                           MOVE RG-APP-NO TO WS-RG-APP-NO(WS-RG-COUNT)
                       END-IF
                       MOVE RG-SEC TO CAP-SEC
                       PERFORM 1500-FIND-SEC-PARA
                       IF WS-MATCH-CX NOT = ZERO
                           ADD 1 TO WS-SEC-USED(WS-MATCH-CX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ADMREG
           END-IF.
       1300-MASTER-PARA.
      * New IDs continue above the highest STU-ID on the master
      * unless the office names the starting base
           OPEN I-O STUDMAST-FILE
           IF WS-SM-STAT NOT = 00
               DISPLAY 'STUDENT MASTER OPEN FAILED, FILE STATUS - '
                   WS-SM-STAT ' - NO ADMISSIONS POSSIBLE'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STUDMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SM-STU-ID > WS-HIGH-ID
                               MOVE SM-STU-ID TO WS-HIGH-ID
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 00 TO WS-SM-STAT
               COMPUTE WS-NEXT-BASE = WS-HIGH-ID / 10 + 1
               IF WS-BASE-IN NOT = SPACES
                   IF WS-BASE-IN IS NUMERIC
                       MOVE WS-BASE-IN TO WS-NEXT-BASE
                   ELSE
                       DISPLAY 'INVALID ADMIT_NEXT_BASE, IGNORED - '
                           WS-BASE-IN
                   END-IF
               END-IF
               IF WS-NEXT-BASE < 1000
                   MOVE 1000 TO WS-NEXT-BASE
               END-IF
               DISPLAY 'NEW STUDENT IDS FROM BASE ' WS-NEXT-BASE
           END-IF.
       1400-OPEN-EXTEND-PARA.
           OPEN EXTEND GUARDIN
           IF WS-GD-FS = 05 OR WS-GD-FS = 35
               OPEN OUTPUT GUARDIN
           END-IF
           OPEN EXTEND ADMREG
           IF WS-RG-FS = 05 OR WS-RG-FS = 35
               OPEN OUTPUT ADMREG
           END-IF.
       1500-FIND-SEC-PARA.
           MOVE ZERO TO WS-MATCH-CX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-SEC-COUNT OR WS-MATCH-CX NOT = ZERO
               IF WS-SEC-CODE(WS-CX) = CAP-SEC
                   MOVE WS-CX TO WS-MATCH-CX
               END-IF
           END-PERFORM.
       2000-LOAD-PARA.
           PERFORM UNTIL WS-AP-FS NOT = 00
               READ ADMAPP
               END-READ
               IF WS-AP-FS NOT = 10
                   ADD 1 TO WS-APPS-READ
                   PERFORM 2100-ONE-APP-PARA THRU 2199-ONE-APP-EXIT
               END-IF
           END-PERFORM.
       2100-ONE-APP-PARA.
           IF AP-NO NOT NUMERIC
               OR AP-SCORE1 NOT NUMERIC OR AP-SCORE2 NOT NUMERIC
               ADD 1 TO WS-REJECTS
               DISPLAY 'APPLICATION REJECTED - NUMBER OR SCORES NOT '
                   'NUMERIC: ' AP-NO ' ' AP-NAME
               GO TO 2199-ONE-APP-EXIT
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RG-COUNT
               IF WS-RG-APP-NO(WS-RX) = AP-NO
                   ADD 1 TO WS-ALREADY
                   GO TO 2199-ONE-APP-EXIT
               END-IF
           END-PERFORM
           MOVE AP-SEC TO CAP-SEC
           PERFORM 1500-FIND-SEC-PARA
           IF WS-MATCH-CX = ZERO
               ADD 1 TO WS-REJECTS
               DISPLAY 'APPLICATION ' AP-NO ' REJECTED - SECTION '
                   AP-SEC ' NOT ON THE CAPACITY CARD'
               GO TO 2199-ONE-APP-EXIT
           END-IF
           IF WS-APP-COUNT NOT < 999
               ADD 1 TO WS-REJECTS
               DISPLAY 'APPLICATION TABLE FULL, ' AP-NO ' SKIPPED'
               GO TO 2199-ONE-APP-EXIT
           END-IF
           ADD 1 TO WS-APP-COUNT
           MOVE AP-NO      TO WS-A-NO(WS-APP-COUNT)
           MOVE AP-NAME    TO WS-A-NAME(WS-APP-COUNT)
           MOVE AP-SEC     TO WS-A-SEC(WS-APP-COUNT)
           MOVE AP-SCORE1  TO WS-A-SCORE1(WS-APP-COUNT)
           MOVE AP-SCORE2  TO WS-A-SCORE2(WS-APP-COUNT)
           COMPUTE WS-A-TOTAL(WS-APP-COUNT) = AP-SCORE1 + AP-SCORE2
           MOVE AP-CONFIRM TO WS-A-CONFIRM(WS-APP-COUNT)
           MOVE AP-GNAME   TO WS-A-GNAME(WS-APP-COUNT)
           MOVE AP-GREL    TO WS-A-GREL(WS-APP-COUNT)
           MOVE AP-ADDR1   TO WS-A-ADDR1(WS-APP-COUNT)
           MOVE AP-ADDR2   TO WS-A-ADDR2(WS-APP-COUNT)
           MOVE AP-ADDR3   TO WS-A-ADDR3(WS-APP-COUNT)
           MOVE AP-PHONE   TO WS-A-PHONE(WS-APP-COUNT)
           MOVE ZERO       TO WS-A-RANK(WS-APP-COUNT)
           MOVE SPACE      TO WS-A-STATE(WS-APP-COUNT)
           MOVE ZERO       TO WS-A-UID(WS-APP-COUNT).
       2199-ONE-APP-EXIT.
           EXIT.
       3000-RANK-PARA.
      * Section, then combined score high to low, then the earlier
      * application number
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-APP-COUNT - WS-I
                   IF WS-A-SEC(WS-J) > WS-A-SEC(WS-J + 1)
                       OR (WS-A-SEC(WS-J) = WS-A-SEC(WS-J + 1)
                       AND WS-A-TOTAL(WS-J) < WS-A-TOTAL(WS-J + 1))
                       OR (WS-A-SEC(WS-J) = WS-A-SEC(WS-J + 1)
                       AND WS-A-TOTAL(WS-J) = WS-A-TOTAL(WS-J + 1)
                       AND WS-A-NO(WS-J) > WS-A-NO(WS-J + 1))
                       MOVE WS-APP-ENTRY(WS-J) TO WS-SWAP-ENTRY
                       MOVE WS-APP-ENTRY(WS-J + 1)
                           TO WS-APP-ENTRY(WS-J)
                       MOVE WS-SWAP-ENTRY TO WS-APP-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-APP-COUNT
               MOVE WS-A-SEC(WS-AX) TO CAP-SEC
               PERFORM 1500-FIND-SEC-PARA
               ADD 1 TO WS-SEC-RANK(WS-MATCH-CX)
               MOVE WS-SEC-RANK(WS-MATCH-CX) TO WS-A-RANK(WS-AX)
           END-PERFORM.
       4000-ALLOCATE-PARA.
      * Seats go down each section's ranking; the rest wait in rank
      * order for a seat to come free
           MOVE 'SEC POS  APPNO NAME                 SCORE CONFIRMED'
               TO WL-LINE
           WRITE WL-LINE
           PERFORM VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-APP-COUNT
               MOVE WS-A-SEC(WS-AX) TO CAP-SEC
               PERFORM 1500-FIND-SEC-PARA
               IF WS-SEC-USED(WS-MATCH-CX) < WS-SEC-MAX(WS-MATCH-CX)
                   ADD 1 TO WS-SEC-USED(WS-MATCH-CX)
                   ADD 1 TO WS-OFFERED
                   MOVE 'O' TO WS-A-STATE(WS-AX)
                   IF WS-A-CONFIRM(WS-AX) = 'Y'
                       PERFORM 5000-ADMIT-PARA THRU 5099-ADMIT-EXIT
                   END-IF
                   PERFORM 6000-LETTER-PARA
               ELSE
                   PERFORM 4100-WAIT-PARA
               END-IF
           END-PERFORM.
       4100-WAIT-PARA.
           MOVE 'W' TO WS-A-STATE(WS-AX)
           ADD 1 TO WS-WAITING
           ADD 1 TO WS-SEC-WAIT(WS-MATCH-CX)
           IF WS-A-CONFIRM(WS-AX) = 'Y'
               ADD 1 TO WS-UNSEATED
           END-IF
           MOVE SPACES TO WL-LINE
           STRING ' ' WS-A-SEC(WS-AX) '  ' WS-SEC-WAIT(WS-MATCH-CX)
               '  ' WS-A-NO(WS-AX) ' ' WS-A-NAME(WS-AX)
               ' ' WS-A-TOTAL(WS-AX) '  ' WS-A-CONFIRM(WS-AX)
               DELIMITED BY SIZE INTO WL-LINE
           WRITE WL-LINE.
       5000-ADMIT-PARA.
      * Confirmed seat - issue the ID, write the master and contact
      * records and record the admission
           PERFORM 5100-ISSUE-ID-PARA
           IF NOT WS-ID-FOUND
               ADD 1 TO WS-NOT-ISSUED
               DISPLAY 'NO STUDENT ID LEFT TO ISSUE - APPLICATION '
                   WS-A-NO(WS-AX) ' NOT ADMITTED'
               GO TO 5099-ADMIT-EXIT
           END-IF
           MOVE WS-NEW-ID        TO SM-STU-ID
           MOVE WS-A-NAME(WS-AX) TO SM-NAME
           MOVE WS-A-SEC(WS-AX)  TO SM-SECTION
           MOVE 'E'              TO SM-STATUS
           MOVE WS-DEF-BRANCH    TO SM-BRANCH
           WRITE SM-REC
               INVALID KEY
                   ADD 1 TO WS-NOT-ISSUED
                   DISPLAY 'STUDENT MASTER WRITE FAILED, FILE STATUS - '
                       WS-SM-STAT ' - APPLICATION ' WS-A-NO(WS-AX)
                   GO TO 5099-ADMIT-EXIT
           END-WRITE
           MOVE SPACES            TO GD-REC
           MOVE WS-NEW-ID         TO GD-UID
           MOVE WS-A-GNAME(WS-AX) TO GD-NAME
           MOVE WS-A-GREL(WS-AX)  TO GD-REL
           MOVE WS-A-ADDR1(WS-AX) TO GD-ADDR1
           MOVE WS-A-ADDR2(WS-AX) TO GD-ADDR2
           MOVE WS-A-ADDR3(WS-AX) TO GD-ADDR3
           MOVE WS-A-PHONE(WS-AX) TO GD-PHONE
           MOVE WS-DEF-BRANCH     TO GD-BRANCH
           WRITE GD-REC
           MOVE SPACES          TO RG-REC
           MOVE WS-A-NO(WS-AX)  TO RG-APP-NO
           MOVE WS-NEW-ID       TO RG-STU-ID
           MOVE WS-A-SEC(WS-AX) TO RG-SEC
           MOVE WS-TODAY        TO RG-DATE
           WRITE RG-REC
           MOVE 'A' TO WS-A-STATE(WS-AX)
           MOVE WS-NEW-ID TO WS-A-UID(WS-AX)
           ADD 1 TO WS-ADMITTED
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING 'ADMITTED APP ' WS-A-NO(WS-AX) ' AS ' WS-NEW-ID
               ' SEC ' WS-A-SEC(WS-AX)
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM AUDIT-EVENT-PARA.
       5099-ADMIT-EXIT.
           EXIT.
       5100-ISSUE-ID-PARA.
      * Bases with no valid check digit, or whose ID is already on
      * the master, are passed over
           MOVE 'N' TO WS-ID-SW
           PERFORM UNTIL WS-ID-FOUND OR WS-NEXT-BASE > 9999
               COMPUTE WS-IC-ID = WS-NEXT-BASE * 10
               MOVE 'A' TO WS-IC-FUNC
               CALL 'IDCHECK' USING WS-IC-FUNC WS-IC-ID WS-IC-STATUS
               ADD 1 TO WS-NEXT-BASE
               IF WS-IC-STATUS = 'Y'
                   MOVE WS-IC-ID TO SM-STU-ID
                   MOVE 'N' TO WS-FREE-SW
                   READ STUDMAST-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-FREE-SW
                   END-READ
                   IF WS-ID-FREE
                       MOVE WS-IC-ID TO WS-NEW-ID
                       MOVE 'Y' TO WS-ID-SW
                   END-IF
               END-IF
           END-PERFORM.
       6000-LETTER-PARA.
           ADD 1 TO WS-LTR-CNT
           IF WS-A-ADMITTED(WS-AX)
               MOVE 'ADMITTED' TO WS-STATE-TEXT
           ELSE
               MOVE 'OFFERED - PLEASE CONFIRM' TO WS-STATE-TEXT
           END-IF
           MOVE ALL '=' TO OF-LINE
           WRITE OF-LINE
           MOVE SPACES TO OF-LINE
           STRING WS-A-GNAME(WS-AX) ' (' WS-A-GREL(WS-AX) ')'
               DELIMITED BY SIZE INTO OF-LINE
           WRITE OF-LINE
           MOVE WS-A-ADDR1(WS-AX) TO OF-LINE
           WRITE OF-LINE
           MOVE WS-A-ADDR2(WS-AX) TO OF-LINE
           WRITE OF-LINE
           MOVE WS-A-ADDR3(WS-AX) TO OF-LINE
           WRITE OF-LINE
           PERFORM 6100-TEMPLATE-PARA
           IF WS-TP-STATUS = '00'
               PERFORM VARYING WS-TPX FROM 1 BY 1
                   UNTIL WS-TPX > WS-TP-OUT-COUNT
                   MOVE WS-TP-OUT-LINE(WS-TPX) TO OF-LINE
                   WRITE OF-LINE
               END-PERFORM
           ELSE
               PERFORM 6200-BUILTIN-BODY-PARA
           END-IF
           MOVE SPACES TO OF-LINE
           WRITE OF-LINE.
       6100-TEMPLATE-PARA.
           MOVE 'ADMOFFER' TO WS-TP-NAME
           MOVE ZERO TO WS-TP-TABLE-COUNT
           MOVE 7 TO WS-TP-TOKEN-COUNT
           MOVE 'APPNO'   TO WS-TP-TOKEN-NAME(1)
           MOVE WS-A-NO(WS-AX) TO WS-TP-TOKEN-VALUE(1)
           MOVE 'NAME'    TO WS-TP-TOKEN-NAME(2)
           MOVE WS-A-NAME(WS-AX) TO WS-TP-TOKEN-VALUE(2)
           MOVE 'SECTION' TO WS-TP-TOKEN-NAME(3)
           MOVE WS-A-SEC(WS-AX) TO WS-TP-TOKEN-VALUE(3)
           MOVE 'RANK'    TO WS-TP-TOKEN-NAME(4)
           MOVE WS-A-RANK(WS-AX) TO WS-TP-TOKEN-VALUE(4)
           MOVE 'SCORE'   TO WS-TP-TOKEN-NAME(5)
           MOVE WS-A-TOTAL(WS-AX) TO WS-TP-TOKEN-VALUE(5)
           MOVE 'STATUS'  TO WS-TP-TOKEN-NAME(6)
           MOVE WS-STATE-TEXT TO WS-TP-TOKEN-VALUE(6)
           MOVE 'STUID'   TO WS-TP-TOKEN-NAME(7)
           IF WS-A-ADMITTED(WS-AX)
               MOVE WS-A-UID(WS-AX) TO WS-TP-TOKEN-VALUE(7)
           ELSE
               MOVE 'ISSUED ON CONFIRMATION' TO WS-TP-TOKEN-VALUE(7)
           END-IF
           CALL 'LTRTMPL' USING WS-TP-NAME WS-TP-TOKENS
               WS-TP-TABLE WS-TP-OUT WS-TP-STATUS
           IF WS-TP-STATUS NOT = '00' AND NOT WS-TP-WARNED
               DISPLAY 'NO ADMOFFER TEMPLATE ON FILE (STATUS '
                   WS-TP-STATUS ') - BUILT-IN WORDING USED'
               MOVE 'Y' TO WS-TP-WARNED-SW
           END-IF.
       6200-BUILTIN-BODY-PARA.
           MOVE SPACES TO OF-LINE
           STRING 'ADMISSION - APPLICATION ' WS-A-NO(WS-AX)
               '  SECTION ' WS-A-SEC(WS-AX)
               DELIMITED BY SIZE INTO OF-LINE
           WRITE OF-LINE
           MOVE SPACES TO OF-LINE
           STRING 'APPLICANT: ' WS-A-NAME(WS-AX)
               DELIMITED BY SIZE INTO OF-LINE
           WRITE OF-LINE
           MOVE SPACES TO OF-LINE
           STRING 'ENTRANCE SCORE ' WS-A-TOTAL(WS-AX)
               ' - RANK ' WS-A-RANK(WS-AX) ' IN THE SECTION'
               DELIMITED BY SIZE INTO OF-LINE
           WRITE OF-LINE
           IF WS-A-ADMITTED(WS-AX)
               MOVE 'WE ARE PLEASED TO CONFIRM THE ADMISSION.'
                   TO OF-LINE
               WRITE OF-LINE
               MOVE SPACES TO OF-LINE
               STRING 'STUDENT ID: ' WS-A-UID(WS-AX)
                   DELIMITED BY SIZE INTO OF-LINE
               WRITE OF-LINE
           ELSE
               MOVE 'WE ARE PLEASED TO OFFER A SEAT IN THE SECTION.'
                   TO OF-LINE
               WRITE OF-LINE
               MOVE 'PLEASE CONFIRM WITH THE OFFICE TO COMPLETE THE'
                   TO OF-LINE
               WRITE OF-LINE
               MOVE 'ADMISSION; THE STUDENT ID IS ISSUED THEN.'
                   TO OF-LINE
               WRITE OF-LINE
           END-IF.
       COPY AUDITPARA.
       END PROGRAM ADMISSN.
