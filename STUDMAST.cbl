      *     sign-on: updates and adds need update authority,
      *     lookups run at any level. A site with no operator file
      *     yet runs open until OPERMNT provisions one.
      *   - STU-MAST-REC now ends with the student's branch (campus)
      *     code STU-BRANCH. Lookup shows it and an add asks for it
      *     (blank takes BRANCH_DEFAULT, default 01); an update
      *     leaves it alone - a student changes campus only through
      *     the effective-dated STUXFER transfer run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMAST.
           05 STU-STATUS  PIC X.
               88 STU-ENROLLED  VALUE 'E'.
               88 STU-WITHDRAWN VALUE 'W'.
           05 STU-BRANCH  PIC XX.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       01 WS-STAT PIC 99.
       01 WS-NEW-NAME    PIC X(20).
       01 WS-NEW-SECTION PIC X.
       01 WS-NEW-STATUS  PIC X.
       01 WS-DEF-BRANCH  PIC XX VALUE '01'.
       77 WS-CKD-SW    PIC X VALUE 'N'.
           88 WS-CKD-ON VALUE 'Y'.
      * IDCHECK call interface (see COPYLIB/IDCHECK.cbl)
           END-IF
           MOVE 'ID_CHECKDIGIT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CKD-SW FROM ENVIRONMENT-VALUE
           MOVE 'BRANCH_DEFAULT' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-DEF-BRANCH FROM ENVIRONMENT-VALUE
           IF WS-DEF-BRANCH = SPACES
               MOVE '01' TO WS-DEF-BRANCH
           END-IF.
       2000-MENU-PARA.
           DISPLAY '========== STUDENT MASTER FILE =========='
           DISPLAY '1 - LOOKUP STUDENT BY ID'
               NOT INVALID KEY
                   DISPLAY 'ID: ' STU-ID '  SECTION: ' STU-SECTION
                       '  STATUS: ' STU-STATUS
                       '  BRANCH: ' STU-BRANCH
                   DISPLAY 'NAME: ' STU-NAME
           END-READ.
       4000-UPDATE-PARA.
           ACCEPT STU-SECTION
           DISPLAY 'ENTER STATUS (E/W):'
           ACCEPT STU-STATUS
           DISPLAY 'ENTER BRANCH (2 CHARS, BLANK = ' WS-DEF-BRANCH
               '):'
           ACCEPT STU-BRANCH
           IF STU-BRANCH = SPACES
               MOVE WS-DEF-BRANCH TO STU-BRANCH
           END-IF
           WRITE STU-MAST-REC
               INVALID KEY
                   DISPLAY 'STUDENT ' WS-SEARCH-ID
