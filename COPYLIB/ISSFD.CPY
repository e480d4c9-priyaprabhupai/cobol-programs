      ******************************************************************
      * Copybook: ISSFD
      * Purpose : FD for the shared issued-output register. One
      *           record per student-subject-term row an outward-
      *           facing output carried when it was produced: the
      *           program that issued it (RPTCARD, CSVEXPRT,
      *           BOARDSUB, RESMAST), the output file, the date and
      *           run ID, and the marks, grade and result the row
      *           showed - the figure that went out, which REISSUE
      *           compares with the results as they stand now.
      ******************************************************************
       FD ISS-REG.
       01 ISS-REC.
           05 IR-OUTPUT PIC X(8).
           05 FILLER    PIC X.
           05 IR-FILE   PIC X(30).
           05 FILLER    PIC X.
           05 IR-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 IR-RUNID  PIC 9(6).
           05 FILLER    PIC X.
           05 IR-UID    PIC 9(5).
           05 FILLER    PIC X.
           05 IR-SUBJ   PIC XX.
           05 FILLER    PIC X.
           05 IR-SEC    PIC X.
           05 FILLER    PIC X.
           05 IR-TERM   PIC XX.
           05 FILLER    PIC X.
           05 IR-MARKS  PIC 999.
           05 FILLER    PIC X.
           05 IR-GRADE  PIC X.
           05 FILLER    PIC X.
           05 IR-RESULT PIC X(4).
