      ******************************************************************
      * Copybook: ISSDAT
      * Purpose : Working-storage for the shared issued-output
      *           register. A program whose output carries results
      *           out of the office:
      *             - PERFORMs ISS-ENV-PARA once near the start;
      *             - MOVEs its PROGRAM-ID to WS-ISS-OUTPUT and the
      *               output file name to WS-ISS-FILE, then PERFORMs
      *               ISS-OPEN-PARA;
      *             - for every row the output carries, MOVEs the
      *               row to the WS-ISS-UID ... WS-ISS-RESULT fields
      *               (and its run ID to WS-ISS-RUNID when it has
      *               one) and PERFORMs ISS-LOG-PARA;
      *             - PERFORMs ISS-CLOSE-PARA when the output is
      *               complete.
      *           The date defaults to today and the run ID to the
      *           chain's RUN_ID variable. REISSUE reads the
      *           register to find documents showing a superseded
      *           figure.
      ******************************************************************
       01 WS-ISS-STAT     PIC 99.
       01 WS-ISS-DSN      PIC X(100) VALUE 'issuereg.txt'.
       01 WS-ISS-DSN-ENV  PIC X(32)  VALUE 'ISSUEREG_DSN'.
       01 WS-ISS-OPEN-SW  PIC X      VALUE 'N'.
           88 WS-ISS-OPEN VALUE 'Y'.
       01 WS-ISS-OUTPUT   PIC X(8)   VALUE SPACES.
       01 WS-ISS-FILE     PIC X(30)  VALUE SPACES.
       01 WS-ISS-DATE     PIC 9(8)   VALUE ZERO.
       01 WS-ISS-RUNID    PIC 9(6)   VALUE ZERO.
       01 WS-ISS-RUN-DFLT PIC 9(6)   VALUE ZERO.
       01 WS-ISS-UID      PIC 9(5)   VALUE ZERO.
       01 WS-ISS-SUBJ     PIC XX     VALUE SPACES.
       01 WS-ISS-SEC      PIC X      VALUE SPACE.
       01 WS-ISS-TERM     PIC XX     VALUE SPACES.
       01 WS-ISS-MARKS    PIC 999    VALUE ZERO.
       01 WS-ISS-GRADE    PIC X      VALUE SPACE.
       01 WS-ISS-RESULT   PIC X(4)   VALUE SPACES.
       01 WS-ISS-COUNT    PIC 9(6)   VALUE ZERO.
       01 WS-ISS-RID-IN   PIC X(6).
       01 WS-ISS-CURR     PIC X(21).
