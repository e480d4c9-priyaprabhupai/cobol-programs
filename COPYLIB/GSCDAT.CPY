      ******************************************************************
      * Copybook: GSCDAT
      * Purpose : Working-storage for the grade-scale lookups. A
      *           program PERFORMs GSC-ENV-PARA and GSC-LOAD-PARA once
      *           (see GSCPARA), then for each row MOVEs the row's
      *           term to WS-GSC-TERM and either the marks to
      *           WS-GSC-MARKS and PERFORMs GSC-GRADE-PARA (letter
      *           back in WS-GSC-GRADE), or the letter to
      *           WS-GSC-LETTER-IN and PERFORMs GSC-POINTS-PARA
      *           (points back in WS-GSC-POINTS). The scale used is the
      *           one with the latest effective term not after the
      *           row's term, so a term graded under an older scale
      *           keeps reporting under it. No master on file means
      *           the long-standing A 90 / B 75 / C 60 / D 40 / F,
      *           4 to 0 scale, with a warning.
      ******************************************************************
       01 WS-GSC-STAT    PIC 99.
       01 WS-GSC-DSN     PIC X(100) VALUE 'gradescale.txt'.
       01 WS-GSC-DSN-ENV PIC X(32)  VALUE 'GRADESCL_DSN'.
       01 WS-GSC-COUNT   PIC 99 VALUE ZERO.
       01 WS-GSC-X       PIC 99 VALUE ZERO.
       01 WS-GSC-TABLE.
           05 WS-GSC-ENTRY OCCURS 60 TIMES.
               10 WS-GSC-FROM   PIC XX.
               10 WS-GSC-LOW    PIC 999.
               10 WS-GSC-LET    PIC X.
               10 WS-GSC-PTS    PIC 9.
       01 WS-GSC-TERM      PIC XX VALUE SPACES.
       01 WS-GSC-MARKS     PIC 999 VALUE ZERO.
       01 WS-GSC-LETTER-IN PIC X VALUE SPACE.
       01 WS-GSC-GRADE     PIC X VALUE SPACE.
       01 WS-GSC-POINTS    PIC 9 VALUE ZERO.
       01 WS-GSC-EFF       PIC XX VALUE SPACES.
       01 WS-GSC-BEST-LOW  PIC 999 VALUE ZERO.
       01 WS-GSC-EFF-SW    PIC X VALUE 'N'.
           88 WS-GSC-EFF-FOUND VALUE 'Y'.
       01 WS-GSC-BAND-SW   PIC X VALUE 'N'.
           88 WS-GSC-BAND-FOUND VALUE 'Y'.
