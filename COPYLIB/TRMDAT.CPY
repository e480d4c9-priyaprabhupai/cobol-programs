      ******************************************************************
      * Copybook: TRMDAT
      * Purpose : Working-storage for the term master lookups. A
      *           program PERFORMs TRM-ENV-PARA and TRM-LOAD-PARA once
      *           (see TRMPARA), then MOVEs a term code to
      *           WS-TRM-CODE and PERFORMs TRM-FIND-PARA: WS-TRM-FOUND
      *           says whether the term is on the master and, when it
      *           is, WS-TRM-X points at its table entry and
      *           WS-TRM-IS-OPEN says whether it still takes marks.
      *           WS-TRM-AVAIL is off when no master is on file, so a
      *           shop that has not keyed its terms yet runs as before.
      ******************************************************************
       01 WS-TRM-STAT    PIC 99.
       01 WS-TRM-DSN     PIC X(100) VALUE 'terms.txt'.
       01 WS-TRM-DSN-ENV PIC X(32)  VALUE 'TERMMAST_DSN'.
       01 WS-TRM-COUNT   PIC 99 VALUE ZERO.
       01 WS-TRM-X       PIC 99 VALUE ZERO.
       01 WS-TRM-TABLE.
           05 WS-TRM-ENTRY OCCURS 40 TIMES.
               10 WS-TRM-T-CODE  PIC XX.
               10 WS-TRM-T-YEAR  PIC 9(4).
               10 WS-TRM-T-START PIC 9(8).
               10 WS-TRM-T-END   PIC 9(8).
               10 WS-TRM-T-XFROM PIC 9(8).
               10 WS-TRM-T-XTO   PIC 9(8).
               10 WS-TRM-T-DUE   PIC 9(8).
               10 WS-TRM-T-STAT  PIC X.
       01 WS-TRM-CODE    PIC XX VALUE SPACES.
       01 WS-TRM-AVAIL-SW PIC X VALUE 'N'.
           88 WS-TRM-AVAIL VALUE 'Y'.
       01 WS-TRM-FOUND-SW PIC X VALUE 'N'.
           88 WS-TRM-FOUND VALUE 'Y'.
       01 WS-TRM-OPEN-SW  PIC X VALUE 'N'.
           88 WS-TRM-IS-OPEN VALUE 'Y'.
