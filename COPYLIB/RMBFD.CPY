      ******************************************************************
      * Copybook: RMBFD
      * Purpose : FD for the results master before-image log. See
      *           RMBSEL. One record per master row a load touched
      *           for the first time under its run ID: the loading
      *           run, the date, and
      *             A  the row was added - nothing stood there before
      *             B  the row was refreshed - RB-IMAGE is the whole
      *                RM-REC as it stood before the refresh
      ******************************************************************
       FD RMB-LOG.
       01 RB-REC.
           05 RB-RUNID  PIC 9(6).
           05 FILLER    PIC X.
           05 RB-DATE   PIC 9(8).
           05 FILLER    PIC X.
           05 RB-TYPE   PIC X.
               88 RB-ADDED     VALUE 'A'.
               88 RB-BEFORE    VALUE 'B'.
           05 FILLER    PIC X.
           05 RB-IMAGE.
               10 RB-KEY    PIC X(9).
               10 RB-DATA   PIC X(15).
