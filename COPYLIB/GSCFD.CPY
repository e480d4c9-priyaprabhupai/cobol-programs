      ******************************************************************
      * Copybook: GSCFD
      * Purpose : FD for the grade-scale reference master. See GSCSEL.
      *           One record per band: the term the scale takes effect
      *           from, the lowest mark in the band, the letter and
      *           the grade points. A scale is every band with the
      *           same effective term; a new scale is added with a
      *           later effective term, never by editing the old one.
      ******************************************************************
       FD GSC-FILE.
       01 GSC-REC.
           05 GSC-FROM-TERM PIC XX.
           05 FILLER        PIC X.
           05 GSC-LOW       PIC 999.
           05 FILLER        PIC X.
           05 GSC-LETTER    PIC X.
           05 FILLER        PIC X.
           05 GSC-POINTS    PIC 9.
