      ******************************************************************
      * Copybook: NTFFD
      * Purpose : FD for the parent notification queue. See NTFSEL.
      *           Event types: AB absent today (ATTEND), FD fee dues
      *           past the threshold (FEELEDGR), RR results released
      *           (RELCTL), FL fail-warning letter posted (FAILLTR).
      *           NTF-UID zero addresses every guardian on file (a
      *           release is news for the whole school); NTF-TEXT is
      *           the event detail quoted in the message.
      ******************************************************************
       FD NTF-FILE.
       01 NTF-REC.
           05 NTF-TYPE      PIC XX.
           05 FILLER        PIC X.
           05 NTF-UID       PIC 9(5).
           05 FILLER        PIC X.
           05 NTF-DATE      PIC 9(8).
           05 FILLER        PIC X.
           05 NTF-PGM       PIC X(8).
           05 FILLER        PIC X.
           05 NTF-TEXT      PIC X(30).
