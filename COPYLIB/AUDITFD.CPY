      ******************************************************************
      * Copybook: AUDITFD
      * Purpose : FD for the shared AUDIT-LOG file. See AUDITSEL.
      *           The line itself is AUDIT-LOG-TEXT; AUDITPARA seals
      *           every line it writes with a sequence number and a
      *           digest taken over the previous line's digest and
      *           this line (AUDIT-LOG-CHAIN, from column 101), which
      *           AUDITCHK walks to prove no line was altered or
      *           removed. Lines written before the chain began have
      *           spaces there.
      ******************************************************************
       FD AUDIT-LOG.
       01 AUDIT-LOG-REC.
           05 AUDIT-LOG-TEXT        PIC X(100).
           05 AUDIT-LOG-CHAIN.
               10 AUDIT-LOG-SEQ-TAG PIC X(5).
               10 AUDIT-LOG-SEQ     PIC 9(8).
               10 AUDIT-LOG-DIG-TAG PIC X(5).
               10 AUDIT-LOG-DIG     PIC 9(9).
