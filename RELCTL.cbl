      *     register is RELREG_DSN (default relreg.txt, append
      *     only); the audit entry goes through the shared
      *     AUDIT-EVENT-PARA.
      *   - A release now also queues a results-released SMS for
      *     every guardian on the parent notification queue (shared
      *     NTFSEL/NTFFD/NTFDAT/NTFPARA copybooks, STU-ID zero) that
      *     SMSQUEUE drains.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCTL.
       FILE-CONTROL.
           COPY RELSEL.
           COPY AUDITSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY RELFD.
       COPY AUDITFD.
       COPY NTFFD.
       WORKING-STORAGE SECTION.
       COPY RELDAT.
       COPY AUDITDAT.
       COPY NTFDAT.
       77 WS-ENV-NAME PIC X(20).
       77 WS-MODE     PIC X VALUE 'L'.
       77 WS-IN-TERM  PIC XX.
                       WS-IN-RUNID ' BY ' WS-IN-REV
                       DELIMITED BY SIZE INTO WS-AUDIT-EVENT
                   PERFORM AUDIT-EVENT-PARA
                   PERFORM NTF-ENV-PARA
                   MOVE 'RELCTL' TO WS-NTF-PGM
                   MOVE 'RR' TO WS-NTF-TYPE
                   MOVE ZERO TO WS-NTF-UID
                   MOVE SPACES TO WS-NTF-TEXT
                   STRING 'TERM ' WS-IN-TERM ' RESULTS RELEASED'
                       DELIMITED BY SIZE INTO WS-NTF-TEXT
                   PERFORM NTF-EVENT-PARA
                   DISPLAY 'TERM ' WS-IN-TERM ' RUN ' WS-IN-RUNID
                       ' RELEASED BY ' WS-IN-REV
               END-IF
           END-IF.
       COPY RELPARA.
       COPY AUDITPARA.
       COPY NTFPARA.
       END PROGRAM RELCTL.
