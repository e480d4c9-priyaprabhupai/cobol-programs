      *     shared LOCKMGR registry and stops with a held-by
      *     message instead of unloading under an open menu
      *     session. See LOCKUTIL for stale locks.
      *   - Record layouts widened with the pay grade and step
      *     (49 to 53 bytes); backups taken before the change
      *     reload as not yet graded (grade and step blank).
      *   - Record layouts widened with the separation status and
      *     last working day (53 to 62 bytes); older backups reload
      *     as active staff. The EMPSEPR separation is logged on the
      *     audit trail as action S and unloads like any update.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBKUP.
           05 EMP-NAME PIC X(20).
           05 EMP-HIREDT PIC X(8).
           05 EMP-SUPER PIC 9(5).
           05 EMP-GRADE PIC X(2).
           05 EMP-STEP  PIC 99.
           05 EMP-STATUS PIC X.
               88 EMP-SEPARATED VALUE 'S'.
           05 EMP-LWD   PIC X(8).
       FD BACKUP-FILE.
       01 BKP-REC.
           05 BKP-ID   PIC 9(5).
           05 BKP-NAME PIC X(20).
           05 BKP-HIREDT PIC X(8).
           05 BKP-SUPER PIC 9(5).
           05 BKP-GRADE PIC X(2).
           05 BKP-STEP  PIC 99.
           05 BKP-STATUS PIC X.
           05 BKP-LWD   PIC X(8).
       FD BKPCTL.
       01 CTL-REC.
           05 CTL-TS   PIC X(19).
       FD DELTAS.
       01 DLT-REC.
           05 DLT-ACTION PIC X.
           05 DLT-IMAGE  PIC X(62).
           05 DLT-IMAGE-RED REDEFINES DLT-IMAGE.
               10 DLT-ID   PIC 9(5).
               10 FILLER   PIC X(57).
       FD DLIST.
       01 DLIST-REC PIC X(100).
       FD EMPAUDIT-FILE.
           05 FILLER     PIC X.
           05 AUD-ID     PIC 9(5).
           05 AUD-TAG-B  PIC X(2).
           05 AUD-BEFORE PIC X(62).
           05 AUD-TAG-A  PIC X(2).
           05 AUD-AFTER  PIC X(62).
       WORKING-STORAGE SECTION.
       COPY LOCKDAT.
       01 WS-STAT     PIC 99.
       01 WS-BKP-CNT  PIC 9(6) VALUE ZERO.
       01 WS-MAST-SUM PIC 9(12) VALUE ZERO.
       01 WS-BKP-SUM  PIC 9(12) VALUE ZERO.
       01 WS-SUM-REC  PIC X(62).
       01 WS-REC-SUM  PIC 9(8).
       01 WS-SUM-X    PIC 99.
       01 WS-EOF-SW   PIC X VALUE 'N'.
      * a reload that garbles any field - not just the key - fails
      * the verify comparison
           MOVE ZERO TO WS-REC-SUM
           PERFORM VARYING WS-SUM-X FROM 1 BY 1 UNTIL WS-SUM-X > 62
               COMPUTE WS-REC-SUM = WS-REC-SUM
                   + FUNCTION ORD(WS-SUM-REC(WS-SUM-X:1)) * WS-SUM-X
           END-PERFORM.
