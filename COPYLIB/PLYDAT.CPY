      ******************************************************************
      * Copybook: PLYDAT
      * Purpose : Working-storage for the player master lookups. A
      *           program PERFORMs PLY-ENV-PARA and PLY-LOAD-PARA once
      *           (see PLYPARA), then MOVEs a player ID to WS-PLY-ID
      *           and PERFORMs PLY-FIND-PARA: WS-PLY-FOUND says whether
      *           the player is on the master and, when it is,
      *           WS-PLY-X points at the table entry. WS-PLY-IS-REG
      *           says whether the registration is active and in date
      *           on WS-PLY-RUN-DT (today unless the caller sets it
      *           after the load); when it is not, WS-PLY-REASON
      *           carries the reject reason. WS-PLY-AVAIL is off when
      *           no master is on file, so a shop that has not keyed
      *           its players yet runs as before.
      ******************************************************************
       01 WS-PLY-STAT    PIC 99.
       01 WS-PLY-DSN     PIC X(100) VALUE 'players.txt'.
       01 WS-PLY-DSN-ENV PIC X(32)  VALUE 'PLAYMAST_DSN'.
       01 WS-PLY-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-PLY-X       PIC 9(4) VALUE ZERO.
       01 WS-PLY-TABLE.
           05 WS-PLY-ENTRY OCCURS 999 TIMES.
               10 WS-PLY-T-ID     PIC 9(5).
               10 WS-PLY-T-NAME   PIC X(20).
               10 WS-PLY-T-CLUB   PIC X(15).
               10 WS-PLY-T-CAT    PIC X(3).
               10 WS-PLY-T-STAT   PIC X.
               10 WS-PLY-T-EXPIRY PIC 9(8).
       01 WS-PLY-ID      PIC 9(5) VALUE ZERO.
       01 WS-PLY-RUN-DT  PIC 9(8) VALUE ZERO.
       01 WS-PLY-REASON  PIC X(20) VALUE SPACES.
       01 WS-PLY-AVAIL-SW PIC X VALUE 'N'.
           88 WS-PLY-AVAIL VALUE 'Y'.
       01 WS-PLY-FOUND-SW PIC X VALUE 'N'.
           88 WS-PLY-FOUND VALUE 'Y'.
       01 WS-PLY-REG-SW   PIC X VALUE 'N'.
           88 WS-PLY-IS-REG VALUE 'Y'.
