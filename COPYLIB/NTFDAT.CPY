      ******************************************************************
      * Copybook: NTFDAT
      * Purpose : Working-storage for raising parent notifications. A
      *           program PERFORMs NTF-ENV-PARA once (see NTFPARA) and
      *           MOVEs its PROGRAM-ID to WS-NTF-PGM; for each event
      *           it MOVEs the type, STU-ID (zero for every guardian)
      *           and detail text to WS-NTF-TYPE, WS-NTF-UID and
      *           WS-NTF-TEXT and PERFORMs NTF-EVENT-PARA. The event
      *           date is the run date, or NOTIFY_DATE when the run is
      *           for an earlier day's work.
      ******************************************************************
       01 WS-NTF-STAT     PIC 99.
       01 WS-NTF-DSN      PIC X(100) VALUE 'notifyq.txt'.
       01 WS-NTF-DSN-ENV  PIC X(32)  VALUE 'NOTIFYQ_DSN'.
       01 WS-NTF-DT-ENV   PIC X(32)  VALUE 'NOTIFY_DATE'.
       01 WS-NTF-DT-IN    PIC X(8)   VALUE SPACES.
       01 WS-NTF-CURR-DT  PIC X(21).
       01 WS-NTF-TODAY    PIC 9(8)   VALUE ZERO.
       01 WS-NTF-PGM      PIC X(8)   VALUE SPACES.
       01 WS-NTF-TYPE     PIC XX     VALUE SPACES.
       01 WS-NTF-UID      PIC 9(5)   VALUE ZERO.
       01 WS-NTF-TEXT     PIC X(30)  VALUE SPACES.
       01 WS-NTF-CNT      PIC 9(5)   VALUE ZERO.
