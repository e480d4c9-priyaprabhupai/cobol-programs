      ******************************************************************
      * Copybook: HLDDAT
      * Purpose : Working-storage for the result hold lookups. A
      *           program PERFORMs HLD-ENV-PARA and HLD-LOAD-PARA once
      *           (see HLDPARA), then for each student MOVEs the
      *           STU-ID to WS-HLD-UID and the term to WS-HLD-TERM
      *           and PERFORMs HLD-CHECK-PARA:
      *             - WS-HLD-ON-HOLD says a hold is in force, with
      *               its reason and placer in WS-HLD-REASON-OUT and
      *               WS-HLD-BY-OUT and its table entry in WS-HLD-X;
      *             - WS-HLD-ISSUABLE says the student's outputs may
      *               go out on this run. On an ordinary run that is
      *               every student not on hold; on a catch-up run
      *               (HOLD_CATCHUP set to a YYYYMMDD date, loaded to
      *               WS-HLD-CATCHUP) it is only the students whose
      *               hold for the term was lifted on or after that
      *               date, so the run issues what the hold kept
      *               back and nothing twice.
      *           A held student is logged with HLD-EXC-PARA, which
      *           appends WS-HLD-PGM, the hold and WS-HLD-ACTION to the
      *           exceptions list. WS-HLD-AVAIL is off when there is
      *           no register on file, so nobody is held.
      ******************************************************************
       01 WS-HLD-STAT     PIC 99.
       01 WS-HLD-EXC-STAT PIC 99.
       01 WS-HLD-DSN      PIC X(100) VALUE 'holdreg.txt'.
       01 WS-HLD-DSN-ENV  PIC X(32)  VALUE 'HOLDREG_DSN'.
       01 WS-HLD-EXC-DSN  PIC X(100) VALUE 'holdexc.txt'.
       01 WS-HLD-EXC-ENV  PIC X(32)  VALUE 'HOLDEXC_DSN'.
       01 WS-HLD-CU-ENV   PIC X(32)  VALUE 'HOLD_CATCHUP'.
       01 WS-HLD-CU-IN    PIC X(8)   VALUE SPACES.
       01 WS-HLD-CATCHUP  PIC 9(8)   VALUE ZERO.
           88 WS-HLD-CATCHUP-RUN VALUE 1 THRU 99999999.
       01 WS-HLD-CURR-DT  PIC X(21).
       01 WS-HLD-TODAY    PIC 9(8)   VALUE ZERO.
       01 WS-HLD-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-HLD-X        PIC 9(4) VALUE ZERO.
       01 WS-HLD-SX       PIC 9(4) VALUE ZERO.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 999 TIMES.
               10 WS-HLD-T-UID    PIC 9(5).
               10 WS-HLD-T-TERM   PIC XX.
               10 WS-HLD-T-REASON PIC XX.
               10 WS-HLD-T-BY     PIC X(10).
               10 WS-HLD-T-PLACED PIC 9(8).
               10 WS-HLD-T-LIFTED PIC 9(8).
               10 WS-HLD-T-LBY    PIC X(10).
       01 WS-HLD-UID        PIC 9(5) VALUE ZERO.
       01 WS-HLD-TERM       PIC XX VALUE SPACES.
       01 WS-HLD-REASON-OUT PIC XX VALUE SPACES.
       01 WS-HLD-BY-OUT     PIC X(10) VALUE SPACES.
       01 WS-HLD-PGM        PIC X(8) VALUE SPACES.
       01 WS-HLD-ACTION     PIC X(30) VALUE SPACES.
       01 WS-HLD-EXC-CNT    PIC 9(4) VALUE ZERO.
       01 WS-HLD-AVAIL-SW   PIC X VALUE 'N'.
           88 WS-HLD-AVAIL VALUE 'Y'.
       01 WS-HLD-HELD-SW    PIC X VALUE 'N'.
           88 WS-HLD-ON-HOLD VALUE 'Y'.
       01 WS-HLD-ISSUE-SW   PIC X VALUE 'Y'.
           88 WS-HLD-ISSUABLE VALUE 'Y'.
