      ******************************************************************
      * Program : PLAYMNT
      * Purpose : Maintenance front end for the player registration
      *           master (PLAYMAST_DSN, default players.txt), in the
      *           TERMMNT menu style: list the players, register a
      *           new one with name, club, category and registration
      *           expiry, change a player's name, club or category,
      *           renew a registration to a new expiry, and lapse,
      *           withdraw or reinstate a player. FINDSCORE reads the
      *           master through the shared PLYSEL/PLYFD/PLYDAT/
      *           PLYPARA copybooks and rejects scores for players who
      *           are not registered and in date.
      * Modification History:
      *   - Written new with the player master. The whole file is
      *     loaded to the table at start and rewritten at exit only
      *     when something changed; changes need update authority
      *     through the shared SIGNON front end, the list runs at
      *     any level.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLYSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY PLYFD.
       WORKING-STORAGE SECTION.
       COPY SIGNDAT.
       COPY PLYDAT.
       77 WS-CHOICE    PIC 9 VALUE 0.
       77 WS-PX        PIC 9(4) VALUE ZERO.
       01 WS-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01 WS-IN-ID     PIC X(5).
       01 WS-IN-NAME   PIC X(20).
       01 WS-IN-CLUB   PIC X(15).
       01 WS-IN-CAT    PIC X(3).
       01 WS-IN-DATE   PIC X(8).
       01 WS-IN-STAT   PIC X.
       01 WS-NEW-ID    PIC 9(5) VALUE ZERO.
      * DATEVAL call interface (see COPYLIB/DATEVAL.cbl)
       01 WS-DV-FUNC   PIC X VALUE '8'.
       01 WS-DV-IN     PIC X(8).
       01 WS-DV-STATUS PIC X.
           88 WS-DATE-OK VALUE 'Y'.
       01 WS-DV-OUT    PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM SIGNON-PARA
           IF NOT WS-SO-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               MOVE 9 TO WS-CHOICE
           END-IF
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM 2000-MENU-PARA
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 3000-LIST-PARA
                   WHEN 2
                       IF WS-SO-CAN-UPDATE
                           PERFORM 4000-ADD-PARA THRU 4999-ADD-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 3
                       IF WS-SO-CAN-UPDATE
                           PERFORM 5000-CHANGE-PARA
                               THRU 5999-CHANGE-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 4
                       IF WS-SO-CAN-UPDATE
                           PERFORM 6000-RENEW-PARA THRU 6999-RENEW-EXIT
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 5
                       IF WS-SO-CAN-UPDATE
                           PERFORM 7000-STATUS-PARA
                       ELSE
                           DISPLAY 'AUTHORITY LEVEL ' WS-SO-AUTH
                               ' IS INQUIRE-ONLY'
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           IF WS-CHANGED
               PERFORM 8000-SAVE-PARA
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           PERFORM PLY-ENV-PARA
           PERFORM PLY-LOAD-PARA
           IF NOT WS-PLY-AVAIL
               DISPLAY 'STARTING EMPTY'
           END-IF
           DISPLAY WS-PLY-COUNT ' PLAYERS LOADED'.
       2000-MENU-PARA.
           DISPLAY '======= PLAYER REGISTRATION MAINTENANCE ======='
           DISPLAY '1 - LIST PLAYERS'
           DISPLAY '2 - REGISTER A PLAYER'
           DISPLAY '3 - CHANGE NAME, CLUB OR CATEGORY'
           DISPLAY '4 - RENEW A REGISTRATION'
           DISPLAY '5 - LAPSE, WITHDRAW OR REINSTATE A PLAYER'
           DISPLAY '9 - EXIT (SAVES CHANGES)'
           DISPLAY 'ENTER SELECTION NUMBER:'
           ACCEPT WS-CHOICE.
       3000-LIST-PARA.
      * An active registration already past its expiry is flagged so
      * the desk can chase the renewal before the next round
           IF WS-PLY-COUNT = ZERO
               DISPLAY '(NO PLAYERS ON FILE)'
           ELSE
               DISPLAY 'ID    NAME                 CLUB            '
                   'CAT S EXPIRY'
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PLY-COUNT
                   IF WS-PLY-T-STAT(WS-PX) = 'A'
                       AND WS-PLY-T-EXPIRY(WS-PX) < WS-PLY-RUN-DT
                       DISPLAY WS-PLY-T-ID(WS-PX) ' '
                           WS-PLY-T-NAME(WS-PX) ' '
                           WS-PLY-T-CLUB(WS-PX) ' '
                           WS-PLY-T-CAT(WS-PX) ' '
                           WS-PLY-T-STAT(WS-PX) ' '
                           WS-PLY-T-EXPIRY(WS-PX) ' EXPIRED'
                   ELSE
                       DISPLAY WS-PLY-T-ID(WS-PX) ' '
                           WS-PLY-T-NAME(WS-PX) ' '
                           WS-PLY-T-CLUB(WS-PX) ' '
                           WS-PLY-T-CAT(WS-PX) ' '
                           WS-PLY-T-STAT(WS-PX) ' '
                           WS-PLY-T-EXPIRY(WS-PX)
                   END-IF
               END-PERFORM
           END-IF.
       4000-ADD-PARA.
           DISPLAY 'PLAYER ID (5 DIGITS):'
           ACCEPT WS-IN-ID
           IF WS-IN-ID IS NOT NUMERIC OR WS-IN-ID = '00000'
               DISPLAY 'PLAYER ID MUST BE 5 DIGITS - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           MOVE WS-IN-ID TO WS-NEW-ID
           MOVE WS-NEW-ID TO WS-PLY-ID
           PERFORM PLY-FIND-PARA
           IF WS-PLY-FOUND
               DISPLAY 'PLAYER ' WS-NEW-ID ' IS ALREADY ON FILE - '
                   WS-PLY-T-NAME(WS-PLY-X)
               GO TO 4999-ADD-EXIT
           END-IF
           IF WS-PLY-COUNT >= 999
               DISPLAY 'PLAYER TABLE FULL - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'PLAYER NAME:'
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               DISPLAY 'PLAYER NAME REQUIRED - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'CLUB:'
           ACCEPT WS-IN-CLUB
           IF WS-IN-CLUB = SPACES
               DISPLAY 'CLUB REQUIRED - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'CATEGORY (E.G. SNR, U18, VET):'
           ACCEPT WS-IN-CAT
           IF WS-IN-CAT = SPACES
               DISPLAY 'CATEGORY REQUIRED - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           DISPLAY 'REGISTRATION EXPIRY (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           IF WS-DV-OUT < WS-PLY-RUN-DT
               DISPLAY 'REGISTRATION WOULD ALREADY BE EXPIRED - '
                   'NOT ADDED'
               GO TO 4999-ADD-EXIT
           END-IF
           ADD 1 TO WS-PLY-COUNT
           MOVE WS-NEW-ID  TO WS-PLY-T-ID(WS-PLY-COUNT)
           MOVE WS-IN-NAME TO WS-PLY-T-NAME(WS-PLY-COUNT)
           MOVE WS-IN-CLUB TO WS-PLY-T-CLUB(WS-PLY-COUNT)
           MOVE WS-IN-CAT  TO WS-PLY-T-CAT(WS-PLY-COUNT)
           MOVE 'A'        TO WS-PLY-T-STAT(WS-PLY-COUNT)
           MOVE WS-DV-OUT  TO WS-PLY-T-EXPIRY(WS-PLY-COUNT)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'PLAYER ' WS-NEW-ID ' REGISTERED TO ' WS-DV-OUT.
       4999-ADD-EXIT.
           EXIT.
       5000-CHANGE-PARA.
      * Each field is offered with its current value kept on a blank
           DISPLAY 'PLAYER ID TO CHANGE:'
           ACCEPT WS-IN-ID
           IF WS-IN-ID IS NOT NUMERIC
               DISPLAY 'PLAYER ID MUST BE 5 DIGITS'
               GO TO 5999-CHANGE-EXIT
           END-IF
           MOVE WS-IN-ID TO WS-PLY-ID
           PERFORM PLY-FIND-PARA
           IF NOT WS-PLY-FOUND
               DISPLAY 'NO PLAYER ' WS-IN-ID ' ON FILE'
               GO TO 5999-CHANGE-EXIT
           END-IF
           DISPLAY 'NAME NOW ' WS-PLY-T-NAME(WS-PLY-X)
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-NAME
           DISPLAY 'CLUB NOW ' WS-PLY-T-CLUB(WS-PLY-X)
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-CLUB
           DISPLAY 'CATEGORY NOW ' WS-PLY-T-CAT(WS-PLY-X)
               ' - NEW (BLANK = KEEP):'
           ACCEPT WS-IN-CAT
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO WS-PLY-T-NAME(WS-PLY-X)
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF
           IF WS-IN-CLUB NOT = SPACES
               MOVE WS-IN-CLUB TO WS-PLY-T-CLUB(WS-PLY-X)
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF
           IF WS-IN-CAT NOT = SPACES
               MOVE WS-IN-CAT TO WS-PLY-T-CAT(WS-PLY-X)
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF
           DISPLAY 'PLAYER ' WS-IN-ID ' NOW ' WS-PLY-T-NAME(WS-PLY-X)
               ' ' WS-PLY-T-CLUB(WS-PLY-X) ' ' WS-PLY-T-CAT(WS-PLY-X).
       5999-CHANGE-EXIT.
           EXIT.
       6000-RENEW-PARA.
      * A renewal moves the expiry forward and makes the registration
      * active again; a withdrawn player has to be reinstated first
           DISPLAY 'PLAYER ID TO RENEW:'
           ACCEPT WS-IN-ID
           IF WS-IN-ID IS NOT NUMERIC
               DISPLAY 'PLAYER ID MUST BE 5 DIGITS'
               GO TO 6999-RENEW-EXIT
           END-IF
           MOVE WS-IN-ID TO WS-PLY-ID
           PERFORM PLY-FIND-PARA
           IF NOT WS-PLY-FOUND
               DISPLAY 'NO PLAYER ' WS-IN-ID ' ON FILE'
               GO TO 6999-RENEW-EXIT
           END-IF
           IF WS-PLY-T-STAT(WS-PLY-X) = 'W'
               DISPLAY 'PLAYER ' WS-IN-ID ' HAS WITHDRAWN - REINSTATE '
                   'BEFORE RENEWING'
               GO TO 6999-RENEW-EXIT
           END-IF
           DISPLAY 'EXPIRY NOW ' WS-PLY-T-EXPIRY(WS-PLY-X)
               ' - NEW EXPIRY (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           PERFORM 9000-DATE-CHECK-PARA
           IF NOT WS-DATE-OK
               DISPLAY 'NOT A REAL CALENDAR DATE - NOT RENEWED'
               GO TO 6999-RENEW-EXIT
           END-IF
           IF WS-DV-OUT NOT > WS-PLY-T-EXPIRY(WS-PLY-X)
               OR WS-DV-OUT < WS-PLY-RUN-DT
               DISPLAY 'NEW EXPIRY MUST BE LATER THAN THE CURRENT '
                   'ONE AND NOT IN THE PAST - NOT RENEWED'
               GO TO 6999-RENEW-EXIT
           END-IF
           MOVE WS-DV-OUT TO WS-PLY-T-EXPIRY(WS-PLY-X)
           MOVE 'A' TO WS-PLY-T-STAT(WS-PLY-X)
           MOVE 'Y' TO WS-CHANGED-SW
           DISPLAY 'PLAYER ' WS-IN-ID ' RENEWED TO ' WS-DV-OUT.
       6999-RENEW-EXIT.
           EXIT.
       7000-STATUS-PARA.
      * Lapsing or withdrawing a player stops their scores being
      * ranked from the next FINDSCORE run; reinstating sets A again
      * but an expiry already past still keeps them out until renewed
           DISPLAY 'PLAYER ID:'
           ACCEPT WS-IN-ID
           MOVE ZERO TO WS-PLY-ID
           IF WS-IN-ID IS NUMERIC
               MOVE WS-IN-ID TO WS-PLY-ID
           END-IF
           PERFORM PLY-FIND-PARA
           IF NOT WS-PLY-FOUND
               DISPLAY 'NO PLAYER ' WS-IN-ID ' ON FILE'
           ELSE
               DISPLAY 'PLAYER ' WS-IN-ID ' IS NOW '
                   WS-PLY-T-STAT(WS-PLY-X)
                   ' - NEW STATUS (A ACTIVE / L LAPSED / W WITHDRAWN):'
               ACCEPT WS-IN-STAT
               IF WS-IN-STAT = 'A' OR WS-IN-STAT = 'L'
                   OR WS-IN-STAT = 'W'
                   IF WS-IN-STAT NOT = WS-PLY-T-STAT(WS-PLY-X)
                       MOVE WS-IN-STAT TO WS-PLY-T-STAT(WS-PLY-X)
                       MOVE 'Y' TO WS-CHANGED-SW
                   END-IF
                   DISPLAY 'PLAYER ' WS-IN-ID ' NOW '
                       WS-PLY-T-STAT(WS-PLY-X)
                   IF WS-IN-STAT = 'A'
                       AND WS-PLY-T-EXPIRY(WS-PLY-X) < WS-PLY-RUN-DT
                       DISPLAY 'REGISTRATION EXPIRED '
                           WS-PLY-T-EXPIRY(WS-PLY-X)
                           ' - RENEW BEFORE THE NEXT ROUND'
                   END-IF
               ELSE
                   DISPLAY 'STATUS MUST BE A, L OR W - KEPT '
                       WS-PLY-T-STAT(WS-PLY-X)
               END-IF
           END-IF.
       8000-SAVE-PARA.
           OPEN OUTPUT PLY-FILE
           IF WS-PLY-STAT NOT = 00
               DISPLAY 'PLAYER MASTER OPEN FOR SAVE FAILED, FILE '
                   'STATUS - ' WS-PLY-STAT ' - CHANGES LOST'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PLY-COUNT
                   MOVE SPACES TO PLY-REC
                   MOVE WS-PLY-T-ID(WS-PX)     TO PLY-ID
                   MOVE WS-PLY-T-NAME(WS-PX)   TO PLY-NAME
                   MOVE WS-PLY-T-CLUB(WS-PX)   TO PLY-CLUB
                   MOVE WS-PLY-T-CAT(WS-PX)    TO PLY-CATEGORY
                   MOVE WS-PLY-T-STAT(WS-PX)   TO PLY-STATUS
                   MOVE WS-PLY-T-EXPIRY(WS-PX) TO PLY-EXPIRY
                   WRITE PLY-REC
               END-PERFORM
               CLOSE PLY-FILE
               DISPLAY WS-PLY-COUNT ' PLAYERS SAVED'
           END-IF.
       COPY SIGNPARA.
       COPY PLYPARA.
       9000-DATE-CHECK-PARA.
           MOVE '8' TO WS-DV-FUNC
           MOVE WS-IN-DATE TO WS-DV-IN
           CALL 'DATEVAL' USING WS-DV-FUNC WS-DV-IN WS-DV-STATUS
               WS-DV-OUT.
       END PROGRAM PLAYMNT.
