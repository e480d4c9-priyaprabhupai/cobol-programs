      *             X - exceptions listing for XMITREG_DATE
      *                 (default today); RETURN-CODE 4 when
      *                 anything is outstanding
      *           A VOD event (written by RUNBACK when a run is
      *           backed out) withdraws that run's unsent creation
      *           of the file: it is listed VOID and is no longer an
      *           exception or a candidate for a send.
      * Modification History:
      *   - Written new so "did they get it, and was it the right
      *     version" stops being a phone call: the checksum logged
      *     at creation is the version, the register is the proof.
      *   - VOD events: a backed-out run's unsent creations are
      *     withdrawn instead of sitting on the exceptions listing
      *     as never sent. The occurrence table keeps the creating
      *     run ID to match them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITREG.
               10 WS-EN-SUM   PIC 9(10).
               10 WS-EN-SENT  PIC 9(8).
               10 WS-EN-ACKED PIC 9(8).
               10 WS-EN-RUNID PIC 9(6).
               10 WS-EN-VOID  PIC X.
      * BUSDAYS call interface (see COPYLIB/BUSDAYS.cbl)
       77 WS-BD-FUNC   PIC X.
       77 WS-BD-DATE-1 PIC 9(8).
                       MOVE XR-SUM   TO WS-EN-SUM(WS-ENT-CNT)
                       MOVE ZERO     TO WS-EN-SENT(WS-ENT-CNT)
                       MOVE ZERO     TO WS-EN-ACKED(WS-ENT-CNT)
                       MOVE XR-RUNID TO WS-EN-RUNID(WS-ENT-CNT)
                       MOVE 'N'      TO WS-EN-VOID(WS-ENT-CNT)
                   END-IF
               WHEN 'SNT'
                   PERFORM 1700-APPLY-SENT-PARA
               WHEN 'ACK'
                   PERFORM 1800-APPLY-ACK-PARA
               WHEN 'VOD'
                   PERFORM 1900-APPLY-VOID-PARA
           END-EVALUATE.
       1700-APPLY-SENT-PARA.
      * A zero XR-DATE satisfies the oldest unsent occurrence
               UNTIL WS-EX > WS-ENT-CNT
               IF WS-EN-FILE(WS-EX) = XR-FILE
                   AND WS-EN-SENT(WS-EX) = ZERO
                   AND WS-EN-VOID(WS-EX) = 'N'
                   AND (XR-DATE = ZERO
                       OR WS-EN-DATE(WS-EX) = XR-DATE)
                   AND (WS-PICK-EX = ZERO
           IF WS-PICK-EX NOT = ZERO
               MOVE XR-DATE2 TO WS-EN-ACKED(WS-PICK-EX)
           END-IF.
       1900-APPLY-VOID-PARA.
      * Withdraws the run's unsent creations of the file - a sent
      * one has left the shop and stays on the register
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-ENT-CNT
               IF WS-EN-FILE(WS-EX) = XR-FILE
                   AND WS-EN-RUNID(WS-EX) = XR-RUNID
                   AND WS-EN-SENT(WS-EX) = ZERO
                   AND (XR-DATE = ZERO
                       OR WS-EN-DATE(WS-EX) = XR-DATE)
                   MOVE 'Y' TO WS-EN-VOID(WS-EX)
               END-IF
           END-PERFORM.
       2000-LIST-PARA.
           DISPLAY 'OUTBOUND TRANSMISSION REGISTER'
           DISPLAY 'FILE                           CREATED  COUNT  '
               'CHECKSUM   SENT     ACKED'
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-ENT-CNT
               IF WS-EN-VOID(WS-EX) = 'Y'
                   DISPLAY WS-EN-FILE(WS-EX) ' ' WS-EN-DATE(WS-EX)
                       ' ' WS-EN-COUNT(WS-EX) ' ' WS-EN-SUM(WS-EX)
                       ' VOID - RUN ' WS-EN-RUNID(WS-EX)
                       ' BACKED OUT'
               ELSE
                   DISPLAY WS-EN-FILE(WS-EX) ' ' WS-EN-DATE(WS-EX)
                       ' ' WS-EN-COUNT(WS-EX) ' ' WS-EN-SUM(WS-EX)
                       ' ' WS-EN-SENT(WS-EX) ' ' WS-EN-ACKED(WS-EX)
               END-IF
           END-PERFORM
           DISPLAY WS-ENT-CNT ' OCCURRENCES ON THE REGISTER'.
       3000-SENT-PARA.
           MOVE ZERO TO WS-EXC-CNT
           PERFORM VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-ENT-CNT
               EVALUATE TRUE
                   WHEN WS-EN-VOID(WS-EX) = 'Y'
                       CONTINUE
                   WHEN WS-EN-SENT(WS-EX) = ZERO
                       ADD 1 TO WS-EXC-CNT
                       DISPLAY WS-EN-FILE(WS-EX) ' CREATED '
                           WS-EN-DATE(WS-EX) ' - NEVER SENT'
                   WHEN WS-EN-ACKED(WS-EX) = ZERO
                       PERFORM 5100-ACK-AGE-PARA
               END-EVALUATE
           END-PERFORM
           IF WS-EXC-CNT = ZERO
               DISPLAY '(NOTHING OUTSTANDING)'
