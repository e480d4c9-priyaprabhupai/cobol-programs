      ******************************************************************
      * Copybook: NTFPARA
      * Purpose : NTF-ENV-PARA resolves the queue DSN (NOTIFYQ_DSN,
      *           default notifyq.txt) and the event date (NOTIFY_DATE,
      *           default today); NTF-EVENT-PARA appends one event to
      *           the queue. See NTFSEL/NTFFD/NTFDAT.
      ******************************************************************
       NTF-ENV-PARA.
           DISPLAY WS-NTF-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-NTF-DSN FROM ENVIRONMENT-VALUE
           IF WS-NTF-DSN = SPACES
               MOVE 'notifyq.txt' TO WS-NTF-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NTF-CURR-DT
           MOVE WS-NTF-CURR-DT(1:8) TO WS-NTF-TODAY
           MOVE SPACES TO WS-NTF-DT-IN
           DISPLAY WS-NTF-DT-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-NTF-DT-IN FROM ENVIRONMENT-VALUE
           IF WS-NTF-DT-IN NOT = SPACES
               IF WS-NTF-DT-IN IS NUMERIC
                   MOVE WS-NTF-DT-IN TO WS-NTF-TODAY
               ELSE
                   DISPLAY 'NOTIFY_DATE ' WS-NTF-DT-IN
                       ' IS NOT YYYYMMDD - TODAY USED'
               END-IF
           END-IF.
       NTF-EVENT-PARA.
           OPEN EXTEND NTF-FILE
           IF WS-NTF-STAT = 05 OR WS-NTF-STAT = 35
               CLOSE NTF-FILE
               OPEN OUTPUT NTF-FILE
           END-IF
           MOVE SPACES       TO NTF-REC
           MOVE WS-NTF-TYPE  TO NTF-TYPE
           MOVE WS-NTF-UID   TO NTF-UID
           MOVE WS-NTF-TODAY TO NTF-DATE
           MOVE WS-NTF-PGM   TO NTF-PGM
           MOVE WS-NTF-TEXT  TO NTF-TEXT
           WRITE NTF-REC
           CLOSE NTF-FILE
           ADD 1 TO WS-NTF-CNT.
