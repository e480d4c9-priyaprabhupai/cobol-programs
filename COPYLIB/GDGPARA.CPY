      *             - the control file is rewritten with the new
      *               generation number and run date;
      *             - the generation falling outside WS-GDG-KEEP
      *               (GDG_KEEP env var, default 03) is emptied;
      *             - a CREATED line (generation, date, RUN_ID) is
      *               appended to base.GENLOG for RUNBACK.
      *           See GDGSEL/GDGFD/GDGDAT for the files and fields.
      ******************************************************************
       GDG-SAVE-PARA.
           IF WS-GDG-KEEP-SW = 'N'
               MOVE 'Y' TO WS-GDG-KEEP-SW
               DISPLAY 'RUN_ID' UPON ENVIRONMENT-NAME
               ACCEPT WS-GDG-RID-IN FROM ENVIRONMENT-VALUE
               IF WS-GDG-RID-IN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-GDG-RID-IN) = 0
                   MOVE FUNCTION NUMVAL(WS-GDG-RID-IN)
                       TO WS-GDG-RUNID
               END-IF
               DISPLAY 'GDG_KEEP' UPON ENVIRONMENT-NAME
               ACCEPT WS-GDG-KEEP-IN FROM ENVIRONMENT-VALUE
               IF WS-GDG-KEEP-IN NOT = SPACES
           MOVE WS-GDG-CURR-DT(1:8) TO GDG-CTL-DATE
           WRITE GDG-CTL-REC
           CLOSE GDG-CTL
           PERFORM GDG-LOG-PARA
           IF WS-GDG-GEN > WS-GDG-KEEP
               COMPUTE WS-GDG-OLD = WS-GDG-GEN - WS-GDG-KEEP
               MOVE SPACES TO WS-GDG-OUT-DSN
               OPEN OUTPUT GDG-OUT
               CLOSE GDG-OUT
           END-IF.
       GDG-LOG-PARA.
           MOVE SPACES TO WS-GDG-LOG-DSN
           STRING WS-GDG-BASE(1:WS-GDG-BASE-LEN) '.GENLOG'
               DELIMITED BY SIZE INTO WS-GDG-LOG-DSN
           OPEN EXTEND GDG-LOG
           IF WS-GDG-LOG-FS = 05 OR WS-GDG-LOG-FS = 35
               CLOSE GDG-LOG
               OPEN OUTPUT GDG-LOG
           END-IF
           IF WS-GDG-LOG-FS = 00
               MOVE SPACES TO GDG-LOG-REC
               MOVE WS-GDG-GEN TO GDG-LOG-GEN
               MOVE WS-GDG-CURR-DT(1:8) TO GDG-LOG-DATE
               MOVE WS-GDG-RUNID TO GDG-LOG-RUNID
               MOVE 'CREATED' TO GDG-LOG-EVENT
               WRITE GDG-LOG-REC
               CLOSE GDG-LOG
           END-IF.
       GDG-COPY-PARA.
           MOVE WS-GDG-BASE TO WS-GDG-IN-DSN
           MOVE SPACES TO WS-GDG-OUT-DSN
