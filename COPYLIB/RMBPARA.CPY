      ******************************************************************
      * Copybook: RMBPARA
      * Purpose : RMB-ENV-PARA resolves WS-RMB-DSN from the variable
      *           named in WS-RMB-DSN-ENV (or falls back to
      *           resmast.bimg). See RMBSEL/RMBFD/RMBDAT.
      ******************************************************************
       RMB-ENV-PARA.
           DISPLAY WS-RMB-DSN-ENV UPON ENVIRONMENT-NAME
           ACCEPT WS-RMB-DSN FROM ENVIRONMENT-VALUE
           IF WS-RMB-DSN = SPACES
               MOVE 'resmast.bimg' TO WS-RMB-DSN
           END-IF.
