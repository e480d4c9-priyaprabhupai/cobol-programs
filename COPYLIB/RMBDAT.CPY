      ******************************************************************
      * Copybook: RMBDAT
      * Purpose : Working-storage for the results master before-
      *           image log. A program PERFORMs RMB-ENV-PARA to
      *           resolve WS-RMB-DSN; RESMAST opens it for append,
      *           RUNBACK reads it. See RMBSEL/RMBFD/RMBPARA.
      ******************************************************************
       01 WS-RMB-STAT     PIC 99.
       01 WS-RMB-DSN      PIC X(100) VALUE 'resmast.bimg'.
       01 WS-RMB-DSN-ENV  PIC X(32)  VALUE 'RESMAST_BIMG_DSN'.
