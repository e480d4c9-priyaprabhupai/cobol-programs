      *           had held it.
      * Modification History:
      *   - Written new alongside LOCKMGR.
      *   - The force-release audit event now names the operator the
      *     lock was taken from ('LOCK FORCED <resource> FROM <oper>')
      *     as well as the signed-on operator who forced it, so the
      *     operator activity report (OPERACT) can see a lock forced
      *     by the operator who held it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKUTIL.
       77 WS-LIST-CNT  PIC 99 VALUE ZERO.
       77 WS-ANSWER    PIC X.
       01 WS-IN-RESOURCE PIC X(20).
       01 WS-HELD-BY     PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
                           ' RELEASED - ' WS-LM-INFO
                       MOVE WS-SO-USER TO WS-AUDIT-OPER
                       MOVE SPACES TO WS-AUDIT-EVENT
                       MOVE WS-LM-INFO(13:10) TO WS-HELD-BY
                       STRING 'LOCK FORCED ' DELIMITED BY SIZE
                           WS-IN-RESOURCE DELIMITED BY SPACE
                           ' FROM ' DELIMITED BY SIZE
                           WS-HELD-BY DELIMITED BY SPACE
                           INTO WS-AUDIT-EVENT
                       PERFORM AUDIT-EVENT-PARA
                   WHEN 'U'
                       DISPLAY 'NO LOCK HELD ON ' WS-IN-RESOURCE
