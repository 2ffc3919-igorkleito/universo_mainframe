000190* 02.09.2026 IK    ADDED THE PARM COLUMN TO THE LISTING SO TWO
000200*                  RUNS WITH THE SAME MODE LETTER CAN BE TOLD
000210*                  APART BY WHAT WAS ACTUALLY PASSED.
000213* 15.10.2026 IK    A BATCH REVERSED BY PROGESTORNO (SITUACAO 'X')
000216*                  LISTS AS ESTORNADO AND HAS ITS OWN TOTAL LINE.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PROGRUNREL.
000600 77  WS-CONTADOR-REJEITADOS  PIC 9(006)    VALUE 0.
000610 77  WS-CONTADOR-RECUSADOS   PIC 9(006)    VALUE 0.
000620 77  WS-CONTADOR-ABORTADOS   PIC 9(006)    VALUE 0.
000625 77  WS-CONTADOR-ESTORNADOS  PIC 9(006)    VALUE 0.
000630
000640******************************************************************
000650* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR RUNRPT. EACH
002350                 MOVE 'RECUSADO ' TO WS-RUN-SITUACAO
002360                 ADD 1 TO WS-CONTADOR-RECUSADOS
002370             ELSE
002380                 IF VRN-SITUACAO = 'X'
002390                     MOVE 'ESTORNADO' TO WS-RUN-SITUACAO
002391                     ADD 1 TO WS-CONTADOR-ESTORNADOS
002392                 ELSE
002393                     MOVE 'ABORTADO ' TO WS-RUN-SITUACAO
002394                     ADD 1 TO WS-CONTADOR-ABORTADOS
002395                 END-IF
002400             END-IF
002410         END-IF
002420     END-IF
002790     MOVE WS-CONTADOR-ABORTADOS       TO WS-RES-NUMERO
002800     MOVE WS-LINHA-RESUMO             TO VDR-REGISTRO
002810     WRITE VDR-REGISTRO.
002812     MOVE 'LOTES ESTORNADOS:'         TO WS-RES-LITERAL
002814     MOVE WS-CONTADOR-ESTORNADOS      TO WS-RES-NUMERO
002816     MOVE WS-LINHA-RESUMO             TO VDR-REGISTRO
002818     WRITE VDR-REGISTRO.
002820     CLOSE VENDAS-RUN
002830     CLOSE RUN-RELATORIO
002840     .
