000290*                  READS ONLY THE YEAR UNDER RECONCILIATION
000300*                  INSTEAD OF RESCANNING THE WHOLE HISTORY
000310*                  AFTER EVERY BATCH.
000311* 15.10.2026 IK    AN ENTRY NOW BELONGS TO THE YEAR IN ITS
000312*                  VDL-CHAVE-MES (THE YEAR IT POSTED INTO), NOT
000313*                  THE YEAR OF VDL-DATA, SO LAST YEAR'S LATE
000314*                  ENTRIES KEYED IN JANUARY TIE OUT AGAINST LAST
000315*                  YEAR'S MASTER. AN OPTIONAL PARM='AAAA'
000316*                  RECONCILES A PAST YEAR; BLANK IS THE CURRENT
000317*                  YEAR AS BEFORE.
000318* 15.10.2026 IK    DECLARES THE NEW VDL-NF-ORIGEM ALTERNATE PATH
000319*                  OF THE LOG.
000320* 15.10.2026 IK    AN ENTRY REVERSED BY PROGESTORNO IS NO LONGER
000321*                  IN THE MASTER, SO IT IS LEFT OUT OF THE LOG
000322*                  SIDE TOO AND COUNTED ON ITS OWN SUMMARY LINE.
000323******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PROGCONCIL.
000350
000520             WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000540             WITH DUPLICATES
000543         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000546             WITH DUPLICATES
000550         FILE STATUS IS WS-STATUS-LOG.
000560     SELECT CONC-RELATORIO ASSIGN TO "CONCRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000870 77  WS-SUB                  PIC 9(002)    VALUE 0.
000880 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
000890 77  WS-ANO-ATUAL            PIC 9(004)    VALUE 0.
000900 77  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
000910 77  WS-CONTADOR-LOG         PIC 9(007)    VALUE 0.
000920 77  WS-CONTADOR-USADOS      PIC 9(007)    VALUE 0.
000925 77  WS-CONTADOR-ESTORNADOS  PIC 9(007)    VALUE 0.
000930 77  WS-CONTADOR-DIVERG      PIC 9(002)    VALUE 0.
000940 77  WS-MST-VENDAS           PIC 9(009)V99 VALUE 0.
000950 77  WS-MST-DEVOLUCOES       PIC 9(009)V99 VALUE 0.
001760
001770******************************************************************
001780* 1000-INICIAR - OPEN THE INPUT FILES AND THE REPORT, AND DERIVE
001790* THE YEAR UNDER RECONCILIATION: PARM='AAAA' WHEN GIVEN, ELSE
001800* THE YEAR OF THE SYSTEM DATE. A YEAR THAT IS NOT NUMERIC OR
001810* LIES IN THE FUTURE ENDS THE RUN RC=16. BOTH DATA FILES ARE
001815* OPENED INPUT ONLY - THIS PROGRAM NEVER WRITES TO THEM.
001820******************************************************************
001830 1000-INICIAR.
001840
001880     END-PERFORM
001890     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001900     MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL
001901     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
001902     IF WS-PARAMETRO-ENTRADA NOT = SPACES
001903         IF WS-PARAMETRO-ENTRADA(1:4) NOT NUMERIC
001904             OR WS-PARAMETRO-ENTRADA(1:4) > WS-DATA-SISTEMA(1:4)
001905             OR WS-PARAMETRO-ENTRADA(1:4) = '0000'
001906             DISPLAY 'ANO INVALIDO NO PARM: '
001907                     WS-PARAMETRO-ENTRADA(1:4)
001908             MOVE 16 TO RETURN-CODE
001909             STOP RUN
001910         END-IF
001911         MOVE WS-PARAMETRO-ENTRADA(1:4) TO WS-ANO-ATUAL
001912     END-IF
001913     OPEN INPUT VENDAS-LOG
001920     IF WS-LOG-NAO-EXISTE
001930         DISPLAY 'VENDALOG NAO ENCONTRADO - NADA A CONCILIAR'
001940         MOVE 16 TO RETURN-CODE
002360     EXIT.
002370
002380******************************************************************
002390* 2000-APURAR-LOG - READ ONE VENDALOG RECORD AND FOLD ITS VALUE
002400* INTO THE MONTHLY ACCUMULATOR FOR ITS TYPE. THE MONTH-KEY
002410* RANGE ALREADY HOLDS THE READ TO ENTRIES POSTED INTO THE YEAR
002415* UNDER RECONCILIATION, WHATEVER THEIR DATE. A RECORD WITH A MONTH
002420* OUTSIDE 01-12 OR AN UNKNOWN TYPE IS COUNTED BUT NOT APPLIED,
002430* MATCHING WHAT PROGVENDAS WOULD HAVE DONE WITH IT. AN ENTRY
002433* REVERSED BY PROGESTORNO WAS TAKEN BACK OUT OF THE MASTER AND
002436* IS ONLY COUNTED.
002440******************************************************************
002450 2000-APURAR-LOG.
002460
002530                 GO TO 2000-APURAR-LOG-EXIT
002540             END-IF
002550             ADD 1 TO WS-CONTADOR-LOG
002560             IF VDL-ESTORNADO
002570                 ADD 1 TO WS-CONTADOR-ESTORNADOS
002580                 GO TO 2000-APURAR-LOG-EXIT
002583             END-IF
002586             IF VDL-MES > 0 AND VDL-MES < 13
002590                 IF VDL-TIPO = 'V'
002600                     ADD VDL-VALOR TO WS-VENDAS-APURADAS(VDL-MES)
002610                     ADD 1 TO WS-CONTADOR-USADOS
004110     MOVE WS-CONTADOR-USADOS    TO WS-RES-NUMERO
004120     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
004130     WRITE VDR-REGISTRO.
004131     MOVE 'REGISTROS ESTORNADOS (FORA DA APURACAO):'
004132                                TO WS-RES-LITERAL
004133     MOVE WS-CONTADOR-ESTORNADOS TO WS-RES-NUMERO
004134     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
004135     WRITE VDR-REGISTRO.
004140     MOVE 'MESES COM DIVERGENCIA:'
004150                                TO WS-RES-LITERAL
004160     MOVE WS-CONTADOR-DIVERG    TO WS-RES-NUMERO
