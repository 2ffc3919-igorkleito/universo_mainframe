000060*          REGISTROS DE VENDALOG QUE O JOB ARQLOG JA MOVEU PARA
000070*          PROD.VENDAS.LOG.HIST E QUE A CONSULTA PARM='C' E O
000080*          PROGCONCIL NAO ENXERGAM MAIS. LE O HISTORICO (MESMO
000090*          LAYOUT VDL DE 90 BYTES) PARA O PERIODO PEDIDO NO
000100*          PARM, LISTA OS LANCAMENTOS COM NUMERO DE NF E
000110*          FILIAL, TOTALIZA POR MES E TIPO E, QUANDO PEDIDO,
000120*          ENCADEIA O LOG VIVO ATRAS DO HISTORICO PARA QUE UMA
000130*          CONSULTA QUE CRUZA A DATA DE CORTE DO ARQUIVAMENTO
000140*          VOLTE COMPLETA.
000150*          PARM: AAAAMM          - UM PERIODO CONTABIL
000160*                                  (VDL-CHAVE-MES)
000170*                AAAAMMDD-AAAAMMDD - INTERVALO PELA DATA REAL
000180*                                  DA TRANSACAO (VDL-DATA-NF)
000190*          SEGUIDO DE ' L' PARA ENCADEAR O LOG VIVO.
000350*                  NOW WORKS OFF A WORKING-STORAGE COPY OF THE
000360*                  RECORD INSTEAD OF A (POSSIBLY CLOSED) FILE
000370*                  BUFFER.
000371* 15.10.2026 IK    RECORD AREAS FOLLOW THE VENDALOG LAYOUT, NOW
000372*                  80 BYTES WITH VDL-NF-ORIGEM, AND THE LIVE LOG
000373*                  DECLARES ITS NEW VDL-NF-ORIGEM PATH.
000374* 15.10.2026 IK    AN ENTRY REVERSED BY PROGESTORNO IS LISTED WITH
000375*                  A SITUACAO COLUMN READING ESTORNADO AND IS LEFT
000376*                  OUT OF THE MONTH AND TYPE TOTALS.
000377* 15.10.2026 IK    RECORD AREAS FOLLOW THE VENDALOG LAYOUT, NOW
000378*                  90 BYTES WITH VDL-VENDEDOR.
000379* 15.10.2026 IK    PERIOD MODE SELECTS ON VDL-CHAVE-MES, NOT THE
000380*                  YEAR OF VDL-DATA, SO A LATE ENTRY POSTED INTO
000381*                  THE PREVIOUS YEAR'S DECEMBER LISTS UNDER THAT
000382*                  PERIOD.
000383******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PROGHISLOG.
000410
000570             WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS VLG-CHAVE-MES
000590             WITH DUPLICATES
000593         ALTERNATE RECORD KEY IS VLG-NF-ORIGEM
000596             WITH DUPLICATES
000600         FILE STATUS IS WS-STATUS-LOG.
000610     SELECT HIST-RELATORIO ASSIGN TO "HISTRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000740     05  VLG-NUM-NF              PIC 9(009).
000750     05  FILLER                  PIC X(024).
000760     05  VLG-CHAVE-MES           PIC 9(006).
000770     05  VLG-NF-ORIGEM           PIC 9(009).
000775     05  FILLER                  PIC X(020).
000780
000790 FD  HIST-RELATORIO.
000800     COPY VENDARPT.
001040 77  WS-DATA-INICIAL         PIC 9(008)    VALUE 0.
001050 77  WS-DATA-FINAL           PIC 9(008)    VALUE 0.
001060 77  WS-ORIGEM               PIC X(004)    VALUE SPACES.
001070 77  WS-CHAVE-MES-PEDIDA     PIC 9(006)    VALUE 0.
001080 77  WS-SUB                  PIC 9(002)    VALUE 0.
001090 77  WS-CONTADOR-HIST        PIC 9(007)    VALUE 0.
001100 77  WS-CONTADOR-VIVO        PIC 9(007)    VALUE 0.
001140 77  WS-LIQUIDO              PIC S9(011)V99 VALUE 0.
001150
001160******************************************************************
001170* WS-LOG-REGISTRO - WORKING-STORAGE COPY OF THE 90-BYTE VDL
001180* LAYOUT. EVERY RECORD READ, FROM THE HISTORY OR FROM THE
001190* LIVE LOG, IS MOVED HERE BEFORE 3000 EXAMINES AND PRINTS IT
001200* - THE SELECTION NEVER TOUCHES THE RECORD AREA OF A FILE
001310     05  WS-REG-DATA             PIC 9(008).
001320     05  WS-REG-HORA             PIC 9(008).
001330     05  WS-REG-CHAVE-MES        PIC 9(006).
001340     05  WS-REG-NF-ORIGEM        PIC 9(009).
001342     05  WS-REG-SITUACAO         PIC X(001).
001344         88  WS-REG-ESTORNADO              VALUE 'E'.
001346     05  FILLER                  PIC X(019).
001350
001360******************************************************************
001370* WS-MES-TABELA - TOTALS BY MONTH AND TYPE OVER THE SELECTED
001690         03  FILLER              PIC X(005) VALUE 'FIL'.
001700         03  FILLER              PIC X(003) VALUE 'TP'.
001710         03  FILLER              PIC X(015) VALUE '        VALOR'.
001720         03  FILLER              PIC X(011) VALUE 'SITUACAO'.
001725         03  FILLER              PIC X(060) VALUE SPACES.
001730     02  WS-LINHA-DETALHE.
001740         03  FILLER              PIC X(002) VALUE SPACES.
001750         03  WS-DET-ORIGEM       PIC X(004).
001850         03  WS-DET-TIPO         PIC X(001).
001860         03  FILLER              PIC X(002) VALUE SPACES.
001870         03  WS-DET-VALOR        PIC ZZ.ZZZ.ZZ9,99.
001880         03  FILLER              PIC X(002) VALUE SPACES.
001883         03  WS-DET-SITUACAO     PIC X(009).
001886         03  FILLER              PIC X(062) VALUE SPACES.
001890     02  WS-CAB-TOT-COLUNAS.
001900         03  FILLER              PIC X(004) VALUE SPACES.
001910         03  FILLER              PIC X(006) VALUE 'MES'.
002650                 MOVE 16 TO RETURN-CODE
002660                 STOP RUN
002670             END-IF
002673             COMPUTE WS-CHAVE-MES-PEDIDA =
002676                 WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO
002680             IF WS-PARAMETRO-ENTRADA(8:1) = 'L'
002690                 OR WS-PARAMETRO-ENTRADA(8:1) = 'l'
002700                 SET WS-ENCADEAR-VIVO TO TRUE
004090******************************************************************
004100* 3000-APLICAR-REGISTRO - DECIDE WHETHER THE RECORD JUST MOVED
004110* INTO WS-LOG-REGISTRO
004120* BELONGS TO THE SELECTION (ACCOUNTING PERIOD VDL-CHAVE-MES IN
004130* PERIOD MODE, BUSINESS DATE IN RANGE MODE), AND WHEN IT DOES,
004140* PRINT ITS LINE AND FOLD IT INTO THE MONTH AND TYPE TOTALS.
004150* RECORDS OUTSIDE THE SELECTION, OR TOO OLD TO CARRY THE FIELDS,
004160* ARE SIMPLY SKIPPED. AN ENTRY REVERSED BY PROGESTORNO IS
004165* LISTED, MARKED AS SUCH, BUT STAYS OUT OF THE TOTALS.
004170******************************************************************
004180 3000-APLICAR-REGISTRO.
004190
004230         GO TO 3000-APLICAR-REGISTRO-EXIT
004240     END-IF
004250     IF WS-SELECAO-PERIODO
004260         IF WS-REG-CHAVE-MES NOT NUMERIC
004270             GO TO 3000-APLICAR-REGISTRO-EXIT
004280         END-IF
004290         IF WS-REG-CHAVE-MES NOT = WS-CHAVE-MES-PEDIDA
004320             GO TO 3000-APLICAR-REGISTRO-EXIT
004330         END-IF
004340     ELSE
004450     MOVE WS-REG-FILIAL     TO WS-DET-FILIAL
004460     MOVE WS-REG-TIPO       TO WS-DET-TIPO
004470     MOVE WS-REG-VALOR      TO WS-DET-VALOR
004471     IF WS-REG-ESTORNADO
004472         MOVE 'ESTORNADO'   TO WS-DET-SITUACAO
004473     ELSE
004474         MOVE SPACES        TO WS-DET-SITUACAO
004475     END-IF
004480     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
004490     WRITE VDR-REGISTRO
004500     ADD 1 TO WS-CONTADOR-LISTADOS
004502     IF WS-REG-ESTORNADO
004504         GO TO 3000-APLICAR-REGISTRO-EXIT
004506     END-IF
004510     ADD 1 TO WS-MES-QTDE(WS-REG-MES)
004520     IF WS-REG-TIPO = 'D'
004530         ADD WS-REG-VALOR TO WS-MES-DEVOL(WS-REG-MES)
