000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: CONTROLE DE COMPLETUDE DAS VENDAS. O BALANCEAMENTO
000070*          (QUANTIDADE E TOTAL DO TRAILER) PROVA QUE UMA FITA E
000080*          COERENTE, MAS NAO QUE A LOJA MANDOU TODAS AS FITAS NEM
000090*          TODAS AS NOTAS. PARA O PERIODO PEDIDO ESTE PROGRAMA:
000100*          - COMPARA O HISTORICO DE LOTES DO VENDARUN (LOJA E DATA
000110*            DE MOVIMENTO) COM O CALENDARIO DE CADA LOJA (VENDALOJ
000120*            E VENDACAL) E LISTA OS DIAS DE EXPEDIENTE SEM LOTE
000130*            CONCLUIDO;
000140*          - PERCORRE O VENDALOG PELO CAMINHO VDL-NUM-NF (E O
000150*            VENDAHST QUANDO O PERIODO ANTERIOR JA FOI ARQUIVADO)
000160*            E LISTA, POR LOJA, AS LACUNAS NA NUMERACAO DAS NOTAS
000170*            E AS NOTAS FORA DA FAIXA AUTORIZADA NO VENDACAL.
000180*          CADA OCORRENCIA FICA NO CADASTRO VENDALAC COM SUA
000190*          SITUACAO (ABERTA, JUSTIFICADA OU REGULARIZADA); UMA
000200*          OCORRENCIA QUE UMA NOVA EXECUCAO DO MESMO PERIODO NAO
000210*          ENCONTRA MAIS E DADA COMO REGULARIZADA. IMPRIME O
000220*          RELATORIO DE COMPLETUDE (COMPRPT).
000230*          PARM: AAAAMM - PERIODO (MES DA DATA DE MOVIMENTO E DA
000240*                         DATA DA NOTA). EM BRANCO = MES ANTERIOR
000250*                         AO CORRENTE. DO MES CORRENTE SO SAO
000260*                         VERIFICADOS OS DIAS ATE ONTEM.
000270*                J      - JUSTIFICATIVA. SYSIN: O SUPERVISOR
000280*                         RESPONSAVEL E, EM SEGUIDA, UM CARTAO POR
000290*                         OCORRENCIA: T LLL NNNNNNNNN TEXTO (TIPO
000300*                         L/N/F, LOJA, INICIO DA OCORRENCIA COMO
000310*                         NO RELATORIO E O MOTIVO).
000320*          RC=4  HA OCORRENCIA ABERTA (MODO J: CARTAO RECUSADO).
000330*          RC=16 EXECUCAO ABANDONADA.
000340******************************************************************
000350* MODIFICATION HISTORY
000360* DATE       WHO   DESCRIPTION
000370* 15.10.2026 IK    ORIGINAL PROGRAM.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PROGCOMPL.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS VLJ-CHAVE
000520         FILE STATUS IS WS-STATUS-LOJ.
000530     SELECT VENDAS-CALENDARIO ASSIGN TO "VENDACAL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS VCA-CHAVE
000570         FILE STATUS IS WS-STATUS-CAL.
000580     SELECT VENDAS-RUN ASSIGN TO "VENDARUN"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-RUN.
000620     SELECT VENDAS-LOG ASSIGN TO "VENDALOG"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS VDL-SEQUENCIA
000660         ALTERNATE RECORD KEY IS VDL-NUM-NF
000670             WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000690             WITH DUPLICATES
000700         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-STATUS-LOG.
000730     SELECT VENDAS-HISTORICO ASSIGN TO "VENDAHST"
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-STATUS-HST.
000770     SELECT VENDAS-LACUNAS ASSIGN TO "VENDALAC"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS VLA-CHAVE
000810         FILE STATUS IS WS-STATUS-LAC.
000820     SELECT COMP-RELATORIO ASSIGN TO "COMPRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-STATUS-RPT.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  VENDAS-LOJAS.
000890     COPY VENDALOJ.
000900
000910 FD  VENDAS-CALENDARIO.
000920     COPY VENDACAL.
000930
000940 FD  VENDAS-RUN.
000950     COPY VENDARUN.
000960
000970 FD  VENDAS-LOG.
000980     COPY VENDALOG.
000990
001000 FD  VENDAS-HISTORICO.
001010 01  VHS-REGISTRO.
001020     05  VHS-SEQUENCIA           PIC 9(006).
001030     05  FILLER                  PIC X(002).
001040     05  VHS-VALOR               PIC 9(008)V99.
001050     05  VHS-TIPO                PIC X(001).
001060     05  VHS-FILIAL              PIC X(003).
001070     05  VHS-NUM-NF              PIC 9(009).
001080     05  VHS-DATA-NF             PIC 9(008).
001090     05  FILLER                  PIC X(016).
001100     05  VHS-CHAVE-MES           PIC X(006).
001110     05  VHS-NF-ORIGEM           PIC 9(009).
001120     05  VHS-SITUACAO            PIC X(001).
001130     05  FILLER                  PIC X(019).
001140
001150 FD  VENDAS-LACUNAS.
001160     COPY VENDALAC.
001170
001180 FD  COMP-RELATORIO.
001190     COPY VENDARPT.
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-FLAGS.
001230     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
001240         88  WS-LOJ-OK                     VALUE '00'.
001250         88  WS-LOJ-FIM                    VALUE '10'.
001260     02  WS-STATUS-CAL       PIC X(002)    VALUE SPACES.
001270         88  WS-CAL-OK                     VALUE '00'.
001280         88  WS-CAL-NAO-ACHADO             VALUE '23'.
001290         88  WS-CAL-NAO-EXISTE             VALUE '35'.
001300     02  WS-STATUS-RUN       PIC X(002)    VALUE SPACES.
001310         88  WS-RUN-OK                     VALUE '00'.
001320         88  WS-RUN-FIM                    VALUE '10'.
001330     02  WS-STATUS-LOG       PIC X(002)    VALUE SPACES.
001340         88  WS-LOG-OK                     VALUE '00'.
001350         88  WS-LOG-FIM                    VALUE '10'.
001360     02  WS-STATUS-HST       PIC X(002)    VALUE SPACES.
001370         88  WS-HST-OK                     VALUE '00'.
001380         88  WS-HST-FIM                    VALUE '10'.
001390         88  WS-HST-NAO-EXISTE             VALUE '35'.
001400     02  WS-STATUS-LAC       PIC X(002)    VALUE SPACES.
001410         88  WS-LAC-OK                     VALUE '00'.
001420         88  WS-LAC-FIM                    VALUE '10'.
001430         88  WS-LAC-NAO-ACHADO             VALUE '23'.
001440         88  WS-LAC-NAO-EXISTE             VALUE '35'.
001450     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
001460         88  WS-RPT-OK                     VALUE '00'.
001470
001480 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
001490
001500 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
001510 77  WS-HORA-SISTEMA         PIC 9(008)    VALUE 0.
001520 77  WS-DATA-ONTEM           PIC 9(008)    VALUE 0.
001530 77  WS-ANO-PEDIDO           PIC 9(004)    VALUE 0.
001540 77  WS-MES-PEDIDO           PIC 9(002)    VALUE 0.
001550 77  WS-CHAVE-MES-PEDIDA     PIC 9(006)    VALUE 0.
001560 77  WS-CHAVE-MES-ANTERIOR   PIC 9(006)    VALUE 0.
001570 77  WS-MENOR-CHAVE-LOG      PIC 9(006)    VALUE 0.
001580 77  WS-DATA-INICIO-PER      PIC 9(008)    VALUE 0.
001590 77  WS-DATA-FIM-PER         PIC 9(008)    VALUE 0.
001600 77  WS-DIAS-NO-MES          PIC 9(002)    VALUE 0.
001610 77  WS-ULTIMO-DIA           PIC 9(002)    VALUE 0.
001620 77  WS-SW-MODO              PIC X(001)    VALUE 'V'.
001630     88  WS-MODO-VERIFICACAO               VALUE 'V'.
001640     88  WS-MODO-JUSTIFICATIVA             VALUE 'J'.
001650 77  WS-SW-CAL-ABERTO        PIC X(001)    VALUE 'N'.
001660     88  WS-CAL-ABERTO                     VALUE 'S'.
001670 77  WS-SW-DIA-DEFINIDO      PIC X(001)    VALUE 'N'.
001680     88  WS-DIA-DEFINIDO                   VALUE 'S'.
001690 77  WS-SW-DIA-COM-MOVIMENTO PIC X(001)    VALUE 'S'.
001700     88  WS-DIA-COM-MOVIMENTO              VALUE 'S'.
001710 77  WS-SW-FIM-LEITURA       PIC X(001)    VALUE 'N'.
001720     88  WS-FIM-LEITURA                    VALUE 'S'.
001730 77  WS-SW-LER-HISTORICO     PIC X(001)    VALUE 'N'.
001740     88  WS-LER-HISTORICO                  VALUE 'S'.
001750 77  WS-SW-HISTORICO         PIC X(001)    VALUE 'N'.
001760     88  WS-HISTORICO-LIDO                 VALUE 'L'.
001770     88  WS-HISTORICO-INEXISTENTE          VALUE 'I'.
001780     88  WS-HISTORICO-COMPLETO             VALUE 'L' 'I'.
001790 77  WS-SW-POSICAO-ACHADA    PIC X(001)    VALUE 'N'.
001800     88  WS-POSICAO-ACHADA                 VALUE 'S'.
001810 77  WS-SW-SECAO-REGULARIZADAS
001820                             PIC X(001)    VALUE 'N'.
001830     88  WS-SECAO-REGULARIZADAS            VALUE 'S'.
001840 77  WS-SW-FIM-CARTOES       PIC X(001)    VALUE 'N'.
001850     88  WS-FIM-CARTOES                    VALUE 'S'.
001860 77  WS-SW-ANO-BISSEXTO      PIC X(001)    VALUE 'N'.
001870     88  WS-ANO-BISSEXTO                   VALUE 'S'.
001880 77  WS-DIA-SERIAL           PIC 9(007)    VALUE 0.
001890 77  WS-ANOS-ANTES           PIC 9(004)    VALUE 0.
001900 77  WS-QUOC-4               PIC 9(004)    VALUE 0.
001910 77  WS-QUOC-100             PIC 9(004)    VALUE 0.
001920 77  WS-QUOC-400             PIC 9(004)    VALUE 0.
001930 77  WS-ANO-QUOCIENTE        PIC 9(004)    VALUE 0.
001940 77  WS-ANO-RESTO            PIC 9(004)    VALUE 0.
001950 77  WS-SEMANA-QUOCIENTE     PIC 9(007)    VALUE 0.
001960 77  WS-SEMANA-RESTO         PIC 9(001)    VALUE 0.
001970 77  WS-DIA-SEMANA           PIC 9(001)    VALUE 0.
001980 77  WS-DATA-VERIFICADA      PIC 9(008)    VALUE 0.
001990 77  WS-DIA                  PIC 9(002)    VALUE 0.
002000 77  WS-LOJA-SUB             PIC 9(003)    VALUE 0.
002010 77  WS-LOJA-ACHADA          PIC 9(003)    VALUE 0.
002020 77  WS-LOJA-PROCURADA       PIC X(003)    VALUE SPACES.
002030 77  WS-CADEIA-NF-INICIAL    PIC 9(009)    VALUE 0.
002040 77  WS-CADEIA-NF-FINAL      PIC 9(009)    VALUE 0.
002050 77  WS-FAIXA-NF-INICIAL     PIC 9(009)    VALUE 0.
002060 77  WS-FAIXA-NF-FINAL       PIC 9(009)    VALUE 0.
002070 77  WS-NOTA-LOJA            PIC X(003)    VALUE SPACES.
002080 77  WS-NOTA-NUMERO          PIC 9(009)    VALUE 0.
002090 77  WS-NOTA-DATA            PIC 9(008)    VALUE 0.
002100 77  WS-INT-SUB              PIC 9(004)    VALUE 0.
002110 77  WS-POSICAO              PIC 9(004)    VALUE 0.
002120 77  WS-PESQ-INICIO          PIC 9(004)    VALUE 0.
002130 77  WS-PESQ-FIM             PIC 9(004)    VALUE 0.
002140 77  WS-PESQ-MEIO            PIC 9(004)    VALUE 0.
002150 77  WS-TIPO-LISTADO         PIC X(001)    VALUE SPACE.
002160 77  WS-QTDE-LISTADA         PIC 9(006)    VALUE 0.
002170 77  WS-QTDE-NOTAS-LACUNA    PIC 9(009)    VALUE 0.
002180 77  WS-NF-EDITADA           PIC Z(008)9.
002190 77  WS-DATA-ENTRADA         PIC 9(008)    VALUE 0.
002200 77  WS-CONTADOR-LOJAS       PIC 9(006)    VALUE 0.
002210 77  WS-CONTADOR-DIAS        PIC 9(006)    VALUE 0.
002220 77  WS-CONTADOR-SEM-EXPEDIENTE
002230                             PIC 9(006)    VALUE 0.
002240 77  WS-CONTADOR-LIDOS-LOG   PIC 9(009)    VALUE 0.
002250 77  WS-CONTADOR-LIDOS-HST   PIC 9(009)    VALUE 0.
002260 77  WS-CONTADOR-NOTAS-PER   PIC 9(009)    VALUE 0.
002270 77  WS-LOTES-ABERTOS        PIC 9(006)    VALUE 0.
002280 77  WS-LOTES-JUSTIFICADOS   PIC 9(006)    VALUE 0.
002290 77  WS-FORA-ABERTAS         PIC 9(006)    VALUE 0.
002300 77  WS-FORA-JUSTIFICADAS    PIC 9(006)    VALUE 0.
002310 77  WS-LACUNAS-ABERTAS      PIC 9(006)    VALUE 0.
002320 77  WS-LACUNAS-JUSTIFICADAS PIC 9(006)    VALUE 0.
002330 77  WS-NOTAS-FALTANTES      PIC 9(009)    VALUE 0.
002340 77  WS-REGULARIZADAS        PIC 9(006)    VALUE 0.
002350 77  WS-REGULARIZADAS-AGORA  PIC 9(006)    VALUE 0.
002360 77  WS-RESPONSAVEL          PIC X(020)    VALUE SPACES.
002370 77  WS-CONTADOR-CARTOES     PIC 9(006)    VALUE 0.
002380 77  WS-CONTADOR-ACEITOS     PIC 9(006)    VALUE 0.
002390 77  WS-CONTADOR-RECUSADOS   PIC 9(006)    VALUE 0.
002400 77  WS-PONTEIRO             PIC 9(003)    VALUE 0.
002410 77  WS-TAM-TIPO             PIC 9(003)    VALUE 0.
002420 77  WS-TAM-LOJA             PIC 9(003)    VALUE 0.
002430 77  WS-TAM-NUMERO           PIC 9(003)    VALUE 0.
002440 77  WS-RESULTADO-CARTAO     PIC X(030)    VALUE SPACES.
002450
002460******************************************************************
002470* WS-DATA-CALCULO - THE DATE HANDED TO 8000-CALCULAR-DIA-SERIAL
002480* AND 8100-RECUAR-UM-DIA, WITH ITS YEAR, MONTH AND DAY VIEW.
002490******************************************************************
002500 01  WS-DATA-CALCULO.
002510     05  WS-CALC-ANO             PIC 9(004).
002520     05  WS-CALC-MES             PIC 9(002).
002530     05  WS-CALC-DIA             PIC 9(002).
002540 01  WS-DATA-CALCULO-N REDEFINES WS-DATA-CALCULO
002550                             PIC 9(008).
002560
002570******************************************************************
002580* WS-DIAS-ANTES-MES - DAYS IN THE YEAR BEFORE THE FIRST OF EACH
002590* MONTH IN A COMMON YEAR. MARCH ONWARDS GAINS ONE IN A LEAP YEAR.
002600******************************************************************
002610 01  WS-DIAS-ANTES-VALORES.
002620     02  FILLER              PIC X(036)
002630         VALUE '000031059090120151181212243273304334'.
002640 01  WS-DIAS-ANTES-TABELA REDEFINES WS-DIAS-ANTES-VALORES.
002650     02  WS-DIAS-ANTES-MES   PIC 9(003) OCCURS 12 TIMES.
002660
002670******************************************************************
002680* WS-NOMES-DIA - WEEKDAY ABBREVIATIONS, SUNDAY FIRST, IN THE
002690* ORDER OF VCA-DIA-SEMANA.
002700******************************************************************
002710 01  WS-NOMES-DIA-VALORES.
002720     02  FILLER              PIC X(021)
002730         VALUE 'DOMSEGTERQUAQUISEXSAB'.
002740 01  WS-NOMES-DIA-TABELA REDEFINES WS-NOMES-DIA-VALORES.
002750     02  WS-NOME-DIA         PIC X(003) OCCURS 7 TIMES.
002760
002770******************************************************************
002780* WS-LOJA-TABELA - THE STORES ON VENDALOJ WITH THE DATES THEY
002790* OPENED AND CLOSED, THE INVOICE RANGE AUTHORISED ON VENDACAL
002800* (THEIR OWN PROFILE, ELSE THE CHAIN-WIDE ONE; ZERO FINAL = NO
002810* RANGE) AND ONE BYTE PER DAY OF THE PERIOD FOR WHAT VENDARUN
002820* SAYS HAPPENED TO THAT DAY'S BATCH: C CONCLUDED, E DID NOT PROVE
002830* OUT, X REVERSED, BLANK NOTHING RECEIVED. THE SAME CAPACITY AS
002840* THE STATUS PAGE; A FULL TABLE ENDS THE STEP RC=16 RATHER THAN
002850* LEAVE A STORE UNCHECKED.
002860******************************************************************
002870 01  WS-LOJA-TABELA.
002880     02  WS-QTDE-LOJAS           PIC 9(003)    VALUE 0.
002890     02  WS-LOJA-ITEM OCCURS 50 TIMES.
002900         03  WS-LOJA-CODIGO      PIC X(003).
002910         03  WS-LOJA-NOME        PIC X(020).
002920         03  WS-LOJA-ABERTURA    PIC 9(008).
002930         03  WS-LOJA-FECHAMENTO  PIC 9(008).
002940         03  WS-LOJA-NF-INICIAL  PIC 9(009).
002950         03  WS-LOJA-NF-FINAL    PIC 9(009).
002960         03  WS-LOJA-DIAS        PIC X(031).
002970         03  WS-LOJA-DIAS-R REDEFINES WS-LOJA-DIAS.
002980             05  WS-LOJA-DIA-SIT PIC X(001) OCCURS 31 TIMES.
002990
003000******************************************************************
003010* WS-INT-TABELA - THE INVOICE NUMBERS FOUND, PER STORE, AS RUNS OF
003020* CONSECUTIVE NUMBERS (INICIO TO FIM), KEPT IN STORE/NUMBER ORDER
003030* AS THEY ARE BUILT. A NEW NUMBER EXTENDS THE RUN IT TOUCHES (AND
003040* JOINS TWO RUNS WHEN IT FILLS THE ONE NUMBER BETWEEN THEM) OR
003050* OPENS A RUN OF ITS OWN, SO THE TABLE HOLDS ONE ITEM PER HOLE
003060* PLUS ONE PER STORE WHATEVER THE VOLUME. WS-INT-DATA-INICIO IS
003070* THE DATE OF THE INVOICE THAT STARTS THE RUN: THE HOLE BEFORE A
003080* RUN BELONGS TO THE PERIOD THAT RUN STARTS IN. WS-CHAVE-NOVA
003090* CARRIES THE NUMBER BEING FILED IN THE SAME SHAPE. A FULL TABLE
003100* ENDS THE STEP RC=16.
003110******************************************************************
003120 01  WS-CHAVE-NOVA.
003130     05  WS-NOVA-LOJA            PIC X(003).
003140     05  WS-NOVA-NUMERO          PIC 9(009).
003150
003160 01  WS-INT-TABELA.
003170     02  WS-INT-QTDE             PIC 9(004)    VALUE 0.
003180     02  WS-INT-ITEM OCCURS 5000 TIMES.
003190         03  WS-INT-CHAVE.
003200             05  WS-INT-LOJA     PIC X(003).
003210             05  WS-INT-INICIO   PIC 9(009).
003220         03  WS-INT-FIM          PIC 9(009).
003230         03  WS-INT-DATA-INICIO  PIC 9(008).
003240
003250******************************************************************
003260* WS-OCORRENCIA-NOVA - ONE FINDING HANDED TO 7000 FOR VENDALAC.
003270******************************************************************
003280 01  WS-OCORRENCIA-NOVA.
003290     05  WS-OCO-CHAVE.
003300         10  WS-OCO-TIPO         PIC X(001).
003310         10  WS-OCO-LOJA         PIC X(003).
003320         10  WS-OCO-INICIO       PIC 9(009).
003330     05  WS-OCO-FIM              PIC 9(009).
003340     05  WS-OCO-OCORRENCIA       PIC X(001).
003350
003360******************************************************************
003370* WS-CARTAO - ONE SYSIN CARD OF THE JUSTIFICATION RUN, SPLIT INTO
003380* TYPE, STORE, START OF THE FINDING AND THE EXPLANATION. THE
003390* START IS RIGHT-JUSTIFIED AND ZERO-FILLED SO A DATE OR A SHORT
003400* INVOICE NUMBER MATCHES THE KEY AS PRINTED.
003410******************************************************************
003420 01  WS-CARTAO               PIC X(080)    VALUE SPACES.
003430 01  WS-CAR-CAMPOS.
003440     05  WS-CAR-TIPO             PIC X(001).
003450     05  WS-CAR-LOJA             PIC X(003).
003460     05  WS-CAR-TEXTO            PIC X(050).
003470 01  WS-CAR-NUMERO-AREA.
003480     05  WS-CAR-NUMERO           PIC X(009) JUSTIFIED RIGHT.
003490 01  WS-CAR-NUMERO-N REDEFINES WS-CAR-NUMERO-AREA
003500                             PIC 9(009).
003510
003520******************************************************************
003530* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR COMPRPT. EACH
003540* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
003550* JUST BEFORE THE MATCHING WRITE. THE COLUMN HEADINGS OVER THE
003560* START, END, QUANTITY AND OCCURRENCE COLUMNS ARE SET PER SECTION.
003570******************************************************************
003580 01  WS-LINHAS-RELATORIO.
003590     02  WS-DATA-FORMATADA.
003600         03  WS-DATA-DIA         PIC X(002).
003610         03  FILLER              PIC X(001) VALUE '/'.
003620         03  WS-DATA-MES         PIC X(002).
003630         03  FILLER              PIC X(001) VALUE '/'.
003640         03  WS-DATA-ANO         PIC X(004).
003650     02  WS-CAB-EMPRESA.
003660         03  FILLER              PIC X(030) VALUE SPACES.
003670         03  FILLER              PIC X(072) VALUE
003680            'CONTROLE DE COMPLETUDE - LOTES E NUMERACAO DE NOTAS'.
003690         03  FILLER              PIC X(030) VALUE SPACES.
003700     02  WS-CAB-DATA.
003710         03  FILLER              PIC X(006) VALUE 'DATA: '.
003720         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
003730         03  FILLER              PIC X(004) VALUE SPACES.
003740         03  WS-CAB-TEXTO        PIC X(112) VALUE SPACES.
003750     02  WS-LINHA-TITULO.
003760         03  FILLER              PIC X(001) VALUE SPACES.
003770         03  WS-TIT-TEXTO        PIC X(131) VALUE SPACES.
003780     02  WS-CAB-COLUNAS.
003790         03  FILLER              PIC X(025) VALUE
003800             ' FIL NOME DA LOJA'.
003810         03  WS-COL-INICIO       PIC X(011) VALUE SPACES.
003820         03  WS-COL-FIM          PIC X(011) VALUE SPACES.
003830         03  WS-COL-QTDE         PIC X(011) VALUE SPACES.
003840         03  WS-COL-OCORRENCIA   PIC X(017) VALUE SPACES.
003850         03  FILLER              PIC X(013) VALUE ' SITUACAO'.
003860         03  FILLER              PIC X(044) VALUE
003870             ' RESPONSAVEL / DATA DA SITUACAO'.
003880     02  WS-LINHA-DETALHE.
003890         03  FILLER              PIC X(001) VALUE SPACES.
003900         03  WS-DTL-FILIAL       PIC X(003).
003910         03  FILLER              PIC X(001) VALUE SPACES.
003920         03  WS-DTL-NOME         PIC X(020).
003930         03  FILLER              PIC X(001) VALUE SPACES.
003940         03  WS-DTL-INICIO       PIC X(010).
003950         03  FILLER              PIC X(001) VALUE SPACES.
003960         03  WS-DTL-FIM          PIC X(010).
003970         03  FILLER              PIC X(001) VALUE SPACES.
003980         03  WS-DTL-QTDE         PIC ZZ.ZZZ.ZZZ.
003990         03  FILLER              PIC X(001) VALUE SPACES.
004000         03  WS-DTL-OCORRENCIA   PIC X(016).
004010         03  FILLER              PIC X(001) VALUE SPACES.
004020         03  WS-DTL-SITUACAO     PIC X(012).
004030         03  FILLER              PIC X(001) VALUE SPACES.
004040         03  WS-DTL-RESPONSAVEL  PIC X(043).
004050     02  WS-LINHA-JUSTIFICATIVA.
004060         03  FILLER              PIC X(026) VALUE SPACES.
004070         03  FILLER              PIC X(015) VALUE
004080             'JUSTIFICATIVA: '.
004090         03  WS-JUS-TEXTO        PIC X(050).
004100         03  FILLER              PIC X(041) VALUE SPACES.
004110     02  WS-LINHA-NENHUMA.
004120         03  FILLER              PIC X(005) VALUE SPACES.
004130         03  FILLER              PIC X(127) VALUE
004140             'NENHUMA OCORRENCIA'.
004150     02  WS-CAB-CARTOES.
004160         03  FILLER              PIC X(016) VALUE
004170             ' T FIL INICIO'.
004180         03  FILLER              PIC X(031) VALUE ' RESULTADO'.
004190         03  FILLER              PIC X(085) VALUE
004200             ' JUSTIFICATIVA'.
004210     02  WS-LINHA-CARTAO.
004220         03  FILLER              PIC X(001) VALUE SPACES.
004230         03  WS-CRT-TIPO         PIC X(001).
004240         03  FILLER              PIC X(001) VALUE SPACES.
004250         03  WS-CRT-LOJA         PIC X(003).
004260         03  FILLER              PIC X(001) VALUE SPACES.
004270         03  WS-CRT-NUMERO       PIC X(009).
004280         03  FILLER              PIC X(001) VALUE SPACES.
004290         03  WS-CRT-RESULTADO    PIC X(030).
004300         03  FILLER              PIC X(001) VALUE SPACES.
004310         03  WS-CRT-TEXTO        PIC X(050).
004320         03  FILLER              PIC X(034) VALUE SPACES.
004330     02  WS-LINHA-RESUMO.
004340         03  FILLER              PIC X(004) VALUE SPACES.
004350         03  WS-RES-LITERAL      PIC X(060) VALUE SPACES.
004360         03  WS-RES-NUMERO       PIC ZZZ.ZZZ.ZZ9.
004370         03  FILLER              PIC X(057) VALUE SPACES.
004380
004390 PROCEDURE DIVISION.
004400 0000-PRINCIPAL.
004410
004420     PERFORM 1000-INICIAR          THRU 1000-INICIAR-EXIT.
004430     IF WS-MODO-JUSTIFICATIVA
004440         PERFORM 6000-JUSTIFICAR-OCORRENCIAS
004450                 THRU 6000-JUSTIFICAR-OCORRENCIAS-EXIT
004460     ELSE
004470         PERFORM 2000-VERIFICAR-LOTES
004480                 THRU 2000-VERIFICAR-LOTES-EXIT
004490         PERFORM 3000-LER-NOTAS    THRU 3000-LER-NOTAS-EXIT
004500         PERFORM 4000-APURAR-LACUNAS
004510                 THRU 4000-APURAR-LACUNAS-EXIT
004520         PERFORM 5000-EMITIR-RELATORIO
004530                 THRU 5000-EMITIR-RELATORIO-EXIT
004540     END-IF.
004550     PERFORM 9000-ENCERRAR         THRU 9000-ENCERRAR-EXIT.
004560     STOP RUN.
004570
004580******************************************************************
004590* 1000-INICIAR - TAKE THE MODE FROM THE PARM: 'J' IS THE
004600* JUSTIFICATION RUN; ANYTHING ELSE IS THE PERIOD TO CHECK (BLANK
004610* MEANS THE MONTH BEFORE TODAY). OPEN THE REPORT AND THE VENDALAC
004620* REGISTER - CREATED EMPTY BY THE FIRST CHECK, BUT A JUSTIFICATION
004630* RUN WITH NO REGISTER HAS NOTHING TO EXPLAIN - AND FOR A CHECK
004640* LOAD THE STORES AND THEIR CALENDAR. AN UNUSABLE PARM OR FILE
004650* ENDS THE STEP RC=16 BEFORE ANYTHING IS WRITTEN.
004660******************************************************************
004670 1000-INICIAR.
004680
004690     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
004700     ACCEPT WS-HORA-SISTEMA FROM TIME
004710     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
004720     IF WS-PARAMETRO-ENTRADA = 'J' OR 'j'
004730         SET WS-MODO-JUSTIFICATIVA TO TRUE
004740     ELSE
004750         PERFORM 1050-DEFINIR-PERIODO
004760                 THRU 1050-DEFINIR-PERIODO-EXIT
004770     END-IF
004780     OPEN OUTPUT COMP-RELATORIO
004790     IF NOT WS-RPT-OK
004800         DISPLAY 'ERRO AO ABRIR COMPRPT - STATUS ' WS-STATUS-RPT
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF
004840     OPEN I-O VENDAS-LACUNAS
004850     IF WS-LAC-NAO-EXISTE
004860         IF WS-MODO-JUSTIFICATIVA
004870             DISPLAY 'VENDALAC NAO EXISTE - NENHUMA OCORRENCIA A '
004880                     'JUSTIFICAR'
004890             MOVE 16 TO RETURN-CODE
004900             STOP RUN
004910         END-IF
004920         OPEN OUTPUT VENDAS-LACUNAS
004930         CLOSE       VENDAS-LACUNAS
004940         OPEN I-O    VENDAS-LACUNAS
004950     END-IF
004960     IF NOT WS-LAC-OK
004970         DISPLAY 'ERRO AO ABRIR VENDALAC - STATUS ' WS-STATUS-LAC
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF
005010     IF WS-MODO-VERIFICACAO
005020         PERFORM 1100-CARREGAR-LOJAS
005030                 THRU 1100-CARREGAR-LOJAS-EXIT
005040     END-IF
005050     .
005060 1000-INICIAR-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 1050-DEFINIR-PERIODO - THE PERIOD FROM THE PARM, ITS FIRST AND
005110* LAST DAY AND THE LAST DAY THAT CAN BE CHECKED FOR A BATCH:
005120* YESTERDAY AT THE LATEST, SINCE TODAY'S BATCHES ARE STILL TO
005130* COME. A PERIOD WITH NO DAY ENDED YET IS REFUSED.
005140******************************************************************
005150 1050-DEFINIR-PERIODO.
005160
005170     IF WS-PARAMETRO-ENTRADA = SPACES
005180         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-PEDIDO
005190         MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-PEDIDO
005200         IF WS-MES-PEDIDO = 1
005210             MOVE 12 TO WS-MES-PEDIDO
005220             SUBTRACT 1 FROM WS-ANO-PEDIDO
005230         ELSE
005240             SUBTRACT 1 FROM WS-MES-PEDIDO
005250         END-IF
005260     ELSE
005270         IF WS-PARAMETRO-ENTRADA(1:6) NUMERIC
005280             AND WS-PARAMETRO-ENTRADA(7:1) = SPACE
005290             MOVE WS-PARAMETRO-ENTRADA(1:4) TO WS-ANO-PEDIDO
005300             MOVE WS-PARAMETRO-ENTRADA(5:2) TO WS-MES-PEDIDO
005310             IF WS-MES-PEDIDO < 01 OR WS-MES-PEDIDO > 12
005320                 OR WS-ANO-PEDIDO = 0
005330                 DISPLAY 'MES INVALIDO NO PARM: ' WS-MES-PEDIDO
005340                 MOVE 16 TO RETURN-CODE
005350                 STOP RUN
005360             END-IF
005370         ELSE
005380             DISPLAY 'PARM INVALIDO - USE AAAAMM, BRANCO PARA O '
005390                     'MES ANTERIOR OU J PARA JUSTIFICAR'
005400             MOVE 16 TO RETURN-CODE
005410             STOP RUN
005420         END-IF
005430     END-IF
005440     COMPUTE WS-CHAVE-MES-PEDIDA =
005450             WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO
005460     IF WS-MES-PEDIDO = 1
005470         COMPUTE WS-CHAVE-MES-ANTERIOR =
005480                 (WS-ANO-PEDIDO - 1) * 100 + 12
005490     ELSE
005500         COMPUTE WS-CHAVE-MES-ANTERIOR = WS-CHAVE-MES-PEDIDA - 1
005510     END-IF
005520     MOVE WS-ANO-PEDIDO TO WS-CALC-ANO
005530     MOVE WS-MES-PEDIDO TO WS-CALC-MES
005540     MOVE 1             TO WS-CALC-DIA
005550     MOVE WS-DATA-CALCULO-N TO WS-DATA-INICIO-PER
005560     IF WS-MES-PEDIDO = 12
005570         MOVE 31 TO WS-DIAS-NO-MES
005580     ELSE
005590         COMPUTE WS-DIAS-NO-MES =
005600                 WS-DIAS-ANTES-MES(WS-MES-PEDIDO + 1)
005610               - WS-DIAS-ANTES-MES(WS-MES-PEDIDO)
005620         IF WS-MES-PEDIDO = 2
005630             PERFORM 8010-VERIFICAR-BISSEXTO
005640                     THRU 8010-VERIFICAR-BISSEXTO-EXIT
005650             IF WS-ANO-BISSEXTO
005660                 ADD 1 TO WS-DIAS-NO-MES
005670             END-IF
005680         END-IF
005690     END-IF
005700     MOVE WS-DIAS-NO-MES TO WS-CALC-DIA
005710     MOVE WS-DATA-CALCULO-N TO WS-DATA-FIM-PER
005720     MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO-N
005730     PERFORM 8100-RECUAR-UM-DIA THRU 8100-RECUAR-UM-DIA-EXIT
005740     MOVE WS-DATA-CALCULO-N TO WS-DATA-ONTEM
005750     IF WS-DATA-INICIO-PER > WS-DATA-ONTEM
005760         DISPLAY 'PERIODO ' WS-CHAVE-MES-PEDIDA ' AINDA NAO TEM '
005770                 'DIA ENCERRADO - NADA A VERIFICAR'
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF
005810     IF WS-DATA-FIM-PER > WS-DATA-ONTEM
005820         MOVE WS-CALC-DIA    TO WS-ULTIMO-DIA
005830     ELSE
005840         MOVE WS-DIAS-NO-MES TO WS-ULTIMO-DIA
005850     END-IF
005860     .
005870 1050-DEFINIR-PERIODO-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 1100-CARREGAR-LOJAS - LOAD THE STORE MASTER, WITH EACH STORE'S
005920* INVOICE RANGE FROM THE TRADING CALENDAR. THE STORE MASTER IS
005930* REQUIRED: WITHOUT IT NOBODY KNOWS WHICH BATCHES WERE DUE. THE
005940* CALENDAR IS OPTIONAL - WITHOUT IT EVERY DAY A STORE IS OPEN IS
005950* A TRADING DAY AND NO RANGE IS CHECKED - AND STAYS OPEN FOR
005960* 2000.
005970******************************************************************
005980 1100-CARREGAR-LOJAS.
005990
006000     OPEN INPUT VENDAS-CALENDARIO
006010     IF WS-CAL-OK
006020         SET WS-CAL-ABERTO TO TRUE
006030     ELSE
006040         IF NOT WS-CAL-NAO-EXISTE
006050             DISPLAY 'ERRO AO ABRIR VENDACAL - STATUS '
006060                     WS-STATUS-CAL
006070             MOVE 16 TO RETURN-CODE
006080             STOP RUN
006090         END-IF
006100     END-IF
006110     IF WS-CAL-ABERTO
006120         MOVE '***' TO VCA-LOJA
006130         MOVE 0     TO VCA-DATA
006140         READ VENDAS-CALENDARIO
006150             INVALID KEY
006160                 CONTINUE
006170             NOT INVALID KEY
006180                 MOVE VCA-NF-INICIAL TO WS-CADEIA-NF-INICIAL
006190                 MOVE VCA-NF-FINAL   TO WS-CADEIA-NF-FINAL
006200         END-READ
006210     END-IF
006220     OPEN INPUT VENDAS-LOJAS
006230     IF NOT WS-LOJ-OK
006240         DISPLAY 'VENDALOJ INDISPONIVEL (STATUS ' WS-STATUS-LOJ
006250                 ') - CADASTRE AS FILIAIS COM PARM=F'
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF
006290     PERFORM 1110-LER-LOJA THRU 1110-LER-LOJA-EXIT
006300             UNTIL WS-LOJ-FIM OR NOT WS-LOJ-OK
006310     IF NOT WS-LOJ-FIM
006320         DISPLAY 'ERRO AO LER VENDALOJ - STATUS ' WS-STATUS-LOJ
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF
006360     CLOSE VENDAS-LOJAS
006370     IF WS-QTDE-LOJAS = 0
006380         DISPLAY 'NENHUMA FILIAL EM VENDALOJ - CADASTRE AS '
006390                 'FILIAIS COM PARM=F'
006400         MOVE 16 TO RETURN-CODE
006410         STOP RUN
006420     END-IF
006430     .
006440 1100-CARREGAR-LOJAS-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 1110-LER-LOJA - ONE VENDALOJ STORE INTO WS-LOJA-TABELA, WITH
006490* ITS INVOICE RANGE FROM ITS VENDACAL PROFILE WHEN IT HAS ONE.
006500******************************************************************
006510 1110-LER-LOJA.
006520
006530     READ VENDAS-LOJAS NEXT RECORD
006540         AT END
006550             GO TO 1110-LER-LOJA-EXIT
006560     END-READ
006570     IF NOT WS-LOJ-OK
006580         GO TO 1110-LER-LOJA-EXIT
006590     END-IF
006600     IF WS-QTDE-LOJAS NOT < 50
006610         DISPLAY 'TABELA DE LOJAS CHEIA - LOJA ' VLJ-CODIGO
006620                 ' NAO CABE'
006630         MOVE 16 TO RETURN-CODE
006640         STOP RUN
006650     END-IF
006660     ADD 1 TO WS-QTDE-LOJAS
006670     MOVE VLJ-CODIGO          TO WS-LOJA-CODIGO(WS-QTDE-LOJAS)
006680     MOVE VLJ-NOME            TO WS-LOJA-NOME(WS-QTDE-LOJAS)
006690     MOVE VLJ-DATA-ABERTURA   TO WS-LOJA-ABERTURA(WS-QTDE-LOJAS)
006700     MOVE VLJ-DATA-FECHAMENTO
006710                             TO WS-LOJA-FECHAMENTO(WS-QTDE-LOJAS)
006720     MOVE WS-CADEIA-NF-INICIAL
006730                             TO WS-LOJA-NF-INICIAL(WS-QTDE-LOJAS)
006740     MOVE WS-CADEIA-NF-FINAL  TO WS-LOJA-NF-FINAL(WS-QTDE-LOJAS)
006750     MOVE SPACES              TO WS-LOJA-DIAS(WS-QTDE-LOJAS)
006760     IF NOT WS-CAL-ABERTO
006770         GO TO 1110-LER-LOJA-EXIT
006780     END-IF
006790     MOVE VLJ-CODIGO TO VCA-LOJA
006800     MOVE 0          TO VCA-DATA
006810     READ VENDAS-CALENDARIO
006820         INVALID KEY
006830             GO TO 1110-LER-LOJA-EXIT
006840     END-READ
006850     IF WS-CAL-OK AND VCA-NF-FINAL > 0
006860         MOVE VCA-NF-INICIAL TO WS-LOJA-NF-INICIAL(WS-QTDE-LOJAS)
006870         MOVE VCA-NF-FINAL   TO WS-LOJA-NF-FINAL(WS-QTDE-LOJAS)
006880     END-IF
006890     .
006900 1110-LER-LOJA-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 2000-VERIFICAR-LOTES - MARK EVERY STORE'S DAYS FROM THE RUN
006950* REGISTER, THEN WALK EACH STORE THROUGH THE PERIOD UP TO
006960* WS-ULTIMO-DIA AND FILE EVERY TRADING DAY WITHOUT A CONCLUDED
006970* BATCH ON VENDALAC.
006980******************************************************************
006990 2000-VERIFICAR-LOTES.
007000
007010     PERFORM 2100-LER-REGISTRO-RUN THRU 2100-LER-REGISTRO-RUN-EXIT
007020     PERFORM 2200-VERIFICAR-LOJA THRU 2200-VERIFICAR-LOJA-EXIT
007030         VARYING WS-LOJA-SUB FROM 1 BY 1
007040         UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
007050     IF WS-CAL-ABERTO
007060         CLOSE VENDAS-CALENDARIO
007070         MOVE 'N' TO WS-SW-CAL-ABERTO
007080     END-IF
007090     .
007100 2000-VERIFICAR-LOTES-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 2100-LER-REGISTRO-RUN - READ THE WHOLE RUN REGISTER. IT IS
007150* REQUIRED: WITHOUT IT NO BATCH CAN BE SHOWN TO HAVE CONCLUDED,
007160* AND A PARTLY READ REGISTER WOULD REPORT DAYS THAT ARE NOT
007170* MISSING, SO EITHER ENDS THE STEP RC=16.
007180******************************************************************
007190 2100-LER-REGISTRO-RUN.
007200
007210     OPEN INPUT VENDAS-RUN
007220     IF NOT WS-RUN-OK
007230         DISPLAY 'ERRO AO ABRIR VENDARUN - STATUS ' WS-STATUS-RUN
007240         MOVE 16 TO RETURN-CODE
007250         STOP RUN
007260     END-IF
007270     PERFORM 2110-LER-RUN THRU 2110-LER-RUN-EXIT
007280         UNTIL NOT WS-RUN-OK
007290     IF NOT WS-RUN-FIM
007300         DISPLAY 'ERRO AO LER VENDARUN - STATUS ' WS-STATUS-RUN
007310         MOVE 16 TO RETURN-CODE
007320         STOP RUN
007330     END-IF
007340     CLOSE VENDAS-RUN
007350     .
007360 2100-LER-REGISTRO-RUN-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400* 2110-LER-RUN - ONE RUN REGISTER RECORD, IN THE ORDER THEY WERE
007410* WRITTEN, SO THE LAST WORD ON A BATCH WINS - THE SAME RULES AS
007420* THE STATUS PAGE: A CONCLUDED BATCH MARKS ITS DAY 'C'; A REVERSAL
007430* ('X' RUN, SITUACAO 'X') UNDOES IT UNTIL THE BATCH CONCLUDES
007440* AGAIN; A BATCH THAT DID NOT PROVE OUT ('E') COUNTS ONLY WHILE
007450* NOTHING CONCLUDED. A DUPLICATE REFUSED ('R') CHANGES NOTHING.
007460******************************************************************
007470 2110-LER-RUN.
007480
007490     READ VENDAS-RUN
007500         AT END
007510             GO TO 2110-LER-RUN-EXIT
007520     END-READ
007530     IF NOT WS-RUN-OK
007540         GO TO 2110-LER-RUN-EXIT
007550     END-IF
007560     IF VRN-LOJA = SPACES
007570         OR VRN-DATA-LOTE < WS-DATA-INICIO-PER
007580         OR VRN-DATA-LOTE > WS-DATA-FIM-PER
007590         GO TO 2110-LER-RUN-EXIT
007600     END-IF
007610     MOVE VRN-LOJA TO WS-LOJA-PROCURADA
007620     PERFORM 7100-LOCALIZAR-LOJA THRU 7100-LOCALIZAR-LOJA-EXIT
007630     IF WS-LOJA-ACHADA = 0
007640         GO TO 2110-LER-RUN-EXIT
007650     END-IF
007660     MOVE VRN-DATA-LOTE TO WS-DATA-CALCULO-N
007670     MOVE WS-CALC-DIA   TO WS-DIA
007680     IF VRN-MODO = 'B' AND VRN-SITUACAO = 'C'
007690         MOVE 'C' TO WS-LOJA-DIA-SIT(WS-LOJA-ACHADA, WS-DIA)
007700     END-IF
007710     IF VRN-MODO = 'B' AND VRN-SITUACAO = 'E'
007720         AND WS-LOJA-DIA-SIT(WS-LOJA-ACHADA, WS-DIA) NOT = 'C'
007730         MOVE 'E' TO WS-LOJA-DIA-SIT(WS-LOJA-ACHADA, WS-DIA)
007740     END-IF
007750     IF VRN-MODO = 'X' AND VRN-SITUACAO = 'X'
007760         MOVE 'X' TO WS-LOJA-DIA-SIT(WS-LOJA-ACHADA, WS-DIA)
007770     END-IF
007780     .
007790 2110-LER-RUN-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 2200-VERIFICAR-LOJA - WALK ONE STORE DAY BY DAY THROUGH THE
007840* PERIOD UP TO WS-ULTIMO-DIA.
007850******************************************************************
007860 2200-VERIFICAR-LOJA.
007870
007880     ADD 1 TO WS-CONTADOR-LOJAS
007890     PERFORM 2210-VERIFICAR-DIA THRU 2210-VERIFICAR-DIA-EXIT
007900         VARYING WS-DIA FROM 1 BY 1
007910         UNTIL WS-DIA > WS-ULTIMO-DIA
007920     .
007930 2200-VERIFICAR-LOJA-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 2210-VERIFICAR-DIA - ONE DAY OF ONE STORE. A DAY BEFORE THE
007980* STORE OPENED OR AFTER IT CLOSED, OR ONE THE CALENDAR HAS CLOSED,
007990* OWES NO BATCH. A TRADING DAY WHOSE BATCH IS NOT CONCLUDED GOES
008000* TO VENDALAC AS TIPO 'L' WITH WHAT DID HAPPEN TO IT.
008010******************************************************************
008020 2210-VERIFICAR-DIA.
008030
008040     MOVE WS-ANO-PEDIDO TO WS-CALC-ANO
008050     MOVE WS-MES-PEDIDO TO WS-CALC-MES
008060     MOVE WS-DIA        TO WS-CALC-DIA
008070     MOVE WS-DATA-CALCULO-N TO WS-DATA-VERIFICADA
008080     IF WS-LOJA-ABERTURA(WS-LOJA-SUB) > WS-DATA-VERIFICADA
008090         GO TO 2210-VERIFICAR-DIA-EXIT
008100     END-IF
008110     IF WS-LOJA-FECHAMENTO(WS-LOJA-SUB) > 0
008120         AND WS-LOJA-FECHAMENTO(WS-LOJA-SUB) < WS-DATA-VERIFICADA
008130         GO TO 2210-VERIFICAR-DIA-EXIT
008140     END-IF
008150     PERFORM 7200-CALCULAR-DIA-SEMANA
008160             THRU 7200-CALCULAR-DIA-SEMANA-EXIT
008170     PERFORM 2220-VERIFICAR-CALENDARIO
008180             THRU 2220-VERIFICAR-CALENDARIO-EXIT
008190     IF NOT WS-DIA-COM-MOVIMENTO
008200         ADD 1 TO WS-CONTADOR-SEM-EXPEDIENTE
008210         GO TO 2210-VERIFICAR-DIA-EXIT
008220     END-IF
008230     ADD 1 TO WS-CONTADOR-DIAS
008240     IF WS-LOJA-DIA-SIT(WS-LOJA-SUB, WS-DIA) = 'C'
008250         GO TO 2210-VERIFICAR-DIA-EXIT
008260     END-IF
008270     MOVE 'L'                          TO WS-OCO-TIPO
008280     MOVE WS-LOJA-CODIGO(WS-LOJA-SUB)  TO WS-OCO-LOJA
008290     MOVE WS-DATA-VERIFICADA           TO WS-OCO-INICIO
008300     MOVE WS-DATA-VERIFICADA           TO WS-OCO-FIM
008310     MOVE WS-LOJA-DIA-SIT(WS-LOJA-SUB, WS-DIA)
008320                                       TO WS-OCO-OCORRENCIA
008330     PERFORM 7000-REGISTRAR-OCORRENCIA
008340             THRU 7000-REGISTRAR-OCORRENCIA-EXIT
008350     .
008360 2210-VERIFICAR-DIA-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 2220-VERIFICAR-CALENDARIO - DOES THE STORE TRADE ON THE DAY?
008410* THE FIRST OF THESE ON VENDACAL DECIDES, AS ON THE STATUS PAGE:
008420* THE STORE'S OWN EXCEPTION FOR THE DAY, THE CHAIN-WIDE ('***')
008430* EXCEPTION, THE STORE'S WEEKDAY PROFILE, THE CHAIN-WIDE PROFILE.
008440* WITH NONE OF THEM THE STORE TRADES.
008450******************************************************************
008460 2220-VERIFICAR-CALENDARIO.
008470
008480     MOVE 'S' TO WS-SW-DIA-COM-MOVIMENTO
008490     MOVE 'N' TO WS-SW-DIA-DEFINIDO
008500     IF NOT WS-CAL-ABERTO
008510         GO TO 2220-VERIFICAR-CALENDARIO-EXIT
008520     END-IF
008530     MOVE WS-LOJA-CODIGO(WS-LOJA-SUB) TO VCA-LOJA
008540     MOVE WS-DATA-VERIFICADA          TO VCA-DATA
008550     PERFORM 2225-LER-CALENDARIO THRU 2225-LER-CALENDARIO-EXIT
008560     IF NOT WS-DIA-DEFINIDO
008570         MOVE '***'                       TO VCA-LOJA
008580         MOVE WS-DATA-VERIFICADA          TO VCA-DATA
008590         PERFORM 2225-LER-CALENDARIO THRU 2225-LER-CALENDARIO-EXIT
008600     END-IF
008610     IF NOT WS-DIA-DEFINIDO
008620         MOVE WS-LOJA-CODIGO(WS-LOJA-SUB) TO VCA-LOJA
008630         MOVE 0                           TO VCA-DATA
008640         PERFORM 2225-LER-CALENDARIO THRU 2225-LER-CALENDARIO-EXIT
008650     END-IF
008660     IF NOT WS-DIA-DEFINIDO
008670         MOVE '***'                       TO VCA-LOJA
008680         MOVE 0                           TO VCA-DATA
008690         PERFORM 2225-LER-CALENDARIO THRU 2225-LER-CALENDARIO-EXIT
008700     END-IF
008710     .
008720 2220-VERIFICAR-CALENDARIO-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 2225-LER-CALENDARIO - ONE CALENDAR RECORD BY THE KEY LEFT IN
008770* VCA-CHAVE. AN EXCEPTION DECIDES BY ITS SITUATION, A PROFILE BY
008780* ITS BYTE FOR THE WEEKDAY; A PROFILE WITH NO WEEKDAYS (ONLY AN
008790* INVOICE RANGE) DECIDES NOTHING.
008800******************************************************************
008810 2225-LER-CALENDARIO.
008820
008830     READ VENDAS-CALENDARIO
008840         INVALID KEY
008850             GO TO 2225-LER-CALENDARIO-EXIT
008860     END-READ
008870     IF NOT WS-CAL-OK
008880         DISPLAY 'ERRO AO LER VENDACAL - STATUS ' WS-STATUS-CAL
008890         MOVE 16 TO RETURN-CODE
008900         STOP RUN
008910     END-IF
008920     IF VCA-DATA NOT = 0
008930         SET WS-DIA-DEFINIDO TO TRUE
008940         IF VCA-DIA-SEM-MOVIMENTO
008950             MOVE 'N' TO WS-SW-DIA-COM-MOVIMENTO
008960         END-IF
008970         GO TO 2225-LER-CALENDARIO-EXIT
008980     END-IF
008990     IF VCA-DIAS-SEMANA = SPACES
009000         GO TO 2225-LER-CALENDARIO-EXIT
009010     END-IF
009020     SET WS-DIA-DEFINIDO TO TRUE
009030     IF VCA-DIA-SEMANA(WS-DIA-SEMANA) = 'N'
009040         MOVE 'N' TO WS-SW-DIA-COM-MOVIMENTO
009050     END-IF
009060     .
009070 2225-LER-CALENDARIO-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 3000-LER-NOTAS - FILE EVERY INVOICE NUMBER DATED UP TO THE END
009120* OF THE PERIOD INTO WS-INT-TABELA: THE WHOLE LIVE LOG ALONG THE
009130* VDL-NUM-NF PATH AND, WHEN THE MONTH BEFORE THE PERIOD IS NO
009140* LONGER WHOLLY ON THE LIVE LOG, THE VENDAHST HISTORY AS WELL, SO
009150* THE NUMBERS ISSUED BEFORE THE PERIOD ARE THERE TO CLOSE ITS
009160* FIRST RUN. THE LOG IS REQUIRED, AND ANY READ ERROR ON EITHER
009170* FILE ENDS THE STEP RC=16: A PARTIAL READ WOULD SHOW GAPS THAT
009180* ARE NOT THERE.
009190******************************************************************
009200 3000-LER-NOTAS.
009210
009220     OPEN INPUT VENDAS-LOG
009230     IF NOT WS-LOG-OK
009240         DISPLAY 'ERRO AO ABRIR VENDALOG - STATUS ' WS-STATUS-LOG
009250         MOVE 16 TO RETURN-CODE
009260         STOP RUN
009270     END-IF
009280     PERFORM 3050-VERIFICAR-HISTORICO
009290             THRU 3050-VERIFICAR-HISTORICO-EXIT
009300     MOVE 'N' TO WS-SW-FIM-LEITURA
009310     MOVE 1   TO VDL-NUM-NF
009320     START VENDAS-LOG KEY NOT < VDL-NUM-NF
009330         INVALID KEY
009340             SET WS-FIM-LEITURA TO TRUE
009350     END-START
009360     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
009370         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
009380                 WS-STATUS-LOG
009390         MOVE 16 TO RETURN-CODE
009400         STOP RUN
009410     END-IF
009420     PERFORM 3100-LER-NOTA-LOG THRU 3100-LER-NOTA-LOG-EXIT
009430             UNTIL WS-FIM-LEITURA
009440     CLOSE VENDAS-LOG
009450     IF NOT WS-LER-HISTORICO
009460         GO TO 3000-LER-NOTAS-EXIT
009470     END-IF
009480     MOVE 'N' TO WS-SW-FIM-LEITURA
009490     PERFORM 3200-LER-NOTA-HIST THRU 3200-LER-NOTA-HIST-EXIT
009500             UNTIL WS-FIM-LEITURA
009510     CLOSE VENDAS-HISTORICO
009520     SET WS-HISTORICO-LIDO TO TRUE
009530     .
009540 3000-LER-NOTAS-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 3050-VERIFICAR-HISTORICO - THE OLDEST POSTING MONTH STILL ON THE
009590* LIVE LOG (THE FIRST ON THE VDL-CHAVE-MES PATH; THE CONTROL
009600* RECORD CARRIES BLANKS THERE AND SORTS AHEAD OF IT) DECIDES
009610* WHETHER VENDAHST IS READ. NO VENDAHST AT ALL MEANS NOTHING WAS
009620* EVER ARCHIVED; EITHER WAY THE NUMBERING IS THEN KNOWN FROM THE
009630* FIRST INVOICE, AND THE NUMBERS BELOW A STORE'S FIRST ONE CAN BE
009640* CHECKED AGAINST THE START OF ITS RANGE.
009650******************************************************************
009660 3050-VERIFICAR-HISTORICO.
009670
009680     MOVE 999999 TO WS-MENOR-CHAVE-LOG
009690     MOVE 0      TO VDL-CHAVE-MES
009700     START VENDAS-LOG KEY NOT < VDL-CHAVE-MES
009710         INVALID KEY
009720             MOVE '23' TO WS-STATUS-LOG
009730     END-START
009740     IF WS-LOG-OK
009750         READ VENDAS-LOG NEXT RECORD
009760             AT END
009770                 CONTINUE
009780             NOT AT END
009790                 MOVE VDL-CHAVE-MES TO WS-MENOR-CHAVE-LOG
009800         END-READ
009810     END-IF
009820     IF WS-MENOR-CHAVE-LOG > WS-CHAVE-MES-ANTERIOR
009830         SET WS-LER-HISTORICO TO TRUE
009840     END-IF
009850     OPEN INPUT VENDAS-HISTORICO
009860     IF WS-HST-NAO-EXISTE
009870         SET WS-HISTORICO-INEXISTENTE TO TRUE
009880         MOVE 'N' TO WS-SW-LER-HISTORICO
009890         GO TO 3050-VERIFICAR-HISTORICO-EXIT
009900     END-IF
009910     IF NOT WS-HST-OK
009920         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
009930         MOVE 16 TO RETURN-CODE
009940         STOP RUN
009950     END-IF
009960     IF NOT WS-LER-HISTORICO
009970         CLOSE VENDAS-HISTORICO
009980     END-IF
009990     .
010000 3050-VERIFICAR-HISTORICO-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040* 3100-LER-NOTA-LOG - ONE LIVE LOG ENTRY. AN ENTRY REVERSED BY
010050* PROGESTORNO FREED ITS NUMBER AND IS PASSED OVER, AS ARE THE
010060* CONTROL RECORD AND ANY ENTRY WITHOUT A USABLE INVOICE NUMBER.
010070******************************************************************
010080 3100-LER-NOTA-LOG.
010090
010100     READ VENDAS-LOG NEXT RECORD
010110         AT END
010120             SET WS-FIM-LEITURA TO TRUE
010130             GO TO 3100-LER-NOTA-LOG-EXIT
010140     END-READ
010150     IF NOT WS-LOG-OK
010160         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
010170         MOVE 16 TO RETURN-CODE
010180         STOP RUN
010190     END-IF
010200     ADD 1 TO WS-CONTADOR-LIDOS-LOG
010210     IF VDL-SEQUENCIA = 0 OR VDL-ESTORNADO
010220         GO TO 3100-LER-NOTA-LOG-EXIT
010230     END-IF
010240     IF VDL-NUM-NF NOT NUMERIC OR VDL-DATA-NF NOT NUMERIC
010250         GO TO 3100-LER-NOTA-LOG-EXIT
010260     END-IF
010270     IF VDL-NUM-NF = 0
010280         GO TO 3100-LER-NOTA-LOG-EXIT
010290     END-IF
010300     MOVE VDL-FILIAL  TO WS-NOTA-LOJA
010310     MOVE VDL-NUM-NF  TO WS-NOTA-NUMERO
010320     MOVE VDL-DATA-NF TO WS-NOTA-DATA
010330     PERFORM 3300-REGISTRAR-NOTA THRU 3300-REGISTRAR-NOTA-EXIT
010340     .
010350 3100-LER-NOTA-LOG-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390* 3200-LER-NOTA-HIST - ONE VENDAHST RECORD. A REVERSED ENTRY OR
010400* ONE WITHOUT AN INVOICE NUMBER IS SKIPPED; THE REST GO TO 3300.
010410******************************************************************
010420 3200-LER-NOTA-HIST.
010430
010440     READ VENDAS-HISTORICO
010450         AT END
010460             SET WS-FIM-LEITURA TO TRUE
010470             GO TO 3200-LER-NOTA-HIST-EXIT
010480     END-READ
010490     IF NOT WS-HST-OK
010500         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
010510         MOVE 16 TO RETURN-CODE
010520         STOP RUN
010530     END-IF
010540     ADD 1 TO WS-CONTADOR-LIDOS-HST
010550     IF VHS-SITUACAO = 'E'
010560         GO TO 3200-LER-NOTA-HIST-EXIT
010570     END-IF
010580     IF VHS-NUM-NF NOT NUMERIC OR VHS-DATA-NF NOT NUMERIC
010590         GO TO 3200-LER-NOTA-HIST-EXIT
010600     END-IF
010610     IF VHS-NUM-NF = 0
010620         GO TO 3200-LER-NOTA-HIST-EXIT
010630     END-IF
010640     MOVE VHS-FILIAL  TO WS-NOTA-LOJA
010650     MOVE VHS-NUM-NF  TO WS-NOTA-NUMERO
010660     MOVE VHS-DATA-NF TO WS-NOTA-DATA
010670     PERFORM 3300-REGISTRAR-NOTA THRU 3300-REGISTRAR-NOTA-EXIT
010680     .
010690 3200-LER-NOTA-HIST-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730* 3300-REGISTRAR-NOTA - ONE INVOICE NUMBER OF WS-NOTA-LOJA. ONE
010740* DATED AFTER THE PERIOD BELONGS TO A LATER CHECK. ONE OUTSIDE
010750* THE STORE'S AUTHORISED RANGE IS NOT PART OF ITS SERIES: IF IT
010760* IS DATED IN THE PERIOD IT GOES TO VENDALAC AS TIPO 'F', AND
010770* EITHER WAY IT IS KEPT OUT OF THE RUNS. SALES AND RETURNS SHARE
010780* THE STORE'S ONE SERIES.
010790******************************************************************
010800 3300-REGISTRAR-NOTA.
010810
010820     IF WS-NOTA-DATA > WS-DATA-FIM-PER
010830         GO TO 3300-REGISTRAR-NOTA-EXIT
010840     END-IF
010850     IF WS-NOTA-DATA NOT < WS-DATA-INICIO-PER
010860         ADD 1 TO WS-CONTADOR-NOTAS-PER
010870     END-IF
010880     MOVE WS-NOTA-LOJA TO WS-LOJA-PROCURADA
010890     PERFORM 7100-LOCALIZAR-LOJA THRU 7100-LOCALIZAR-LOJA-EXIT
010900     IF WS-LOJA-ACHADA > 0
010910         MOVE WS-LOJA-NF-INICIAL(WS-LOJA-ACHADA)
010920                                 TO WS-FAIXA-NF-INICIAL
010930         MOVE WS-LOJA-NF-FINAL(WS-LOJA-ACHADA)
010940                                 TO WS-FAIXA-NF-FINAL
010950     ELSE
010960         MOVE WS-CADEIA-NF-INICIAL TO WS-FAIXA-NF-INICIAL
010970         MOVE WS-CADEIA-NF-FINAL   TO WS-FAIXA-NF-FINAL
010980     END-IF
010990     IF WS-FAIXA-NF-FINAL = 0
011000         GO TO 3300-INCLUIR
011010     END-IF
011020     IF WS-NOTA-NUMERO NOT < WS-FAIXA-NF-INICIAL
011030         AND WS-NOTA-NUMERO NOT > WS-FAIXA-NF-FINAL
011040         GO TO 3300-INCLUIR
011050     END-IF
011060     IF WS-NOTA-DATA < WS-DATA-INICIO-PER
011070         GO TO 3300-REGISTRAR-NOTA-EXIT
011080     END-IF
011090     MOVE 'F'            TO WS-OCO-TIPO
011100     MOVE WS-NOTA-LOJA   TO WS-OCO-LOJA
011110     MOVE WS-NOTA-NUMERO TO WS-OCO-INICIO
011120     MOVE WS-NOTA-NUMERO TO WS-OCO-FIM
011130     IF WS-NOTA-NUMERO < WS-FAIXA-NF-INICIAL
011140         MOVE 'I' TO WS-OCO-OCORRENCIA
011150     ELSE
011160         MOVE 'S' TO WS-OCO-OCORRENCIA
011170     END-IF
011180     PERFORM 7000-REGISTRAR-OCORRENCIA
011190             THRU 7000-REGISTRAR-OCORRENCIA-EXIT
011200     GO TO 3300-REGISTRAR-NOTA-EXIT
011210     .
011220 3300-INCLUIR.
011230     PERFORM 3400-INCLUIR-NOTA THRU 3400-INCLUIR-NOTA-EXIT
011240     .
011250 3300-REGISTRAR-NOTA-EXIT.
011260     EXIT.
011270
011280******************************************************************
011290* 3400-INCLUIR-NOTA - FILE ONE NUMBER INTO WS-INT-TABELA. THE
011300* POSITION IS THE FIRST RUN WITH A HIGHER KEY (A BINARY SEARCH -
011310* THE WHOLE LOG PASSES THROUGH HERE). THE RUN BEFORE IT, IF IT IS
011320* THE SAME STORE'S, EITHER HOLDS THE NUMBER ALREADY OR ENDS JUST
011330* BELOW IT AND GROWS BY ONE, JOINING THE RUN AFTER IT WHEN THAT
011340* ONE STARTS JUST ABOVE; OTHERWISE THE RUN AFTER IT MAY START
011350* JUST ABOVE AND GROW DOWN BY ONE. FAILING ALL OF THESE THE
011360* NUMBER OPENS A NEW RUN IN ITS PLACE, THE HIGHER KEYS SHIFTING
011370* ONE DOWN.
011380******************************************************************
011390 3400-INCLUIR-NOTA.
011400
011410     MOVE WS-NOTA-LOJA   TO WS-NOVA-LOJA
011420     MOVE WS-NOTA-NUMERO TO WS-NOVA-NUMERO
011430     COMPUTE WS-POSICAO = WS-INT-QTDE + 1
011440     MOVE 1           TO WS-PESQ-INICIO
011450     MOVE WS-INT-QTDE TO WS-PESQ-FIM
011460     PERFORM 3410-PROCURAR-POSICAO THRU 3410-PROCURAR-POSICAO-EXIT
011470             UNTIL WS-PESQ-INICIO > WS-PESQ-FIM
011480     IF WS-POSICAO > 1
011490         COMPUTE WS-INT-SUB = WS-POSICAO - 1
011500         IF WS-INT-LOJA(WS-INT-SUB) = WS-NOVA-LOJA
011510             IF WS-INT-FIM(WS-INT-SUB) NOT < WS-NOVA-NUMERO
011520                 IF WS-INT-INICIO(WS-INT-SUB) = WS-NOVA-NUMERO
011530                     AND WS-NOTA-DATA <
011540                         WS-INT-DATA-INICIO(WS-INT-SUB)
011550                     MOVE WS-NOTA-DATA
011560                         TO WS-INT-DATA-INICIO(WS-INT-SUB)
011570                 END-IF
011580                 GO TO 3400-INCLUIR-NOTA-EXIT
011590             END-IF
011600             IF WS-INT-FIM(WS-INT-SUB) + 1 = WS-NOVA-NUMERO
011610                 MOVE WS-NOVA-NUMERO TO WS-INT-FIM(WS-INT-SUB)
011620                 IF WS-POSICAO NOT > WS-INT-QTDE
011630                     AND WS-INT-LOJA(WS-POSICAO) = WS-NOVA-LOJA
011640                     AND WS-INT-INICIO(WS-POSICAO) =
011650                         WS-NOVA-NUMERO + 1
011660                     MOVE WS-INT-FIM(WS-POSICAO)
011670                         TO WS-INT-FIM(WS-INT-SUB)
011680                     PERFORM 3430-REMOVER-ITEM
011690                             THRU 3430-REMOVER-ITEM-EXIT
011700                 END-IF
011710                 GO TO 3400-INCLUIR-NOTA-EXIT
011720             END-IF
011730         END-IF
011740     END-IF
011750     IF WS-POSICAO NOT > WS-INT-QTDE
011760         AND WS-INT-LOJA(WS-POSICAO) = WS-NOVA-LOJA
011770         AND WS-INT-INICIO(WS-POSICAO) = WS-NOVA-NUMERO + 1
011780         MOVE WS-NOVA-NUMERO TO WS-INT-INICIO(WS-POSICAO)
011790         MOVE WS-NOTA-DATA   TO WS-INT-DATA-INICIO(WS-POSICAO)
011800         GO TO 3400-INCLUIR-NOTA-EXIT
011810     END-IF
011820     IF WS-INT-QTDE NOT < 5000
011830         DISPLAY 'TABELA DE NUMERACAO CHEIA - VERIFICACAO '
011840                 'ABANDONADA'
011850         MOVE 16 TO RETURN-CODE
011860         STOP RUN
011870     END-IF
011880     PERFORM 3420-DESLOCAR-ITEM THRU 3420-DESLOCAR-ITEM-EXIT
011890         VARYING WS-INT-SUB FROM WS-INT-QTDE BY -1
011900         UNTIL WS-INT-SUB < WS-POSICAO
011910     ADD 1 TO WS-INT-QTDE
011920     MOVE WS-CHAVE-NOVA  TO WS-INT-CHAVE(WS-POSICAO)
011930     MOVE WS-NOVA-NUMERO TO WS-INT-FIM(WS-POSICAO)
011940     MOVE WS-NOTA-DATA   TO WS-INT-DATA-INICIO(WS-POSICAO)
011950     .
011960 3400-INCLUIR-NOTA-EXIT.
011970     EXIT.
011980
011990******************************************************************
012000* 3410-PROCURAR-POSICAO - ONE STEP OF THE BINARY SEARCH FOR THE
012010* FIRST RUN WHOSE KEY IS HIGHER THAN WS-CHAVE-NOVA.
012020******************************************************************
012030 3410-PROCURAR-POSICAO.
012040
012050     COMPUTE WS-PESQ-MEIO = (WS-PESQ-INICIO + WS-PESQ-FIM) / 2
012060     IF WS-INT-CHAVE(WS-PESQ-MEIO) > WS-CHAVE-NOVA
012070         MOVE WS-PESQ-MEIO TO WS-POSICAO
012080         COMPUTE WS-PESQ-FIM = WS-PESQ-MEIO - 1
012090     ELSE
012100         COMPUTE WS-PESQ-INICIO = WS-PESQ-MEIO + 1
012110     END-IF
012120     .
012130 3410-PROCURAR-POSICAO-EXIT.
012140     EXIT.
012150
012160******************************************************************
012170* 3420-DESLOCAR-ITEM - SHIFT ONE RUN DOWN A PLACE TO OPEN ROOM
012180* FOR THE NEW ONE.
012190******************************************************************
012200 3420-DESLOCAR-ITEM.
012210
012220     MOVE WS-INT-ITEM(WS-INT-SUB) TO WS-INT-ITEM(WS-INT-SUB + 1)
012230     .
012240 3420-DESLOCAR-ITEM-EXIT.
012250     EXIT.
012260
012270******************************************************************
012280* 3430-REMOVER-ITEM - DROP THE RUN AT WS-POSICAO, JUST JOINED TO
012290* THE ONE BEFORE IT, THE HIGHER KEYS SHIFTING ONE UP.
012300******************************************************************
012310 3430-REMOVER-ITEM.
012320
012330     PERFORM 3440-SUBIR-ITEM THRU 3440-SUBIR-ITEM-EXIT
012340         VARYING WS-INT-SUB FROM WS-POSICAO BY 1
012350         UNTIL WS-INT-SUB NOT < WS-INT-QTDE
012360     SUBTRACT 1 FROM WS-INT-QTDE
012370     .
012380 3430-REMOVER-ITEM-EXIT.
012390     EXIT.
012400
012410******************************************************************
012420* 3440-SUBIR-ITEM - SHIFT ONE RUN UP A PLACE OVER THE ONE
012430* REMOVED.
012440******************************************************************
012450 3440-SUBIR-ITEM.
012460
012470     MOVE WS-INT-ITEM(WS-INT-SUB + 1) TO WS-INT-ITEM(WS-INT-SUB)
012480     .
012490 3440-SUBIR-ITEM-EXIT.
012500     EXIT.
012510
012520******************************************************************
012530* 4000-APURAR-LACUNAS - THE HOLES BETWEEN CONSECUTIVE RUNS OF THE
012540* SAME STORE, EACH FILED ON VENDALAC AS TIPO 'N' WHEN THE RUN
012550* AFTER IT STARTS IN THE PERIOD (AN OLDER HOLE WAS REPORTED FOR
012560* ITS OWN PERIOD). AHEAD OF A STORE'S FIRST RUN THE HOLE IS
012570* MEASURED FROM THE START OF ITS AUTHORISED RANGE, BUT ONLY WHEN
012580* THE WHOLE HISTORY WAS SEEN - OTHERWISE ITS EARLIER NUMBERS MAY
012590* SIMPLY BE ARCHIVED. NO HOLE IS ASSUMED AFTER A STORE'S LAST
012600* NUMBER: ITS NEXT INVOICE MAY NOT HAVE BEEN ISSUED YET.
012610******************************************************************
012620 4000-APURAR-LACUNAS.
012630
012640     PERFORM 4100-APURAR-INTERVALO THRU 4100-APURAR-INTERVALO-EXIT
012650         VARYING WS-INT-SUB FROM 1 BY 1
012660         UNTIL WS-INT-SUB > WS-INT-QTDE
012670     .
012680 4000-APURAR-LACUNAS-EXIT.
012690     EXIT.
012700
012710******************************************************************
012720* 4100-APURAR-INTERVALO - THE HOLE AHEAD OF ONE RUN, FILED AS
012730* TIPO 'N' WHEN THE RUN STARTS IN THE PERIOD.
012740******************************************************************
012750 4100-APURAR-INTERVALO.
012760
012770     IF WS-INT-DATA-INICIO(WS-INT-SUB) < WS-DATA-INICIO-PER
012780         GO TO 4100-APURAR-INTERVALO-EXIT
012790     END-IF
012800     MOVE 'N'                      TO WS-OCO-TIPO
012810     MOVE WS-INT-LOJA(WS-INT-SUB)  TO WS-OCO-LOJA
012820     COMPUTE WS-OCO-FIM = WS-INT-INICIO(WS-INT-SUB) - 1
012830     MOVE SPACE                    TO WS-OCO-OCORRENCIA
012840     IF WS-INT-SUB > 1
012850         IF WS-INT-LOJA(WS-INT-SUB - 1) = WS-INT-LOJA(WS-INT-SUB)
012860             COMPUTE WS-OCO-INICIO =
012870                     WS-INT-FIM(WS-INT-SUB - 1) + 1
012880             GO TO 4100-REGISTRAR
012890         END-IF
012900     END-IF
012910     IF NOT WS-HISTORICO-COMPLETO
012920         GO TO 4100-APURAR-INTERVALO-EXIT
012930     END-IF
012940     MOVE WS-INT-LOJA(WS-INT-SUB) TO WS-LOJA-PROCURADA
012950     PERFORM 7100-LOCALIZAR-LOJA THRU 7100-LOCALIZAR-LOJA-EXIT
012960     IF WS-LOJA-ACHADA > 0
012970         MOVE WS-LOJA-NF-INICIAL(WS-LOJA-ACHADA)
012980                                 TO WS-FAIXA-NF-INICIAL
012990         MOVE WS-LOJA-NF-FINAL(WS-LOJA-ACHADA)
013000                                 TO WS-FAIXA-NF-FINAL
013010     ELSE
013020         MOVE WS-CADEIA-NF-INICIAL TO WS-FAIXA-NF-INICIAL
013030         MOVE WS-CADEIA-NF-FINAL   TO WS-FAIXA-NF-FINAL
013040     END-IF
013050     IF WS-FAIXA-NF-FINAL = 0
013060         OR WS-FAIXA-NF-INICIAL NOT < WS-INT-INICIO(WS-INT-SUB)
013070         GO TO 4100-APURAR-INTERVALO-EXIT
013080     END-IF
013090     MOVE WS-FAIXA-NF-INICIAL TO WS-OCO-INICIO
013100     .
013110 4100-REGISTRAR.
013120     PERFORM 7000-REGISTRAR-OCORRENCIA
013130             THRU 7000-REGISTRAR-OCORRENCIA-EXIT
013140     .
013150 4100-APURAR-INTERVALO-EXIT.
013160     EXIT.
013170
013180******************************************************************
013190* 5000-EMITIR-RELATORIO - PRINT THE REPORT FROM VENDALAC ITSELF,
013200* SO EACH FINDING SHOWS WITH ITS SITUATION AND EXPLANATION: THE
013210* DAYS WITHOUT A CONCLUDED BATCH, THE INVOICES OUT OF RANGE AND
013220* THE GAPS THIS RUN FOUND, THEN THE PERIOD'S FINDINGS NO LONGER
013230* FOUND (MARKED REGULARIZED HERE), THEN THE COUNTS.
013240******************************************************************
013250 5000-EMITIR-RELATORIO.
013260
013270     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
013280     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
013290     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
013300     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
013310     MOVE SPACES                TO WS-CAB-TEXTO
013320     STRING 'PERIODO: ' DELIMITED BY SIZE
013330            WS-ANO-PEDIDO DELIMITED BY SIZE
013340            '/' DELIMITED BY SIZE
013350            WS-MES-PEDIDO DELIMITED BY SIZE
013360            '    LOTES VERIFICADOS DO DIA 01 AO DIA '
013370                DELIMITED BY SIZE
013380            WS-ULTIMO-DIA DELIMITED BY SIZE
013390         INTO WS-CAB-TEXTO
013400     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
013410     WRITE VDR-REGISTRO
013420     MOVE WS-CAB-DATA           TO VDR-REGISTRO
013430     WRITE VDR-REGISTRO
013440     MOVE SPACES                TO WS-CAB-TEXTO
013450     IF WS-HISTORICO-LIDO
013460         MOVE 'NUMERACAO: VENDALOG E HISTORICO VENDAHST'
013470                                 TO WS-CAB-TEXTO
013480     ELSE
013490         IF WS-HISTORICO-INEXISTENTE
013500             MOVE 'NUMERACAO: VENDALOG (SEM HISTORICO ARQUIVADO)'
013510                                 TO WS-CAB-TEXTO
013520         ELSE
013530             MOVE 'NUMERACAO: VENDALOG (HISTORICO NAO NECESSARIO)'
013540                                 TO WS-CAB-TEXTO
013550         END-IF
013560     END-IF
013570     MOVE SPACES                TO WS-CAB-DATA-VALOR
013580     MOVE WS-CAB-DATA           TO VDR-REGISTRO
013590     MOVE SPACES                TO VDR-REGISTRO(1:6)
013600     WRITE VDR-REGISTRO
013610     MOVE 'N' TO WS-SW-SECAO-REGULARIZADAS
013620     MOVE 'DIAS DE EXPEDIENTE SEM LOTE CONCLUIDO'
013630                                 TO WS-TIT-TEXTO
013640     MOVE ' DATA'               TO WS-COL-INICIO
013650     MOVE ' DIA'                TO WS-COL-FIM
013660     MOVE SPACES                TO WS-COL-QTDE
013670     MOVE ' OCORRENCIA'         TO WS-COL-OCORRENCIA
013680     MOVE 'L'                   TO WS-TIPO-LISTADO
013690     PERFORM 5100-LISTAR-TIPO THRU 5100-LISTAR-TIPO-EXIT
013700     MOVE 'NOTAS FISCAIS FORA DA FAIXA AUTORIZADA'
013710                                 TO WS-TIT-TEXTO
013720     MOVE ' NOTA'               TO WS-COL-INICIO
013730     MOVE SPACES                TO WS-COL-FIM
013740     MOVE SPACES                TO WS-COL-QTDE
013750     MOVE ' OCORRENCIA'         TO WS-COL-OCORRENCIA
013760     MOVE 'F'                   TO WS-TIPO-LISTADO
013770     PERFORM 5100-LISTAR-TIPO THRU 5100-LISTAR-TIPO-EXIT
013780     MOVE 'LACUNAS NA NUMERACAO DAS NOTAS FISCAIS'
013790                                 TO WS-TIT-TEXTO
013800     MOVE ' PRIMEIRA'           TO WS-COL-INICIO
013810     MOVE ' ULTIMA'             TO WS-COL-FIM
013820     MOVE '       QTDE'         TO WS-COL-QTDE
013830     MOVE ' OCORRENCIA'         TO WS-COL-OCORRENCIA
013840     MOVE 'N'                   TO WS-TIPO-LISTADO
013850     PERFORM 5100-LISTAR-TIPO THRU 5100-LISTAR-TIPO-EXIT
013860     SET WS-SECAO-REGULARIZADAS TO TRUE
013870     MOVE 'OCORRENCIAS DO PERIODO REGULARIZADAS'
013880                                 TO WS-TIT-TEXTO
013890     MOVE ' INICIO'             TO WS-COL-INICIO
013900     MOVE ' FIM'                TO WS-COL-FIM
013910     MOVE '       QTDE'         TO WS-COL-QTDE
013920     MOVE ' TIPO'               TO WS-COL-OCORRENCIA
013930     PERFORM 5200-LISTAR-REGULARIZADAS
013940             THRU 5200-LISTAR-REGULARIZADAS-EXIT
013950     PERFORM 5400-IMPRIMIR-RESUMO THRU 5400-IMPRIMIR-RESUMO-EXIT
013960     .
013970 5000-EMITIR-RELATORIO-EXIT.
013980     EXIT.
013990
014000******************************************************************
014010* 5100-LISTAR-TIPO - ONE SECTION: EVERY VENDALAC RECORD OF TIPO
014020* WS-TIPO-LISTADO AND OF THIS PERIOD THAT THIS RUN FOUND (ITS
014030* VERIFICATION STAMP IS THIS RUN'S), IN STORE AND START ORDER.
014040******************************************************************
014050 5100-LISTAR-TIPO.
014060
014070     MOVE SPACES         TO VDR-REGISTRO
014080     WRITE VDR-REGISTRO
014090     MOVE WS-LINHA-TITULO TO VDR-REGISTRO
014100     WRITE VDR-REGISTRO
014110     MOVE WS-CAB-COLUNAS TO VDR-REGISTRO
014120     WRITE VDR-REGISTRO
014130     MOVE 0 TO WS-QTDE-LISTADA
014140     MOVE 'N' TO WS-SW-FIM-LEITURA
014150     MOVE LOW-VALUES      TO VLA-CHAVE
014160     MOVE WS-TIPO-LISTADO TO VLA-TIPO
014170     START VENDAS-LACUNAS KEY NOT < VLA-CHAVE
014180         INVALID KEY
014190             SET WS-FIM-LEITURA TO TRUE
014200     END-START
014210     IF NOT WS-FIM-LEITURA AND NOT WS-LAC-OK
014220         DISPLAY 'ERRO AO POSICIONAR VENDALAC - STATUS '
014230                 WS-STATUS-LAC
014240         MOVE 16 TO RETURN-CODE
014250         STOP RUN
014260     END-IF
014270     PERFORM 5110-LER-OCORRENCIA THRU 5110-LER-OCORRENCIA-EXIT
014280             UNTIL WS-FIM-LEITURA
014290     IF WS-QTDE-LISTADA = 0
014300         MOVE WS-LINHA-NENHUMA TO VDR-REGISTRO
014310         WRITE VDR-REGISTRO
014320     END-IF
014330     .
014340 5100-LISTAR-TIPO-EXIT.
014350     EXIT.
014360
014370******************************************************************
014380* 5110-LER-OCORRENCIA - ONE VENDALAC RECORD OF THE TIPO BEING
014390* LISTED, PRINTED WHEN THIS RUN FOUND IT FOR THIS PERIOD.
014400******************************************************************
014410 5110-LER-OCORRENCIA.
014420
014430     READ VENDAS-LACUNAS NEXT RECORD
014440         AT END
014450             SET WS-FIM-LEITURA TO TRUE
014460             GO TO 5110-LER-OCORRENCIA-EXIT
014470     END-READ
014480     IF NOT WS-LAC-OK
014490         DISPLAY 'ERRO AO LER VENDALAC - STATUS ' WS-STATUS-LAC
014500         MOVE 16 TO RETURN-CODE
014510         STOP RUN
014520     END-IF
014530     IF VLA-TIPO NOT = WS-TIPO-LISTADO
014540         SET WS-FIM-LEITURA TO TRUE
014550         GO TO 5110-LER-OCORRENCIA-EXIT
014560     END-IF
014570     IF VLA-PERIODO NOT = WS-CHAVE-MES-PEDIDA
014580         OR VLA-DATA-VERIFICACAO NOT = WS-DATA-SISTEMA
014590         OR VLA-HORA-VERIFICACAO NOT = WS-HORA-SISTEMA
014600         GO TO 5110-LER-OCORRENCIA-EXIT
014610     END-IF
014620     PERFORM 5300-IMPRIMIR-OCORRENCIA
014630             THRU 5300-IMPRIMIR-OCORRENCIA-EXIT
014640     .
014650 5110-LER-OCORRENCIA-EXIT.
014660     EXIT.
014670
014680******************************************************************
014690* 5200-LISTAR-REGULARIZADAS - ONE PASS OVER THE WHOLE REGISTER. A
014700* FINDING OF THIS PERIOD THAT THIS RUN DID NOT FIND AGAIN - THE
014710* BATCH WAS POSTED, THE INVOICES TURNED UP OR THE RANGE WAS
014720* CORRECTED - IS MARKED REGULARIZED, KEEPING ANY EXPLANATION IT
014730* HAD, AND THE PERIOD'S REGULARIZED FINDINGS ARE LISTED.
014740******************************************************************
014750 5200-LISTAR-REGULARIZADAS.
014760
014770     MOVE SPACES         TO VDR-REGISTRO
014780     WRITE VDR-REGISTRO
014790     MOVE WS-LINHA-TITULO TO VDR-REGISTRO
014800     WRITE VDR-REGISTRO
014810     MOVE WS-CAB-COLUNAS TO VDR-REGISTRO
014820     WRITE VDR-REGISTRO
014830     MOVE 0 TO WS-QTDE-LISTADA
014840     MOVE 'N' TO WS-SW-FIM-LEITURA
014850     MOVE LOW-VALUES TO VLA-CHAVE
014860     START VENDAS-LACUNAS KEY NOT < VLA-CHAVE
014870         INVALID KEY
014880             SET WS-FIM-LEITURA TO TRUE
014890     END-START
014900     IF NOT WS-FIM-LEITURA AND NOT WS-LAC-OK
014910         DISPLAY 'ERRO AO POSICIONAR VENDALAC - STATUS '
014920                 WS-STATUS-LAC
014930         MOVE 16 TO RETURN-CODE
014940         STOP RUN
014950     END-IF
014960     PERFORM 5210-LER-REGULARIZADA THRU 5210-LER-REGULARIZADA-EXIT
014970             UNTIL WS-FIM-LEITURA
014980     IF WS-QTDE-LISTADA = 0
014990         MOVE WS-LINHA-NENHUMA TO VDR-REGISTRO
015000         WRITE VDR-REGISTRO
015010     END-IF
015020     .
015030 5200-LISTAR-REGULARIZADAS-EXIT.
015040     EXIT.
015050
015060******************************************************************
015070* 5210-LER-REGULARIZADA - ONE VENDALAC RECORD. A FINDING OF THE
015080* PERIOD NOT FOUND BY THIS RUN IS MARKED REGULARIZED AND PRINTED.
015090******************************************************************
015100 5210-LER-REGULARIZADA.
015110
015120     READ VENDAS-LACUNAS NEXT RECORD
015130         AT END
015140             SET WS-FIM-LEITURA TO TRUE
015150             GO TO 5210-LER-REGULARIZADA-EXIT
015160     END-READ
015170     IF NOT WS-LAC-OK
015180         DISPLAY 'ERRO AO LER VENDALAC - STATUS ' WS-STATUS-LAC
015190         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015210     END-IF
015220     IF VLA-PERIODO NOT = WS-CHAVE-MES-PEDIDA
015230         GO TO 5210-LER-REGULARIZADA-EXIT
015240     END-IF
015250     IF VLA-DATA-VERIFICACAO = WS-DATA-SISTEMA
015260         AND VLA-HORA-VERIFICACAO = WS-HORA-SISTEMA
015270         GO TO 5210-LER-REGULARIZADA-EXIT
015280     END-IF
015290     IF NOT VLA-REGULARIZADA
015300         SET VLA-REGULARIZADA TO TRUE
015310         MOVE WS-DATA-SISTEMA TO VLA-DATA-SITUACAO
015320         REWRITE VLA-REGISTRO
015330         IF NOT WS-LAC-OK
015340             DISPLAY 'ERRO AO REGRAVAR VENDALAC - STATUS '
015350                     WS-STATUS-LAC
015360             MOVE 16 TO RETURN-CODE
015370             STOP RUN
015380         END-IF
015390         ADD 1 TO WS-REGULARIZADAS-AGORA
015400     END-IF
015410     PERFORM 5300-IMPRIMIR-OCORRENCIA
015420             THRU 5300-IMPRIMIR-OCORRENCIA-EXIT
015430     .
015440 5210-LER-REGULARIZADA-EXIT.
015450     EXIT.
015460
015470******************************************************************
015480* 5300-IMPRIMIR-OCORRENCIA - ONE FINDING, AS ITS TIPO PRINTS: A
015490* MISSING DAY BY DATE AND WEEKDAY, AN OUT-OF-RANGE INVOICE BY ITS
015500* NUMBER, A GAP BY ITS FIRST AND LAST NUMBER AND HOW MANY ARE
015510* MISSING. AN EXPLANATION GOES ON A LINE OF ITS OWN UNDERNEATH.
015520* THE COUNTS FOR THE SUMMARY ARE KEPT HERE.
015530******************************************************************
015540 5300-IMPRIMIR-OCORRENCIA.
015550
015560     ADD 1 TO WS-QTDE-LISTADA
015570     MOVE VLA-LOJA TO WS-DTL-FILIAL
015580     MOVE VLA-LOJA TO WS-LOJA-PROCURADA
015590     PERFORM 7100-LOCALIZAR-LOJA THRU 7100-LOCALIZAR-LOJA-EXIT
015600     IF WS-LOJA-ACHADA > 0
015610         MOVE WS-LOJA-NOME(WS-LOJA-ACHADA) TO WS-DTL-NOME
015620     ELSE
015630         MOVE '*** NAO CADASTRADA'         TO WS-DTL-NOME
015640     END-IF
015650     MOVE SPACES TO WS-DTL-INICIO
015660     MOVE SPACES TO WS-DTL-FIM
015670     MOVE 0      TO WS-DTL-QTDE
015680     MOVE 0      TO WS-QTDE-NOTAS-LACUNA
015690     IF VLA-LOTE-FALTANTE
015700         MOVE VLA-INICIO TO WS-DATA-ENTRADA
015710         PERFORM 7300-FORMATAR-DATA THRU 7300-FORMATAR-DATA-EXIT
015720         MOVE WS-DATA-FORMATADA TO WS-DTL-INICIO
015730         MOVE WS-DATA-ENTRADA   TO WS-DATA-CALCULO-N
015740         PERFORM 7200-CALCULAR-DIA-SEMANA
015750                 THRU 7200-CALCULAR-DIA-SEMANA-EXIT
015760         MOVE WS-NOME-DIA(WS-DIA-SEMANA) TO WS-DTL-FIM
015770         IF VLA-OCORRENCIA = 'E'
015780             MOVE 'LOTE NAO CONFERE' TO WS-DTL-OCORRENCIA
015790         ELSE
015800             IF VLA-OCORRENCIA = 'X'
015810                 MOVE 'LOTE ESTORNADO'   TO WS-DTL-OCORRENCIA
015820             ELSE
015830                 MOVE 'LOTE NAO ENVIADO' TO WS-DTL-OCORRENCIA
015840             END-IF
015850         END-IF
015860     END-IF
015870     IF VLA-NF-FORA-FAIXA
015880         MOVE VLA-INICIO    TO WS-NF-EDITADA
015890         MOVE WS-NF-EDITADA TO WS-DTL-INICIO
015900         IF VLA-OCORRENCIA = 'I'
015910             MOVE 'ABAIXO DA FAIXA'  TO WS-DTL-OCORRENCIA
015920         ELSE
015930             MOVE 'ACIMA DA FAIXA'   TO WS-DTL-OCORRENCIA
015940         END-IF
015950     END-IF
015960     IF VLA-NF-LACUNA
015970         MOVE VLA-INICIO    TO WS-NF-EDITADA
015980         MOVE WS-NF-EDITADA TO WS-DTL-INICIO
015990         MOVE VLA-FIM       TO WS-NF-EDITADA
016000         MOVE WS-NF-EDITADA TO WS-DTL-FIM
016010         COMPUTE WS-QTDE-NOTAS-LACUNA = VLA-FIM - VLA-INICIO + 1
016020         MOVE WS-QTDE-NOTAS-LACUNA TO WS-DTL-QTDE
016030         MOVE 'NOTAS FALTANTES'  TO WS-DTL-OCORRENCIA
016040     END-IF
016050     IF WS-SECAO-REGULARIZADAS
016060         ADD 1 TO WS-REGULARIZADAS
016070         IF VLA-LOTE-FALTANTE
016080             MOVE 'DIA SEM LOTE'     TO WS-DTL-OCORRENCIA
016090         END-IF
016100         IF VLA-NF-FORA-FAIXA
016110             MOVE 'NF FORA DA FAIXA' TO WS-DTL-OCORRENCIA
016120         END-IF
016130         IF VLA-NF-LACUNA
016140             MOVE 'LACUNA DE NF'     TO WS-DTL-OCORRENCIA
016150         END-IF
016160     ELSE
016170         PERFORM 5310-CONTAR-OCORRENCIA
016180                 THRU 5310-CONTAR-OCORRENCIA-EXIT
016190     END-IF
016200     IF VLA-ABERTA
016210         MOVE 'ABERTA'       TO WS-DTL-SITUACAO
016220     ELSE
016230         IF VLA-JUSTIFICADA
016240             MOVE 'JUSTIFICADA'  TO WS-DTL-SITUACAO
016250         ELSE
016260             MOVE 'REGULARIZADA' TO WS-DTL-SITUACAO
016270         END-IF
016280     END-IF
016290     MOVE VLA-DATA-SITUACAO TO WS-DATA-ENTRADA
016300     PERFORM 7300-FORMATAR-DATA THRU 7300-FORMATAR-DATA-EXIT
016310     MOVE SPACES TO WS-DTL-RESPONSAVEL
016320     IF VLA-RESPONSAVEL = SPACES
016330         MOVE WS-DATA-FORMATADA TO WS-DTL-RESPONSAVEL
016340     ELSE
016350         STRING VLA-RESPONSAVEL DELIMITED BY '  '
016360                ' EM ' DELIMITED BY SIZE
016370                WS-DATA-FORMATADA DELIMITED BY SIZE
016380             INTO WS-DTL-RESPONSAVEL
016390     END-IF
016400     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
016410     WRITE VDR-REGISTRO
016420     IF VLA-JUSTIFICATIVA NOT = SPACES
016430         MOVE VLA-JUSTIFICATIVA      TO WS-JUS-TEXTO
016440         MOVE WS-LINHA-JUSTIFICATIVA TO VDR-REGISTRO
016450         WRITE VDR-REGISTRO
016460     END-IF
016470     .
016480 5300-IMPRIMIR-OCORRENCIA-EXIT.
016490     EXIT.
016500
016510******************************************************************
016520* 5310-CONTAR-OCORRENCIA - ADD THE FINDING JUST PRINTED TO THE
016530* SUMMARY COUNTS, OPEN OR JUSTIFIED, BY TIPO.
016540******************************************************************
016550 5310-CONTAR-OCORRENCIA.
016560
016570     IF VLA-LOTE-FALTANTE
016580         IF VLA-ABERTA
016590             ADD 1 TO WS-LOTES-ABERTOS
016600         ELSE
016610             ADD 1 TO WS-LOTES-JUSTIFICADOS
016620         END-IF
016630     END-IF
016640     IF VLA-NF-FORA-FAIXA
016650         IF VLA-ABERTA
016660             ADD 1 TO WS-FORA-ABERTAS
016670         ELSE
016680             ADD 1 TO WS-FORA-JUSTIFICADAS
016690         END-IF
016700     END-IF
016710     IF VLA-NF-LACUNA
016720         ADD WS-QTDE-NOTAS-LACUNA TO WS-NOTAS-FALTANTES
016730         IF VLA-ABERTA
016740             ADD 1 TO WS-LACUNAS-ABERTAS
016750         ELSE
016760             ADD 1 TO WS-LACUNAS-JUSTIFICADAS
016770         END-IF
016780     END-IF
016790     .
016800 5310-CONTAR-OCORRENCIA-EXIT.
016810     EXIT.
016820
016830******************************************************************
016840* 5400-IMPRIMIR-RESUMO - THE SUMMARY OF THE VERIFICATION: WHAT
016850* WAS CHECKED AND HOW MANY FINDINGS OF EACH KIND ARE OPEN.
016860******************************************************************
016870 5400-IMPRIMIR-RESUMO.
016880
016890     MOVE SPACES TO VDR-REGISTRO
016900     WRITE VDR-REGISTRO
016910     MOVE 'RESUMO DA VERIFICACAO' TO WS-TIT-TEXTO
016920     MOVE WS-LINHA-TITULO TO VDR-REGISTRO
016930     WRITE VDR-REGISTRO
016940     MOVE 'LOJAS VERIFICADAS'
016950                                 TO WS-RES-LITERAL
016960     MOVE WS-CONTADOR-LOJAS      TO WS-RES-NUMERO
016970     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
016980     MOVE 'DIAS DE EXPEDIENTE VERIFICADOS (LOJA X DIA)'
016990                                 TO WS-RES-LITERAL
017000     MOVE WS-CONTADOR-DIAS       TO WS-RES-NUMERO
017010     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017020     MOVE 'DIAS SEM EXPEDIENTE PELO CALENDARIO (LOJA X DIA)'
017030                                 TO WS-RES-LITERAL
017040     MOVE WS-CONTADOR-SEM-EXPEDIENTE
017050                                 TO WS-RES-NUMERO
017060     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017070     MOVE 'DIAS SEM LOTE CONCLUIDO - ABERTOS'
017080                                 TO WS-RES-LITERAL
017090     MOVE WS-LOTES-ABERTOS       TO WS-RES-NUMERO
017100     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017110     MOVE 'DIAS SEM LOTE CONCLUIDO - JUSTIFICADOS'
017120                                 TO WS-RES-LITERAL
017130     MOVE WS-LOTES-JUSTIFICADOS  TO WS-RES-NUMERO
017140     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017150     MOVE 'LANCAMENTOS LIDOS DO VENDALOG'
017160                                 TO WS-RES-LITERAL
017170     MOVE WS-CONTADOR-LIDOS-LOG  TO WS-RES-NUMERO
017180     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017190     MOVE 'LANCAMENTOS LIDOS DO VENDAHST'
017200                                 TO WS-RES-LITERAL
017210     MOVE WS-CONTADOR-LIDOS-HST  TO WS-RES-NUMERO
017220     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017230     MOVE 'NOTAS FISCAIS DATADAS NO PERIODO'
017240                                 TO WS-RES-LITERAL
017250     MOVE WS-CONTADOR-NOTAS-PER  TO WS-RES-NUMERO
017260     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017270     MOVE 'NOTAS FORA DA FAIXA - ABERTAS'
017280                                 TO WS-RES-LITERAL
017290     MOVE WS-FORA-ABERTAS        TO WS-RES-NUMERO
017300     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017310     MOVE 'NOTAS FORA DA FAIXA - JUSTIFICADAS'
017320                                 TO WS-RES-LITERAL
017330     MOVE WS-FORA-JUSTIFICADAS   TO WS-RES-NUMERO
017340     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017350     MOVE 'LACUNAS NA NUMERACAO - ABERTAS'
017360                                 TO WS-RES-LITERAL
017370     MOVE WS-LACUNAS-ABERTAS     TO WS-RES-NUMERO
017380     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017390     MOVE 'LACUNAS NA NUMERACAO - JUSTIFICADAS'
017400                                 TO WS-RES-LITERAL
017410     MOVE WS-LACUNAS-JUSTIFICADAS
017420                                 TO WS-RES-NUMERO
017430     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017440     MOVE 'NUMEROS DE NOTA FALTANTES NAS LACUNAS'
017450                                 TO WS-RES-LITERAL
017460     MOVE WS-NOTAS-FALTANTES     TO WS-RES-NUMERO
017470     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017480     MOVE 'OCORRENCIAS REGULARIZADAS NESTA EXECUCAO'
017490                                 TO WS-RES-LITERAL
017500     MOVE WS-REGULARIZADAS-AGORA TO WS-RES-NUMERO
017510     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017520     MOVE 'OCORRENCIAS REGULARIZADAS NO PERIODO'
017530                                 TO WS-RES-LITERAL
017540     MOVE WS-REGULARIZADAS       TO WS-RES-NUMERO
017550     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
017560     MOVE SPACES TO VDR-REGISTRO
017570     WRITE VDR-REGISTRO
017580     IF WS-LOTES-ABERTOS + WS-FORA-ABERTAS + WS-LACUNAS-ABERTAS
017590         > 0
017600         MOVE 'HA OCORRENCIAS ABERTAS - JUSTIFIQUE COM PARM=J'
017610                                 TO WS-TIT-TEXTO
017620     ELSE
017630         MOVE 'NENHUMA OCORRENCIA ABERTA NO PERIODO'
017640                                 TO WS-TIT-TEXTO
017650     END-IF
017660     MOVE WS-LINHA-TITULO TO VDR-REGISTRO
017670     WRITE VDR-REGISTRO
017680     .
017690 5400-IMPRIMIR-RESUMO-EXIT.
017700     EXIT.
017710
017720******************************************************************
017730* 5410-IMPRIMIR-LINHA - PRINT ONE SUMMARY LINE.
017740******************************************************************
017750 5410-IMPRIMIR-LINHA.
017760
017770     MOVE WS-LINHA-RESUMO TO VDR-REGISTRO
017780     WRITE VDR-REGISTRO
017790     .
017800 5410-IMPRIMIR-LINHA-EXIT.
017810     EXIT.
017820
017830******************************************************************
017840* 6000-JUSTIFICAR-OCORRENCIAS - THE 'J' RUN. THE FIRST SYSIN CARD
017850* NAMES THE SUPERVISOR ANSWERING FOR THE EXPLANATIONS; WITHOUT IT
017860* NOTHING IS CHANGED AND THE STEP ENDS RC=16. EACH FOLLOWING CARD
017870* EXPLAINS ONE FINDING; A BLANK CARD OR THE END OF SYSIN ENDS THE
017880* RUN. EVERY CARD IS LISTED WITH WHAT WAS DONE WITH IT.
017890******************************************************************
017900 6000-JUSTIFICAR-OCORRENCIAS.
017910
017920     DISPLAY 'INFORME O SUPERVISOR RESPONSAVEL PELAS '
017930             'JUSTIFICATIVAS: '
017940     MOVE SPACES TO WS-RESPONSAVEL
017950     ACCEPT WS-RESPONSAVEL
017960     IF WS-RESPONSAVEL = SPACES
017970         DISPLAY 'SUPERVISOR NAO INFORMADO - NENHUMA OCORRENCIA '
017980                 'FOI ALTERADA'
017990         MOVE 16 TO RETURN-CODE
018000         STOP RUN
018010     END-IF
018020     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
018030     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
018040     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
018050     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
018060     MOVE SPACES                TO WS-CAB-TEXTO
018070     STRING 'JUSTIFICATIVA DE OCORRENCIAS - SUPERVISOR: '
018080                DELIMITED BY SIZE
018090            WS-RESPONSAVEL DELIMITED BY SIZE
018100         INTO WS-CAB-TEXTO
018110     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
018120     WRITE VDR-REGISTRO
018130     MOVE WS-CAB-DATA           TO VDR-REGISTRO
018140     WRITE VDR-REGISTRO
018150     MOVE SPACES                TO VDR-REGISTRO
018160     WRITE VDR-REGISTRO
018170     MOVE WS-CAB-CARTOES        TO VDR-REGISTRO
018180     WRITE VDR-REGISTRO
018190     PERFORM 6100-PROCESSAR-CARTAO THRU 6100-PROCESSAR-CARTAO-EXIT
018200             UNTIL WS-FIM-CARTOES
018210     MOVE SPACES TO VDR-REGISTRO
018220     WRITE VDR-REGISTRO
018230     MOVE 'CARTOES LIDOS'        TO WS-RES-LITERAL
018240     MOVE WS-CONTADOR-CARTOES    TO WS-RES-NUMERO
018250     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
018260     MOVE 'OCORRENCIAS JUSTIFICADAS'
018270                                 TO WS-RES-LITERAL
018280     MOVE WS-CONTADOR-ACEITOS    TO WS-RES-NUMERO
018290     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
018300     MOVE 'CARTOES RECUSADOS'    TO WS-RES-LITERAL
018310     MOVE WS-CONTADOR-RECUSADOS  TO WS-RES-NUMERO
018320     PERFORM 5410-IMPRIMIR-LINHA THRU 5410-IMPRIMIR-LINHA-EXIT
018330     .
018340 6000-JUSTIFICAR-OCORRENCIAS-EXIT.
018350     EXIT.
018360
018370******************************************************************
018380* 6100-PROCESSAR-CARTAO - ONE CARD: T LLL NNNNNNNNN TEXTO. THE
018390* FINDING MUST BE ON VENDALAC AND STILL OPEN OR ALREADY EXPLAINED
018400* (A NEW EXPLANATION REPLACES THE OLD ONE); A REGULARIZED ONE
018410* NEEDS NONE. THE EXPLANATION IS REQUIRED AND MUST FIT ITS 50
018420* POSITIONS. AN ACCEPTED CARD RECORDS WHO, WHEN AND WHY.
018430******************************************************************
018440 6100-PROCESSAR-CARTAO.
018450
018460     MOVE SPACES TO WS-CARTAO
018470     ACCEPT WS-CARTAO
018480     IF WS-CARTAO = SPACES
018490         SET WS-FIM-CARTOES TO TRUE
018500         GO TO 6100-PROCESSAR-CARTAO-EXIT
018510     END-IF
018520     ADD 1 TO WS-CONTADOR-CARTOES
018530     MOVE SPACES TO WS-CAR-CAMPOS
018540     MOVE SPACES TO WS-CAR-NUMERO
018550     MOVE SPACES TO WS-RESULTADO-CARTAO
018560     MOVE 0 TO WS-TAM-TIPO
018570     MOVE 0 TO WS-TAM-LOJA
018580     MOVE 0 TO WS-TAM-NUMERO
018590     MOVE 1 TO WS-PONTEIRO
018600     UNSTRING WS-CARTAO DELIMITED BY ALL SPACE
018610         INTO WS-CAR-TIPO   COUNT IN WS-TAM-TIPO
018620              WS-CAR-LOJA   COUNT IN WS-TAM-LOJA
018630              WS-CAR-NUMERO COUNT IN WS-TAM-NUMERO
018640         WITH POINTER WS-PONTEIRO
018650     END-UNSTRING
018660     IF WS-PONTEIRO NOT > 80
018670         MOVE WS-CARTAO(WS-PONTEIRO:) TO WS-CAR-TEXTO
018680     END-IF
018690     INSPECT WS-CAR-NUMERO REPLACING LEADING SPACE BY '0'
018700     IF WS-TAM-TIPO NOT = 1
018710         OR (WS-CAR-TIPO NOT = 'L' AND NOT = 'N' AND NOT = 'F')
018720         MOVE 'TIPO INVALIDO - USE L, N OU F'
018730                                 TO WS-RESULTADO-CARTAO
018740         GO TO 6100-RECUSAR
018750     END-IF
018760     IF WS-TAM-LOJA NOT = 3
018770         MOVE 'LOJA INVALIDA' TO WS-RESULTADO-CARTAO
018780         GO TO 6100-RECUSAR
018790     END-IF
018800     IF WS-TAM-NUMERO = 0 OR WS-TAM-NUMERO > 9
018810         OR WS-CAR-NUMERO-N NOT NUMERIC
018820         MOVE 'INICIO DA OCORRENCIA INVALIDO'
018830                                 TO WS-RESULTADO-CARTAO
018840         GO TO 6100-RECUSAR
018850     END-IF
018860     IF WS-CAR-TEXTO = SPACES
018870         MOVE 'JUSTIFICATIVA NAO INFORMADA' TO WS-RESULTADO-CARTAO
018880         GO TO 6100-RECUSAR
018890     END-IF
018900     IF WS-PONTEIRO < 31
018910         IF WS-CARTAO(WS-PONTEIRO + 50:) NOT = SPACES
018920             MOVE 'JUSTIFICATIVA MAIOR QUE 50 POSICOES'
018930                                 TO WS-RESULTADO-CARTAO
018940             GO TO 6100-RECUSAR
018950         END-IF
018960     END-IF
018970     MOVE WS-CAR-TIPO     TO VLA-TIPO
018980     MOVE WS-CAR-LOJA     TO VLA-LOJA
018990     MOVE WS-CAR-NUMERO-N TO VLA-INICIO
019000     READ VENDAS-LACUNAS
019010         INVALID KEY
019020             MOVE 'OCORRENCIA NAO CADASTRADA'
019030                                 TO WS-RESULTADO-CARTAO
019040             GO TO 6100-RECUSAR
019050     END-READ
019060     IF NOT WS-LAC-OK
019070         DISPLAY 'ERRO AO LER VENDALAC - STATUS ' WS-STATUS-LAC
019080         MOVE 16 TO RETURN-CODE
019090         STOP RUN
019100     END-IF
019110     IF VLA-REGULARIZADA
019120         MOVE 'OCORRENCIA JA REGULARIZADA' TO WS-RESULTADO-CARTAO
019130         GO TO 6100-RECUSAR
019140     END-IF
019150     IF VLA-JUSTIFICADA
019160         MOVE 'JUSTIFICATIVA SUBSTITUIDA'  TO WS-RESULTADO-CARTAO
019170     ELSE
019180         MOVE 'JUSTIFICADA'                TO WS-RESULTADO-CARTAO
019190     END-IF
019200     SET VLA-JUSTIFICADA TO TRUE
019210     MOVE WS-RESPONSAVEL  TO VLA-RESPONSAVEL
019220     MOVE WS-DATA-SISTEMA TO VLA-DATA-SITUACAO
019230     MOVE WS-CAR-TEXTO    TO VLA-JUSTIFICATIVA
019240     REWRITE VLA-REGISTRO
019250     IF NOT WS-LAC-OK
019260         DISPLAY 'ERRO AO REGRAVAR VENDALAC - STATUS '
019270                 WS-STATUS-LAC
019280         MOVE 16 TO RETURN-CODE
019290         STOP RUN
019300     END-IF
019310     ADD 1 TO WS-CONTADOR-ACEITOS
019320     GO TO 6100-IMPRIMIR
019330     .
019340 6100-RECUSAR.
019350     ADD 1 TO WS-CONTADOR-RECUSADOS
019360     .
019370 6100-IMPRIMIR.
019380     MOVE WS-CAR-TIPO         TO WS-CRT-TIPO
019390     MOVE WS-CAR-LOJA         TO WS-CRT-LOJA
019400     MOVE WS-CAR-NUMERO       TO WS-CRT-NUMERO
019410     MOVE WS-RESULTADO-CARTAO TO WS-CRT-RESULTADO
019420     MOVE WS-CAR-TEXTO        TO WS-CRT-TEXTO
019430     MOVE WS-LINHA-CARTAO     TO VDR-REGISTRO
019440     WRITE VDR-REGISTRO
019450     .
019460 6100-PROCESSAR-CARTAO-EXIT.
019470     EXIT.
019480
019490******************************************************************
019500* 7000-REGISTRAR-OCORRENCIA - FILE THE FINDING IN WS-OCORRENCIA-
019510* NOVA ON VENDALAC. A NEW ONE IS OPENED 'A'. ONE ALREADY ON FILE
019520* KEEPS ITS SITUATION AND EXPLANATION - AN EXPLAINED FINDING STAYS
019530* EXPLAINED ON EVERY RERUN - UNLESS IT HAD BEEN REGULARIZED AND IS
019540* BACK, WHEN IT IS OPEN AGAIN. EITHER WAY IT TAKES THE EXTENT AND
019550* OCCURRENCE FOUND NOW AND THIS RUN'S VERIFICATION STAMP.
019560******************************************************************
019570 7000-REGISTRAR-OCORRENCIA.
019580
019590     MOVE WS-OCO-CHAVE TO VLA-CHAVE
019600     READ VENDAS-LACUNAS
019610         INVALID KEY
019620             CONTINUE
019630     END-READ
019640     IF WS-LAC-NAO-ACHADO
019650         MOVE SPACES          TO VLA-REGISTRO
019660         MOVE WS-OCO-CHAVE    TO VLA-CHAVE
019670         SET VLA-ABERTA       TO TRUE
019680         MOVE WS-DATA-SISTEMA TO VLA-DATA-DETECCAO
019690         MOVE WS-DATA-SISTEMA TO VLA-DATA-SITUACAO
019700         PERFORM 7010-ATUALIZAR-OCORRENCIA
019710                 THRU 7010-ATUALIZAR-OCORRENCIA-EXIT
019720         WRITE VLA-REGISTRO
019730         IF NOT WS-LAC-OK
019740             DISPLAY 'ERRO AO GRAVAR VENDALAC - STATUS '
019750                     WS-STATUS-LAC
019760             MOVE 16 TO RETURN-CODE
019770             STOP RUN
019780         END-IF
019790         GO TO 7000-REGISTRAR-OCORRENCIA-EXIT
019800     END-IF
019810     IF NOT WS-LAC-OK
019820         DISPLAY 'ERRO AO LER VENDALAC - STATUS ' WS-STATUS-LAC
019830         MOVE 16 TO RETURN-CODE
019840         STOP RUN
019850     END-IF
019860     IF VLA-REGULARIZADA
019870         SET VLA-ABERTA       TO TRUE
019880         MOVE WS-DATA-SISTEMA TO VLA-DATA-SITUACAO
019890     END-IF
019900     PERFORM 7010-ATUALIZAR-OCORRENCIA
019910             THRU 7010-ATUALIZAR-OCORRENCIA-EXIT
019920     REWRITE VLA-REGISTRO
019930     IF NOT WS-LAC-OK
019940         DISPLAY 'ERRO AO REGRAVAR VENDALAC - STATUS '
019950                 WS-STATUS-LAC
019960         MOVE 16 TO RETURN-CODE
019970         STOP RUN
019980     END-IF
019990     .
020000 7000-REGISTRAR-OCORRENCIA-EXIT.
020010     EXIT.
020020
020030******************************************************************
020040* 7010-ATUALIZAR-OCORRENCIA - MOVE THE EXTENT, OCCURRENCE AND
020050* THIS RUN'S VERIFICATION STAMP INTO THE VENDALAC RECORD.
020060******************************************************************
020070 7010-ATUALIZAR-OCORRENCIA.
020080
020090     MOVE WS-OCO-FIM          TO VLA-FIM
020100     MOVE WS-CHAVE-MES-PEDIDA TO VLA-PERIODO
020110     MOVE WS-OCO-OCORRENCIA   TO VLA-OCORRENCIA
020120     MOVE WS-DATA-SISTEMA     TO VLA-DATA-VERIFICACAO
020130     MOVE WS-HORA-SISTEMA     TO VLA-HORA-VERIFICACAO
020140     .
020150 7010-ATUALIZAR-OCORRENCIA-EXIT.
020160     EXIT.
020170
020180******************************************************************
020190* 7100-LOCALIZAR-LOJA - THE ENTRY OF WS-LOJA-PROCURADA IN
020200* WS-LOJA-TABELA, LEFT IN WS-LOJA-ACHADA (ZERO IF NOT THERE).
020210******************************************************************
020220 7100-LOCALIZAR-LOJA.
020230
020240     MOVE 0 TO WS-LOJA-ACHADA
020250     PERFORM 7110-COMPARAR-LOJA THRU 7110-COMPARAR-LOJA-EXIT
020260         VARYING WS-LOJA-SUB FROM 1 BY 1
020270         UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
020280            OR WS-LOJA-ACHADA > 0
020290     .
020300 7100-LOCALIZAR-LOJA-EXIT.
020310     EXIT.
020320
020330******************************************************************
020340* 7110-COMPARAR-LOJA - TEST ONE ENTRY OF WS-LOJA-TABELA.
020350******************************************************************
020360 7110-COMPARAR-LOJA.
020370
020380     IF WS-LOJA-CODIGO(WS-LOJA-SUB) = WS-LOJA-PROCURADA
020390         MOVE WS-LOJA-SUB TO WS-LOJA-ACHADA
020400     END-IF
020410     .
020420 7110-COMPARAR-LOJA-EXIT.
020430     EXIT.
020440
020450******************************************************************
020460* 7200-CALCULAR-DIA-SEMANA - THE WEEKDAY OF WS-DATA-CALCULO IN
020470* WS-DIA-SEMANA (1 = SUNDAY; DAY 1 OF THE SERIAL COUNT WAS A
020480* MONDAY).
020490******************************************************************
020500 7200-CALCULAR-DIA-SEMANA.
020510
020520     PERFORM 8000-CALCULAR-DIA-SERIAL
020530             THRU 8000-CALCULAR-DIA-SERIAL-EXIT
020540     DIVIDE WS-DIA-SERIAL BY 7
020550         GIVING WS-SEMANA-QUOCIENTE REMAINDER WS-SEMANA-RESTO
020560     ADD 1 WS-SEMANA-RESTO GIVING WS-DIA-SEMANA
020570     .
020580 7200-CALCULAR-DIA-SEMANA-EXIT.
020590     EXIT.
020600
020610******************************************************************
020620* 7300-FORMATAR-DATA - WS-DATA-ENTRADA (AAAAMMDD) INTO
020630* WS-DATA-FORMATADA AS DD/MM/AAAA.
020640******************************************************************
020650 7300-FORMATAR-DATA.
020660
020670     MOVE WS-DATA-ENTRADA(1:4) TO WS-DATA-ANO
020680     MOVE WS-DATA-ENTRADA(5:2) TO WS-DATA-MES
020690     MOVE WS-DATA-ENTRADA(7:2) TO WS-DATA-DIA
020700     .
020710 7300-FORMATAR-DATA-EXIT.
020720     EXIT.
020730
020740******************************************************************
020750* 8000-CALCULAR-DIA-SERIAL - DAY NUMBER OF THE DATE IN
020760* WS-DATA-CALCULO, COUNTING FROM 01/01/0001, SO TWO DATES CAN BE
020770* SUBTRACTED. AN IMPOSSIBLE DATE GIVES ZERO.
020780******************************************************************
020790 8000-CALCULAR-DIA-SERIAL.
020800
020810     MOVE 0 TO WS-DIA-SERIAL
020820     IF WS-CALC-ANO = 0
020830         OR WS-CALC-MES < 1 OR WS-CALC-MES > 12
020840         OR WS-CALC-DIA < 1 OR WS-CALC-DIA > 31
020850         GO TO 8000-CALCULAR-DIA-SERIAL-EXIT
020860     END-IF
020870     SUBTRACT 1 FROM WS-CALC-ANO GIVING WS-ANOS-ANTES
020880     DIVIDE WS-ANOS-ANTES BY 4   GIVING WS-QUOC-4
020890     DIVIDE WS-ANOS-ANTES BY 100 GIVING WS-QUOC-100
020900     DIVIDE WS-ANOS-ANTES BY 400 GIVING WS-QUOC-400
020910     COMPUTE WS-DIA-SERIAL = WS-ANOS-ANTES * 365
020920         + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
020930         + WS-DIAS-ANTES-MES(WS-CALC-MES) + WS-CALC-DIA
020940     IF WS-CALC-MES > 2
020950         PERFORM 8010-VERIFICAR-BISSEXTO
020960                 THRU 8010-VERIFICAR-BISSEXTO-EXIT
020970         IF WS-ANO-BISSEXTO
020980             ADD 1 TO WS-DIA-SERIAL
020990         END-IF
021000     END-IF
021010     .
021020 8000-CALCULAR-DIA-SERIAL-EXIT.
021030     EXIT.
021040
021050******************************************************************
021060* 8010-VERIFICAR-BISSEXTO - LEAP YEAR: DIVISIBLE BY 4, EXCEPT A
021070* CENTURY NOT DIVISIBLE BY 400.
021080******************************************************************
021090 8010-VERIFICAR-BISSEXTO.
021100
021110     MOVE 'N' TO WS-SW-ANO-BISSEXTO
021120     DIVIDE WS-CALC-ANO BY 4
021130         GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
021140     IF WS-ANO-RESTO = 0
021150         DIVIDE WS-CALC-ANO BY 100
021160             GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
021170         IF WS-ANO-RESTO NOT = 0
021180             SET WS-ANO-BISSEXTO TO TRUE
021190         ELSE
021200             DIVIDE WS-CALC-ANO BY 400
021210                 GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
021220             IF WS-ANO-RESTO = 0
021230                 SET WS-ANO-BISSEXTO TO TRUE
021240             END-IF
021250         END-IF
021260     END-IF
021270     .
021280 8010-VERIFICAR-BISSEXTO-EXIT.
021290     EXIT.
021300
021310******************************************************************
021320* 8100-RECUAR-UM-DIA - MOVE WS-DATA-CALCULO BACK ONE DAY, ACROSS
021330* A MONTH OR YEAR END WHEN NEEDED.
021340******************************************************************
021350 8100-RECUAR-UM-DIA.
021360
021370     IF WS-CALC-DIA > 1
021380         SUBTRACT 1 FROM WS-CALC-DIA
021390         GO TO 8100-RECUAR-UM-DIA-EXIT
021400     END-IF
021410     IF WS-CALC-MES = 1
021420         SUBTRACT 1 FROM WS-CALC-ANO
021430         MOVE 12 TO WS-CALC-MES
021440         MOVE 31 TO WS-CALC-DIA
021450         GO TO 8100-RECUAR-UM-DIA-EXIT
021460     END-IF
021470     SUBTRACT 1 FROM WS-CALC-MES
021480     COMPUTE WS-CALC-DIA = WS-DIAS-ANTES-MES(WS-CALC-MES + 1)
021490                         - WS-DIAS-ANTES-MES(WS-CALC-MES)
021500     IF WS-CALC-MES = 2
021510         PERFORM 8010-VERIFICAR-BISSEXTO
021520                 THRU 8010-VERIFICAR-BISSEXTO-EXIT
021530         IF WS-ANO-BISSEXTO
021540             ADD 1 TO WS-CALC-DIA
021550         END-IF
021560     END-IF
021570     .
021580 8100-RECUAR-UM-DIA-EXIT.
021590     EXIT.
021600
021610******************************************************************
021620* 9000-ENCERRAR - CLOSE THE REGISTER AND THE REPORT AND END WITH
021630* THE CONDITION CODE: A CHECK ENDS RC=4 WHILE ANY FINDING OF THE
021640* PERIOD IS STILL OPEN AND RC=0 WHEN EVERYTHING IS COMPLETE OR
021650* EXPLAINED; A JUSTIFICATION RUN ENDS RC=4 WHEN A CARD WAS
021660* REFUSED.
021670******************************************************************
021680 9000-ENCERRAR.
021690
021700     CLOSE VENDAS-LACUNAS
021710     CLOSE COMP-RELATORIO
021720     IF WS-MODO-JUSTIFICATIVA
021730         IF WS-CONTADOR-RECUSADOS > 0
021740             MOVE 4 TO RETURN-CODE
021750         ELSE
021760             MOVE 0 TO RETURN-CODE
021770         END-IF
021780         DISPLAY 'PROGCOMPL - CARTOES: ' WS-CONTADOR-CARTOES
021790                 ' JUSTIFICADOS: ' WS-CONTADOR-ACEITOS
021800                 ' RECUSADOS: ' WS-CONTADOR-RECUSADOS
021810         GO TO 9000-ENCERRAR-EXIT
021820     END-IF
021830     IF WS-LOTES-ABERTOS + WS-FORA-ABERTAS + WS-LACUNAS-ABERTAS
021840         > 0
021850         MOVE 4 TO RETURN-CODE
021860     ELSE
021870         MOVE 0 TO RETURN-CODE
021880     END-IF
021890     DISPLAY 'PROGCOMPL - PERIODO ' WS-CHAVE-MES-PEDIDA
021900             ' DIAS SEM LOTE: ' WS-LOTES-ABERTOS
021910             ' FORA DA FAIXA: ' WS-FORA-ABERTAS
021920             ' LACUNAS: ' WS-LACUNAS-ABERTAS ' (ABERTAS)'
021930     .
021940 9000-ENCERRAR-EXIT.
021950     EXIT.
