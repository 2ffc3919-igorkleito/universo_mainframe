000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: PAINEL DA SITUACAO OPERACIONAL PARA A ABERTURA DO
000070*          DIA. REUNE NUMA SO PAGINA (PAINRPT) O QUE A OPERACAO
000080*          CONFERIA ARQUIVO POR ARQUIVO: SE CADA FILIAL ATIVA
000090*          TEVE O LOTE DA DATA DE MOVIMENTO CONCLUIDO (VENDARUN,
000100*          DISPENSADAS AS FILIAIS QUE O CALENDARIO VENDACAL DA
000110*          COMO FECHADAS NO DIA),
000120*          SE FICOU CHECKPOINT EM VENDACKP OU TRAVA EM VENDALCK,
000130*          QUANTOS REGISTROS AGUARDAM CORRECAO EM VENDAREJ E
000140*          VENDAPND, SE O VENDALOG CONCILIA COM O VENDAMST MES A
000150*          MES (A MESMA APURACAO DO PROGCONCIL), QUANDO CADA MES
000160*          FOI EXPORTADO PARA O RAZAO (VENDAGLC) E COMO ESTA O
000170*          RETORNO, E QUAIS PERIODOS DO VENDAPER CONTINUAM
000180*          ABERTOS. AS EXCECOES SAEM PRIMEIRO, AS CRITICAS ANTES
000190*          DAS DE ATENCAO; DEPOIS VEM A SITUACAO DE CADA CONTROLE.
000200*          SO LE OS ARQUIVOS - NENHUM E ALTERADO E A TRAVA NAO E
000210*          TOMADA.
000220*          PARM:  AAAAMMDD - DATA DE MOVIMENTO CUJOS LOTES DEVEM
000230*                 ESTAR CONCLUIDOS (BRANCO = ONTEM).
000240*          RC=4  SO EXCECOES DE ATENCAO (REJEITOS A CORRIGIR,
000250*                MES NAO EXPORTADO, RETORNO DO RAZAO ATRASADO,
000260*                PERIODO ABERTO ALEM DO PRAZO).
000270*          RC=8  EXCECAO CRITICA (LOTE FALTANDO, TRAVA OU
000280*                CHECKPOINT DEIXADO, LOTE ABORTADO, DIVERGENCIA
000290*                NA CONCILIACAO, MES REJEITADO OU DIVERGENTE NO
000300*                RAZAO, ARQUIVO DE CONTROLE ILEGIVEL).
000310*          RC=16 PARM INVALIDO OU RELATORIO NAO ABERTO.
000320******************************************************************
000330* MODIFICATION HISTORY
000340* DATE       WHO   DESCRIPTION
000350* 15.10.2026 IK    ORIGINAL PROGRAM.
000360* 15.10.2026 IK    A STORE THE VENDACAL TRADING CALENDAR HAS
000370*                  CLOSED ON THE BUSINESS DATE (WEEKDAY PROFILE OR
000380*                  ONE-DAY EXCEPTION) OWES NO BATCH FOR IT; SUCH
000390*                  STORES ARE COUNTED IN THE BATCH SITUATION LINE.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PROGPAINEL.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT VENDAS-RUN ASSIGN TO "VENDARUN"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-STATUS-RUN.
000540     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS VLJ-CHAVE
000580         FILE STATUS IS WS-STATUS-LOJ.
000590     SELECT VENDAS-LOCK ASSIGN TO "VENDALCK"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-STATUS-LCK.
000630     SELECT VENDAS-CHECKPOINT ASSIGN TO "VENDACKP"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-STATUS-CKP.
000670     SELECT VENDAS-REJEITOS ASSIGN TO "VENDAREJ"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-STATUS-REJ.
000710     SELECT VENDAS-PENDENTES ASSIGN TO "VENDAPND"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-PND.
000750     SELECT VENDAS-LOG ASSIGN TO "VENDALOG"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS VDL-SEQUENCIA
000790         ALTERNATE RECORD KEY IS VDL-NUM-NF
000800             WITH DUPLICATES
000810         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000820             WITH DUPLICATES
000830         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000840             WITH DUPLICATES
000850         FILE STATUS IS WS-STATUS-LOG.
000860     SELECT VENDAS-MESTRE ASSIGN TO "VENDAMST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS VDM-CHAVE
000900         FILE STATUS IS WS-STATUS-MST.
000910     SELECT VENDAS-CALENDARIO ASSIGN TO "VENDACAL"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS VCA-CHAVE
000950         FILE STATUS IS WS-STATUS-CAL.
000960     SELECT VENDAS-GL-CONTROLE ASSIGN TO "VENDAGLC"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS VGC-CHAVE
001000         FILE STATUS IS WS-STATUS-GLC.
001010     SELECT VENDAS-PERIODOS ASSIGN TO "VENDAPER"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS VPE-CHAVE
001050         FILE STATUS IS WS-STATUS-PER.
001060     SELECT PAIN-RELATORIO ASSIGN TO "PAINRPT"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-STATUS-RPT.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  VENDAS-RUN.
001130     COPY VENDARUN.
001140
001150 FD  VENDAS-LOJAS.
001160     COPY VENDALOJ.
001170
001180 FD  VENDAS-LOCK.
001190     COPY VENDALCK.
001200
001210 FD  VENDAS-CHECKPOINT.
001220     COPY VENDACKP.
001230
001240 FD  VENDAS-REJEITOS.
001250     COPY VENDAREJ.
001260
001270 FD  VENDAS-PENDENTES.
001280 01  VPN-REGISTRO                PIC X(050).
001290
001300 FD  VENDAS-LOG.
001310     COPY VENDALOG.
001320
001330 FD  VENDAS-MESTRE.
001340     COPY VENDAMST.
001350
001360 FD  VENDAS-CALENDARIO.
001370     COPY VENDACAL.
001380
001390 FD  VENDAS-GL-CONTROLE.
001400     COPY VENDAGLC.
001410
001420 FD  VENDAS-PERIODOS.
001430     COPY VENDAPER.
001440
001450 FD  PAIN-RELATORIO.
001460     COPY VENDARPT.
001470
001480 WORKING-STORAGE SECTION.
001490 01  WS-FLAGS.
001500     02  WS-STATUS-RUN       PIC X(002)    VALUE SPACES.
001510         88  WS-RUN-OK                     VALUE '00'.
001520         88  WS-RUN-FIM                    VALUE '10'.
001530         88  WS-RUN-NAO-EXISTE             VALUE '35'.
001540     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
001550         88  WS-LOJ-OK                     VALUE '00'.
001560         88  WS-LOJ-FIM                    VALUE '10'.
001570         88  WS-LOJ-NAO-EXISTE             VALUE '35'.
001580     02  WS-STATUS-LCK       PIC X(002)    VALUE SPACES.
001590         88  WS-LCK-OK                     VALUE '00'.
001600         88  WS-LCK-FIM                    VALUE '10'.
001610         88  WS-LCK-NAO-EXISTE             VALUE '35'.
001620     02  WS-STATUS-CKP       PIC X(002)    VALUE SPACES.
001630         88  WS-CKP-OK                     VALUE '00'.
001640         88  WS-CKP-FIM                    VALUE '10'.
001650         88  WS-CKP-NAO-EXISTE             VALUE '35'.
001660     02  WS-STATUS-REJ       PIC X(002)    VALUE SPACES.
001670         88  WS-REJ-OK                     VALUE '00'.
001680         88  WS-REJ-FIM                    VALUE '10'.
001690         88  WS-REJ-NAO-EXISTE             VALUE '35'.
001700     02  WS-STATUS-PND       PIC X(002)    VALUE SPACES.
001710         88  WS-PND-OK                     VALUE '00'.
001720         88  WS-PND-FIM                    VALUE '10'.
001730         88  WS-PND-NAO-EXISTE             VALUE '35'.
001740     02  WS-STATUS-LOG       PIC X(002)    VALUE SPACES.
001750         88  WS-LOG-OK                     VALUE '00' '02'.
001760         88  WS-LOG-FIM                    VALUE '10'.
001770         88  WS-LOG-NAO-ACHADO             VALUE '23'.
001780         88  WS-LOG-NAO-EXISTE             VALUE '35'.
001790     02  WS-STATUS-MST       PIC X(002)    VALUE SPACES.
001800         88  WS-MST-OK                     VALUE '00'.
001810         88  WS-MST-NAO-ACHADO             VALUE '23'.
001820         88  WS-MST-NAO-EXISTE             VALUE '35'.
001830     02  WS-STATUS-CAL       PIC X(002)    VALUE SPACES.
001840         88  WS-CAL-OK                     VALUE '00'.
001850         88  WS-CAL-NAO-ACHADO             VALUE '23'.
001860         88  WS-CAL-NAO-EXISTE             VALUE '35'.
001870     02  WS-STATUS-GLC       PIC X(002)    VALUE SPACES.
001880         88  WS-GLC-OK                     VALUE '00'.
001890         88  WS-GLC-NAO-ACHADO             VALUE '23'.
001900         88  WS-GLC-NAO-EXISTE             VALUE '35'.
001910     02  WS-STATUS-PER       PIC X(002)    VALUE SPACES.
001920         88  WS-PER-OK                     VALUE '00'.
001930         88  WS-PER-NAO-ACHADO             VALUE '23'.
001940         88  WS-PER-NAO-EXISTE             VALUE '35'.
001950     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
001960         88  WS-RPT-OK                     VALUE '00'.
001970
001980 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
001990
002000 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
002010 77  WS-HORA-SISTEMA         PIC 9(008)    VALUE 0.
002020 77  WS-DATA-MOVIMENTO       PIC 9(008)    VALUE 0.
002030 77  WS-MES-ATUAL            PIC 9(002)    VALUE 0.
002040 77  WS-PRAZO-GL             PIC 9(003)    VALUE 5.
002050 77  WS-PRAZO-FECHAMENTO     PIC 9(003)    VALUE 10.
002060 77  WS-SW-LOJAS-LIDAS       PIC X(001)    VALUE 'N'.
002070     88  WS-LOJAS-LIDAS                    VALUE 'S'.
002080 77  WS-SW-RUN-LIDO          PIC X(001)    VALUE 'N'.
002090     88  WS-RUN-LIDO                       VALUE 'S'.
002100 77  WS-SW-APURACAO-FIM      PIC X(001)    VALUE 'N'.
002110     88  WS-APURACAO-FIM                   VALUE 'S'.
002120 77  WS-SW-LOG-APURADO       PIC X(001)    VALUE 'N'.
002130     88  WS-LOG-APURADO                    VALUE 'S'.
002140 77  WS-SW-MST-ABERTO        PIC X(001)    VALUE 'N'.
002150     88  WS-MST-ABERTO                     VALUE 'S'.
002160 77  WS-SW-MST-LEGIVEL       PIC X(001)    VALUE 'N'.
002170     88  WS-MST-LEGIVEL                    VALUE 'S'.
002180 77  WS-SW-GLC-ABERTO        PIC X(001)    VALUE 'N'.
002190     88  WS-GLC-ABERTO                     VALUE 'S'.
002200 77  WS-SW-GLC-LEGIVEL       PIC X(001)    VALUE 'N'.
002210     88  WS-GLC-LEGIVEL                    VALUE 'S'.
002220 77  WS-SW-PER-ABERTO        PIC X(001)    VALUE 'N'.
002230     88  WS-PER-ABERTO                     VALUE 'S'.
002240 77  WS-SW-PER-LEGIVEL       PIC X(001)    VALUE 'N'.
002250     88  WS-PER-LEGIVEL                    VALUE 'S'.
002260 77  WS-SW-CAL-ABERTO        PIC X(001)    VALUE 'N'.
002270     88  WS-CAL-ABERTO                     VALUE 'S'.
002280 77  WS-SW-DIA-DEFINIDO      PIC X(001)    VALUE 'N'.
002290     88  WS-DIA-DEFINIDO                   VALUE 'S'.
002300 77  WS-SW-DIA-COM-MOVIMENTO PIC X(001)    VALUE 'S'.
002310     88  WS-DIA-COM-MOVIMENTO              VALUE 'S'.
002320 77  WS-SW-ANO-BISSEXTO      PIC X(001)    VALUE 'N'.
002330     88  WS-ANO-BISSEXTO                   VALUE 'S'.
002340 77  WS-ULT-LOTE-DATA        PIC 9(008)    VALUE 0.
002350 77  WS-ULT-LOTE-HORA        PIC 9(008)    VALUE 0.
002360 77  WS-ULT-LOTE-RETORNO     PIC 9(002)    VALUE 0.
002370 77  WS-ULT-LOTE-SITUACAO    PIC X(001)    VALUE SPACES.
002380 77  WS-LOJA-SUB             PIC 9(002)    VALUE 0.
002390 77  WS-LOJA-ACHADA          PIC 9(002)    VALUE 0.
002400 77  WS-LOJAS-CONCLUIDAS     PIC 9(002)    VALUE 0.
002410 77  WS-LOJAS-PENDENTES      PIC 9(002)    VALUE 0.
002420 77  WS-LOJAS-FORA-TABELA    PIC 9(004)    VALUE 0.
002430 77  WS-LOJAS-SEM-EXPEDIENTE PIC 9(002)    VALUE 0.
002440 77  WS-CONTADOR-REJ         PIC 9(007)    VALUE 0.
002450 77  WS-CONTADOR-PND         PIC 9(007)    VALUE 0.
002460 77  WS-CHAVE-MES-LIMITE     PIC 9(006)    VALUE 0.
002470 77  WS-EXE-SUB              PIC 9(001)    VALUE 0.
002480 77  WS-EXE-PRIMEIRO         PIC 9(001)    VALUE 0.
002490 77  WS-MES-SUB              PIC 9(002)    VALUE 0.
002500 77  WS-MST-VENDAS           PIC 9(009)V99 VALUE 0.
002510 77  WS-MST-DEVOLUCOES       PIC 9(009)V99 VALUE 0.
002520 77  WS-MESES-DIVERGENTES    PIC 9(002)    VALUE 0.
002530 77  WS-MESES-NAO-EXPORTADOS PIC 9(002)    VALUE 0.
002540 77  WS-MESES-GL-PROBLEMA    PIC 9(002)    VALUE 0.
002550 77  WS-MESES-GL-AGUARDANDO  PIC 9(002)    VALUE 0.
002560 77  WS-PERIODOS-ABERTOS     PIC 9(002)    VALUE 0.
002570 77  WS-PERIODOS-ATRASADOS   PIC 9(002)    VALUE 0.
002580 77  WS-ULT-EXPORT-DATA      PIC 9(008)    VALUE 0.
002590 77  WS-ULT-EXPORT-ANO       PIC 9(004)    VALUE 0.
002600 77  WS-ULT-EXPORT-MES       PIC 9(002)    VALUE 0.
002610 77  WS-QTDE-CRITICAS        PIC 9(004)    VALUE 0.
002620 77  WS-QTDE-ATENCAO         PIC 9(004)    VALUE 0.
002630 77  WS-EXC-OMITIDAS         PIC 9(004)    VALUE 0.
002640 77  WS-EXC-SUB              PIC 9(002)    VALUE 0.
002650 77  WS-SIT-SUB              PIC 9(002)    VALUE 0.
002660 77  WS-NIVEL-IMPRESSAO      PIC X(001)    VALUE SPACES.
002670 77  WS-NIVEL-MONTADO        PIC X(001)    VALUE SPACES.
002680 77  WS-ROTULO-MONTADO       PIC X(028)    VALUE SPACES.
002690 77  WS-TEXTO-MONTADO        PIC X(100)    VALUE SPACES.
002700 77  WS-PONTEIRO             PIC 9(003)    VALUE 0.
002710 77  WS-ARQ-NOME             PIC X(008)    VALUE SPACES.
002720 77  WS-ARQ-STATUS           PIC X(002)    VALUE SPACES.
002730 77  WS-ARQ-ACAO             PIC X(006)    VALUE SPACES.
002740 77  WS-NUM-ENTRADA          PIC 9(009)    VALUE 0.
002750 77  WS-NUM-EDITADO          PIC ZZZ.ZZZ.ZZ9.
002760 77  WS-NUM-BRANCOS          PIC 9(002)    VALUE 0.
002770 77  WS-NUM-TEXTO            PIC X(011)    VALUE SPACES.
002780 77  WS-DATA-ENTRADA         PIC 9(008)    VALUE 0.
002790 77  WS-DATA-TEXTO           PIC X(010)    VALUE SPACES.
002800 77  WS-HORA-ENTRADA         PIC 9(008)    VALUE 0.
002810 77  WS-HORA-TEXTO           PIC X(005)    VALUE SPACES.
002820 77  WS-MES-TEXTO            PIC X(014)    VALUE SPACES.
002830 77  WS-DIA-SERIAL           PIC 9(007)    VALUE 0.
002840 77  WS-DIA-SERIAL-HOJE      PIC 9(007)    VALUE 0.
002850 77  WS-DIAS-DECORRIDOS      PIC 9(005)    VALUE 0.
002860 77  WS-ANOS-ANTES           PIC 9(004)    VALUE 0.
002870 77  WS-QUOC-4               PIC 9(004)    VALUE 0.
002880 77  WS-QUOC-100             PIC 9(004)    VALUE 0.
002890 77  WS-QUOC-400             PIC 9(004)    VALUE 0.
002900 77  WS-ANO-QUOCIENTE        PIC 9(004)    VALUE 0.
002910 77  WS-ANO-RESTO            PIC 9(004)    VALUE 0.
002920 77  WS-SEMANA-QUOCIENTE     PIC 9(007)    VALUE 0.
002930 77  WS-SEMANA-RESTO         PIC 9(001)    VALUE 0.
002940 77  WS-DIA-SEMANA           PIC 9(001)    VALUE 0.
002950
002960******************************************************************
002970* WS-DATA-CALCULO - THE DATE HANDED TO 8000-CALCULAR-DIA-SERIAL
002980* AND 8100-RECUAR-UM-DIA, WITH ITS YEAR, MONTH AND DAY VIEW.
002990******************************************************************
003000 01  WS-DATA-CALCULO.
003010     05  WS-CALC-ANO             PIC 9(004).
003020     05  WS-CALC-MES             PIC 9(002).
003030     05  WS-CALC-DIA             PIC 9(002).
003040 01  WS-DATA-CALCULO-N REDEFINES WS-DATA-CALCULO
003050                             PIC 9(008).
003060
003070******************************************************************
003080* WS-DIAS-ANTES-MES - DAYS IN THE YEAR BEFORE THE FIRST OF EACH
003090* MONTH IN A COMMON YEAR. MARCH ONWARDS GAINS ONE IN A LEAP YEAR.
003100******************************************************************
003110 01  WS-DIAS-ANTES-VALORES.
003120     02  FILLER              PIC X(036)
003130         VALUE '000031059090120151181212243273304334'.
003140 01  WS-DIAS-ANTES-TABELA REDEFINES WS-DIAS-ANTES-VALORES.
003150     02  WS-DIAS-ANTES-MES   PIC 9(003) OCCURS 12 TIMES.
003160
003170******************************************************************
003180* WS-NOMES-MES - MONTH NAMES FOR THE EXCEPTION TEXTS. THE FIRST
003190* THREE LETTERS DOUBLE AS THE ABBREVIATION IN THE MONTH GRIDS.
003200******************************************************************
003210 01  WS-NOMES-MES-VALORES.
003220     02  FILLER              PIC X(036)
003230         VALUE 'JANEIRO  FEVEREIROMARCO    ABRIL    '.
003240     02  FILLER              PIC X(036)
003250         VALUE 'MAIO     JUNHO    JULHO    AGOSTO   '.
003260     02  FILLER              PIC X(036)
003270         VALUE 'SETEMBRO OUTUBRO  NOVEMBRO DEZEMBRO '.
003280 01  WS-NOMES-MES-TABELA REDEFINES WS-NOMES-MES-VALORES.
003290     02  WS-NOME-MES         PIC X(009) OCCURS 12 TIMES.
003300
003310******************************************************************
003320* WS-TABELA-LOJAS - THE STORES TRADING ON THE BUSINESS DATE AND
003330* WHAT THE RUN REGISTER SAYS HAPPENED TO EACH ONE'S BATCH FOR IT:
003340* BLANK = NO BATCH, C = CONCLUDED, E = DID NOT PROVE OUT AGAINST
003350* ITS TRAILER, X = CONCLUDED BUT REVERSED SINCE.
003360******************************************************************
003370 01  WS-TABELA-LOJAS.
003380     02  WS-QTDE-LOJAS           PIC 9(002)    VALUE 0.
003390     02  WS-LOJA-ITEM OCCURS 50 TIMES.
003400         03  WS-LOJA-CODIGO      PIC X(003).
003410         03  WS-LOJA-NOME        PIC X(020).
003420         03  WS-LOJA-SITUACAO    PIC X(001).
003430
003440******************************************************************
003450* WS-TABELA-EXERCICIOS - THE OPEN YEARS: ITEM 1 IS LAST YEAR
003460* (USED ONLY WHILE IT IS NOT YET CLOSED), ITEM 2 THIS YEAR. PER
003470* MONTH: SALES AND RETURNS RE-AGGREGATED FROM VENDALOG, THE DATE
003480* THE MONTH LAST WENT TO THE GL AND THE PERIOD SITUATION (F
003490* CLOSED, A OPEN, BLANK = MONTH NOT OVER YET, ? = UNREADABLE).
003500******************************************************************
003510 01  WS-TABELA-EXERCICIOS.
003520     02  WS-EXE-ITEM OCCURS 2 TIMES.
003530         03  WS-EXE-ANO          PIC 9(004).
003540         03  WS-EXE-MES-ITEM OCCURS 12 TIMES.
003550             04  WS-EXE-VENDAS-LOG   PIC 9(009)V99.
003560             04  WS-EXE-DEV-LOG      PIC 9(009)V99.
003570             04  WS-EXE-DATA-GL      PIC 9(008).
003580             04  WS-EXE-PERIODO      PIC X(001).
003590
003600******************************************************************
003610* WS-TABELA-EXCECOES - THE EXCEPTIONS AS FOUND, C = CRITICAL,
003620* A = ATTENTION. THEY ARE PRINTED ONLY AFTER EVERY CHECK HAS RUN,
003630* CRITICAL ONES FIRST. EVERY EXCEPTION ALSO GOES TO SYSOUT, SO
003640* ANY BEYOND THE 40 THAT FIT THE PAGE ARE NOT LOST.
003650******************************************************************
003660 01  WS-TABELA-EXCECOES.
003670     02  WS-EXC-QTDE             PIC 9(002)    VALUE 0.
003680     02  WS-EXC-ITEM OCCURS 40 TIMES.
003690         03  WS-EXC-NIVEL        PIC X(001).
003700         03  WS-EXC-TEXTO        PIC X(100).
003710
003720******************************************************************
003730* WS-TABELA-SITUACAO - ONE LINE PER CONTROL FOR THE SECOND PART
003740* OF THE PAGE, IN THE ORDER THE CHECKS RUN.
003750******************************************************************
003760 01  WS-TABELA-SITUACAO.
003770     02  WS-SIT-QTDE             PIC 9(002)    VALUE 0.
003780     02  WS-SIT-ITEM OCCURS 20 TIMES.
003790         03  WS-SIT-ROTULO       PIC X(028).
003800         03  WS-SIT-TEXTO        PIC X(100).
003810
003820******************************************************************
003830* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR PAINRPT. EACH
003840* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
003850* JUST BEFORE THE MATCHING WRITE.
003860******************************************************************
003870 01  WS-LINHAS-RELATORIO.
003880     02  WS-DATA-FORMATADA.
003890         03  WS-DATA-DIA         PIC X(002).
003900         03  FILLER              PIC X(001) VALUE '/'.
003910         03  WS-DATA-MES         PIC X(002).
003920         03  FILLER              PIC X(001) VALUE '/'.
003930         03  WS-DATA-ANO         PIC X(004).
003940     02  WS-CAB-EMPRESA.
003950         03  FILLER              PIC X(030) VALUE SPACES.
003960         03  FILLER              PIC X(072)
003970             VALUE 'SITUACAO OPERACIONAL - CONTROLES DE VENDAS'.
003980         03  FILLER              PIC X(030) VALUE SPACES.
003990     02  WS-CAB-DATA.
004000         03  FILLER              PIC X(006) VALUE 'DATA: '.
004010         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
004020         03  FILLER              PIC X(004) VALUE ' AS '.
004030         03  WS-CAB-HORA         PIC X(005) VALUE SPACES.
004040         03  FILLER              PIC X(004) VALUE SPACES.
004050         03  FILLER              PIC X(019)
004060             VALUE 'DATA DE MOVIMENTO: '.
004070         03  WS-CAB-MOVIMENTO    PIC X(010) VALUE SPACES.
004080         03  FILLER              PIC X(074) VALUE SPACES.
004090     02  WS-CAB-SECAO.
004100         03  FILLER              PIC X(002) VALUE SPACES.
004110         03  WS-SEC-TITULO       PIC X(060) VALUE SPACES.
004120         03  FILLER              PIC X(070) VALUE SPACES.
004130     02  WS-LINHA-EXCECAO.
004140         03  FILLER              PIC X(004) VALUE SPACES.
004150         03  WS-LEX-NIVEL        PIC X(008).
004160         03  FILLER              PIC X(002) VALUE SPACES.
004170         03  WS-LEX-TEXTO        PIC X(100).
004180         03  FILLER              PIC X(018) VALUE SPACES.
004190     02  WS-LINHA-NENHUMA.
004200         03  FILLER              PIC X(004) VALUE SPACES.
004210         03  WS-NEN-TEXTO        PIC X(060) VALUE SPACES.
004220         03  FILLER              PIC X(068) VALUE SPACES.
004230     02  WS-LINHA-SITUACAO.
004240         03  FILLER              PIC X(004) VALUE SPACES.
004250         03  WS-LSI-ROTULO       PIC X(028).
004260         03  WS-LSI-TEXTO        PIC X(100).
004270     02  WS-LINHA-RESUMO.
004280         03  FILLER              PIC X(004) VALUE SPACES.
004290         03  WS-RES-LITERAL      PIC X(040) VALUE SPACES.
004300         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
004310         03  FILLER              PIC X(081) VALUE SPACES.
004320
004330 PROCEDURE DIVISION.
004340 0000-PRINCIPAL.
004350
004360     PERFORM 1000-INICIAR           THRU 1000-INICIAR-EXIT.
004370     PERFORM 2000-VERIFICAR-LOTES
004380             THRU 2000-VERIFICAR-LOTES-EXIT.
004390     PERFORM 3000-VERIFICAR-TRAVA
004400             THRU 3000-VERIFICAR-TRAVA-EXIT.
004410     PERFORM 3100-VERIFICAR-CHECKPOINT
004420             THRU 3100-VERIFICAR-CHECKPOINT-EXIT.
004430     PERFORM 3200-CONTAR-REJEITOS
004440             THRU 3200-CONTAR-REJEITOS-EXIT.
004450     PERFORM 3300-CONTAR-PENDENTES
004460             THRU 3300-CONTAR-PENDENTES-EXIT.
004470     PERFORM 4000-APURAR-LOG        THRU 4000-APURAR-LOG-EXIT.
004480     PERFORM 5000-CONFERIR-MESES    THRU 5000-CONFERIR-MESES-EXIT.
004490     PERFORM 6000-IMPRIMIR-PAINEL
004500             THRU 6000-IMPRIMIR-PAINEL-EXIT.
004510     PERFORM 9000-ENCERRAR          THRU 9000-ENCERRAR-EXIT.
004520     STOP RUN.
004530
004540******************************************************************
004550* 1000-INICIAR - TAKE THE BUSINESS DATE FROM THE PARM (BLANK =
004560* YESTERDAY), WORK OUT TODAY'S DAY NUMBER FOR THE AGEING, DECIDE
004570* WHICH YEARS ARE STILL OPEN AND OPEN THE REPORT. AN UNUSABLE PARM
004580* OR REPORT ENDS THE STEP RC=16 BEFORE ANY FILE IS READ.
004590******************************************************************
004600 1000-INICIAR.
004610
004620     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
004630     ACCEPT WS-HORA-SISTEMA FROM TIME
004640     MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-ATUAL
004650     MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO-N
004660     PERFORM 8000-CALCULAR-DIA-SERIAL
004670             THRU 8000-CALCULAR-DIA-SERIAL-EXIT
004680     MOVE WS-DIA-SERIAL TO WS-DIA-SERIAL-HOJE
004690     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
004700     IF WS-PARAMETRO-ENTRADA = SPACES
004710         MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO-N
004720         PERFORM 8100-RECUAR-UM-DIA THRU 8100-RECUAR-UM-DIA-EXIT
004730         MOVE WS-DATA-CALCULO-N TO WS-DATA-MOVIMENTO
004740     ELSE
004750         IF WS-PARAMETRO-ENTRADA(1:8) NOT NUMERIC
004760            OR WS-PARAMETRO-ENTRADA(9:1) NOT = SPACE
004770             DISPLAY 'PARM INVALIDO - USE AAAAMMDD (DATA DE '
004780                     'MOVIMENTO) OU BRANCO'
004790             MOVE 16 TO RETURN-CODE
004800             STOP RUN
004810         END-IF
004820         MOVE WS-PARAMETRO-ENTRADA(1:8) TO WS-DATA-CALCULO-N
004830         PERFORM 8000-CALCULAR-DIA-SERIAL
004840                 THRU 8000-CALCULAR-DIA-SERIAL-EXIT
004850         IF WS-DIA-SERIAL = 0
004860            OR WS-DATA-CALCULO-N > WS-DATA-SISTEMA
004870             DISPLAY 'DATA DE MOVIMENTO INVALIDA NO PARM: '
004880                     WS-PARAMETRO-ENTRADA(1:8)
004890             MOVE 16 TO RETURN-CODE
004900             STOP RUN
004910         END-IF
004920         MOVE WS-DATA-CALCULO-N TO WS-DATA-MOVIMENTO
004930     END-IF
004940     OPEN OUTPUT PAIN-RELATORIO
004950     IF NOT WS-RPT-OK
004960         DISPLAY 'ERRO AO ABRIR PAINRPT - STATUS ' WS-STATUS-RPT
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF
005000     PERFORM 1100-DEFINIR-EXERCICIOS
005010             THRU 1100-DEFINIR-EXERCICIOS-EXIT
005020     .
005030 1000-INICIAR-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 1100-DEFINIR-EXERCICIOS - THIS YEAR IS ALWAYS CHECKED; LAST
005080* YEAR TOO WHILE ITS YEAR-END CLOSE (VENDAPER MONTH 00 = 'F') HAS
005090* NOT BEEN DONE, SINCE LATE ENTRIES CAN STILL POST INTO IT. THE
005100* PERIOD FILE STAYS OPEN FOR THE MONTH CHECKS IN 5000.
005110******************************************************************
005120 1100-DEFINIR-EXERCICIOS.
005130
005140     MOVE WS-DATA-SISTEMA(1:4) TO WS-EXE-ANO(2)
005150     SUBTRACT 1 FROM WS-EXE-ANO(2) GIVING WS-EXE-ANO(1)
005160     MOVE 1 TO WS-EXE-PRIMEIRO
005170     OPEN INPUT VENDAS-PERIODOS
005180     IF WS-PER-NAO-EXISTE
005190         SET WS-PER-LEGIVEL TO TRUE
005200         GO TO 1100-DEFINIR-EXERCICIOS-EXIT
005210     END-IF
005220     IF NOT WS-PER-OK
005230         MOVE 'VENDAPER' TO WS-ARQ-NOME
005240         MOVE WS-STATUS-PER TO WS-ARQ-STATUS
005250         MOVE 'ABRIR' TO WS-ARQ-ACAO
005260         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
005270                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
005280         GO TO 1100-DEFINIR-EXERCICIOS-EXIT
005290     END-IF
005300     SET WS-PER-ABERTO TO TRUE
005310     SET WS-PER-LEGIVEL TO TRUE
005320     MOVE WS-EXE-ANO(1) TO VPE-ANO
005330     MOVE 0             TO VPE-MES
005340     READ VENDAS-PERIODOS
005350         INVALID KEY
005360             CONTINUE
005370         NOT INVALID KEY
005380             IF VPE-SITUACAO = 'F'
005390                 MOVE 2 TO WS-EXE-PRIMEIRO
005400             END-IF
005410     END-READ
005420     .
005430 1100-DEFINIR-EXERCICIOS-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 2000-VERIFICAR-LOTES - DID EVERY STORE TRADING ON THE BUSINESS
005480* DATE GET ITS BATCH FOR THAT DATE CONCLUDED? THE STORES COME
005490* FROM VENDALOJ (OPEN ON THE DATE, A CLOSING DATE STILL TRADES)
005500* LESS THOSE THE VENDACAL CALENDAR HAS CLOSED THAT DAY,
005510* THE OUTCOMES FROM VENDARUN. A BATCH REVERSED BY PROGESTORNO
005520* AND NOT POSTED AGAIN COUNTS AS MISSING. THE LAST BATCH RUN ON
005530* THE REGISTER IS REPORTED TOO, AND IS CRITICAL IF IT ABORTED.
005540******************************************************************
005550 2000-VERIFICAR-LOTES.
005560
005570     PERFORM 2100-CARREGAR-LOJAS THRU 2100-CARREGAR-LOJAS-EXIT
005580     PERFORM 2200-LER-REGISTRO-RUN
005590             THRU 2200-LER-REGISTRO-RUN-EXIT
005600     MOVE 'LOTES DA DATA DE MOVIMENTO:' TO WS-ROTULO-MONTADO
005610     IF NOT WS-LOJAS-LIDAS OR NOT WS-RUN-LIDO
005620         MOVE 'NAO VERIFICADOS - VER EXCECOES' TO WS-TEXTO-MONTADO
005630         PERFORM 7300-REGISTRAR-SITUACAO
005640                 THRU 7300-REGISTRAR-SITUACAO-EXIT
005650         PERFORM 2400-RESUMIR-ULTIMO-LOTE
005660                 THRU 2400-RESUMIR-ULTIMO-LOTE-EXIT
005670         GO TO 2000-VERIFICAR-LOTES-EXIT
005680     END-IF
005690     PERFORM 2300-AVALIAR-LOJA THRU 2300-AVALIAR-LOJA-EXIT
005700         VARYING WS-LOJA-SUB FROM 1 BY 1
005710         UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
005720     MOVE SPACES TO WS-TEXTO-MONTADO
005730     MOVE 1 TO WS-PONTEIRO
005740     MOVE WS-QTDE-LOJAS TO WS-NUM-ENTRADA
005750     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
005760     STRING WS-NUM-TEXTO DELIMITED BY SPACE
005770            ' FILIAIS ATIVAS - ' DELIMITED BY SIZE
005780         INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
005790     MOVE WS-LOJAS-CONCLUIDAS TO WS-NUM-ENTRADA
005800     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
005810     STRING WS-NUM-TEXTO DELIMITED BY SPACE
005820            ' CONCLUIDOS - ' DELIMITED BY SIZE
005830         INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
005840     MOVE WS-LOJAS-PENDENTES TO WS-NUM-ENTRADA
005850     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
005860     STRING WS-NUM-TEXTO DELIMITED BY SPACE
005870            ' SEM LOTE CONCLUIDO' DELIMITED BY SIZE
005880         INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
005890     IF WS-LOJAS-SEM-EXPEDIENTE > 0
005900         MOVE WS-LOJAS-SEM-EXPEDIENTE TO WS-NUM-ENTRADA
005910         PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
005920         STRING ' - ' DELIMITED BY SIZE
005930                WS-NUM-TEXTO DELIMITED BY SPACE
005940                ' SEM EXPEDIENTE NO DIA' DELIMITED BY SIZE
005950             INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
005960     END-IF
005970     PERFORM 7300-REGISTRAR-SITUACAO
005980             THRU 7300-REGISTRAR-SITUACAO-EXIT
005990     PERFORM 2400-RESUMIR-ULTIMO-LOTE
006000             THRU 2400-RESUMIR-ULTIMO-LOTE-EXIT
006010     .
006020 2000-VERIFICAR-LOTES-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 2100-CARREGAR-LOJAS - LOAD THE STORES TRADING ON THE BUSINESS
006070* DATE. A MISSING OR UNREADABLE STORE MASTER IS CRITICAL: WITHOUT
006080* IT NOBODY KNOWS WHICH BATCHES WERE DUE. THE TRADING CALENDAR IS
006090* OPTIONAL: WITHOUT IT EVERY STORE OPEN ON THE DATE TRADES, AND AN
006100* UNREADABLE ONE IS REPORTED AND TREATED THE SAME WAY.
006110******************************************************************
006120 2100-CARREGAR-LOJAS.
006130
006140     OPEN INPUT VENDAS-LOJAS
006150     IF NOT WS-LOJ-OK
006160         MOVE 'VENDALOJ' TO WS-ARQ-NOME
006170         MOVE WS-STATUS-LOJ TO WS-ARQ-STATUS
006180         MOVE 'ABRIR' TO WS-ARQ-ACAO
006190         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
006200                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
006210         GO TO 2100-CARREGAR-LOJAS-EXIT
006220     END-IF
006230     PERFORM 2105-ABRIR-CALENDARIO
006240             THRU 2105-ABRIR-CALENDARIO-EXIT
006250     PERFORM 2110-LER-LOJA THRU 2110-LER-LOJA-EXIT
006260         UNTIL NOT WS-LOJ-OK
006270     IF WS-LOJ-FIM
006280         SET WS-LOJAS-LIDAS TO TRUE
006290     ELSE
006300         MOVE 'VENDALOJ' TO WS-ARQ-NOME
006310         MOVE WS-STATUS-LOJ TO WS-ARQ-STATUS
006320         MOVE 'LER' TO WS-ARQ-ACAO
006330         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
006340                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
006350     END-IF
006360     CLOSE VENDAS-LOJAS
006370     IF WS-CAL-ABERTO
006380         CLOSE VENDAS-CALENDARIO
006390     END-IF
006400     .
006410 2100-CARREGAR-LOJAS-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 2105-ABRIR-CALENDARIO - THE WEEKDAY OF THE BUSINESS DATE (1 =
006460* SUNDAY; DAY 1 OF THE SERIAL COUNT WAS A MONDAY) AND THE VENDACAL
006470* TRADING CALENDAR, IF THERE IS ONE.
006480******************************************************************
006490 2105-ABRIR-CALENDARIO.
006500
006510     MOVE WS-DATA-MOVIMENTO TO WS-DATA-CALCULO-N
006520     PERFORM 8000-CALCULAR-DIA-SERIAL
006530             THRU 8000-CALCULAR-DIA-SERIAL-EXIT
006540     DIVIDE WS-DIA-SERIAL BY 7
006550         GIVING WS-SEMANA-QUOCIENTE REMAINDER WS-SEMANA-RESTO
006560     ADD 1 WS-SEMANA-RESTO GIVING WS-DIA-SEMANA
006570     OPEN INPUT VENDAS-CALENDARIO
006580     IF WS-CAL-NAO-EXISTE
006590         GO TO 2105-ABRIR-CALENDARIO-EXIT
006600     END-IF
006610     IF NOT WS-CAL-OK
006620         MOVE 'VENDACAL' TO WS-ARQ-NOME
006630         MOVE WS-STATUS-CAL TO WS-ARQ-STATUS
006640         MOVE 'ABRIR' TO WS-ARQ-ACAO
006650         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
006660                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
006670         GO TO 2105-ABRIR-CALENDARIO-EXIT
006680     END-IF
006690     SET WS-CAL-ABERTO TO TRUE
006700     .
006710 2105-ABRIR-CALENDARIO-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750* 2110-LER-LOJA - ONE STORE MASTER RECORD. A STORE NOT YET OPEN
006760* OR ALREADY CLOSED ON THE BUSINESS DATE OWES NO BATCH FOR IT,
006770* NOR DOES ONE THE TRADING CALENDAR HAS CLOSED THAT DAY.
006780******************************************************************
006790 2110-LER-LOJA.
006800
006810     READ VENDAS-LOJAS NEXT RECORD
006820         AT END
006830             GO TO 2110-LER-LOJA-EXIT
006840     END-READ
006850     IF NOT WS-LOJ-OK
006860         GO TO 2110-LER-LOJA-EXIT
006870     END-IF
006880     IF VLJ-DATA-ABERTURA > WS-DATA-MOVIMENTO
006890         GO TO 2110-LER-LOJA-EXIT
006900     END-IF
006910     IF VLJ-DATA-FECHAMENTO > 0
006920         AND VLJ-DATA-FECHAMENTO < WS-DATA-MOVIMENTO
006930         GO TO 2110-LER-LOJA-EXIT
006940     END-IF
006950     PERFORM 2120-VERIFICAR-CALENDARIO
006960             THRU 2120-VERIFICAR-CALENDARIO-EXIT
006970     IF NOT WS-DIA-COM-MOVIMENTO
006980         ADD 1 TO WS-LOJAS-SEM-EXPEDIENTE
006990         GO TO 2110-LER-LOJA-EXIT
007000     END-IF
007010     IF WS-QTDE-LOJAS NOT < 50
007020         ADD 1 TO WS-LOJAS-FORA-TABELA
007030         MOVE 'A' TO WS-NIVEL-MONTADO
007040         MOVE SPACES TO WS-TEXTO-MONTADO
007050         STRING 'TABELA DE FILIAIS CHEIA - LOTE DA FILIAL '
007060                    DELIMITED BY SIZE
007070                VLJ-CODIGO DELIMITED BY SIZE
007080                ' NAO VERIFICADO' DELIMITED BY SIZE
007090             INTO WS-TEXTO-MONTADO
007100         PERFORM 7000-REGISTRAR-EXCECAO
007110                 THRU 7000-REGISTRAR-EXCECAO-EXIT
007120         GO TO 2110-LER-LOJA-EXIT
007130     END-IF
007140     ADD 1 TO WS-QTDE-LOJAS
007150     MOVE VLJ-CODIGO TO WS-LOJA-CODIGO(WS-QTDE-LOJAS)
007160     MOVE VLJ-NOME   TO WS-LOJA-NOME(WS-QTDE-LOJAS)
007170     MOVE SPACE      TO WS-LOJA-SITUACAO(WS-QTDE-LOJAS)
007180     .
007190 2110-LER-LOJA-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230* 2120-VERIFICAR-CALENDARIO - DOES THE STORE JUST READ TRADE ON
007240* THE BUSINESS DATE? THE FIRST OF THESE ON VENDACAL DECIDES: THE
007250* STORE'S OWN EXCEPTION FOR THE DAY, THE CHAIN-WIDE ('***')
007260* EXCEPTION, THE STORE'S WEEKDAY PROFILE, THE CHAIN-WIDE PROFILE.
007270* WITH NONE OF THEM THE STORE TRADES.
007280******************************************************************
007290 2120-VERIFICAR-CALENDARIO.
007300
007310     MOVE 'S' TO WS-SW-DIA-COM-MOVIMENTO
007320     MOVE 'N' TO WS-SW-DIA-DEFINIDO
007330     IF NOT WS-CAL-ABERTO
007340         GO TO 2120-VERIFICAR-CALENDARIO-EXIT
007350     END-IF
007360     MOVE VLJ-CODIGO        TO VCA-LOJA
007370     MOVE WS-DATA-MOVIMENTO TO VCA-DATA
007380     PERFORM 2125-LER-CALENDARIO THRU 2125-LER-CALENDARIO-EXIT
007390     IF NOT WS-DIA-DEFINIDO
007400         MOVE '***'             TO VCA-LOJA
007410         MOVE WS-DATA-MOVIMENTO TO VCA-DATA
007420         PERFORM 2125-LER-CALENDARIO THRU 2125-LER-CALENDARIO-EXIT
007430     END-IF
007440     IF NOT WS-DIA-DEFINIDO
007450         MOVE VLJ-CODIGO        TO VCA-LOJA
007460         MOVE 0                 TO VCA-DATA
007470         PERFORM 2125-LER-CALENDARIO THRU 2125-LER-CALENDARIO-EXIT
007480     END-IF
007490     IF NOT WS-DIA-DEFINIDO
007500         MOVE '***'             TO VCA-LOJA
007510         MOVE 0                 TO VCA-DATA
007520         PERFORM 2125-LER-CALENDARIO THRU 2125-LER-CALENDARIO-EXIT
007530     END-IF
007540     .
007550 2120-VERIFICAR-CALENDARIO-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 2125-LER-CALENDARIO - ONE CALENDAR RECORD BY THE KEY LEFT IN
007600* VCA-CHAVE. AN EXCEPTION DECIDES BY ITS SITUATION, A PROFILE BY
007610* ITS BYTE FOR THE WEEKDAY; A PROFILE WITH NO WEEKDAYS (ONLY AN
007620* INVOICE RANGE) DECIDES NOTHING.
007630******************************************************************
007640 2125-LER-CALENDARIO.
007650
007660     READ VENDAS-CALENDARIO
007670         INVALID KEY
007680             GO TO 2125-LER-CALENDARIO-EXIT
007690     END-READ
007700     IF NOT WS-CAL-OK
007710         GO TO 2125-LER-CALENDARIO-EXIT
007720     END-IF
007730     IF VCA-DATA NOT = 0
007740         SET WS-DIA-DEFINIDO TO TRUE
007750         IF VCA-DIA-SEM-MOVIMENTO
007760             MOVE 'N' TO WS-SW-DIA-COM-MOVIMENTO
007770         END-IF
007780         GO TO 2125-LER-CALENDARIO-EXIT
007790     END-IF
007800     IF VCA-DIAS-SEMANA = SPACES
007810         GO TO 2125-LER-CALENDARIO-EXIT
007820     END-IF
007830     SET WS-DIA-DEFINIDO TO TRUE
007840     IF VCA-DIA-SEMANA(WS-DIA-SEMANA) = 'N'
007850         MOVE 'N' TO WS-SW-DIA-COM-MOVIMENTO
007860     END-IF
007870     .
007880 2125-LER-CALENDARIO-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 2200-LER-REGISTRO-RUN - READ THE WHOLE RUN REGISTER, MARKING
007930* EACH STORE'S BATCH FOR THE BUSINESS DATE AND KEEPING THE LAST
007940* BATCH RUN. A MISSING REGISTER IS CRITICAL: NO RUN HAS EVER
007950* BEEN RECORDED, SO NO BATCH CAN HAVE CONCLUDED.
007960******************************************************************
007970 2200-LER-REGISTRO-RUN.
007980
007990     OPEN INPUT VENDAS-RUN
008000     IF NOT WS-RUN-OK
008010         MOVE 'VENDARUN' TO WS-ARQ-NOME
008020         MOVE WS-STATUS-RUN TO WS-ARQ-STATUS
008030         MOVE 'ABRIR' TO WS-ARQ-ACAO
008040         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
008050                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
008060         GO TO 2200-LER-REGISTRO-RUN-EXIT
008070     END-IF
008080     PERFORM 2210-LER-RUN THRU 2210-LER-RUN-EXIT
008090         UNTIL NOT WS-RUN-OK
008100     IF WS-RUN-FIM
008110         SET WS-RUN-LIDO TO TRUE
008120     ELSE
008130         MOVE 'VENDARUN' TO WS-ARQ-NOME
008140         MOVE WS-STATUS-RUN TO WS-ARQ-STATUS
008150         MOVE 'LER' TO WS-ARQ-ACAO
008160         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
008170                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
008180     END-IF
008190     CLOSE VENDAS-RUN
008200     .
008210 2200-LER-REGISTRO-RUN-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250* 2210-LER-RUN - ONE RUN REGISTER RECORD, IN THE ORDER THEY WERE
008260* WRITTEN, SO THE LAST WORD ON A BATCH WINS: A CONCLUDED BATCH
008270* MARKS ITS STORE 'C'; A REVERSAL ('X' RUN, SITUACAO 'X') UNDOES
008280* IT UNTIL THE BATCH CONCLUDES AGAIN; A BATCH THAT DID NOT PROVE
008290* OUT ('E') COUNTS ONLY WHILE NOTHING CONCLUDED. A DUPLICATE
008300* REFUSED ('R') PROVES AN EARLIER POSTING AND CHANGES NOTHING.
008310******************************************************************
008320 2210-LER-RUN.
008330
008340     READ VENDAS-RUN
008350         AT END
008360             GO TO 2210-LER-RUN-EXIT
008370     END-READ
008380     IF NOT WS-RUN-OK
008390         GO TO 2210-LER-RUN-EXIT
008400     END-IF
008410     IF VRN-MODO = 'B'
008420         MOVE VRN-DATA-FIM TO WS-ULT-LOTE-DATA
008430         MOVE VRN-HORA-FIM TO WS-ULT-LOTE-HORA
008440         MOVE VRN-RETORNO  TO WS-ULT-LOTE-RETORNO
008450         MOVE VRN-SITUACAO TO WS-ULT-LOTE-SITUACAO
008460     END-IF
008470     IF VRN-LOJA = SPACES
008480         OR VRN-DATA-LOTE NOT = WS-DATA-MOVIMENTO
008490         GO TO 2210-LER-RUN-EXIT
008500     END-IF
008510     MOVE 0 TO WS-LOJA-ACHADA
008520     PERFORM 2220-LOCALIZAR-LOJA THRU 2220-LOCALIZAR-LOJA-EXIT
008530         VARYING WS-LOJA-SUB FROM 1 BY 1
008540         UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
008550            OR WS-LOJA-ACHADA > 0
008560     IF WS-LOJA-ACHADA = 0
008570         GO TO 2210-LER-RUN-EXIT
008580     END-IF
008590     IF VRN-MODO = 'B' AND VRN-SITUACAO = 'C'
008600         MOVE 'C' TO WS-LOJA-SITUACAO(WS-LOJA-ACHADA)
008610     END-IF
008620     IF VRN-MODO = 'B' AND VRN-SITUACAO = 'E'
008630         AND WS-LOJA-SITUACAO(WS-LOJA-ACHADA) NOT = 'C'
008640         MOVE 'E' TO WS-LOJA-SITUACAO(WS-LOJA-ACHADA)
008650     END-IF
008660     IF VRN-MODO = 'X' AND VRN-SITUACAO = 'X'
008670         MOVE 'X' TO WS-LOJA-SITUACAO(WS-LOJA-ACHADA)
008680     END-IF
008690     .
008700 2210-LER-RUN-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 2220-LOCALIZAR-LOJA - LOOK UP THE REGISTER RECORD'S STORE.
008750******************************************************************
008760 2220-LOCALIZAR-LOJA.
008770
008780     IF WS-LOJA-CODIGO(WS-LOJA-SUB) = VRN-LOJA
008790         MOVE WS-LOJA-SUB TO WS-LOJA-ACHADA
008800     END-IF
008810     .
008820 2220-LOCALIZAR-LOJA-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860* 2300-AVALIAR-LOJA - ONE STORE: A CONCLUDED BATCH IS COUNTED,
008870* ANYTHING ELSE IS A CRITICAL EXCEPTION SAYING WHAT HAPPENED.
008880******************************************************************
008890 2300-AVALIAR-LOJA.
008900
008910     IF WS-LOJA-SITUACAO(WS-LOJA-SUB) = 'C'
008920         ADD 1 TO WS-LOJAS-CONCLUIDAS
008930         GO TO 2300-AVALIAR-LOJA-EXIT
008940     END-IF
008950     ADD 1 TO WS-LOJAS-PENDENTES
008960     MOVE WS-DATA-MOVIMENTO TO WS-DATA-ENTRADA
008970     PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
008980     MOVE 'C' TO WS-NIVEL-MONTADO
008990     MOVE SPACES TO WS-TEXTO-MONTADO
009000     IF WS-LOJA-SITUACAO(WS-LOJA-SUB) = 'E'
009010         STRING 'FILIAL ' DELIMITED BY SIZE
009020                WS-LOJA-CODIGO(WS-LOJA-SUB) DELIMITED BY SIZE
009030                ': LOTE DE ' DELIMITED BY SIZE
009040                WS-DATA-TEXTO DELIMITED BY SIZE
009050                ' NAO CONFERE COM O TRAILER - REJEITADO INTEIRO'
009060                    DELIMITED BY SIZE
009070             INTO WS-TEXTO-MONTADO
009080     ELSE
009090         IF WS-LOJA-SITUACAO(WS-LOJA-SUB) = 'X'
009100             STRING 'FILIAL ' DELIMITED BY SIZE
009110                    WS-LOJA-CODIGO(WS-LOJA-SUB) DELIMITED BY SIZE
009120                    ': LOTE DE ' DELIMITED BY SIZE
009130                    WS-DATA-TEXTO DELIMITED BY SIZE
009140                    ' ESTORNADO E AINDA NAO REPROCESSADO'
009150                        DELIMITED BY SIZE
009160                 INTO WS-TEXTO-MONTADO
009170         ELSE
009180             STRING 'FILIAL ' DELIMITED BY SIZE
009190                    WS-LOJA-CODIGO(WS-LOJA-SUB) DELIMITED BY SIZE
009200                    ' (' DELIMITED BY SIZE
009210                    WS-LOJA-NOME(WS-LOJA-SUB) DELIMITED BY '  '
009220                    ') NAO ENVIOU O LOTE DE ' DELIMITED BY SIZE
009230                    WS-DATA-TEXTO DELIMITED BY SIZE
009240                 INTO WS-TEXTO-MONTADO
009250         END-IF
009260     END-IF
009270     PERFORM 7000-REGISTRAR-EXCECAO
009280             THRU 7000-REGISTRAR-EXCECAO-EXIT
009290     .
009300 2300-AVALIAR-LOJA-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340* 2400-RESUMIR-ULTIMO-LOTE - HOW THE LAST BATCH RUN ON THE
009350* REGISTER ENDED. ONE THAT ABORTED IS CRITICAL, WHATEVER DATE IT
009360* WAS FOR: NOTHING HAS RUN CLEANLY SINCE.
009370******************************************************************
009380 2400-RESUMIR-ULTIMO-LOTE.
009390
009400     IF NOT WS-RUN-LIDO
009410         GO TO 2400-RESUMIR-ULTIMO-LOTE-EXIT
009420     END-IF
009430     MOVE 'ULTIMA EXECUCAO EM LOTE:' TO WS-ROTULO-MONTADO
009440     MOVE SPACES TO WS-TEXTO-MONTADO
009450     IF WS-ULT-LOTE-DATA = 0
009460         MOVE 'NENHUMA NO REGISTRO VENDARUN' TO WS-TEXTO-MONTADO
009470         PERFORM 7300-REGISTRAR-SITUACAO
009480                 THRU 7300-REGISTRAR-SITUACAO-EXIT
009490         GO TO 2400-RESUMIR-ULTIMO-LOTE-EXIT
009500     END-IF
009510     MOVE WS-ULT-LOTE-DATA TO WS-DATA-ENTRADA
009520     PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
009530     MOVE WS-ULT-LOTE-HORA TO WS-HORA-ENTRADA
009540     PERFORM 7250-FORMATAR-HORA THRU 7250-FORMATAR-HORA-EXIT
009550     IF WS-ULT-LOTE-SITUACAO = 'A'
009560         STRING 'ABORTADA EM ' DELIMITED BY SIZE
009570                WS-DATA-TEXTO DELIMITED BY SIZE
009580                ' AS ' DELIMITED BY SIZE
009590                WS-HORA-TEXTO DELIMITED BY SIZE
009600                ' - RC ' DELIMITED BY SIZE
009610                WS-ULT-LOTE-RETORNO DELIMITED BY SIZE
009620             INTO WS-TEXTO-MONTADO
009630         PERFORM 7300-REGISTRAR-SITUACAO
009640                 THRU 7300-REGISTRAR-SITUACAO-EXIT
009650         MOVE 'C' TO WS-NIVEL-MONTADO
009660         MOVE SPACES TO WS-TEXTO-MONTADO
009670         STRING 'ULTIMA EXECUCAO EM LOTE ABORTADA EM '
009680                    DELIMITED BY SIZE
009690                WS-DATA-TEXTO DELIMITED BY SIZE
009700                ' AS ' DELIMITED BY SIZE
009710                WS-HORA-TEXTO DELIMITED BY SIZE
009720                ' - RC ' DELIMITED BY SIZE
009730                WS-ULT-LOTE-RETORNO DELIMITED BY SIZE
009740             INTO WS-TEXTO-MONTADO
009750         PERFORM 7000-REGISTRAR-EXCECAO
009760                 THRU 7000-REGISTRAR-EXCECAO-EXIT
009770     ELSE
009780         STRING 'CONCLUIDA EM ' DELIMITED BY SIZE
009790                WS-DATA-TEXTO DELIMITED BY SIZE
009800                ' AS ' DELIMITED BY SIZE
009810                WS-HORA-TEXTO DELIMITED BY SIZE
009820                ' - RC ' DELIMITED BY SIZE
009830                WS-ULT-LOTE-RETORNO DELIMITED BY SIZE
009840             INTO WS-TEXTO-MONTADO
009850         PERFORM 7300-REGISTRAR-SITUACAO
009860                 THRU 7300-REGISTRAR-SITUACAO-EXIT
009870     END-IF
009880     .
009890 2400-RESUMIR-ULTIMO-LOTE-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930* 3000-VERIFICAR-TRAVA - AN EMPTY VENDALCK IS A FREE LOCK. A LOCK
009940* STILL HELD IN THE MORNING IS CRITICAL: IT KEEPS THE TERMINAL
009950* AND THE NEXT BATCH OUT, AND USUALLY MEANS A RUN DIED HOLDING IT.
009960******************************************************************
009970 3000-VERIFICAR-TRAVA.
009980
009990     MOVE 'TRAVA VENDALCK:' TO WS-ROTULO-MONTADO
010000     OPEN INPUT VENDAS-LOCK
010010     IF WS-LCK-NAO-EXISTE
010020         MOVE 'LIVRE' TO WS-TEXTO-MONTADO
010030         PERFORM 7300-REGISTRAR-SITUACAO
010040                 THRU 7300-REGISTRAR-SITUACAO-EXIT
010050         GO TO 3000-VERIFICAR-TRAVA-EXIT
010060     END-IF
010070     IF NOT WS-LCK-OK
010080         MOVE 'VENDALCK' TO WS-ARQ-NOME
010090         MOVE WS-STATUS-LCK TO WS-ARQ-STATUS
010100         MOVE 'ABRIR' TO WS-ARQ-ACAO
010110         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
010120                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
010130         MOVE 'NAO VERIFICADA - VER EXCECOES' TO WS-TEXTO-MONTADO
010140         PERFORM 7300-REGISTRAR-SITUACAO
010150                 THRU 7300-REGISTRAR-SITUACAO-EXIT
010160         GO TO 3000-VERIFICAR-TRAVA-EXIT
010170     END-IF
010180     READ VENDAS-LOCK
010190         AT END
010200             CONTINUE
010210     END-READ
010220     IF NOT WS-LCK-OK
010230         CLOSE VENDAS-LOCK
010240         MOVE 'LIVRE' TO WS-TEXTO-MONTADO
010250         PERFORM 7300-REGISTRAR-SITUACAO
010260                 THRU 7300-REGISTRAR-SITUACAO-EXIT
010270         GO TO 3000-VERIFICAR-TRAVA-EXIT
010280     END-IF
010290     CLOSE VENDAS-LOCK
010300     MOVE VLK-DATA TO WS-DATA-ENTRADA
010310     PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
010320     MOVE VLK-HORA TO WS-HORA-ENTRADA
010330     PERFORM 7250-FORMATAR-HORA THRU 7250-FORMATAR-HORA-EXIT
010340     MOVE SPACES TO WS-TEXTO-MONTADO
010350     STRING 'EM VIGOR DESDE ' DELIMITED BY SIZE
010360            WS-DATA-TEXTO DELIMITED BY SIZE
010370            ' AS ' DELIMITED BY SIZE
010380            WS-HORA-TEXTO DELIMITED BY SIZE
010390            ' - MODO ' DELIMITED BY SIZE
010400            VLK-MODO DELIMITED BY SIZE
010410            ' PARM ' DELIMITED BY SIZE
010420            VLK-PARM DELIMITED BY SIZE
010430         INTO WS-TEXTO-MONTADO
010440     PERFORM 7300-REGISTRAR-SITUACAO
010450             THRU 7300-REGISTRAR-SITUACAO-EXIT
010460     MOVE 'C' TO WS-NIVEL-MONTADO
010470     MOVE SPACES TO WS-TEXTO-MONTADO
010480     STRING 'TRAVA VENDALCK EM VIGOR DESDE ' DELIMITED BY SIZE
010490            WS-DATA-TEXTO DELIMITED BY SIZE
010500            ' AS ' DELIMITED BY SIZE
010510            WS-HORA-TEXTO DELIMITED BY SIZE
010520            ' - MODO ' DELIMITED BY SIZE
010530            VLK-MODO DELIMITED BY SIZE
010540            ' PARM ' DELIMITED BY SIZE
010550            VLK-PARM DELIMITED BY SIZE
010560         INTO WS-TEXTO-MONTADO
010570     PERFORM 7000-REGISTRAR-EXCECAO
010580             THRU 7000-REGISTRAR-EXCECAO-EXIT
010590     .
010600 3000-VERIFICAR-TRAVA-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640* 3100-VERIFICAR-CHECKPOINT - VENDACKP IS EMPTIED WHEN A BATCH
010650* ENDS NORMALLY. A CHECKPOINT STILL ON FILE MEANS A BATCH STOPPED
010660* PART WAY AND MUST BE RESTARTED BEFORE ANYTHING ELSE POSTS.
010670******************************************************************
010680 3100-VERIFICAR-CHECKPOINT.
010690
010700     MOVE 'CHECKPOINT VENDACKP:' TO WS-ROTULO-MONTADO
010710     OPEN INPUT VENDAS-CHECKPOINT
010720     IF WS-CKP-NAO-EXISTE
010730         MOVE 'VAZIO' TO WS-TEXTO-MONTADO
010740         PERFORM 7300-REGISTRAR-SITUACAO
010750                 THRU 7300-REGISTRAR-SITUACAO-EXIT
010760         GO TO 3100-VERIFICAR-CHECKPOINT-EXIT
010770     END-IF
010780     IF NOT WS-CKP-OK
010790         MOVE 'VENDACKP' TO WS-ARQ-NOME
010800         MOVE WS-STATUS-CKP TO WS-ARQ-STATUS
010810         MOVE 'ABRIR' TO WS-ARQ-ACAO
010820         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
010830                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
010840         MOVE 'NAO VERIFICADO - VER EXCECOES' TO WS-TEXTO-MONTADO
010850         PERFORM 7300-REGISTRAR-SITUACAO
010860                 THRU 7300-REGISTRAR-SITUACAO-EXIT
010870         GO TO 3100-VERIFICAR-CHECKPOINT-EXIT
010880     END-IF
010890     READ VENDAS-CHECKPOINT
010900         AT END
010910             CONTINUE
010920     END-READ
010930     IF NOT WS-CKP-OK
010940         CLOSE VENDAS-CHECKPOINT
010950         MOVE 'VAZIO' TO WS-TEXTO-MONTADO
010960         PERFORM 7300-REGISTRAR-SITUACAO
010970                 THRU 7300-REGISTRAR-SITUACAO-EXIT
010980         GO TO 3100-VERIFICAR-CHECKPOINT-EXIT
010990     END-IF
011000     CLOSE VENDAS-CHECKPOINT
011010     MOVE VCK-QTDE-ENTRADAS TO WS-NUM-ENTRADA
011020     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
011030     MOVE SPACES TO WS-TEXTO-MONTADO
011040     STRING 'PENDENTE APOS ' DELIMITED BY SIZE
011050            WS-NUM-TEXTO DELIMITED BY SPACE
011060            ' ENTRADAS' DELIMITED BY SIZE
011070         INTO WS-TEXTO-MONTADO
011080     PERFORM 7300-REGISTRAR-SITUACAO
011090             THRU 7300-REGISTRAR-SITUACAO-EXIT
011100     MOVE 'C' TO WS-NIVEL-MONTADO
011110     MOVE SPACES TO WS-TEXTO-MONTADO
011120     STRING 'CHECKPOINT DEIXADO EM VENDACKP APOS '
011130         DELIMITED BY SIZE
011140            WS-NUM-TEXTO DELIMITED BY SPACE
011150            ' ENTRADAS - LOTE INTERROMPIDO, REEXECUTAR PARA '
011160                DELIMITED BY SIZE
011170            'RETOMAR' DELIMITED BY SIZE
011180         INTO WS-TEXTO-MONTADO
011190     PERFORM 7000-REGISTRAR-EXCECAO
011200             THRU 7000-REGISTRAR-EXCECAO-EXIT
011210     .
011220 3100-VERIFICAR-CHECKPOINT-EXIT.
011230     EXIT.
011240
011250******************************************************************
011260* 3200-CONTAR-REJEITOS - COUNT THE LAST BATCH'S REJECTS WAITING
011270* FOR CORRECTION ON VENDAREJ. ANY AT ALL IS AN ATTENTION ITEM; A
011280* FILE NOT THERE HOLDS NOTHING.
011290******************************************************************
011300 3200-CONTAR-REJEITOS.
011310
011320     MOVE 'REJEITOS VENDAREJ:' TO WS-ROTULO-MONTADO
011330     OPEN INPUT VENDAS-REJEITOS
011340     IF WS-REJ-NAO-EXISTE
011350         MOVE '0 REGISTROS' TO WS-TEXTO-MONTADO
011360         PERFORM 7300-REGISTRAR-SITUACAO
011370                 THRU 7300-REGISTRAR-SITUACAO-EXIT
011380         GO TO 3200-CONTAR-REJEITOS-EXIT
011390     END-IF
011400     IF NOT WS-REJ-OK
011410         MOVE 'VENDAREJ' TO WS-ARQ-NOME
011420         MOVE WS-STATUS-REJ TO WS-ARQ-STATUS
011430         MOVE 'ABRIR' TO WS-ARQ-ACAO
011440         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
011450                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
011460         MOVE 'NAO VERIFICADOS - VER EXCECOES' TO WS-TEXTO-MONTADO
011470         PERFORM 7300-REGISTRAR-SITUACAO
011480                 THRU 7300-REGISTRAR-SITUACAO-EXIT
011490         GO TO 3200-CONTAR-REJEITOS-EXIT
011500     END-IF
011510     PERFORM 3210-LER-REJEITO THRU 3210-LER-REJEITO-EXIT
011520         UNTIL NOT WS-REJ-OK
011530     IF NOT WS-REJ-FIM
011540         MOVE 'VENDAREJ' TO WS-ARQ-NOME
011550         MOVE WS-STATUS-REJ TO WS-ARQ-STATUS
011560         MOVE 'LER' TO WS-ARQ-ACAO
011570         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
011580                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
011590     END-IF
011600     CLOSE VENDAS-REJEITOS
011610     MOVE WS-CONTADOR-REJ TO WS-NUM-ENTRADA
011620     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
011630     MOVE SPACES TO WS-TEXTO-MONTADO
011640     STRING WS-NUM-TEXTO DELIMITED BY SPACE
011650            ' REGISTROS' DELIMITED BY SIZE
011660         INTO WS-TEXTO-MONTADO
011670     PERFORM 7300-REGISTRAR-SITUACAO
011680             THRU 7300-REGISTRAR-SITUACAO-EXIT
011690     IF WS-CONTADOR-REJ > 0
011700         MOVE 'A' TO WS-NIVEL-MONTADO
011710         MOVE SPACES TO WS-TEXTO-MONTADO
011720         STRING WS-NUM-TEXTO DELIMITED BY SPACE
011730                ' REGISTROS EM VENDAREJ AGUARDANDO CORRECAO E '
011740                    DELIMITED BY SIZE
011750                'RECICLAGEM' DELIMITED BY SIZE
011760             INTO WS-TEXTO-MONTADO
011770         PERFORM 7000-REGISTRAR-EXCECAO
011780                 THRU 7000-REGISTRAR-EXCECAO-EXIT
011790     END-IF
011800     .
011810 3200-CONTAR-REJEITOS-EXIT.
011820     EXIT.
011830
011840******************************************************************
011850* 3210-LER-REJEITO - COUNT ONE VENDAREJ RECORD.
011860******************************************************************
011870 3210-LER-REJEITO.
011880
011890     READ VENDAS-REJEITOS
011900         AT END
011910             GO TO 3210-LER-REJEITO-EXIT
011920     END-READ
011930     IF WS-REJ-OK
011940         ADD 1 TO WS-CONTADOR-REJ
011950     END-IF
011960     .
011970 3210-LER-REJEITO-EXIT.
011980     EXIT.
011990
012000******************************************************************
012010* 3300-CONTAR-PENDENTES - THE SAME FOR VENDAPND, WHAT THE LAST
012020* PROGRECICLA RUN STILL COULD NOT ACCEPT.
012030******************************************************************
012040 3300-CONTAR-PENDENTES.
012050
012060     MOVE 'PENDENTES VENDAPND:' TO WS-ROTULO-MONTADO
012070     OPEN INPUT VENDAS-PENDENTES
012080     IF WS-PND-NAO-EXISTE
012090         MOVE '0 REGISTROS' TO WS-TEXTO-MONTADO
012100         PERFORM 7300-REGISTRAR-SITUACAO
012110                 THRU 7300-REGISTRAR-SITUACAO-EXIT
012120         GO TO 3300-CONTAR-PENDENTES-EXIT
012130     END-IF
012140     IF NOT WS-PND-OK
012150         MOVE 'VENDAPND' TO WS-ARQ-NOME
012160         MOVE WS-STATUS-PND TO WS-ARQ-STATUS
012170         MOVE 'ABRIR' TO WS-ARQ-ACAO
012180         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
012190                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
012200         MOVE 'NAO VERIFICADOS - VER EXCECOES' TO WS-TEXTO-MONTADO
012210         PERFORM 7300-REGISTRAR-SITUACAO
012220                 THRU 7300-REGISTRAR-SITUACAO-EXIT
012230         GO TO 3300-CONTAR-PENDENTES-EXIT
012240     END-IF
012250     PERFORM 3310-LER-PENDENTE THRU 3310-LER-PENDENTE-EXIT
012260         UNTIL NOT WS-PND-OK
012270     IF NOT WS-PND-FIM
012280         MOVE 'VENDAPND' TO WS-ARQ-NOME
012290         MOVE WS-STATUS-PND TO WS-ARQ-STATUS
012300         MOVE 'LER' TO WS-ARQ-ACAO
012310         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
012320                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
012330     END-IF
012340     CLOSE VENDAS-PENDENTES
012350     MOVE WS-CONTADOR-PND TO WS-NUM-ENTRADA
012360     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
012370     MOVE SPACES TO WS-TEXTO-MONTADO
012380     STRING WS-NUM-TEXTO DELIMITED BY SPACE
012390            ' REGISTROS' DELIMITED BY SIZE
012400         INTO WS-TEXTO-MONTADO
012410     PERFORM 7300-REGISTRAR-SITUACAO
012420             THRU 7300-REGISTRAR-SITUACAO-EXIT
012430     IF WS-CONTADOR-PND > 0
012440         MOVE 'A' TO WS-NIVEL-MONTADO
012450         MOVE SPACES TO WS-TEXTO-MONTADO
012460         STRING WS-NUM-TEXTO DELIMITED BY SPACE
012470                ' REGISTROS EM VENDAPND AINDA PENDENTES APOS A '
012480                    DELIMITED BY SIZE
012490                'RECICLAGEM' DELIMITED BY SIZE
012500             INTO WS-TEXTO-MONTADO
012510         PERFORM 7000-REGISTRAR-EXCECAO
012520                 THRU 7000-REGISTRAR-EXCECAO-EXIT
012530     END-IF
012540     .
012550 3300-CONTAR-PENDENTES-EXIT.
012560     EXIT.
012570
012580******************************************************************
012590* 3310-LER-PENDENTE - COUNT ONE VENDAPND RECORD.
012600******************************************************************
012610 3310-LER-PENDENTE.
012620
012630     READ VENDAS-PENDENTES
012640         AT END
012650             GO TO 3310-LER-PENDENTE-EXIT
012660     END-READ
012670     IF WS-PND-OK
012680         ADD 1 TO WS-CONTADOR-PND
012690     END-IF
012700     .
012710 3310-LER-PENDENTE-EXIT.
012720     EXIT.
012730
012740******************************************************************
012750* 4000-APURAR-LOG - RE-AGGREGATE SALES AND RETURNS FROM VENDALOG
012760* FOR THE OPEN YEARS ON THE VDL-CHAVE-MES PATH, EXACTLY AS
012770* PROGCONCIL DOES (REVERSED ENTRIES LEFT OUT), SO 5000 CAN TIE
012780* EACH MONTH TO VENDAMST. A MISSING LOG APURATES TO ZEROS; AN
012790* UNREADABLE ONE IS CRITICAL AND THE TIE-OUT IS SKIPPED.
012800******************************************************************
012810 4000-APURAR-LOG.
012820
012830     PERFORM 4050-ZERAR-MES THRU 4050-ZERAR-MES-EXIT
012840         VARYING WS-MES-SUB FROM 1 BY 1 UNTIL WS-MES-SUB > 12
012850     OPEN INPUT VENDAS-LOG
012860     IF WS-LOG-NAO-EXISTE
012870         SET WS-LOG-APURADO TO TRUE
012880         GO TO 4000-APURAR-LOG-EXIT
012890     END-IF
012900     IF NOT WS-LOG-OK
012910         MOVE 'VENDALOG' TO WS-ARQ-NOME
012920         MOVE WS-STATUS-LOG TO WS-ARQ-STATUS
012930         MOVE 'ABRIR' TO WS-ARQ-ACAO
012940         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
012950                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
012960         GO TO 4000-APURAR-LOG-EXIT
012970     END-IF
012980     COMPUTE VDL-CHAVE-MES = WS-EXE-ANO(WS-EXE-PRIMEIRO) * 100 + 1
012990     COMPUTE WS-CHAVE-MES-LIMITE = WS-EXE-ANO(2) * 100 + 12
013000     START VENDAS-LOG KEY NOT LESS THAN VDL-CHAVE-MES
013010         INVALID KEY
013020             SET WS-APURACAO-FIM TO TRUE
013030     END-START
013040     IF NOT WS-APURACAO-FIM
013050         PERFORM 4100-LER-LOG THRU 4100-LER-LOG-EXIT
013060             UNTIL WS-APURACAO-FIM OR NOT WS-LOG-OK
013070     END-IF
013080     IF WS-APURACAO-FIM
013090         SET WS-LOG-APURADO TO TRUE
013100     ELSE
013110         MOVE 'VENDALOG' TO WS-ARQ-NOME
013120         MOVE WS-STATUS-LOG TO WS-ARQ-STATUS
013130         MOVE 'LER' TO WS-ARQ-ACAO
013140         PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
013150                 THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
013160     END-IF
013170     CLOSE VENDAS-LOG
013180     .
013190 4000-APURAR-LOG-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230* 4050-ZERAR-MES - CLEAR ONE MONTH OF BOTH YEARS.
013240******************************************************************
013250 4050-ZERAR-MES.
013260
013270     MOVE 0     TO WS-EXE-VENDAS-LOG(1 WS-MES-SUB)
013280     MOVE 0     TO WS-EXE-DEV-LOG(1 WS-MES-SUB)
013290     MOVE 0     TO WS-EXE-DATA-GL(1 WS-MES-SUB)
013300     MOVE SPACE TO WS-EXE-PERIODO(1 WS-MES-SUB)
013310     MOVE 0     TO WS-EXE-VENDAS-LOG(2 WS-MES-SUB)
013320     MOVE 0     TO WS-EXE-DEV-LOG(2 WS-MES-SUB)
013330     MOVE 0     TO WS-EXE-DATA-GL(2 WS-MES-SUB)
013340     MOVE SPACE TO WS-EXE-PERIODO(2 WS-MES-SUB)
013350     .
013360 4050-ZERAR-MES-EXIT.
013370     EXIT.
013380
013390******************************************************************
013400* 4100-LER-LOG - ONE LOG ENTRY INTO ITS YEAR AND MONTH.
013410******************************************************************
013420 4100-LER-LOG.
013430
013440     READ VENDAS-LOG NEXT RECORD
013450         AT END
013460             SET WS-APURACAO-FIM TO TRUE
013470             GO TO 4100-LER-LOG-EXIT
013480     END-READ
013490     IF NOT WS-LOG-OK
013500         GO TO 4100-LER-LOG-EXIT
013510     END-IF
013520     IF VDL-CHAVE-MES > WS-CHAVE-MES-LIMITE
013530         SET WS-APURACAO-FIM TO TRUE
013540         GO TO 4100-LER-LOG-EXIT
013550     END-IF
013560     IF VDL-ESTORNADO
013570         GO TO 4100-LER-LOG-EXIT
013580     END-IF
013590     IF VDL-MES < 1 OR VDL-MES > 12
013600         GO TO 4100-LER-LOG-EXIT
013610     END-IF
013620     IF VDL-CHAVE-MES < WS-EXE-ANO(2) * 100
013630         MOVE 1 TO WS-EXE-SUB
013640     ELSE
013650         MOVE 2 TO WS-EXE-SUB
013660     END-IF
013670     IF VDL-TIPO = 'V'
013680         ADD VDL-VALOR TO WS-EXE-VENDAS-LOG(WS-EXE-SUB VDL-MES)
013690     ELSE
013700         IF VDL-TIPO = 'D'
013710             ADD VDL-VALOR TO WS-EXE-DEV-LOG(WS-EXE-SUB VDL-MES)
013720         END-IF
013730     END-IF
013740     .
013750 4100-LER-LOG-EXIT.
013760     EXIT.
013770
013780******************************************************************
013790* 5000-CONFERIR-MESES - MONTH BY MONTH OVER THE OPEN YEARS: TIE
013800* THE LOG TO THE MASTER, CHECK THE GL EXPORT AND ITS RETURN, AND
013810* CHECK THE PERIOD IS CLOSED ONCE THE MONTH IS WELL OVER. THEN
013820* ADD THE SUMMARY LINES FOR EACH OF THE THREE CONTROLS.
013830******************************************************************
013840 5000-CONFERIR-MESES.
013850
013860     OPEN INPUT VENDAS-MESTRE
013870     IF WS-MST-OK
013880         SET WS-MST-ABERTO TO TRUE
013890         SET WS-MST-LEGIVEL TO TRUE
013900     ELSE
013910         IF WS-MST-NAO-EXISTE
013920             SET WS-MST-LEGIVEL TO TRUE
013930         ELSE
013940             MOVE 'VENDAMST' TO WS-ARQ-NOME
013950             MOVE WS-STATUS-MST TO WS-ARQ-STATUS
013960             MOVE 'ABRIR' TO WS-ARQ-ACAO
013970             PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
013980                     THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
013990         END-IF
014000     END-IF
014010     OPEN INPUT VENDAS-GL-CONTROLE
014020     IF WS-GLC-OK
014030         SET WS-GLC-ABERTO TO TRUE
014040         SET WS-GLC-LEGIVEL TO TRUE
014050     ELSE
014060         IF WS-GLC-NAO-EXISTE
014070             SET WS-GLC-LEGIVEL TO TRUE
014080         ELSE
014090             MOVE 'VENDAGLC' TO WS-ARQ-NOME
014100             MOVE WS-STATUS-GLC TO WS-ARQ-STATUS
014110             MOVE 'ABRIR' TO WS-ARQ-ACAO
014120             PERFORM 7050-REGISTRAR-ERRO-ARQUIVO
014130                     THRU 7050-REGISTRAR-ERRO-ARQUIVO-EXIT
014140         END-IF
014150     END-IF
014160     PERFORM 5050-CONFERIR-EXERCICIO
014170             THRU 5050-CONFERIR-EXERCICIO-EXIT
014180         VARYING WS-EXE-SUB FROM WS-EXE-PRIMEIRO BY 1
014190         UNTIL WS-EXE-SUB > 2
014200     IF WS-MST-ABERTO
014210         CLOSE VENDAS-MESTRE
014220     END-IF
014230     IF WS-GLC-ABERTO
014240         CLOSE VENDAS-GL-CONTROLE
014250     END-IF
014260     PERFORM 5500-RESUMIR-CONTROLES
014270             THRU 5500-RESUMIR-CONTROLES-EXIT
014280     .
014290 5000-CONFERIR-MESES-EXIT.
014300     EXIT.
014310
014320******************************************************************
014330* 5050-CONFERIR-EXERCICIO - THE TWELVE MONTHS OF ONE OPEN YEAR.
014340******************************************************************
014350 5050-CONFERIR-EXERCICIO.
014360
014370     PERFORM 5100-CONFERIR-MES THRU 5100-CONFERIR-MES-EXIT
014380         VARYING WS-MES-SUB FROM 1 BY 1 UNTIL WS-MES-SUB > 12
014390     .
014400 5050-CONFERIR-EXERCICIO-EXIT.
014410     EXIT.
014420
014430******************************************************************
014440* 5100-CONFERIR-MES - ONE MONTH OF ONE OPEN YEAR.
014450******************************************************************
014460 5100-CONFERIR-MES.
014470
014480     MOVE SPACES TO WS-MES-TEXTO
014490     STRING WS-NOME-MES(WS-MES-SUB) DELIMITED BY SPACE
014500            '/' DELIMITED BY SIZE
014510            WS-EXE-ANO(WS-EXE-SUB) DELIMITED BY SIZE
014520         INTO WS-MES-TEXTO
014530     PERFORM 5200-CONCILIAR-MES THRU 5200-CONCILIAR-MES-EXIT
014540     PERFORM 5300-VERIFICAR-GL  THRU 5300-VERIFICAR-GL-EXIT
014550     PERFORM 5400-VERIFICAR-PERIODO
014560             THRU 5400-VERIFICAR-PERIODO-EXIT
014570     .
014580 5100-CONFERIR-MES-EXIT.
014590     EXIT.
014600
014610******************************************************************
014620* 5200-CONCILIAR-MES - READ THE MASTER FOR THE MONTH (MISSING =
014630* ZEROS, AS IN PROGCONCIL) AND COMPARE IT WITH THE LOG. ANY
014640* DIFFERENCE IS CRITICAL - THE CONCRPT REPORT SHOWS THE AMOUNTS.
014650******************************************************************
014660 5200-CONCILIAR-MES.
014670
014680     MOVE 0 TO WS-MST-VENDAS
014690     MOVE 0 TO WS-MST-DEVOLUCOES
014700     IF WS-MST-ABERTO
014710         MOVE WS-EXE-ANO(WS-EXE-SUB) TO VDM-ANO
014720         MOVE WS-MES-SUB             TO VDM-MES
014730         READ VENDAS-MESTRE
014740             INVALID KEY
014750                 CONTINUE
014760             NOT INVALID KEY
014770                 MOVE VDM-VALOR-VENDAS     TO WS-MST-VENDAS
014780                 MOVE VDM-VALOR-DEVOLUCOES TO WS-MST-DEVOLUCOES
014790         END-READ
014800     END-IF
014810     IF NOT WS-LOG-APURADO OR NOT WS-MST-LEGIVEL
014820         GO TO 5200-CONCILIAR-MES-EXIT
014830     END-IF
014840     IF WS-EXE-VENDAS-LOG(WS-EXE-SUB WS-MES-SUB) = WS-MST-VENDAS
014850         AND WS-EXE-DEV-LOG(WS-EXE-SUB WS-MES-SUB)
014860             = WS-MST-DEVOLUCOES
014870         GO TO 5200-CONCILIAR-MES-EXIT
014880     END-IF
014890     ADD 1 TO WS-MESES-DIVERGENTES
014900     MOVE 'C' TO WS-NIVEL-MONTADO
014910     MOVE SPACES TO WS-TEXTO-MONTADO
014920     STRING WS-MES-TEXTO DELIMITED BY SPACE
014930            ' NAO CONCILIA - VENDALOG DIFERE DE VENDAMST, VER '
014940                DELIMITED BY SIZE
014950            'PROGCONCIL' DELIMITED BY SIZE
014960         INTO WS-TEXTO-MONTADO
014970     PERFORM 7000-REGISTRAR-EXCECAO
014980             THRU 7000-REGISTRAR-EXCECAO-EXIT
014990     .
015000 5200-CONCILIAR-MES-EXIT.
015010     EXIT.
015020
015030******************************************************************
015040* 5300-VERIFICAR-GL - THE MONTH'S VENDAGLC RECORD AGAINST THE
015050* MASTER: FIGURES NEVER EXPORTED OR CHANGED SINCE THE LAST EXPORT
015060* (THE NEXT POSTING RUN WILL SEND THEM) ARE ATTENTION ITEMS, AS
015070* IS A RETURN STILL MISSING AFTER THE GL DEADLINE; A MONTH THE GL
015080* REJECTED OR BOOKED AT ANOTHER AMOUNT IS CRITICAL.
015090******************************************************************
015100 5300-VERIFICAR-GL.
015110
015120     IF NOT WS-GLC-LEGIVEL
015130         GO TO 5300-VERIFICAR-GL-EXIT
015140     END-IF
015150     IF WS-GLC-ABERTO
015160         MOVE WS-EXE-ANO(WS-EXE-SUB) TO VGC-ANO
015170         MOVE WS-MES-SUB             TO VGC-MES
015180         READ VENDAS-GL-CONTROLE
015190             INVALID KEY
015200                 CONTINUE
015210         END-READ
015220     END-IF
015230     IF NOT WS-GLC-ABERTO OR NOT WS-GLC-OK
015240         IF WS-MST-LEGIVEL
015250             AND (WS-MST-VENDAS > 0 OR WS-MST-DEVOLUCOES > 0)
015260             ADD 1 TO WS-MESES-NAO-EXPORTADOS
015270             MOVE 'A' TO WS-NIVEL-MONTADO
015280             MOVE SPACES TO WS-TEXTO-MONTADO
015290             STRING WS-MES-TEXTO DELIMITED BY SPACE
015300                    ' NUNCA EXPORTADO PARA O RAZAO GERAL'
015310                        DELIMITED BY SIZE
015320                 INTO WS-TEXTO-MONTADO
015330             PERFORM 7000-REGISTRAR-EXCECAO
015340                     THRU 7000-REGISTRAR-EXCECAO-EXIT
015350         END-IF
015360         GO TO 5300-VERIFICAR-GL-EXIT
015370     END-IF
015380     MOVE VGC-DATA-EXPORT TO WS-EXE-DATA-GL(WS-EXE-SUB WS-MES-SUB)
015390     IF VGC-DATA-EXPORT > WS-ULT-EXPORT-DATA
015400         MOVE VGC-DATA-EXPORT        TO WS-ULT-EXPORT-DATA
015410         MOVE WS-EXE-ANO(WS-EXE-SUB) TO WS-ULT-EXPORT-ANO
015420         MOVE WS-MES-SUB             TO WS-ULT-EXPORT-MES
015430     END-IF
015440     MOVE VGC-DATA-EXPORT TO WS-DATA-ENTRADA
015450     PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
015460     IF WS-MST-LEGIVEL
015470         AND (VGC-VALOR-VENDAS NOT = WS-MST-VENDAS
015480              OR VGC-VALOR-DEVOLUCOES NOT = WS-MST-DEVOLUCOES)
015490         ADD 1 TO WS-MESES-NAO-EXPORTADOS
015500         MOVE 'A' TO WS-NIVEL-MONTADO
015510         MOVE SPACES TO WS-TEXTO-MONTADO
015520         STRING WS-MES-TEXTO DELIMITED BY SPACE
015530                ' ALTERADO E NAO EXPORTADO DESDE '
015540                    DELIMITED BY SIZE
015550                WS-DATA-TEXTO DELIMITED BY SIZE
015560             INTO WS-TEXTO-MONTADO
015570         PERFORM 7000-REGISTRAR-EXCECAO
015580                 THRU 7000-REGISTRAR-EXCECAO-EXIT
015590     END-IF
015600     IF VGC-GL-REJEITADO
015610         ADD 1 TO WS-MESES-GL-PROBLEMA
015620         MOVE 'C' TO WS-NIVEL-MONTADO
015630         MOVE SPACES TO WS-TEXTO-MONTADO
015640         STRING WS-MES-TEXTO DELIMITED BY SPACE
015650                ' REJEITADO PELO RAZAO GERAL: ' DELIMITED BY SIZE
015660                VGC-MOTIVO-GL DELIMITED BY SIZE
015670             INTO WS-TEXTO-MONTADO
015680         PERFORM 7000-REGISTRAR-EXCECAO
015690                 THRU 7000-REGISTRAR-EXCECAO-EXIT
015700         GO TO 5300-VERIFICAR-GL-EXIT
015710     END-IF
015720     IF VGC-GL-DIVERGENTE
015730         ADD 1 TO WS-MESES-GL-PROBLEMA
015740         MOVE 'C' TO WS-NIVEL-MONTADO
015750         MOVE SPACES TO WS-TEXTO-MONTADO
015760         STRING WS-MES-TEXTO DELIMITED BY SPACE
015770                ' CONTABILIZADO NO RAZAO GERAL POR OUTRO VALOR'
015780                    DELIMITED BY SIZE
015790             INTO WS-TEXTO-MONTADO
015800         PERFORM 7000-REGISTRAR-EXCECAO
015810                 THRU 7000-REGISTRAR-EXCECAO-EXIT
015820         GO TO 5300-VERIFICAR-GL-EXIT
015830     END-IF
015840     IF NOT VGC-GL-PENDENTE
015850         GO TO 5300-VERIFICAR-GL-EXIT
015860     END-IF
015870     ADD 1 TO WS-MESES-GL-AGUARDANDO
015880     MOVE VGC-DATA-EXPORT TO WS-DATA-CALCULO-N
015890     PERFORM 8000-CALCULAR-DIA-SERIAL
015900             THRU 8000-CALCULAR-DIA-SERIAL-EXIT
015910     IF WS-DIA-SERIAL = 0 OR WS-DIA-SERIAL > WS-DIA-SERIAL-HOJE
015920         GO TO 5300-VERIFICAR-GL-EXIT
015930     END-IF
015940     SUBTRACT WS-DIA-SERIAL FROM WS-DIA-SERIAL-HOJE
015950         GIVING WS-DIAS-DECORRIDOS
015960     IF WS-DIAS-DECORRIDOS > WS-PRAZO-GL
015970         MOVE WS-DIAS-DECORRIDOS TO WS-NUM-ENTRADA
015980         PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
015990         MOVE 'A' TO WS-NIVEL-MONTADO
016000         MOVE SPACES TO WS-TEXTO-MONTADO
016010         STRING WS-MES-TEXTO DELIMITED BY SPACE
016020                ' SEM RETORNO DO RAZAO GERAL HA '
016030                    DELIMITED BY SIZE
016040                WS-NUM-TEXTO DELIMITED BY SPACE
016050                ' DIAS (EXPORTADO EM ' DELIMITED BY SIZE
016060                WS-DATA-TEXTO DELIMITED BY SIZE
016070                ')' DELIMITED BY SIZE
016080             INTO WS-TEXTO-MONTADO
016090         PERFORM 7000-REGISTRAR-EXCECAO
016100                 THRU 7000-REGISTRAR-EXCECAO-EXIT
016110     END-IF
016120     .
016130 5300-VERIFICAR-GL-EXIT.
016140     EXIT.
016150
016160******************************************************************
016170* 5400-VERIFICAR-PERIODO - ONLY A MONTH ALREADY OVER IS CHECKED.
016180* IT SHOULD BE CLOSED ON VENDAPER; STILL OPEN MORE THAN THE
016190* CLOSING ALLOWANCE AFTER MONTH END IS AN ATTENTION ITEM.
016200******************************************************************
016210 5400-VERIFICAR-PERIODO.
016220
016230     IF WS-EXE-SUB = 2 AND WS-MES-SUB NOT < WS-MES-ATUAL
016240         GO TO 5400-VERIFICAR-PERIODO-EXIT
016250     END-IF
016260     IF NOT WS-PER-LEGIVEL
016270         MOVE '?' TO WS-EXE-PERIODO(WS-EXE-SUB WS-MES-SUB)
016280         GO TO 5400-VERIFICAR-PERIODO-EXIT
016290     END-IF
016300     MOVE 'A' TO WS-EXE-PERIODO(WS-EXE-SUB WS-MES-SUB)
016310     IF WS-PER-ABERTO
016320         MOVE WS-EXE-ANO(WS-EXE-SUB) TO VPE-ANO
016330         MOVE WS-MES-SUB             TO VPE-MES
016340         READ VENDAS-PERIODOS
016350             INVALID KEY
016360                 CONTINUE
016370             NOT INVALID KEY
016380                 IF VPE-SITUACAO = 'F'
016390                     MOVE 'F'
016400                         TO WS-EXE-PERIODO(WS-EXE-SUB WS-MES-SUB)
016410                 END-IF
016420         END-READ
016430     END-IF
016440     IF WS-EXE-PERIODO(WS-EXE-SUB WS-MES-SUB) = 'F'
016450         GO TO 5400-VERIFICAR-PERIODO-EXIT
016460     END-IF
016470     ADD 1 TO WS-PERIODOS-ABERTOS
016480     MOVE WS-EXE-ANO(WS-EXE-SUB) TO WS-CALC-ANO
016490     MOVE WS-MES-SUB             TO WS-CALC-MES
016500     IF WS-MES-SUB = 12
016510         ADD 1 TO WS-CALC-ANO
016520         MOVE 1 TO WS-CALC-MES
016530     ELSE
016540         ADD 1 TO WS-CALC-MES
016550     END-IF
016560     MOVE 1 TO WS-CALC-DIA
016570     PERFORM 8000-CALCULAR-DIA-SERIAL
016580             THRU 8000-CALCULAR-DIA-SERIAL-EXIT
016590     SUBTRACT 1 FROM WS-DIA-SERIAL
016600     SUBTRACT WS-DIA-SERIAL FROM WS-DIA-SERIAL-HOJE
016610         GIVING WS-DIAS-DECORRIDOS
016620     IF WS-DIAS-DECORRIDOS > WS-PRAZO-FECHAMENTO
016630         ADD 1 TO WS-PERIODOS-ATRASADOS
016640         MOVE WS-DIAS-DECORRIDOS TO WS-NUM-ENTRADA
016650         PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
016660         MOVE 'A' TO WS-NIVEL-MONTADO
016670         MOVE SPACES TO WS-TEXTO-MONTADO
016680         STRING WS-MES-TEXTO DELIMITED BY SPACE
016690                ' AINDA ABERTO ' DELIMITED BY SIZE
016700                WS-NUM-TEXTO DELIMITED BY SPACE
016710                ' DIAS APOS O FIM DO MES' DELIMITED BY SIZE
016720             INTO WS-TEXTO-MONTADO
016730         PERFORM 7000-REGISTRAR-EXCECAO
016740                 THRU 7000-REGISTRAR-EXCECAO-EXIT
016750     END-IF
016760     .
016770 5400-VERIFICAR-PERIODO-EXIT.
016780     EXIT.
016790
016800******************************************************************
016810* 5500-RESUMIR-CONTROLES - THE SUMMARY LINES FOR THE TIE-OUT,
016820* THE GL EXPORT (WITH THE DATE EACH MONTH LAST WENT, SIX MONTHS
016830* A LINE) AND THE PERIODS (F CLOSED, A OPEN, . NOT OVER YET).
016840******************************************************************
016850 5500-RESUMIR-CONTROLES.
016860
016870     MOVE 'CONCILIACAO LOG X MESTRE:' TO WS-ROTULO-MONTADO
016880     MOVE SPACES TO WS-TEXTO-MONTADO
016890     IF NOT WS-LOG-APURADO OR NOT WS-MST-LEGIVEL
016900         MOVE 'NAO VERIFICADA - VER EXCECOES' TO WS-TEXTO-MONTADO
016910     ELSE
016920         IF WS-MESES-DIVERGENTES = 0
016930             MOVE 'SEM DIVERGENCIAS' TO WS-TEXTO-MONTADO
016940         ELSE
016950             MOVE WS-MESES-DIVERGENTES TO WS-NUM-ENTRADA
016960             PERFORM 7100-EDITAR-NUMERO
016970                     THRU 7100-EDITAR-NUMERO-EXIT
016980             STRING WS-NUM-TEXTO DELIMITED BY SPACE
016990                    ' MES(ES) DIVERGENTE(S)' DELIMITED BY SIZE
017000                 INTO WS-TEXTO-MONTADO
017010         END-IF
017020     END-IF
017030     PERFORM 7300-REGISTRAR-SITUACAO
017040             THRU 7300-REGISTRAR-SITUACAO-EXIT
017050     MOVE 'EXPORTACAO AO RAZAO GERAL:' TO WS-ROTULO-MONTADO
017060     MOVE SPACES TO WS-TEXTO-MONTADO
017070     IF NOT WS-GLC-LEGIVEL
017080         MOVE 'NAO VERIFICADA - VER EXCECOES' TO WS-TEXTO-MONTADO
017090         PERFORM 7300-REGISTRAR-SITUACAO
017100                 THRU 7300-REGISTRAR-SITUACAO-EXIT
017110     ELSE
017120         IF WS-ULT-EXPORT-DATA = 0
017130             MOVE 'NENHUM MES EXPORTADO NOS EXERCICIOS ABERTOS'
017140                 TO WS-TEXTO-MONTADO
017150         ELSE
017160             MOVE WS-ULT-EXPORT-DATA TO WS-DATA-ENTRADA
017170             PERFORM 7200-FORMATAR-DATA
017180                     THRU 7200-FORMATAR-DATA-EXIT
017190             MOVE WS-MESES-GL-AGUARDANDO TO WS-NUM-ENTRADA
017200             PERFORM 7100-EDITAR-NUMERO
017210                     THRU 7100-EDITAR-NUMERO-EXIT
017220             STRING 'ULTIMA EM ' DELIMITED BY SIZE
017230                    WS-DATA-TEXTO DELIMITED BY SIZE
017240                    ' (' DELIMITED BY SIZE
017250                    WS-NOME-MES(WS-ULT-EXPORT-MES)
017260                        DELIMITED BY SPACE
017270                    '/' DELIMITED BY SIZE
017280                    WS-ULT-EXPORT-ANO DELIMITED BY SIZE
017290                    ') - ' DELIMITED BY SIZE
017300                    WS-NUM-TEXTO DELIMITED BY SPACE
017310                    ' MES(ES) AGUARDANDO RETORNO'
017320                        DELIMITED BY SIZE
017330                 INTO WS-TEXTO-MONTADO
017340         END-IF
017350         PERFORM 7300-REGISTRAR-SITUACAO
017360                 THRU 7300-REGISTRAR-SITUACAO-EXIT
017370         PERFORM 5510-GRADE-EXPORTACAO
017380                 THRU 5510-GRADE-EXPORTACAO-EXIT
017390             VARYING WS-EXE-SUB FROM WS-EXE-PRIMEIRO BY 1
017400             UNTIL WS-EXE-SUB > 2
017410     END-IF
017420     MOVE 'PERIODOS CONTABEIS:' TO WS-ROTULO-MONTADO
017430     MOVE SPACES TO WS-TEXTO-MONTADO
017440     IF NOT WS-PER-LEGIVEL
017450         MOVE 'NAO VERIFICADOS - VER EXCECOES' TO WS-TEXTO-MONTADO
017460         PERFORM 7300-REGISTRAR-SITUACAO
017470                 THRU 7300-REGISTRAR-SITUACAO-EXIT
017480         GO TO 5500-RESUMIR-CONTROLES-EXIT
017490     END-IF
017500     MOVE WS-PERIODOS-ABERTOS TO WS-NUM-ENTRADA
017510     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
017520     MOVE 1 TO WS-PONTEIRO
017530     STRING WS-NUM-TEXTO DELIMITED BY SPACE
017540            ' MES(ES) ENCERRADO(S) AINDA ABERTO(S), '
017550                DELIMITED BY SIZE
017560         INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
017570     MOVE WS-PERIODOS-ATRASADOS TO WS-NUM-ENTRADA
017580     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
017590     STRING WS-NUM-TEXTO DELIMITED BY SPACE
017600            ' HA MAIS DE ' DELIMITED BY SIZE
017610         INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
017620     MOVE WS-PRAZO-FECHAMENTO TO WS-NUM-ENTRADA
017630     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
017640     STRING WS-NUM-TEXTO DELIMITED BY SPACE
017650            ' DIAS' DELIMITED BY SIZE
017660         INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
017670     PERFORM 7300-REGISTRAR-SITUACAO
017680             THRU 7300-REGISTRAR-SITUACAO-EXIT
017690     PERFORM 5520-GRADE-PERIODOS THRU 5520-GRADE-PERIODOS-EXIT
017700         VARYING WS-EXE-SUB FROM WS-EXE-PRIMEIRO BY 1
017710         UNTIL WS-EXE-SUB > 2
017720     .
017730 5500-RESUMIR-CONTROLES-EXIT.
017740     EXIT.
017750
017760******************************************************************
017770* 5510-GRADE-EXPORTACAO - TWO LINES PER OPEN YEAR WITH THE DATE
017780* (DD/MM/AA) EACH MONTH LAST WENT TO THE GL, DASHES IF NEVER.
017790******************************************************************
017800 5510-GRADE-EXPORTACAO.
017810
017820     MOVE SPACES TO WS-ROTULO-MONTADO
017830     STRING '  EXPORTADO EM ' DELIMITED BY SIZE
017840            WS-EXE-ANO(WS-EXE-SUB) DELIMITED BY SIZE
017850            ':' DELIMITED BY SIZE
017860         INTO WS-ROTULO-MONTADO
017870     MOVE SPACES TO WS-TEXTO-MONTADO
017880     MOVE 1 TO WS-PONTEIRO
017890     PERFORM 5515-MONTAR-MES-EXPORTACAO
017900             THRU 5515-MONTAR-MES-EXPORTACAO-EXIT
017910         VARYING WS-MES-SUB FROM 1 BY 1 UNTIL WS-MES-SUB > 6
017920     PERFORM 7300-REGISTRAR-SITUACAO
017930             THRU 7300-REGISTRAR-SITUACAO-EXIT
017940     MOVE SPACES TO WS-ROTULO-MONTADO
017950     MOVE SPACES TO WS-TEXTO-MONTADO
017960     MOVE 1 TO WS-PONTEIRO
017970     PERFORM 5515-MONTAR-MES-EXPORTACAO
017980             THRU 5515-MONTAR-MES-EXPORTACAO-EXIT
017990         VARYING WS-MES-SUB FROM 7 BY 1 UNTIL WS-MES-SUB > 12
018000     PERFORM 7300-REGISTRAR-SITUACAO
018010             THRU 7300-REGISTRAR-SITUACAO-EXIT
018020     .
018030 5510-GRADE-EXPORTACAO-EXIT.
018040     EXIT.
018050
018060******************************************************************
018070* 5515-MONTAR-MES-EXPORTACAO - ONE MONTH OF THE EXPORT GRID.
018080******************************************************************
018090 5515-MONTAR-MES-EXPORTACAO.
018100
018110     IF WS-EXE-DATA-GL(WS-EXE-SUB WS-MES-SUB) = 0
018120         STRING WS-NOME-MES(WS-MES-SUB)(1:3) DELIMITED BY SIZE
018130                ' --------    ' DELIMITED BY SIZE
018140             INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
018150     ELSE
018160         MOVE WS-EXE-DATA-GL(WS-EXE-SUB WS-MES-SUB)
018170             TO WS-DATA-ENTRADA
018180         PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
018190         STRING WS-NOME-MES(WS-MES-SUB)(1:3) DELIMITED BY SIZE
018200                ' ' DELIMITED BY SIZE
018210                WS-DATA-TEXTO(1:6) DELIMITED BY SIZE
018220                WS-DATA-TEXTO(9:2) DELIMITED BY SIZE
018230                '    ' DELIMITED BY SIZE
018240             INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
018250     END-IF
018260     .
018270 5515-MONTAR-MES-EXPORTACAO-EXIT.
018280     EXIT.
018290
018300******************************************************************
018310* 5520-GRADE-PERIODOS - ONE LINE PER OPEN YEAR WITH THE STATE OF
018320* EACH MONTH ON VENDAPER.
018330******************************************************************
018340 5520-GRADE-PERIODOS.
018350
018360     MOVE SPACES TO WS-ROTULO-MONTADO
018370     STRING '  SITUACAO EM ' DELIMITED BY SIZE
018380            WS-EXE-ANO(WS-EXE-SUB) DELIMITED BY SIZE
018390            ':' DELIMITED BY SIZE
018400         INTO WS-ROTULO-MONTADO
018410     MOVE SPACES TO WS-TEXTO-MONTADO
018420     MOVE 1 TO WS-PONTEIRO
018430     PERFORM 5525-MONTAR-MES-PERIODO
018440             THRU 5525-MONTAR-MES-PERIODO-EXIT
018450         VARYING WS-MES-SUB FROM 1 BY 1 UNTIL WS-MES-SUB > 12
018460     PERFORM 7300-REGISTRAR-SITUACAO
018470             THRU 7300-REGISTRAR-SITUACAO-EXIT
018480     .
018490 5520-GRADE-PERIODOS-EXIT.
018500     EXIT.
018510
018520******************************************************************
018530* 5525-MONTAR-MES-PERIODO - ONE MONTH OF THE PERIOD GRID.
018540******************************************************************
018550 5525-MONTAR-MES-PERIODO.
018560
018570     IF WS-EXE-PERIODO(WS-EXE-SUB WS-MES-SUB) = SPACE
018580         STRING WS-NOME-MES(WS-MES-SUB)(1:3) DELIMITED BY SIZE
018590                ' .  ' DELIMITED BY SIZE
018600             INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
018610     ELSE
018620         STRING WS-NOME-MES(WS-MES-SUB)(1:3) DELIMITED BY SIZE
018630                ' ' DELIMITED BY SIZE
018640                WS-EXE-PERIODO(WS-EXE-SUB WS-MES-SUB)
018650                    DELIMITED BY SIZE
018660                '  ' DELIMITED BY SIZE
018670             INTO WS-TEXTO-MONTADO WITH POINTER WS-PONTEIRO
018680     END-IF
018690     .
018700 5525-MONTAR-MES-PERIODO-EXIT.
018710     EXIT.
018720
018730******************************************************************
018740* 6000-IMPRIMIR-PAINEL - THE PAGE: HEADINGS, THE EXCEPTIONS
018750* (CRITICAL FIRST), THE SITUATION OF EACH CONTROL AND THE RETURN
018760* CODE THE SCHEDULER WILL SEE.
018770******************************************************************
018780 6000-IMPRIMIR-PAINEL.
018790
018800     MOVE WS-DATA-SISTEMA TO WS-DATA-ENTRADA
018810     PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
018820     MOVE WS-DATA-TEXTO         TO WS-CAB-DATA-VALOR
018830     MOVE WS-HORA-SISTEMA       TO WS-HORA-ENTRADA
018840     PERFORM 7250-FORMATAR-HORA THRU 7250-FORMATAR-HORA-EXIT
018850     MOVE WS-HORA-TEXTO         TO WS-CAB-HORA
018860     MOVE WS-DATA-MOVIMENTO     TO WS-DATA-ENTRADA
018870     PERFORM 7200-FORMATAR-DATA THRU 7200-FORMATAR-DATA-EXIT
018880     MOVE WS-DATA-TEXTO         TO WS-CAB-MOVIMENTO
018890     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
018900     WRITE VDR-REGISTRO.
018910     MOVE WS-CAB-DATA           TO VDR-REGISTRO
018920     WRITE VDR-REGISTRO.
018930     MOVE SPACES                TO VDR-REGISTRO
018940     WRITE VDR-REGISTRO.
018950     MOVE SPACES TO WS-SEC-TITULO
018960     MOVE WS-QTDE-CRITICAS TO WS-NUM-ENTRADA
018970     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
018980     MOVE 1 TO WS-PONTEIRO
018990     STRING 'EXCECOES: ' DELIMITED BY SIZE
019000            WS-NUM-TEXTO DELIMITED BY SPACE
019010            ' CRITICA(S), ' DELIMITED BY SIZE
019020         INTO WS-SEC-TITULO WITH POINTER WS-PONTEIRO
019030     MOVE WS-QTDE-ATENCAO TO WS-NUM-ENTRADA
019040     PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
019050     STRING WS-NUM-TEXTO DELIMITED BY SPACE
019060            ' DE ATENCAO' DELIMITED BY SIZE
019070         INTO WS-SEC-TITULO WITH POINTER WS-PONTEIRO
019080     MOVE WS-CAB-SECAO          TO VDR-REGISTRO
019090     WRITE VDR-REGISTRO.
019100     IF WS-EXC-QTDE = 0
019110         MOVE 'NENHUMA EXCECAO - TODOS OS CONTROLES EM ORDEM'
019120             TO WS-NEN-TEXTO
019130         MOVE WS-LINHA-NENHUMA  TO VDR-REGISTRO
019140         WRITE VDR-REGISTRO
019150     END-IF
019160     MOVE 'C' TO WS-NIVEL-IMPRESSAO
019170     PERFORM 6100-IMPRIMIR-EXCECAO THRU 6100-IMPRIMIR-EXCECAO-EXIT
019180         VARYING WS-EXC-SUB FROM 1 BY 1
019190         UNTIL WS-EXC-SUB > WS-EXC-QTDE
019200     MOVE 'A' TO WS-NIVEL-IMPRESSAO
019210     PERFORM 6100-IMPRIMIR-EXCECAO THRU 6100-IMPRIMIR-EXCECAO-EXIT
019220         VARYING WS-EXC-SUB FROM 1 BY 1
019230         UNTIL WS-EXC-SUB > WS-EXC-QTDE
019240     IF WS-EXC-OMITIDAS > 0
019250         MOVE WS-EXC-OMITIDAS TO WS-NUM-ENTRADA
019260         PERFORM 7100-EDITAR-NUMERO THRU 7100-EDITAR-NUMERO-EXIT
019270         MOVE SPACES TO WS-NEN-TEXTO
019280         STRING 'MAIS ' DELIMITED BY SIZE
019290                WS-NUM-TEXTO DELIMITED BY SPACE
019300                ' EXCECAO(OES) - LISTA COMPLETA NO SYSOUT'
019310                    DELIMITED BY SIZE
019320             INTO WS-NEN-TEXTO
019330         MOVE WS-LINHA-NENHUMA  TO VDR-REGISTRO
019340         WRITE VDR-REGISTRO
019350     END-IF
019360     MOVE SPACES                TO VDR-REGISTRO
019370     WRITE VDR-REGISTRO.
019380     MOVE 'SITUACAO DOS CONTROLES' TO WS-SEC-TITULO
019390     MOVE WS-CAB-SECAO          TO VDR-REGISTRO
019400     WRITE VDR-REGISTRO.
019410     PERFORM 6200-IMPRIMIR-SITUACAO
019420             THRU 6200-IMPRIMIR-SITUACAO-EXIT
019430         VARYING WS-SIT-SUB FROM 1 BY 1
019440         UNTIL WS-SIT-SUB > WS-SIT-QTDE
019450     .
019460 6000-IMPRIMIR-PAINEL-EXIT.
019470     EXIT.
019480
019490******************************************************************
019500* 6100-IMPRIMIR-EXCECAO - ONE EXCEPTION OF THE LEVEL BEING
019510* PRINTED IN THIS PASS.
019520******************************************************************
019530 6100-IMPRIMIR-EXCECAO.
019540
019550     IF WS-EXC-NIVEL(WS-EXC-SUB) NOT = WS-NIVEL-IMPRESSAO
019560         GO TO 6100-IMPRIMIR-EXCECAO-EXIT
019570     END-IF
019580     IF WS-NIVEL-IMPRESSAO = 'C'
019590         MOVE 'CRITICO' TO WS-LEX-NIVEL
019600     ELSE
019610         MOVE 'ATENCAO' TO WS-LEX-NIVEL
019620     END-IF
019630     MOVE WS-EXC-TEXTO(WS-EXC-SUB) TO WS-LEX-TEXTO
019640     MOVE WS-LINHA-EXCECAO      TO VDR-REGISTRO
019650     WRITE VDR-REGISTRO
019660     .
019670 6100-IMPRIMIR-EXCECAO-EXIT.
019680     EXIT.
019690
019700******************************************************************
019710* 6200-IMPRIMIR-SITUACAO - ONE CONTROL SITUATION LINE.
019720******************************************************************
019730 6200-IMPRIMIR-SITUACAO.
019740
019750     MOVE WS-SIT-ROTULO(WS-SIT-SUB) TO WS-LSI-ROTULO
019760     MOVE WS-SIT-TEXTO(WS-SIT-SUB)  TO WS-LSI-TEXTO
019770     MOVE WS-LINHA-SITUACAO     TO VDR-REGISTRO
019780     WRITE VDR-REGISTRO
019790     .
019800 6200-IMPRIMIR-SITUACAO-EXIT.
019810     EXIT.
019820
019830******************************************************************
019840* 7000-REGISTRAR-EXCECAO - FILE THE EXCEPTION IN WS-TEXTO-MONTADO
019850* AT LEVEL WS-NIVEL-MONTADO AND SHOW IT ON SYSOUT.
019860******************************************************************
019870 7000-REGISTRAR-EXCECAO.
019880
019890     IF WS-NIVEL-MONTADO = 'C'
019900         ADD 1 TO WS-QTDE-CRITICAS
019910         DISPLAY 'CRITICO  ' WS-TEXTO-MONTADO
019920     ELSE
019930         ADD 1 TO WS-QTDE-ATENCAO
019940         DISPLAY 'ATENCAO  ' WS-TEXTO-MONTADO
019950     END-IF
019960     IF WS-EXC-QTDE < 40
019970         ADD 1 TO WS-EXC-QTDE
019980         MOVE WS-NIVEL-MONTADO TO WS-EXC-NIVEL(WS-EXC-QTDE)
019990         MOVE WS-TEXTO-MONTADO TO WS-EXC-TEXTO(WS-EXC-QTDE)
020000     ELSE
020010         ADD 1 TO WS-EXC-OMITIDAS
020020     END-IF
020030     .
020040 7000-REGISTRAR-EXCECAO-EXIT.
020050     EXIT.
020060
020070******************************************************************
020080* 7050-REGISTRAR-ERRO-ARQUIVO - A CONTROL FILE THAT CANNOT BE
020090* OPENED OR READ IS ITSELF A CRITICAL EXCEPTION: WHAT IT WOULD
020100* HAVE SHOWN IS UNKNOWN.
020110******************************************************************
020120 7050-REGISTRAR-ERRO-ARQUIVO.
020130
020140     MOVE 'C' TO WS-NIVEL-MONTADO
020150     MOVE SPACES TO WS-TEXTO-MONTADO
020160     IF WS-ARQ-STATUS = '35'
020170         STRING WS-ARQ-NOME DELIMITED BY SIZE
020180                ' NAO ENCONTRADO - CONTROLE NAO VERIFICADO'
020190                    DELIMITED BY SIZE
020200             INTO WS-TEXTO-MONTADO
020210     ELSE
020220         STRING 'ERRO AO ' DELIMITED BY SIZE
020230                WS-ARQ-ACAO DELIMITED BY SPACE
020240                ' ' DELIMITED BY SIZE
020250                WS-ARQ-NOME DELIMITED BY SIZE
020260                ' - STATUS ' DELIMITED BY SIZE
020270                WS-ARQ-STATUS DELIMITED BY SIZE
020280                ' - CONTROLE NAO VERIFICADO' DELIMITED BY SIZE
020290             INTO WS-TEXTO-MONTADO
020300     END-IF
020310     PERFORM 7000-REGISTRAR-EXCECAO
020320             THRU 7000-REGISTRAR-EXCECAO-EXIT
020330     .
020340 7050-REGISTRAR-ERRO-ARQUIVO-EXIT.
020350     EXIT.
020360
020370******************************************************************
020380* 7100-EDITAR-NUMERO - WS-NUM-ENTRADA EDITED AND LEFT-JUSTIFIED
020390* INTO WS-NUM-TEXTO FOR USE INSIDE A SENTENCE.
020400******************************************************************
020410 7100-EDITAR-NUMERO.
020420
020430     MOVE WS-NUM-ENTRADA TO WS-NUM-EDITADO
020440     MOVE 0 TO WS-NUM-BRANCOS
020450     INSPECT WS-NUM-EDITADO TALLYING WS-NUM-BRANCOS
020460         FOR LEADING SPACES
020470     MOVE SPACES TO WS-NUM-TEXTO
020480     MOVE WS-NUM-EDITADO(WS-NUM-BRANCOS + 1:) TO WS-NUM-TEXTO
020490     .
020500 7100-EDITAR-NUMERO-EXIT.
020510     EXIT.
020520
020530******************************************************************
020540* 7200-FORMATAR-DATA - WS-DATA-ENTRADA (AAAAMMDD) AS DD/MM/AAAA.
020550******************************************************************
020560 7200-FORMATAR-DATA.
020570
020580     MOVE WS-DATA-ENTRADA(1:4)  TO WS-DATA-ANO
020590     MOVE WS-DATA-ENTRADA(5:2)  TO WS-DATA-MES
020600     MOVE WS-DATA-ENTRADA(7:2)  TO WS-DATA-DIA
020610     MOVE WS-DATA-FORMATADA     TO WS-DATA-TEXTO
020620     .
020630 7200-FORMATAR-DATA-EXIT.
020640     EXIT.
020650
020660******************************************************************
020670* 7250-FORMATAR-HORA - WS-HORA-ENTRADA (HHMMSSCC) AS HH:MM.
020680******************************************************************
020690 7250-FORMATAR-HORA.
020700
020710     MOVE SPACES TO WS-HORA-TEXTO
020720     STRING WS-HORA-ENTRADA(1:2) DELIMITED BY SIZE
020730            ':' DELIMITED BY SIZE
020740            WS-HORA-ENTRADA(3:2) DELIMITED BY SIZE
020750         INTO WS-HORA-TEXTO
020760     .
020770 7250-FORMATAR-HORA-EXIT.
020780     EXIT.
020790
020800******************************************************************
020810* 7300-REGISTRAR-SITUACAO - FILE ONE CONTROL SITUATION LINE.
020820******************************************************************
020830 7300-REGISTRAR-SITUACAO.
020840
020850     IF WS-SIT-QTDE < 20
020860         ADD 1 TO WS-SIT-QTDE
020870         MOVE WS-ROTULO-MONTADO TO WS-SIT-ROTULO(WS-SIT-QTDE)
020880         MOVE WS-TEXTO-MONTADO  TO WS-SIT-TEXTO(WS-SIT-QTDE)
020890     END-IF
020900     .
020910 7300-REGISTRAR-SITUACAO-EXIT.
020920     EXIT.
020930
020940******************************************************************
020950* 8000-CALCULAR-DIA-SERIAL - DAY NUMBER OF THE DATE IN
020960* WS-DATA-CALCULO, COUNTING FROM 01/01/0001, SO TWO DATES CAN BE
020970* SUBTRACTED. AN IMPOSSIBLE DATE GIVES ZERO.
020980******************************************************************
020990 8000-CALCULAR-DIA-SERIAL.
021000
021010     MOVE 0 TO WS-DIA-SERIAL
021020     IF WS-CALC-ANO = 0
021030         OR WS-CALC-MES < 1 OR WS-CALC-MES > 12
021040         OR WS-CALC-DIA < 1 OR WS-CALC-DIA > 31
021050         GO TO 8000-CALCULAR-DIA-SERIAL-EXIT
021060     END-IF
021070     SUBTRACT 1 FROM WS-CALC-ANO GIVING WS-ANOS-ANTES
021080     DIVIDE WS-ANOS-ANTES BY 4   GIVING WS-QUOC-4
021090     DIVIDE WS-ANOS-ANTES BY 100 GIVING WS-QUOC-100
021100     DIVIDE WS-ANOS-ANTES BY 400 GIVING WS-QUOC-400
021110     COMPUTE WS-DIA-SERIAL = WS-ANOS-ANTES * 365
021120         + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
021130         + WS-DIAS-ANTES-MES(WS-CALC-MES) + WS-CALC-DIA
021140     IF WS-CALC-MES > 2
021150         PERFORM 8010-VERIFICAR-BISSEXTO
021160                 THRU 8010-VERIFICAR-BISSEXTO-EXIT
021170         IF WS-ANO-BISSEXTO
021180             ADD 1 TO WS-DIA-SERIAL
021190         END-IF
021200     END-IF
021210     .
021220 8000-CALCULAR-DIA-SERIAL-EXIT.
021230     EXIT.
021240
021250******************************************************************
021260* 8010-VERIFICAR-BISSEXTO - LEAP YEAR: DIVISIBLE BY 4, EXCEPT A
021270* CENTURY NOT DIVISIBLE BY 400.
021280******************************************************************
021290 8010-VERIFICAR-BISSEXTO.
021300
021310     MOVE 'N' TO WS-SW-ANO-BISSEXTO
021320     DIVIDE WS-CALC-ANO BY 4
021330         GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
021340     IF WS-ANO-RESTO = 0
021350         DIVIDE WS-CALC-ANO BY 100
021360             GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
021370         IF WS-ANO-RESTO NOT = 0
021380             SET WS-ANO-BISSEXTO TO TRUE
021390         ELSE
021400             DIVIDE WS-CALC-ANO BY 400
021410                 GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
021420             IF WS-ANO-RESTO = 0
021430                 SET WS-ANO-BISSEXTO TO TRUE
021440             END-IF
021450         END-IF
021460     END-IF
021470     .
021480 8010-VERIFICAR-BISSEXTO-EXIT.
021490     EXIT.
021500
021510******************************************************************
021520* 8100-RECUAR-UM-DIA - MOVE WS-DATA-CALCULO BACK ONE DAY, ACROSS
021530* A MONTH OR YEAR END WHEN NEEDED.
021540******************************************************************
021550 8100-RECUAR-UM-DIA.
021560
021570     IF WS-CALC-DIA > 1
021580         SUBTRACT 1 FROM WS-CALC-DIA
021590         GO TO 8100-RECUAR-UM-DIA-EXIT
021600     END-IF
021610     IF WS-CALC-MES = 1
021620         SUBTRACT 1 FROM WS-CALC-ANO
021630         MOVE 12 TO WS-CALC-MES
021640         MOVE 31 TO WS-CALC-DIA
021650         GO TO 8100-RECUAR-UM-DIA-EXIT
021660     END-IF
021670     SUBTRACT 1 FROM WS-CALC-MES
021680     COMPUTE WS-CALC-DIA = WS-DIAS-ANTES-MES(WS-CALC-MES + 1)
021690                         - WS-DIAS-ANTES-MES(WS-CALC-MES)
021700     IF WS-CALC-MES = 2
021710         PERFORM 8010-VERIFICAR-BISSEXTO
021720                 THRU 8010-VERIFICAR-BISSEXTO-EXIT
021730         IF WS-ANO-BISSEXTO
021740             ADD 1 TO WS-CALC-DIA
021750         END-IF
021760     END-IF
021770     .
021780 8100-RECUAR-UM-DIA-EXIT.
021790     EXIT.
021800
021810******************************************************************
021820* 9000-ENCERRAR - CLOSE WHAT IS STILL OPEN AND END WITH THE
021830* CONDITION CODE FOR THE SCHEDULER: 8 WHEN ANY EXCEPTION IS
021840* CRITICAL, 4 WHEN THERE ARE ONLY ATTENTION ITEMS, 0 WHEN CLEAN.
021850******************************************************************
021860 9000-ENCERRAR.
021870
021880     IF WS-PER-ABERTO
021890         CLOSE VENDAS-PERIODOS
021900     END-IF
021910     IF WS-QTDE-CRITICAS > 0
021920         MOVE 8 TO RETURN-CODE
021930     ELSE
021940         IF WS-QTDE-ATENCAO > 0
021950             MOVE 4 TO RETURN-CODE
021960         ELSE
021970             MOVE 0 TO RETURN-CODE
021980         END-IF
021990     END-IF
022000     MOVE SPACES                TO VDR-REGISTRO
022010     WRITE VDR-REGISTRO.
022020     MOVE 'CONDICAO DE RETORNO:' TO WS-RES-LITERAL
022030     MOVE RETURN-CODE           TO WS-RES-NUMERO
022040     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
022050     WRITE VDR-REGISTRO.
022060     CLOSE PAIN-RELATORIO
022070     DISPLAY 'EXCECOES CRITICAS: ' WS-QTDE-CRITICAS
022080             ' DE ATENCAO: ' WS-QTDE-ATENCAO
022090             ' - RC=' RETURN-CODE
022100     .
022110 9000-ENCERRAR-EXIT.
022120     EXIT.
