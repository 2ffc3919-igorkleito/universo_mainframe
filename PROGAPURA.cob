000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: APURACAO MENSAL DO IMPOSTO SOBRE VENDAS A PARTIR DO
000070*          DETALHE DO VENDALOG. PARA O PERIODO PEDIDO MOSTRA,
000080*          POR LOJA E POR ALIQUOTA VENDATAX, O IMPOSTO DEVIDO
000090*          SOBRE AS VENDAS, O CREDITO DO IMPOSTO SOBRE AS
000100*          DEVOLUCOES E O LIQUIDO A RECOLHER. A VENDA E
000110*          TRIBUTADA PELA ALIQUOTA EM VIGOR NO PERIODO EM QUE
000120*          FOI LANCADA (A MESMA REGRA DO LANCAMENTO); A
000130*          DEVOLUCAO E CREDITADA PELA ALIQUOTA DO PERIODO DA
000140*          VENDA ORIGINAL QUE ELA ESTORNA, OU PELA DO PROPRIO
000150*          PERIODO QUANDO A VENDA NAO ESTA NO LOG. IMPRIME A
000160*          PLANILHA COM CONFERENCIA CONTRA O VENDAMST E CAMPOS
000170*          DE ASSINATURA (APURPT) E GRAVA O EXTRATO DE LAYOUT
000180*          FIXO PARA O PACOTE DE DECLARACAO (VENDAIMP).
000190*          PARM: AAAAMM - PERIODO CONTABIL (VDL-CHAVE-MES). EM
000200*                         BRANCO = MES ANTERIOR AO CORRENTE.
000210*          SO LE OS ARQUIVOS DE VENDAS - NADA E ALTERADO.
000220*          RC=4  PERIODO AINDA ABERTO (NUMEROS PROVISORIOS).
000230*          RC=8  LOG NAO CONFERE COM O VENDAMST - NAO ARQUIVAR.
000240*          RC=16 EXECUCAO ABANDONADA.
000250******************************************************************
000260* MODIFICATION HISTORY
000270* DATE       WHO   DESCRIPTION
000280* 15.10.2026 IK    ORIGINAL PROGRAM.
000290* 15.10.2026 IK    ENTRIES REVERSED BY PROGESTORNO ARE LEFT OUT,
000300*                  BOTH AS TAXABLE ENTRIES AND AS ORIGINAL SALES.
000310* 15.10.2026 IK    THE HELD-RETURN SWEEP (3000) RUNS ON ITS OWN
000320*                  SUBSCRIPT; 2300 REUSED WS-SUB UNDER IT.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PROGAPURA.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT VENDAS-LOG ASSIGN TO "VENDALOG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS VDL-SEQUENCIA
000470         ALTERNATE RECORD KEY IS VDL-NUM-NF
000480             WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000500             WITH DUPLICATES
000510         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-STATUS-LOG.
000540     SELECT VENDAS-TAXAS ASSIGN TO "VENDATAX"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS VTX-CHAVE
000580         FILE STATUS IS WS-STATUS-TAX.
000590     SELECT VENDAS-MESTRE ASSIGN TO "VENDAMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS VDM-CHAVE
000630         FILE STATUS IS WS-STATUS-MST.
000640     SELECT VENDAS-PERIODOS ASSIGN TO "VENDAPER"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS VPE-CHAVE
000680         FILE STATUS IS WS-STATUS-PER.
000690     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS VLJ-CHAVE
000730         FILE STATUS IS WS-STATUS-LOJ.
000740     SELECT VENDAS-IMPOSTO ASSIGN TO "VENDAIMP"
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-STATUS-IMP.
000780     SELECT APU-RELATORIO ASSIGN TO "APURPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-STATUS-RPT.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  VENDAS-LOG.
000850     COPY VENDALOG.
000860
000870 FD  VENDAS-TAXAS.
000880     COPY VENDATAX.
000890
000900 FD  VENDAS-MESTRE.
000910     COPY VENDAMST.
000920
000930 FD  VENDAS-PERIODOS.
000940     COPY VENDAPER.
000950
000960 FD  VENDAS-LOJAS.
000970     COPY VENDALOJ.
000980
000990 FD  VENDAS-IMPOSTO.
001000     COPY VENDAIMP.
001010
001020 FD  APU-RELATORIO.
001030     COPY VENDARPT.
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-FLAGS.
001070     02  WS-STATUS-LOG       PIC X(002)    VALUE SPACES.
001080         88  WS-LOG-OK                     VALUE '00'.
001090         88  WS-LOG-FIM                    VALUE '10'.
001100         88  WS-LOG-NAO-EXISTE             VALUE '35'.
001110     02  WS-STATUS-TAX       PIC X(002)    VALUE SPACES.
001120         88  WS-TAX-OK                     VALUE '00'.
001130         88  WS-TAX-FIM                    VALUE '10'.
001140         88  WS-TAX-NAO-EXISTE             VALUE '35'.
001150     02  WS-STATUS-MST       PIC X(002)    VALUE SPACES.
001160         88  WS-MST-OK                     VALUE '00'.
001170         88  WS-MST-NAO-ACHADO             VALUE '23'.
001180         88  WS-MST-NAO-EXISTE             VALUE '35'.
001190     02  WS-STATUS-PER       PIC X(002)    VALUE SPACES.
001200         88  WS-PER-OK                     VALUE '00'.
001210         88  WS-PER-NAO-ACHADO             VALUE '23'.
001220         88  WS-PER-NAO-EXISTE             VALUE '35'.
001230     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
001240         88  WS-LOJ-OK                     VALUE '00'.
001250         88  WS-LOJ-NAO-EXISTE             VALUE '35'.
001260     02  WS-STATUS-IMP       PIC X(002)    VALUE SPACES.
001270         88  WS-IMP-OK                     VALUE '00'.
001280     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
001290         88  WS-RPT-OK                     VALUE '00'.
001300
001310 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
001320
001330 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
001340 77  WS-HORA-SISTEMA         PIC 9(008)    VALUE 0.
001350 77  WS-ANO-PEDIDO           PIC 9(004)    VALUE 0.
001360 77  WS-MES-PEDIDO           PIC 9(002)    VALUE 0.
001370 77  WS-CHAVE-MES-PEDIDA     PIC 9(006)    VALUE 0.
001380 77  WS-SW-SEM-LOG           PIC X(001)    VALUE 'N'.
001390     88  WS-SEM-LOG                        VALUE 'S'.
001400 77  WS-SW-SEM-LOJAS         PIC X(001)    VALUE 'N'.
001410     88  WS-SEM-LOJAS                      VALUE 'S'.
001420 77  WS-SW-FIM-LEITURA       PIC X(001)    VALUE 'N'.
001430     88  WS-FIM-LEITURA                    VALUE 'S'.
001440 77  WS-SW-PERIODO-FECHADO   PIC X(001)    VALUE 'N'.
001450     88  WS-PERIODO-FECHADO                VALUE 'S'.
001460 77  WS-SW-POSICAO-ACHADA    PIC X(001)    VALUE 'N'.
001470     88  WS-POSICAO-ACHADA                 VALUE 'S'.
001480 77  WS-SW-CHAVE-IGUAL       PIC X(001)    VALUE 'N'.
001490     88  WS-CHAVE-IGUAL                    VALUE 'S'.
001500 77  WS-SW-ORIGEM-ACHADA     PIC X(001)    VALUE 'N'.
001510     88  WS-ORIGEM-ACHADA                  VALUE 'S'.
001520 77  WS-SW-DIVERGENCIA       PIC X(001)    VALUE 'N'.
001530     88  WS-DIVERGENCIA                    VALUE 'S'.
001540 77  WS-ALIQUOTA-PADRAO      PIC 9(004)    VALUE 0500.
001550 77  WS-ALIQUOTA-PERIODO     PIC 9(004)    VALUE 0.
001560 77  WS-ALIQUOTA-IMPOSTO     PIC 9(004)    VALUE 0.
001570 77  WS-ALIQUOTA-PERCENTUAL  PIC 9(002)V99 VALUE 0.
001580 77  WS-ALIQUOTA-EDITADA     PIC Z9,99.
001590 77  WS-DATA-PERIODO         PIC 9(008)    VALUE 0.
001600 77  WS-IMPOSTO-ENTRADA      PIC 9(008)V99 VALUE 0.
001610 77  WS-TAXA-SUB             PIC 9(002)    VALUE 0.
001620 77  WS-SUB                  PIC 9(004)    VALUE 0.
001630 77  WS-DEV-SUB              PIC 9(004)    VALUE 0.
001640 77  WS-POSICAO              PIC 9(004)    VALUE 0.
001650 77  WS-VALOR-DEVOLUCAO      PIC 9(008)V99 VALUE 0.
001660 77  WS-ORIG-DATA-NF         PIC 9(008)    VALUE 0.
001670 77  WS-ORIG-CHAVE-MES       PIC 9(006)    VALUE 0.
001680 77  WS-FILIAL-ANTERIOR      PIC X(003)    VALUE SPACES.
001690 77  WS-CONTADOR-LANCAMENTOS PIC 9(006)    VALUE 0.
001700 77  WS-CONTADOR-DEV-ORIGEM  PIC 9(006)    VALUE 0.
001710 77  WS-CONTADOR-DEV-PERIODO PIC 9(006)    VALUE 0.
001720 77  WS-CONTADOR-EXTRATO     PIC 9(006)    VALUE 0.
001730 77  WS-MESTRE-VENDAS        PIC 9(011)V99 VALUE 0.
001740 77  WS-MESTRE-DEVOLUCOES    PIC 9(011)V99 VALUE 0.
001750 77  WS-MESTRE-IMPOSTO       PIC 9(011)V99 VALUE 0.
001760 77  WS-DIFERENCA            PIC S9(011)V99 VALUE 0.
001770
001780******************************************************************
001790* WS-TAXA-TABELA - THE VENDATAX EFFECTIVE-DATED RATES, LOADED IN
001800* ASCENDING EFFECTIVE-DATE ORDER AT STARTUP, WITH THE SAME
001810* CAPACITY AND THE SAME 5,00% FALLBACK AS THE POSTING PATH, SO
001820* A PERIOD IS TAXED HERE EXACTLY AS IT WAS WHEN IT POSTED.
001830******************************************************************
001840 01  WS-TAXA-TABELA.
001850     02  WS-TAXA-QTDE            PIC 9(002)    VALUE 0.
001860     02  WS-TAXA-ITEM OCCURS 20 TIMES.
001870         03  WS-TAXA-VIGENCIA    PIC 9(008).
001880         03  WS-TAXA-ALIQUOTA    PIC 9(004).
001890
001900******************************************************************
001910* WS-APU-TABELA - ONE ITEM PER STORE AND TAX RATE, KEPT IN
001920* STORE/RATE ORDER AS IT IS BUILT SO THE WORKSHEET AND THE
001930* EXTRACT COME OUT IN THAT ORDER WITH A BREAK PER STORE.
001940* WS-CHAVE-NOVA CARRIES THE KEY BEING POSTED IN THE SAME SHAPE.
001950******************************************************************
001960 01  WS-CHAVE-NOVA.
001970     05  WS-NOVA-FILIAL          PIC X(003).
001980     05  WS-NOVA-ALIQUOTA        PIC 9(004).
001990
002000 01  WS-APU-TABELA.
002010     02  WS-APU-QTDE             PIC 9(004)    VALUE 0.
002020     02  WS-APU-ITEM OCCURS 500 TIMES.
002030         03  WS-APU-CHAVE.
002040             05  WS-APU-FILIAL       PIC X(003).
002050             05  WS-APU-ALIQUOTA     PIC 9(004).
002060         03  WS-APU-QTDE-VENDAS      PIC 9(006).
002070         03  WS-APU-BASE-VENDAS      PIC 9(011)V99.
002080         03  WS-APU-IMPOSTO-VENDAS   PIC 9(011)V99.
002090         03  WS-APU-QTDE-DEVOL       PIC 9(006).
002100         03  WS-APU-BASE-DEVOL       PIC 9(011)V99.
002110         03  WS-APU-CREDITO-DEVOL    PIC 9(011)V99.
002120
002130******************************************************************
002140* WS-DEV-TABELA - THE MONTH'S RETURNS THAT NAME THEIR ORIGINAL
002150* SALE, HELD UNTIL THE MONTH HAS BEEN READ: LOOKING THE SALE UP
002160* MOVES THE LOG OFF THE VDL-CHAVE-MES PATH, SO THE LOOKUPS ARE
002170* DONE AFTERWARDS IN ONE SWEEP (3000). A FULL TABLE ENDS THE
002180* STEP RC=16 RATHER THAN CREDIT SOME RETURNS AT THE WRONG RATE.
002190******************************************************************
002200 01  WS-DEV-TABELA.
002210     02  WS-DEV-QTDE             PIC 9(004)    VALUE 0.
002220     02  WS-DEV-ITEM OCCURS 5000 TIMES.
002230         03  WS-DEV-FILIAL           PIC X(003).
002240         03  WS-DEV-NF-ORIGEM        PIC 9(009).
002250         03  WS-DEV-DATA-NF          PIC 9(008).
002260         03  WS-DEV-VALOR            PIC 9(008)V99.
002270
002280******************************************************************
002290* WS-TOTAIS - STORE SUBTOTAL (RESET AT EACH STORE BREAK) AND
002300* GRAND TOTAL OF THE WORKSHEET, IN THE SAME SHAPE SO ONE PRINT
002310* PARAGRAPH SERVES BOTH.
002320******************************************************************
002330 01  WS-TOTAIS.
002340     02  WS-TOT-GRUPO OCCURS 2 TIMES.
002350         03  WS-TOT-QTDE-VENDAS      PIC 9(006).
002360         03  WS-TOT-BASE-VENDAS      PIC 9(011)V99.
002370         03  WS-TOT-IMPOSTO-VENDAS   PIC 9(011)V99.
002380         03  WS-TOT-QTDE-DEVOL       PIC 9(006).
002390         03  WS-TOT-BASE-DEVOL       PIC 9(011)V99.
002400         03  WS-TOT-CREDITO-DEVOL    PIC 9(011)V99.
002410 77  WS-TOT-SUB              PIC 9(001)    VALUE 0.
002420 77  WS-TOT-LOJA             PIC 9(001)    VALUE 1.
002430 77  WS-TOT-GERAL            PIC 9(001)    VALUE 2.
002440
002450******************************************************************
002460* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR APURPT. EACH
002470* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
002480* JUST BEFORE THE MATCHING WRITE.
002490******************************************************************
002500 01  WS-LINHAS-RELATORIO.
002510     02  WS-DATA-FORMATADA.
002520         03  WS-DATA-DIA         PIC X(002).
002530         03  FILLER              PIC X(001) VALUE '/'.
002540         03  WS-DATA-MES         PIC X(002).
002550         03  FILLER              PIC X(001) VALUE '/'.
002560         03  WS-DATA-ANO         PIC X(004).
002570     02  WS-CAB-EMPRESA.
002580         03  FILLER              PIC X(030) VALUE SPACES.
002590         03  FILLER              PIC X(072)
002600             VALUE 'APURACAO DO IMPOSTO SOBRE VENDAS - PLANILHA'.
002610         03  FILLER              PIC X(030) VALUE SPACES.
002620     02  WS-CAB-DATA.
002630         03  FILLER              PIC X(006) VALUE 'DATA: '.
002640         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
002650         03  FILLER              PIC X(004) VALUE SPACES.
002660         03  FILLER              PIC X(009) VALUE 'PERIODO: '.
002670         03  WS-CAB-ANO          PIC 9(004).
002680         03  FILLER              PIC X(001) VALUE '/'.
002690         03  WS-CAB-MES          PIC 9(002).
002700         03  FILLER              PIC X(004) VALUE SPACES.
002710         03  WS-CAB-SITUACAO     PIC X(040) VALUE SPACES.
002720         03  FILLER              PIC X(052) VALUE SPACES.
002730     02  WS-CAB-COLUNAS.
002740         03  FILLER              PIC X(023) VALUE
002750             ' FIL  NOME DA LOJA'.
002760         03  FILLER              PIC X(014) VALUE
002770             'ALIQ.  QT VEND'.
002780         03  FILLER              PIC X(018) VALUE
002790             '       BASE VENDAS'.
002800         03  FILLER              PIC X(016) VALUE
002810             '  IMPOSTO VENDAS'.
002820         03  FILLER              PIC X(008) VALUE
002830             '  QT DEV'.
002840         03  FILLER              PIC X(018) VALUE
002850             '  BASE DEVOLUCOES'.
002860         03  FILLER              PIC X(016) VALUE
002870             ' CREDITO DEVOLUC'.
002880         03  FILLER              PIC X(017) VALUE
002890             '  IMPOSTO LIQUIDO'.
002900         03  FILLER              PIC X(002) VALUE SPACES.
002910     02  WS-LINHA-DETALHE.
002920         03  FILLER              PIC X(001) VALUE SPACES.
002930         03  WS-DTL-FILIAL       PIC X(003).
002940         03  FILLER              PIC X(002) VALUE SPACES.
002950         03  WS-DTL-NOME         PIC X(015).
002960         03  FILLER              PIC X(002) VALUE SPACES.
002970         03  WS-DTL-ALIQUOTA     PIC X(005).
002980         03  FILLER              PIC X(002) VALUE SPACES.
002990         03  WS-DTL-QTDE-VENDAS  PIC ZZZ.ZZ9.
003000         03  FILLER              PIC X(001) VALUE SPACES.
003010         03  WS-DTL-BASE-VENDAS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003020         03  FILLER              PIC X(001) VALUE SPACES.
003030         03  WS-DTL-IMPOSTO-VENDAS
003040                                 PIC ZZZ.ZZZ.ZZ9,99.
003050         03  FILLER              PIC X(002) VALUE SPACES.
003060         03  WS-DTL-QTDE-DEVOL   PIC ZZZ.ZZ9.
003070         03  FILLER              PIC X(001) VALUE SPACES.
003080         03  WS-DTL-BASE-DEVOL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003090         03  FILLER              PIC X(001) VALUE SPACES.
003100         03  WS-DTL-CREDITO-DEVOL
003110                                 PIC ZZZ.ZZZ.ZZ9,99.
003120         03  FILLER              PIC X(002) VALUE SPACES.
003130         03  WS-DTL-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99-.
003140         03  FILLER              PIC X(003) VALUE SPACES.
003150     02  WS-LINHA-CONFERENCIA.
003160         03  FILLER              PIC X(004) VALUE SPACES.
003170         03  WS-CNF-LITERAL      PIC X(030) VALUE SPACES.
003180         03  WS-CNF-LOG          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003190         03  FILLER              PIC X(003) VALUE SPACES.
003200         03  WS-CNF-MESTRE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003210         03  FILLER              PIC X(003) VALUE SPACES.
003220         03  WS-CNF-DIFERENCA    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003230         03  FILLER              PIC X(003) VALUE SPACES.
003240         03  WS-CNF-SITUACAO     PIC X(010) VALUE SPACES.
003250         03  FILLER              PIC X(027) VALUE SPACES.
003260     02  WS-CAB-CONFERENCIA.
003270         03  FILLER              PIC X(034) VALUE
003280             '    CONFERENCIA COM O VENDAMST'.
003290         03  FILLER              PIC X(020) VALUE
003300             '           NO LOG'.
003310         03  FILLER              PIC X(020) VALUE
003320             '       NO VENDAMST'.
003330         03  FILLER              PIC X(021) VALUE
003340             '           DIFERENCA'.
003350         03  FILLER              PIC X(037) VALUE SPACES.
003360     02  WS-LINHA-RESUMO.
003370         03  FILLER              PIC X(004) VALUE SPACES.
003380         03  WS-RES-LITERAL      PIC X(060) VALUE SPACES.
003390         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
003400         03  FILLER              PIC X(061) VALUE SPACES.
003410     02  WS-LINHA-DIVERGENCIA.
003420         03  FILLER              PIC X(004) VALUE SPACES.
003430         03  FILLER              PIC X(060) VALUE
003440             '*** LOG NAO CONFERE COM O VENDAMST - NAO ARQUIVAR'.
003450         03  FILLER              PIC X(068) VALUE SPACES.
003460     02  WS-LINHA-ASSINATURA.
003470         03  FILLER              PIC X(004) VALUE SPACES.
003480         03  WS-ASS-FUNCAO       PIC X(016) VALUE SPACES.
003490         03  FILLER              PIC X(040) VALUE ALL '_'.
003500         03  FILLER              PIC X(010) VALUE '   DATA: '.
003510         03  FILLER              PIC X(010) VALUE
003520             '__/__/____'.
003530         03  FILLER              PIC X(052) VALUE SPACES.
003540
003550 PROCEDURE DIVISION.
003560 0000-PRINCIPAL.
003570
003580     PERFORM 1000-INICIAR          THRU 1000-INICIAR-EXIT.
003590     PERFORM 2000-LER-LANCAMENTOS  THRU 2000-LER-LANCAMENTOS-EXIT.
003600     PERFORM 3000-CREDITAR-DEVOLUCOES
003610             THRU 3000-CREDITAR-DEVOLUCOES-EXIT.
003620     PERFORM 4000-CONFERIR-MESTRE  THRU 4000-CONFERIR-MESTRE-EXIT.
003630     PERFORM 5000-EMITIR-APURACAO  THRU 5000-EMITIR-APURACAO-EXIT.
003640     PERFORM 9000-ENCERRAR         THRU 9000-ENCERRAR-EXIT.
003650     STOP RUN.
003660
003670******************************************************************
003680* 1000-INICIAR - TAKE THE PERIOD FROM THE PARM (BLANK MEANS THE
003690* MONTH BEFORE TODAY, THE USUAL MONTH-END RUN), OPEN THE FILES,
003700* LOAD THE RATE TABLE, FIND THE RATE IN FORCE FOR THE PERIOD
003710* AND WHETHER THE PERIOD IS ALREADY CLOSED ON VENDAPER (THE
003720* MONTH, OR THE WHOLE YEAR BY THE YEAR-END CLOSE). AN UNUSABLE
003730* PARM OR AN UNREADABLE FILE ENDS THE STEP RC=16 BEFORE
003740* ANYTHING IS WRITTEN.
003750******************************************************************
003760 1000-INICIAR.
003770
003780     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003790     ACCEPT WS-HORA-SISTEMA FROM TIME
003800     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
003810     IF WS-PARAMETRO-ENTRADA = SPACES
003820         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-PEDIDO
003830         MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-PEDIDO
003840         IF WS-MES-PEDIDO = 1
003850             MOVE 12 TO WS-MES-PEDIDO
003860             SUBTRACT 1 FROM WS-ANO-PEDIDO
003870         ELSE
003880             SUBTRACT 1 FROM WS-MES-PEDIDO
003890         END-IF
003900     ELSE
003910         IF WS-PARAMETRO-ENTRADA(1:6) NUMERIC
003920             AND WS-PARAMETRO-ENTRADA(7:1) = SPACE
003930             MOVE WS-PARAMETRO-ENTRADA(1:4) TO WS-ANO-PEDIDO
003940             MOVE WS-PARAMETRO-ENTRADA(5:2) TO WS-MES-PEDIDO
003950             IF WS-MES-PEDIDO < 01 OR WS-MES-PEDIDO > 12
003960                 DISPLAY 'MES INVALIDO NO PARM: ' WS-MES-PEDIDO
003970                 MOVE 16 TO RETURN-CODE
003980                 STOP RUN
003990             END-IF
004000         ELSE
004010             DISPLAY 'PARM INVALIDO - USE AAAAMM OU BRANCO PARA'
004020                     ' O MES ANTERIOR'
004030             MOVE 16 TO RETURN-CODE
004040             STOP RUN
004050         END-IF
004060     END-IF
004070     COMPUTE WS-CHAVE-MES-PEDIDA =
004080             WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO
004090     OPEN INPUT VENDAS-LOG
004100     IF WS-LOG-NAO-EXISTE
004110         SET WS-SEM-LOG TO TRUE
004120     ELSE
004130         IF NOT WS-LOG-OK
004140             DISPLAY 'ERRO AO ABRIR VENDALOG - STATUS '
004150                     WS-STATUS-LOG
004160             MOVE 16 TO RETURN-CODE
004170             STOP RUN
004180         END-IF
004190     END-IF
004200     OPEN INPUT VENDAS-TAXAS
004210     IF WS-TAX-OK
004220         PERFORM 1100-CARREGAR-TAXAS THRU 1100-CARREGAR-TAXAS-EXIT
004230         CLOSE VENDAS-TAXAS
004240     ELSE
004250         IF NOT WS-TAX-NAO-EXISTE
004260             DISPLAY 'ERRO AO ABRIR VENDATAX - STATUS '
004270                     WS-STATUS-TAX
004280             MOVE 16 TO RETURN-CODE
004290             STOP RUN
004300         END-IF
004310     END-IF
004320     MOVE WS-CHAVE-MES-PEDIDA TO WS-ORIG-CHAVE-MES
004330     PERFORM 2750-OBTER-ALIQUOTA THRU 2750-OBTER-ALIQUOTA-EXIT
004340     MOVE WS-ALIQUOTA-IMPOSTO TO WS-ALIQUOTA-PERIODO
004350     PERFORM 1200-VERIFICAR-PERIODO
004360             THRU 1200-VERIFICAR-PERIODO-EXIT
004370     OPEN INPUT VENDAS-LOJAS
004380     IF WS-LOJ-NAO-EXISTE
004390         SET WS-SEM-LOJAS TO TRUE
004400     ELSE
004410         IF NOT WS-LOJ-OK
004420             DISPLAY 'ERRO AO ABRIR VENDALOJ - STATUS '
004430                     WS-STATUS-LOJ
004440             MOVE 16 TO RETURN-CODE
004450             STOP RUN
004460         END-IF
004470     END-IF
004480     OPEN OUTPUT APU-RELATORIO
004490     IF NOT WS-RPT-OK
004500         DISPLAY 'ERRO AO ABRIR APURPT - STATUS ' WS-STATUS-RPT
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF
004540     OPEN OUTPUT VENDAS-IMPOSTO
004550     IF NOT WS-IMP-OK
004560         DISPLAY 'ERRO AO ABRIR VENDAIMP - STATUS ' WS-STATUS-IMP
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF
004600     .
004610 1000-INICIAR-EXIT.
004620     EXIT.
004630
004640 1100-CARREGAR-TAXAS.
004650
004660     MOVE ZEROS TO VTX-CHAVE
004670     START VENDAS-TAXAS KEY NOT LESS THAN VTX-CHAVE
004680         INVALID KEY
004690             GO TO 1100-CARREGAR-TAXAS-EXIT
004700     END-START
004710     IF NOT WS-TAX-OK
004720         DISPLAY 'ERRO AO LER VENDATAX - STATUS ' WS-STATUS-TAX
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF
004760     PERFORM 1110-LER-TAXA THRU 1110-LER-TAXA-EXIT
004770             UNTIL WS-TAX-FIM OR NOT WS-TAX-OK
004780     IF NOT WS-TAX-FIM
004790         DISPLAY 'ERRO AO LER VENDATAX - STATUS ' WS-STATUS-TAX
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF
004830     .
004840 1100-CARREGAR-TAXAS-EXIT.
004850     EXIT.
004860
004870 1110-LER-TAXA.
004880
004890     READ VENDAS-TAXAS NEXT RECORD
004900         AT END
004910             CONTINUE
004920         NOT AT END
004930             IF WS-TAXA-QTDE < 20
004940                 ADD 1 TO WS-TAXA-QTDE
004950                 MOVE VTX-DATA-VIGENCIA
004960                     TO WS-TAXA-VIGENCIA(WS-TAXA-QTDE)
004970                 MOVE VTX-ALIQUOTA
004980                     TO WS-TAXA-ALIQUOTA(WS-TAXA-QTDE)
004990             ELSE
005000                 DISPLAY 'TABELA DE ALIQUOTAS CHEIA - VIGENCIA '
005010                         VTX-DATA-VIGENCIA ' IGNORADA'
005020             END-IF
005030     END-READ
005040     .
005050 1110-LER-TAXA-EXIT.
005060     EXIT.
005070
005080 1200-VERIFICAR-PERIODO.
005090
005100     OPEN INPUT VENDAS-PERIODOS
005110     IF WS-PER-NAO-EXISTE
005120         GO TO 1200-VERIFICAR-PERIODO-EXIT
005130     END-IF
005140     IF NOT WS-PER-OK
005150         DISPLAY 'ERRO AO ABRIR VENDAPER - STATUS ' WS-STATUS-PER
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF
005190     MOVE WS-ANO-PEDIDO TO VPE-ANO
005200     MOVE WS-MES-PEDIDO TO VPE-MES
005210     READ VENDAS-PERIODOS
005220         INVALID KEY
005230             CONTINUE
005240         NOT INVALID KEY
005250             IF VPE-SITUACAO = 'F'
005260                 SET WS-PERIODO-FECHADO TO TRUE
005270             END-IF
005280     END-READ
005290     MOVE WS-ANO-PEDIDO TO VPE-ANO
005300     MOVE 0             TO VPE-MES
005310     READ VENDAS-PERIODOS
005320         INVALID KEY
005330             CONTINUE
005340         NOT INVALID KEY
005350             IF VPE-SITUACAO = 'F'
005360                 SET WS-PERIODO-FECHADO TO TRUE
005370             END-IF
005380     END-READ
005390     CLOSE VENDAS-PERIODOS
005400     .
005410 1200-VERIFICAR-PERIODO-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 2000-LER-LANCAMENTOS - READ THE PERIOD ON THE VDL-CHAVE-MES
005460* PATH. A SALE IS TAXED ON THE SPOT AT THE PERIOD RATE; A RETURN
005470* THAT NAMES ITS SALE IS HELD IN WS-DEV-TABELA FOR 3000, AND A
005480* RETURN FROM BEFORE RETURNS CARRIED THEIR SALE IS CREDITED AT
005490* THE PERIOD RATE. AN ENTRY REVERSED BY PROGESTORNO IS NO
005500* LONGER ON THE BOOKS AND IS PASSED OVER. ANY READ ERROR ENDS
005510* THE STEP RC=16 - A FILING BUILT FROM A PARTIAL READ MUST NOT
005520* GO OUT.
005530******************************************************************
005540 2000-LER-LANCAMENTOS.
005550
005560     IF WS-SEM-LOG
005570         GO TO 2000-LER-LANCAMENTOS-EXIT
005580     END-IF
005590     MOVE 'N' TO WS-SW-FIM-LEITURA
005600     MOVE WS-CHAVE-MES-PEDIDA TO VDL-CHAVE-MES
005610     START VENDAS-LOG KEY = VDL-CHAVE-MES
005620         INVALID KEY
005630             SET WS-FIM-LEITURA TO TRUE
005640     END-START
005650     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
005660         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
005670                 WS-STATUS-LOG
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF
005710     PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT
005720             UNTIL WS-FIM-LEITURA
005730     .
005740 2000-LER-LANCAMENTOS-EXIT.
005750     EXIT.
005760
005770 2100-LER-LANCAMENTO.
005780
005790     READ VENDAS-LOG NEXT RECORD
005800         AT END
005810             SET WS-FIM-LEITURA TO TRUE
005820         NOT AT END
005830             IF VDL-CHAVE-MES NOT = WS-CHAVE-MES-PEDIDA
005840                 SET WS-FIM-LEITURA TO TRUE
005850             ELSE
005860                 IF NOT VDL-ESTORNADO
005870                     PERFORM 2200-CLASSIFICAR-LANCAMENTO
005880                             THRU 2200-CLASSIFICAR-LANCAMENTO-EXIT
005890                 END-IF
005900             END-IF
005910     END-READ
005920     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
005930         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF
005970     .
005980 2100-LER-LANCAMENTO-EXIT.
005990     EXIT.
006000
006010 2200-CLASSIFICAR-LANCAMENTO.
006020
006030     ADD 1 TO WS-CONTADOR-LANCAMENTOS
006040     IF VDL-TIPO = 'V'
006050         MOVE VDL-FILIAL          TO WS-NOVA-FILIAL
006060         MOVE WS-ALIQUOTA-PERIODO TO WS-NOVA-ALIQUOTA
006070         PERFORM 2300-REGISTRAR-ITEM THRU 2300-REGISTRAR-ITEM-EXIT
006080         COMPUTE WS-IMPOSTO-ENTRADA ROUNDED =
006090             (VDL-VALOR * WS-ALIQUOTA-PERIODO) / 10000
006100         ADD 1 TO WS-APU-QTDE-VENDAS(WS-POSICAO)
006110         ADD VDL-VALOR TO WS-APU-BASE-VENDAS(WS-POSICAO)
006120         ADD WS-IMPOSTO-ENTRADA
006130             TO WS-APU-IMPOSTO-VENDAS(WS-POSICAO)
006140         GO TO 2200-CLASSIFICAR-LANCAMENTO-EXIT
006150     END-IF
006160     IF VDL-NF-ORIGEM = 0
006170         MOVE VDL-FILIAL          TO WS-NOVA-FILIAL
006180         MOVE VDL-VALOR           TO WS-VALOR-DEVOLUCAO
006190         MOVE WS-ALIQUOTA-PERIODO TO WS-NOVA-ALIQUOTA
006200         PERFORM 2400-CREDITAR-DEVOLUCAO
006210                 THRU 2400-CREDITAR-DEVOLUCAO-EXIT
006220         ADD 1 TO WS-CONTADOR-DEV-PERIODO
006230         GO TO 2200-CLASSIFICAR-LANCAMENTO-EXIT
006240     END-IF
006250     IF WS-DEV-QTDE NOT < 5000
006260         DISPLAY 'TABELA DE DEVOLUCOES CHEIA - APURACAO '
006270                 'ABANDONADA'
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF
006310     ADD 1 TO WS-DEV-QTDE
006320     MOVE VDL-FILIAL    TO WS-DEV-FILIAL(WS-DEV-QTDE)
006330     MOVE VDL-NF-ORIGEM TO WS-DEV-NF-ORIGEM(WS-DEV-QTDE)
006340     MOVE VDL-DATA-NF   TO WS-DEV-DATA-NF(WS-DEV-QTDE)
006350     MOVE VDL-VALOR     TO WS-DEV-VALOR(WS-DEV-QTDE)
006360     .
006370 2200-CLASSIFICAR-LANCAMENTO-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 2300-REGISTRAR-ITEM - FIND THE ITEM FOR WS-CHAVE-NOVA IN
006420* WS-APU-TABELA, OR OPEN ONE IN ITS PLACE IN THE ORDER BY
006430* SHIFTING THE HIGHER KEYS ONE DOWN. THE ITEM IS LEFT IN
006440* WS-POSICAO FOR THE CALLER TO ADD ITS FIGURES.
006450******************************************************************
006460 2300-REGISTRAR-ITEM.
006470
006480     MOVE 'N' TO WS-SW-POSICAO-ACHADA
006490     MOVE 'N' TO WS-SW-CHAVE-IGUAL
006500     MOVE 0   TO WS-POSICAO
006510     PERFORM 2310-PROCURAR-POSICAO THRU 2310-PROCURAR-POSICAO-EXIT
006520         VARYING WS-SUB FROM 1 BY 1
006530         UNTIL WS-SUB > WS-APU-QTDE OR WS-POSICAO-ACHADA
006540     IF WS-CHAVE-IGUAL
006550         GO TO 2300-REGISTRAR-ITEM-EXIT
006560     END-IF
006570     IF WS-APU-QTDE NOT < 500
006580         DISPLAY 'TABELA DE LOJAS/ALIQUOTAS CHEIA - APURACAO '
006590                 'ABANDONADA'
006600         MOVE 16 TO RETURN-CODE
006610         STOP RUN
006620     END-IF
006630     IF NOT WS-POSICAO-ACHADA
006640         COMPUTE WS-POSICAO = WS-APU-QTDE + 1
006650     ELSE
006660         PERFORM 2320-DESLOCAR-ITEM THRU 2320-DESLOCAR-ITEM-EXIT
006670             VARYING WS-SUB FROM WS-APU-QTDE BY -1
006680             UNTIL WS-SUB < WS-POSICAO
006690     END-IF
006700     ADD 1 TO WS-APU-QTDE
006710     MOVE WS-CHAVE-NOVA TO WS-APU-CHAVE(WS-POSICAO)
006720     MOVE 0 TO WS-APU-QTDE-VENDAS(WS-POSICAO)
006730     MOVE 0 TO WS-APU-BASE-VENDAS(WS-POSICAO)
006740     MOVE 0 TO WS-APU-IMPOSTO-VENDAS(WS-POSICAO)
006750     MOVE 0 TO WS-APU-QTDE-DEVOL(WS-POSICAO)
006760     MOVE 0 TO WS-APU-BASE-DEVOL(WS-POSICAO)
006770     MOVE 0 TO WS-APU-CREDITO-DEVOL(WS-POSICAO)
006780     .
006790 2300-REGISTRAR-ITEM-EXIT.
006800     EXIT.
006810
006820 2310-PROCURAR-POSICAO.
006830
006840     IF WS-APU-CHAVE(WS-SUB) NOT < WS-CHAVE-NOVA
006850         SET WS-POSICAO-ACHADA TO TRUE
006860         MOVE WS-SUB TO WS-POSICAO
006870         IF WS-APU-CHAVE(WS-SUB) = WS-CHAVE-NOVA
006880             SET WS-CHAVE-IGUAL TO TRUE
006890         END-IF
006900     END-IF
006910     .
006920 2310-PROCURAR-POSICAO-EXIT.
006930     EXIT.
006940
006950 2320-DESLOCAR-ITEM.
006960
006970     MOVE WS-APU-ITEM(WS-SUB) TO WS-APU-ITEM(WS-SUB + 1)
006980     .
006990 2320-DESLOCAR-ITEM-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 2400-CREDITAR-DEVOLUCAO - CREDIT ONE RETURN OF
007040* WS-VALOR-DEVOLUCAO AT WS-NOVA-ALIQUOTA UNDER WS-NOVA-FILIAL.
007050* THE CREDIT IS ROUNDED PER ENTRY, THE SAME WAY THE TAX ON A
007060* SALE IS, SO A FULL RETURN CREDITS BACK EXACTLY THE TAX ITS
007070* SALE CHARGED.
007080******************************************************************
007090 2400-CREDITAR-DEVOLUCAO.
007100
007110     PERFORM 2300-REGISTRAR-ITEM THRU 2300-REGISTRAR-ITEM-EXIT
007120     COMPUTE WS-IMPOSTO-ENTRADA ROUNDED =
007130         (WS-VALOR-DEVOLUCAO * WS-NOVA-ALIQUOTA) / 10000
007140     ADD 1 TO WS-APU-QTDE-DEVOL(WS-POSICAO)
007150     ADD WS-VALOR-DEVOLUCAO TO WS-APU-BASE-DEVOL(WS-POSICAO)
007160     ADD WS-IMPOSTO-ENTRADA TO WS-APU-CREDITO-DEVOL(WS-POSICAO)
007170     .
007180 2400-CREDITAR-DEVOLUCAO-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 2750-OBTER-ALIQUOTA - THE VENDATAX RATE IN FORCE FOR THE
007230* PERIOD IN WS-ORIG-CHAVE-MES: THE LATEST EFFECTIVE DATE NOT
007240* AFTER THE FIRST DAY OF THAT PERIOD, THE RULE 2750 OF THE
007250* POSTING PATH APPLIES. NO QUALIFYING RATE LEAVES THE
007260* HISTORICAL 5,00% DEFAULT.
007270******************************************************************
007280 2750-OBTER-ALIQUOTA.
007290
007300     MOVE WS-ALIQUOTA-PADRAO TO WS-ALIQUOTA-IMPOSTO
007310     COMPUTE WS-DATA-PERIODO = WS-ORIG-CHAVE-MES * 100 + 1
007320     PERFORM 2760-COMPARAR-VIGENCIA
007330             THRU 2760-COMPARAR-VIGENCIA-EXIT
007340         VARYING WS-TAXA-SUB FROM 1 BY 1
007350         UNTIL WS-TAXA-SUB > WS-TAXA-QTDE
007360     .
007370 2750-OBTER-ALIQUOTA-EXIT.
007380     EXIT.
007390
007400 2760-COMPARAR-VIGENCIA.
007410
007420     IF WS-TAXA-VIGENCIA(WS-TAXA-SUB) NOT > WS-DATA-PERIODO
007430         MOVE WS-TAXA-ALIQUOTA(WS-TAXA-SUB) TO WS-ALIQUOTA-IMPOSTO
007440     END-IF
007450     .
007460 2760-COMPARAR-VIGENCIA-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* 3000-CREDITAR-DEVOLUCOES - FOR EACH HELD RETURN FIND ITS SALE
007510* ON THE VDL-NUM-NF PATH - THE LATEST 'V' OF THE SAME STORE
007520* UNDER THAT INVOICE DATED NO LATER THAN THE RETURN, THE RULE
007530* THE POSTING PATH MATCHED IT BY - AND CREDIT THE RETURN AT THE
007540* RATE OF THE PERIOD THE SALE POSTED INTO. A SALE NO LONGER ON
007550* THE LIVE LOG (ARCHIVED) LEAVES THE PERIOD RATE, AND THE
007560* WORKSHEET COUNTS HOW MANY RETURNS WENT THAT WAY.
007570******************************************************************
007580 3000-CREDITAR-DEVOLUCOES.
007590
007600     PERFORM 3100-CREDITAR-DEVOLUCAO
007610             THRU 3100-CREDITAR-DEVOLUCAO-EXIT
007620         VARYING WS-DEV-SUB FROM 1 BY 1
007630         UNTIL WS-DEV-SUB > WS-DEV-QTDE
007640     .
007650 3000-CREDITAR-DEVOLUCOES-EXIT.
007660     EXIT.
007670
007680 3100-CREDITAR-DEVOLUCAO.
007690
007700     MOVE 'N' TO WS-SW-ORIGEM-ACHADA
007710     MOVE 0   TO WS-ORIG-DATA-NF
007720     MOVE 'N' TO WS-SW-FIM-LEITURA
007730     MOVE WS-DEV-NF-ORIGEM(WS-DEV-SUB) TO VDL-NUM-NF
007740     START VENDAS-LOG KEY = VDL-NUM-NF
007750         INVALID KEY
007760             SET WS-FIM-LEITURA TO TRUE
007770     END-START
007780     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
007790         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
007800                 WS-STATUS-LOG
007810         MOVE 16 TO RETURN-CODE
007820         STOP RUN
007830     END-IF
007840     PERFORM 3110-LER-VENDA-ORIGEM THRU 3110-LER-VENDA-ORIGEM-EXIT
007850             UNTIL WS-FIM-LEITURA
007860     IF WS-ORIGEM-ACHADA
007870         PERFORM 2750-OBTER-ALIQUOTA THRU 2750-OBTER-ALIQUOTA-EXIT
007880         MOVE WS-ALIQUOTA-IMPOSTO TO WS-NOVA-ALIQUOTA
007890         ADD 1 TO WS-CONTADOR-DEV-ORIGEM
007900     ELSE
007910         MOVE WS-ALIQUOTA-PERIODO TO WS-NOVA-ALIQUOTA
007920         ADD 1 TO WS-CONTADOR-DEV-PERIODO
007930     END-IF
007940     MOVE WS-DEV-FILIAL(WS-DEV-SUB) TO WS-NOVA-FILIAL
007950     MOVE WS-DEV-VALOR(WS-DEV-SUB)  TO WS-VALOR-DEVOLUCAO
007960     PERFORM 2400-CREDITAR-DEVOLUCAO
007970             THRU 2400-CREDITAR-DEVOLUCAO-EXIT
007980     .
007990 3100-CREDITAR-DEVOLUCAO-EXIT.
008000     EXIT.
008010
008020 3110-LER-VENDA-ORIGEM.
008030
008040     READ VENDAS-LOG NEXT RECORD
008050         AT END
008060             SET WS-FIM-LEITURA TO TRUE
008070         NOT AT END
008080             IF VDL-NUM-NF NOT = WS-DEV-NF-ORIGEM(WS-DEV-SUB)
008090                 SET WS-FIM-LEITURA TO TRUE
008100             ELSE
008110                 IF VDL-TIPO = 'V'
008120                     AND NOT VDL-ESTORNADO
008130                     AND VDL-FILIAL = WS-DEV-FILIAL(WS-DEV-SUB)
008140                     AND VDL-DATA-NF NOT >
008150                         WS-DEV-DATA-NF(WS-DEV-SUB)
008160                     AND VDL-DATA-NF NOT < WS-ORIG-DATA-NF
008170                     SET WS-ORIGEM-ACHADA TO TRUE
008180                     MOVE VDL-DATA-NF   TO WS-ORIG-DATA-NF
008190                     MOVE VDL-CHAVE-MES TO WS-ORIG-CHAVE-MES
008200                 END-IF
008210             END-IF
008220     END-READ
008230     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
008240         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
008250         MOVE 16 TO RETURN-CODE
008260         STOP RUN
008270     END-IF
008280     .
008290 3110-LER-VENDA-ORIGEM-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 4000-CONFERIR-MESTRE - SET THE LOG FIGURES AGAINST THE
008340* PERIOD'S VENDAMST RECORD: GROSS SALES, RETURNS AND THE TAX ON
008350* SALES MUST ALL AGREE, OR THE WORKSHEET IS MARKED DIVERGENT
008360* AND THE STEP ENDS RC=8 (A RATE BACKDATED AFTER THE MONTH
008370* POSTED, OR A LOG THAT DOES NOT TIE OUT, SHOWS UP HERE). THE
008380* MASTER CARRIES NO RETURN CREDIT, SO THAT LINE HAS NOTHING TO
008390* BE CHECKED AGAINST. A PERIOD WITH NO MASTER RECORD IS ZERO.
008400******************************************************************
008410 4000-CONFERIR-MESTRE.
008420
008430     MOVE 0 TO WS-TOT-QTDE-VENDAS(WS-TOT-GERAL)
008440     MOVE 0 TO WS-TOT-BASE-VENDAS(WS-TOT-GERAL)
008450     MOVE 0 TO WS-TOT-IMPOSTO-VENDAS(WS-TOT-GERAL)
008460     MOVE 0 TO WS-TOT-QTDE-DEVOL(WS-TOT-GERAL)
008470     MOVE 0 TO WS-TOT-BASE-DEVOL(WS-TOT-GERAL)
008480     MOVE 0 TO WS-TOT-CREDITO-DEVOL(WS-TOT-GERAL)
008490     PERFORM 4100-SOMAR-ITEM THRU 4100-SOMAR-ITEM-EXIT
008500         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-APU-QTDE
008510     OPEN INPUT VENDAS-MESTRE
008520     IF NOT WS-MST-OK AND NOT WS-MST-NAO-EXISTE
008530         DISPLAY 'ERRO AO ABRIR VENDAMST - STATUS ' WS-STATUS-MST
008540         MOVE 16 TO RETURN-CODE
008550         STOP RUN
008560     END-IF
008570     IF WS-MST-OK
008580         PERFORM 4200-LER-MESTRE THRU 4200-LER-MESTRE-EXIT
008590     END-IF
008600     IF WS-TOT-BASE-VENDAS(WS-TOT-GERAL) NOT = WS-MESTRE-VENDAS
008610        OR WS-TOT-BASE-DEVOL(WS-TOT-GERAL)
008620           NOT = WS-MESTRE-DEVOLUCOES
008630        OR WS-TOT-IMPOSTO-VENDAS(WS-TOT-GERAL)
008640           NOT = WS-MESTRE-IMPOSTO
008650         SET WS-DIVERGENCIA TO TRUE
008660     END-IF
008670     .
008680 4000-CONFERIR-MESTRE-EXIT.
008690     EXIT.
008700
008710 4100-SOMAR-ITEM.
008720
008730     MOVE WS-TOT-GERAL TO WS-TOT-SUB
008740     PERFORM 4110-ACUMULAR-TOTAL THRU 4110-ACUMULAR-TOTAL-EXIT
008750     .
008760 4100-SOMAR-ITEM-EXIT.
008770     EXIT.
008780
008790 4110-ACUMULAR-TOTAL.
008800
008810     ADD WS-APU-QTDE-VENDAS(WS-SUB)
008820         TO WS-TOT-QTDE-VENDAS(WS-TOT-SUB)
008830     ADD WS-APU-BASE-VENDAS(WS-SUB)
008840         TO WS-TOT-BASE-VENDAS(WS-TOT-SUB)
008850     ADD WS-APU-IMPOSTO-VENDAS(WS-SUB)
008860         TO WS-TOT-IMPOSTO-VENDAS(WS-TOT-SUB)
008870     ADD WS-APU-QTDE-DEVOL(WS-SUB)
008880         TO WS-TOT-QTDE-DEVOL(WS-TOT-SUB)
008890     ADD WS-APU-BASE-DEVOL(WS-SUB)
008900         TO WS-TOT-BASE-DEVOL(WS-TOT-SUB)
008910     ADD WS-APU-CREDITO-DEVOL(WS-SUB)
008920         TO WS-TOT-CREDITO-DEVOL(WS-TOT-SUB)
008930     .
008940 4110-ACUMULAR-TOTAL-EXIT.
008950     EXIT.
008960
008970 4200-LER-MESTRE.
008980
008990     MOVE WS-ANO-PEDIDO TO VDM-ANO
009000     MOVE WS-MES-PEDIDO TO VDM-MES
009010     READ VENDAS-MESTRE
009020         INVALID KEY
009030             CONTINUE
009040         NOT INVALID KEY
009050             MOVE VDM-VALOR-VENDAS     TO WS-MESTRE-VENDAS
009060             MOVE VDM-VALOR-DEVOLUCOES TO WS-MESTRE-DEVOLUCOES
009070             MOVE VDM-VALOR-IMPOSTO    TO WS-MESTRE-IMPOSTO
009080     END-READ
009090     IF NOT WS-MST-OK AND NOT WS-MST-NAO-ACHADO
009100         DISPLAY 'ERRO AO LER VENDAMST - STATUS ' WS-STATUS-MST
009110         MOVE 16 TO RETURN-CODE
009120         STOP RUN
009130     END-IF
009140     CLOSE VENDAS-MESTRE
009150     .
009160 4200-LER-MESTRE-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 5000-EMITIR-APURACAO - PRINT THE WORKSHEET (HEADINGS, ONE LINE
009210* PER STORE AND RATE WITH A SUBTOTAL AT EACH STORE BREAK, THE
009220* GRAND TOTAL, THE VENDAMST CHECK AND THE SIGN-OFF BLOCK) AND
009230* WRITE THE FILING EXTRACT: HEADER, ONE DETAIL PER WORKSHEET
009240* LINE AND A TRAILER THAT CARRIES THE SAME GRAND TOTAL.
009250******************************************************************
009260 5000-EMITIR-APURACAO.
009270
009280     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
009290     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
009300     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
009310     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
009320     MOVE WS-ANO-PEDIDO         TO WS-CAB-ANO
009330     MOVE WS-MES-PEDIDO         TO WS-CAB-MES
009340     IF WS-PERIODO-FECHADO
009350         MOVE 'PERIODO FECHADO'  TO WS-CAB-SITUACAO
009360     ELSE
009370         MOVE 'PERIODO ABERTO - VALORES PROVISORIOS'
009380                                 TO WS-CAB-SITUACAO
009390     END-IF
009400     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
009410     WRITE VDR-REGISTRO
009420     MOVE WS-CAB-DATA           TO VDR-REGISTRO
009430     WRITE VDR-REGISTRO
009440     MOVE SPACES                TO VDR-REGISTRO
009450     WRITE VDR-REGISTRO
009460     MOVE WS-CAB-COLUNAS        TO VDR-REGISTRO
009470     WRITE VDR-REGISTRO
009480     MOVE SPACES                TO VIM-REGISTRO
009490     SET VIM-CABECALHO-REG      TO TRUE
009500     MOVE WS-ANO-PEDIDO         TO VIM-PERIODO-ANO
009510     MOVE WS-MES-PEDIDO         TO VIM-PERIODO-MES
009520     MOVE WS-DATA-SISTEMA       TO VIM-CAB-DATA-GERACAO
009530     MOVE WS-HORA-SISTEMA       TO VIM-CAB-HORA-GERACAO
009540     IF WS-PERIODO-FECHADO
009550         MOVE 'F' TO VIM-CAB-SITUACAO
009560     ELSE
009570         MOVE 'A' TO VIM-CAB-SITUACAO
009580     END-IF
009590     PERFORM 5900-GRAVAR-EXTRATO THRU 5900-GRAVAR-EXTRATO-EXIT
009600     MOVE SPACES TO WS-FILIAL-ANTERIOR
009610     PERFORM 5100-IMPRIMIR-ITEM THRU 5100-IMPRIMIR-ITEM-EXIT
009620         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-APU-QTDE
009630     IF WS-APU-QTDE > 0
009640         PERFORM 5200-IMPRIMIR-TOTAL-LOJA
009650                 THRU 5200-IMPRIMIR-TOTAL-LOJA-EXIT
009660     END-IF
009670     MOVE SPACES                TO VDR-REGISTRO
009680     WRITE VDR-REGISTRO
009690     MOVE SPACES                TO WS-DTL-FILIAL
009700     MOVE 'TOTAL GERAL'         TO WS-DTL-NOME
009710     MOVE WS-TOT-GERAL          TO WS-TOT-SUB
009720     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT
009730     MOVE SPACES                TO VIM-REGISTRO
009740     SET VIM-TRAILER-REG        TO TRUE
009750     MOVE WS-ANO-PEDIDO         TO VIM-PERIODO-ANO
009760     MOVE WS-MES-PEDIDO         TO VIM-PERIODO-MES
009770     MOVE WS-CONTADOR-EXTRATO   TO VIM-TRL-QTDE
009780     MOVE WS-TOT-IMPOSTO-VENDAS(WS-TOT-GERAL)
009790                                TO VIM-TRL-IMPOSTO-VENDAS
009800     MOVE WS-TOT-CREDITO-DEVOL(WS-TOT-GERAL)
009810                                TO VIM-TRL-CREDITO-DEVOLUCOES
009820     COMPUTE VIM-TRL-IMPOSTO-LIQUIDO =
009830             WS-TOT-IMPOSTO-VENDAS(WS-TOT-GERAL)
009840           - WS-TOT-CREDITO-DEVOL(WS-TOT-GERAL)
009850     PERFORM 5900-GRAVAR-EXTRATO THRU 5900-GRAVAR-EXTRATO-EXIT
009860     PERFORM 5400-IMPRIMIR-CONFERENCIA
009870             THRU 5400-IMPRIMIR-CONFERENCIA-EXIT
009880     PERFORM 5500-IMPRIMIR-ASSINATURAS
009890             THRU 5500-IMPRIMIR-ASSINATURAS-EXIT
009900     .
009910 5000-EMITIR-APURACAO-EXIT.
009920     EXIT.
009930
009940******************************************************************
009950* 5100-IMPRIMIR-ITEM - ONE WORKSHEET LINE AND ONE EXTRACT DETAIL
009960* PER STORE AND RATE. A NEW STORE CLOSES THE PREVIOUS ONE WITH
009970* ITS SUBTOTAL FIRST. THE STORE NAME COMES FROM VENDALOJ; A
009980* CODE NOT ON THE STORE MASTER PRINTS AS SUCH.
009990******************************************************************
010000 5100-IMPRIMIR-ITEM.
010010
010020     IF WS-APU-FILIAL(WS-SUB) NOT = WS-FILIAL-ANTERIOR
010030         IF WS-FILIAL-ANTERIOR NOT = SPACES
010040             PERFORM 5200-IMPRIMIR-TOTAL-LOJA
010050                     THRU 5200-IMPRIMIR-TOTAL-LOJA-EXIT
010060         END-IF
010070         MOVE WS-APU-FILIAL(WS-SUB) TO WS-FILIAL-ANTERIOR
010080         MOVE 0 TO WS-TOT-QTDE-VENDAS(WS-TOT-LOJA)
010090         MOVE 0 TO WS-TOT-BASE-VENDAS(WS-TOT-LOJA)
010100         MOVE 0 TO WS-TOT-IMPOSTO-VENDAS(WS-TOT-LOJA)
010110         MOVE 0 TO WS-TOT-QTDE-DEVOL(WS-TOT-LOJA)
010120         MOVE 0 TO WS-TOT-BASE-DEVOL(WS-TOT-LOJA)
010130         MOVE 0 TO WS-TOT-CREDITO-DEVOL(WS-TOT-LOJA)
010140     END-IF
010150     MOVE WS-TOT-LOJA TO WS-TOT-SUB
010160     PERFORM 4110-ACUMULAR-TOTAL THRU 4110-ACUMULAR-TOTAL-EXIT
010170     MOVE WS-APU-FILIAL(WS-SUB) TO WS-DTL-FILIAL
010180     MOVE '*** NAO CADASTRADA' TO WS-DTL-NOME
010190     IF NOT WS-SEM-LOJAS
010200         MOVE WS-APU-FILIAL(WS-SUB) TO VLJ-CODIGO
010210         READ VENDAS-LOJAS
010220             INVALID KEY
010230                 CONTINUE
010240             NOT INVALID KEY
010250                 MOVE VLJ-NOME TO WS-DTL-NOME
010260         END-READ
010270     END-IF
010280     COMPUTE WS-ALIQUOTA-PERCENTUAL =
010290             WS-APU-ALIQUOTA(WS-SUB) / 100
010300     MOVE WS-ALIQUOTA-PERCENTUAL  TO WS-ALIQUOTA-EDITADA
010310     MOVE WS-ALIQUOTA-EDITADA     TO WS-DTL-ALIQUOTA
010320     MOVE WS-APU-QTDE-VENDAS(WS-SUB)    TO WS-DTL-QTDE-VENDAS
010330     MOVE WS-APU-BASE-VENDAS(WS-SUB)    TO WS-DTL-BASE-VENDAS
010340     MOVE WS-APU-IMPOSTO-VENDAS(WS-SUB) TO WS-DTL-IMPOSTO-VENDAS
010350     MOVE WS-APU-QTDE-DEVOL(WS-SUB)     TO WS-DTL-QTDE-DEVOL
010360     MOVE WS-APU-BASE-DEVOL(WS-SUB)     TO WS-DTL-BASE-DEVOL
010370     MOVE WS-APU-CREDITO-DEVOL(WS-SUB)  TO WS-DTL-CREDITO-DEVOL
010380     COMPUTE WS-DIFERENCA = WS-APU-IMPOSTO-VENDAS(WS-SUB)
010390                          - WS-APU-CREDITO-DEVOL(WS-SUB)
010400     MOVE WS-DIFERENCA                  TO WS-DTL-LIQUIDO
010410     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
010420     WRITE VDR-REGISTRO
010430     MOVE SPACES                        TO VIM-REGISTRO
010440     SET VIM-DETALHE-REG                TO TRUE
010450     MOVE WS-ANO-PEDIDO                 TO VIM-PERIODO-ANO
010460     MOVE WS-MES-PEDIDO                 TO VIM-PERIODO-MES
010470     MOVE WS-APU-FILIAL(WS-SUB)         TO VIM-FILIAL
010480     MOVE WS-APU-ALIQUOTA(WS-SUB)       TO VIM-ALIQUOTA
010490     MOVE WS-APU-QTDE-VENDAS(WS-SUB)    TO VIM-QTDE-VENDAS
010500     MOVE WS-APU-BASE-VENDAS(WS-SUB)    TO VIM-BASE-VENDAS
010510     MOVE WS-APU-IMPOSTO-VENDAS(WS-SUB) TO VIM-IMPOSTO-VENDAS
010520     MOVE WS-APU-QTDE-DEVOL(WS-SUB)     TO VIM-QTDE-DEVOLUCOES
010530     MOVE WS-APU-BASE-DEVOL(WS-SUB)     TO VIM-BASE-DEVOLUCOES
010540     MOVE WS-APU-CREDITO-DEVOL(WS-SUB)  TO VIM-CREDITO-DEVOLUCOES
010550     MOVE WS-DIFERENCA                  TO VIM-IMPOSTO-LIQUIDO
010560     ADD 1 TO WS-CONTADOR-EXTRATO
010570     PERFORM 5900-GRAVAR-EXTRATO THRU 5900-GRAVAR-EXTRATO-EXIT
010580     .
010590 5100-IMPRIMIR-ITEM-EXIT.
010600     EXIT.
010610
010620 5200-IMPRIMIR-TOTAL-LOJA.
010630
010640     MOVE WS-FILIAL-ANTERIOR    TO WS-DTL-FILIAL
010650     MOVE 'TOTAL DA LOJA'       TO WS-DTL-NOME
010660     MOVE WS-TOT-LOJA           TO WS-TOT-SUB
010670     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT
010680     MOVE SPACES                TO VDR-REGISTRO
010690     WRITE VDR-REGISTRO
010700     .
010710 5200-IMPRIMIR-TOTAL-LOJA-EXIT.
010720     EXIT.
010730
010740 5300-IMPRIMIR-TOTAL.
010750
010760     MOVE SPACES TO WS-DTL-ALIQUOTA
010770     MOVE WS-TOT-QTDE-VENDAS(WS-TOT-SUB)    TO WS-DTL-QTDE-VENDAS
010780     MOVE WS-TOT-BASE-VENDAS(WS-TOT-SUB)    TO WS-DTL-BASE-VENDAS
010790     MOVE WS-TOT-IMPOSTO-VENDAS(WS-TOT-SUB)
010800                                     TO WS-DTL-IMPOSTO-VENDAS
010810     MOVE WS-TOT-QTDE-DEVOL(WS-TOT-SUB)     TO WS-DTL-QTDE-DEVOL
010820     MOVE WS-TOT-BASE-DEVOL(WS-TOT-SUB)     TO WS-DTL-BASE-DEVOL
010830     MOVE WS-TOT-CREDITO-DEVOL(WS-TOT-SUB)
010840                                     TO WS-DTL-CREDITO-DEVOL
010850     COMPUTE WS-DIFERENCA = WS-TOT-IMPOSTO-VENDAS(WS-TOT-SUB)
010860                          - WS-TOT-CREDITO-DEVOL(WS-TOT-SUB)
010870     MOVE WS-DIFERENCA                      TO WS-DTL-LIQUIDO
010880     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
010890     WRITE VDR-REGISTRO
010900     .
010910 5300-IMPRIMIR-TOTAL-EXIT.
010920     EXIT.
010930
010940 5400-IMPRIMIR-CONFERENCIA.
010950
010960     MOVE SPACES                TO VDR-REGISTRO
010970     WRITE VDR-REGISTRO
010980     MOVE WS-CAB-CONFERENCIA    TO VDR-REGISTRO
010990     WRITE VDR-REGISTRO
011000     MOVE 'VENDAS BRUTAS'       TO WS-CNF-LITERAL
011010     MOVE WS-TOT-BASE-VENDAS(WS-TOT-GERAL) TO WS-CNF-LOG
011020     MOVE WS-MESTRE-VENDAS      TO WS-CNF-MESTRE
011030     COMPUTE WS-DIFERENCA = WS-TOT-BASE-VENDAS(WS-TOT-GERAL)
011040                          - WS-MESTRE-VENDAS
011050     PERFORM 5410-IMPRIMIR-LINHA-CONFERENCIA
011060             THRU 5410-IMPRIMIR-LINHA-CONFERENCIA-EXIT
011070     MOVE 'DEVOLUCOES'          TO WS-CNF-LITERAL
011080     MOVE WS-TOT-BASE-DEVOL(WS-TOT-GERAL)  TO WS-CNF-LOG
011090     MOVE WS-MESTRE-DEVOLUCOES  TO WS-CNF-MESTRE
011100     COMPUTE WS-DIFERENCA = WS-TOT-BASE-DEVOL(WS-TOT-GERAL)
011110                          - WS-MESTRE-DEVOLUCOES
011120     PERFORM 5410-IMPRIMIR-LINHA-CONFERENCIA
011130             THRU 5410-IMPRIMIR-LINHA-CONFERENCIA-EXIT
011140     MOVE 'IMPOSTO SOBRE VENDAS' TO WS-CNF-LITERAL
011150     MOVE WS-TOT-IMPOSTO-VENDAS(WS-TOT-GERAL) TO WS-CNF-LOG
011160     MOVE WS-MESTRE-IMPOSTO     TO WS-CNF-MESTRE
011170     COMPUTE WS-DIFERENCA = WS-TOT-IMPOSTO-VENDAS(WS-TOT-GERAL)
011180                          - WS-MESTRE-IMPOSTO
011190     PERFORM 5410-IMPRIMIR-LINHA-CONFERENCIA
011200             THRU 5410-IMPRIMIR-LINHA-CONFERENCIA-EXIT
011210     MOVE SPACES                TO VDR-REGISTRO
011220     WRITE VDR-REGISTRO
011230     MOVE 'LANCAMENTOS DO PERIODO NO LOG:' TO WS-RES-LITERAL
011240     MOVE WS-CONTADOR-LANCAMENTOS TO WS-RES-NUMERO
011250     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011260     WRITE VDR-REGISTRO
011270     MOVE 'DEVOLUCOES CREDITADAS PELA ALIQUOTA DA VENDA ORIGINAL:'
011280                                TO WS-RES-LITERAL
011290     MOVE WS-CONTADOR-DEV-ORIGEM TO WS-RES-NUMERO
011300     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011310     WRITE VDR-REGISTRO
011320     MOVE 'DEVOLUCOES CREDITADAS PELA ALIQUOTA DO PERIODO:'
011330                                TO WS-RES-LITERAL
011340     MOVE WS-CONTADOR-DEV-PERIODO TO WS-RES-NUMERO
011350     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011360     WRITE VDR-REGISTRO
011370     MOVE 'REGISTROS DE DETALHE NO EXTRATO VENDAIMP:'
011380                                TO WS-RES-LITERAL
011390     MOVE WS-CONTADOR-EXTRATO   TO WS-RES-NUMERO
011400     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011410     WRITE VDR-REGISTRO
011420     IF WS-DIVERGENCIA
011430         MOVE SPACES            TO VDR-REGISTRO
011440         WRITE VDR-REGISTRO
011450         MOVE WS-LINHA-DIVERGENCIA TO VDR-REGISTRO
011460         WRITE VDR-REGISTRO
011470     END-IF
011480     .
011490 5400-IMPRIMIR-CONFERENCIA-EXIT.
011500     EXIT.
011510
011520 5410-IMPRIMIR-LINHA-CONFERENCIA.
011530
011540     MOVE WS-DIFERENCA          TO WS-CNF-DIFERENCA
011550     IF WS-DIFERENCA = 0
011560         MOVE 'OK'              TO WS-CNF-SITUACAO
011570     ELSE
011580         MOVE 'DIVERGE'         TO WS-CNF-SITUACAO
011590     END-IF
011600     MOVE WS-LINHA-CONFERENCIA  TO VDR-REGISTRO
011610     WRITE VDR-REGISTRO
011620     .
011630 5410-IMPRIMIR-LINHA-CONFERENCIA-EXIT.
011640     EXIT.
011650
011660 5500-IMPRIMIR-ASSINATURAS.
011670
011680     MOVE SPACES                TO VDR-REGISTRO
011690     WRITE VDR-REGISTRO
011700     WRITE VDR-REGISTRO
011710     MOVE 'PREPARADO POR: '     TO WS-ASS-FUNCAO
011720     MOVE WS-LINHA-ASSINATURA   TO VDR-REGISTRO
011730     WRITE VDR-REGISTRO
011740     MOVE SPACES                TO VDR-REGISTRO
011750     WRITE VDR-REGISTRO
011760     MOVE 'CONFERIDO POR: '     TO WS-ASS-FUNCAO
011770     MOVE WS-LINHA-ASSINATURA   TO VDR-REGISTRO
011780     WRITE VDR-REGISTRO
011790     MOVE SPACES                TO VDR-REGISTRO
011800     WRITE VDR-REGISTRO
011810     MOVE 'APROVADO POR: '      TO WS-ASS-FUNCAO
011820     MOVE WS-LINHA-ASSINATURA   TO VDR-REGISTRO
011830     WRITE VDR-REGISTRO
011840     .
011850 5500-IMPRIMIR-ASSINATURAS-EXIT.
011860     EXIT.
011870
011880 5900-GRAVAR-EXTRATO.
011890
011900     WRITE VIM-REGISTRO
011910     IF NOT WS-IMP-OK
011920         DISPLAY 'ERRO AO GRAVAR VENDAIMP - STATUS '
011930                 WS-STATUS-IMP
011940         MOVE 16 TO RETURN-CODE
011950         STOP RUN
011960     END-IF
011970     .
011980 5900-GRAVAR-EXTRATO-EXIT.
011990     EXIT.
012000
012010******************************************************************
012020* 9000-ENCERRAR - CLOSE AND SET THE CONDITION CODE: RC=8 WHEN
012030* THE LOG DOES NOT AGREE WITH THE MASTER (DO NOT FILE), RC=4
012040* WHEN THE PERIOD IS STILL OPEN (THE FIGURES MAY YET CHANGE).
012050******************************************************************
012060 9000-ENCERRAR.
012070
012080     IF WS-DIVERGENCIA
012090         DISPLAY 'APURACAO ' WS-CHAVE-MES-PEDIDA
012100                 ' NAO CONFERE COM O VENDAMST'
012110         MOVE 8 TO RETURN-CODE
012120     ELSE
012130         IF NOT WS-PERIODO-FECHADO
012140             DISPLAY 'APURACAO ' WS-CHAVE-MES-PEDIDA
012150                     ' DE PERIODO AINDA ABERTO'
012160             MOVE 4 TO RETURN-CODE
012170         END-IF
012180     END-IF
012190     IF NOT WS-SEM-LOG
012200         CLOSE VENDAS-LOG
012210     END-IF
012220     IF NOT WS-SEM-LOJAS
012230         CLOSE VENDAS-LOJAS
012240     END-IF
012250     CLOSE VENDAS-IMPOSTO
012260     CLOSE APU-RELATORIO
012270     .
012280 9000-ENCERRAR-EXIT.
012290     EXIT.
