000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: DEMONSTRATIVO MENSAL DE COMISSOES POR VENDEDOR A
000070*          PARTIR DO DETALHE DO VENDALOG. PARA O PERIODO PEDIDO
000080*          MOSTRA, POR LOJA E POR VENDEDOR, AS VENDAS BRUTAS, AS
000090*          DEVOLUCOES ESTORNADAS DO VENDEDOR DA VENDA ORIGINAL, A
000100*          BASE DA COMISSAO E A COMISSAO DEVIDA PELA TAXA DO
000110*          CADASTRO VENDAVEN. A VENDA QUE NAO ESTA MAIS NO LOG
000120*          E PROCURADA NO HISTORICO (VENDAHST); SO A DEVOLUCAO
000130*          CUJA VENDA NAO ESTA EM NENHUM DOS DOIS E DEBITADA DO
000140*          VENDEDOR DA PROPRIA DEVOLUCAO. IMPRIME O DEMONSTRATIVO
000150*          COM CAMPOS DE ASSINATURA (COMIRPT) E GRAVA A
000160*          INTERFACE DE LAYOUT FIXO PARA A FOLHA DE PAGAMENTO
000170*          (VENDAFOL).
000180*          PARM: AAAAMM - PERIODO CONTABIL (VDL-CHAVE-MES). EM
000190*                         BRANCO = MES ANTERIOR AO CORRENTE.
000200*          SO LE OS ARQUIVOS DE VENDAS - NADA E ALTERADO.
000210*          RC=4  PERIODO AINDA ABERTO (NUMEROS PROVISORIOS).
000220*          RC=16 EXECUCAO ABANDONADA.
000230******************************************************************
000240* MODIFICATION HISTORY
000250* DATE       WHO   DESCRIPTION
000260* 15.10.2026 IK    ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PROGCOMIS.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT VENDAS-LOG ASSIGN TO "VENDALOG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS VDL-SEQUENCIA
000410         ALTERNATE RECORD KEY IS VDL-NUM-NF
000420             WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000440             WITH DUPLICATES
000450         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-STATUS-LOG.
000480     SELECT VENDAS-VENDEDORES ASSIGN TO "VENDAVEN"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS VVE-CHAVE
000520         FILE STATUS IS WS-STATUS-VEN.
000530     SELECT VENDAS-PERIODOS ASSIGN TO "VENDAPER"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS VPE-CHAVE
000570         FILE STATUS IS WS-STATUS-PER.
000580     SELECT VENDAS-FOLHA ASSIGN TO "VENDAFOL"
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-FOL.
000620     SELECT VENDAS-HISTORICO ASSIGN TO "VENDAHST"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-STATUS-HST.
000660     SELECT COM-RELATORIO ASSIGN TO "COMIRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-STATUS-RPT.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  VENDAS-LOG.
000730     COPY VENDALOG.
000740
000750 FD  VENDAS-VENDEDORES.
000760     COPY VENDAVEN.
000770
000780 FD  VENDAS-PERIODOS.
000790     COPY VENDAPER.
000800
000810 FD  VENDAS-FOLHA.
000820     COPY VENDAFOL.
000830
000840 FD  VENDAS-HISTORICO.
000850 01  VHS-REGISTRO.
000860     05  VHS-SEQUENCIA           PIC 9(006).
000870     05  FILLER                  PIC X(002).
000880     05  VHS-VALOR               PIC 9(008)V99.
000890     05  VHS-TIPO                PIC X(001).
000900     05  VHS-FILIAL              PIC X(003).
000910     05  VHS-NUM-NF              PIC 9(009).
000920     05  VHS-DATA-NF             PIC 9(008).
000930     05  FILLER                  PIC X(016).
000940     05  VHS-CHAVE-MES           PIC X(006).
000950     05  VHS-NF-ORIGEM           PIC 9(009).
000960     05  VHS-SITUACAO            PIC X(001).
000970     05  FILLER                  PIC X(009).
000980     05  VHS-VENDEDOR            PIC X(004).
000990     05  FILLER                  PIC X(006).
001000
001010 FD  COM-RELATORIO.
001020     COPY VENDARPT.
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-FLAGS.
001060     02  WS-STATUS-LOG       PIC X(002)    VALUE SPACES.
001070         88  WS-LOG-OK                     VALUE '00'.
001080         88  WS-LOG-FIM                    VALUE '10'.
001090         88  WS-LOG-NAO-EXISTE             VALUE '35'.
001100     02  WS-STATUS-VEN       PIC X(002)    VALUE SPACES.
001110         88  WS-VEN-OK                     VALUE '00'.
001120         88  WS-VEN-FIM                    VALUE '10'.
001130     02  WS-STATUS-PER       PIC X(002)    VALUE SPACES.
001140         88  WS-PER-OK                     VALUE '00'.
001150         88  WS-PER-NAO-ACHADO             VALUE '23'.
001160         88  WS-PER-NAO-EXISTE             VALUE '35'.
001170     02  WS-STATUS-FOL       PIC X(002)    VALUE SPACES.
001180         88  WS-FOL-OK                     VALUE '00'.
001190     02  WS-STATUS-HST       PIC X(002)    VALUE SPACES.
001200         88  WS-HST-OK                     VALUE '00'.
001210         88  WS-HST-FIM                    VALUE '10'.
001220         88  WS-HST-NAO-EXISTE             VALUE '35'.
001230     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
001240         88  WS-RPT-OK                     VALUE '00'.
001250
001260 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
001270
001280 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
001290 77  WS-HORA-SISTEMA         PIC 9(008)    VALUE 0.
001300 77  WS-ANO-PEDIDO           PIC 9(004)    VALUE 0.
001310 77  WS-MES-PEDIDO           PIC 9(002)    VALUE 0.
001320 77  WS-CHAVE-MES-PEDIDA     PIC 9(006)    VALUE 0.
001330 77  WS-SW-SEM-LOG           PIC X(001)    VALUE 'N'.
001340     88  WS-SEM-LOG                        VALUE 'S'.
001350 77  WS-SW-FIM-LEITURA       PIC X(001)    VALUE 'N'.
001360     88  WS-FIM-LEITURA                    VALUE 'S'.
001370 77  WS-SW-PERIODO-FECHADO   PIC X(001)    VALUE 'N'.
001380     88  WS-PERIODO-FECHADO                VALUE 'S'.
001390 77  WS-SW-POSICAO-ACHADA    PIC X(001)    VALUE 'N'.
001400     88  WS-POSICAO-ACHADA                 VALUE 'S'.
001410 77  WS-SW-CHAVE-IGUAL       PIC X(001)    VALUE 'N'.
001420     88  WS-CHAVE-IGUAL                    VALUE 'S'.
001430 77  WS-VENDEDOR             PIC X(004)    VALUE SPACES.
001440 77  WS-FILIAL-LANCAMENTO    PIC X(003)    VALUE SPACES.
001450 77  WS-VALOR-DEVOLUCAO      PIC 9(008)V99 VALUE 0.
001460 77  WS-VEN-SUB              PIC 9(003)    VALUE 0.
001470 77  WS-VEN-ACHADO           PIC 9(003)    VALUE 0.
001480 77  WS-SUB                  PIC 9(004)    VALUE 0.
001490 77  WS-DEV-SUB              PIC 9(004)    VALUE 0.
001500 77  WS-PEND-SUB             PIC 9(004)    VALUE 0.
001510 77  WS-POSICAO              PIC 9(004)    VALUE 0.
001520 77  WS-TAXA-PERCENTUAL      PIC 9(002)V99 VALUE 0.
001530 77  WS-TAXA-EDITADA         PIC Z9,99.
001540 77  WS-FILIAL-ANTERIOR      PIC X(003)    VALUE SPACES.
001550 77  WS-CONTADOR-LANCAMENTOS PIC 9(006)    VALUE 0.
001560 77  WS-CONTADOR-DEV-ORIGEM  PIC 9(006)    VALUE 0.
001570 77  WS-CONTADOR-DEV-PROPRIA PIC 9(006)    VALUE 0.
001580 77  WS-CONTADOR-SEM-VENDEDOR
001590                             PIC 9(006)    VALUE 0.
001600 77  WS-CONTADOR-NAO-CADASTRADO
001610                             PIC 9(006)    VALUE 0.
001620 77  WS-CONTADOR-FOLHA       PIC 9(006)    VALUE 0.
001630 77  WS-FOLHA-VENDAS         PIC 9(011)V99 VALUE 0.
001640 77  WS-FOLHA-DEVOLUCOES     PIC 9(011)V99 VALUE 0.
001650 77  WS-FOLHA-COMISSAO       PIC S9(011)V99 VALUE 0.
001660
001670******************************************************************
001680* WS-VENDEDOR-TABELA - THE VENDAVEN SALESPERSON MASTER, LOADED AT
001690* STARTUP WITH THE SAME CAPACITY AS THE POSTING PATH. THE RATE IS
001700* THE ONE ON FILE WHEN THE STATEMENT IS RUN.
001710******************************************************************
001720 01  WS-VENDEDOR-TABELA.
001730     02  WS-QTDE-VENDEDORES      PIC 9(003)    VALUE 0.
001740     02  WS-VEN-ITEM OCCURS 500 TIMES.
001750         03  WS-VEN-CODIGO       PIC X(004).
001760         03  WS-VEN-NOME         PIC X(022).
001770         03  WS-VEN-LOJA         PIC X(003).
001780         03  WS-VEN-MATRICULA    PIC X(008).
001790         03  WS-VEN-TAXA         PIC 9(004).
001800
001810******************************************************************
001820* WS-COM-TABELA - ONE ITEM PER STORE AND SALESPERSON, KEPT IN
001830* STORE/SALESPERSON ORDER AS IT IS BUILT SO THE STATEMENT AND THE
001840* PAYROLL FILE COME OUT IN THAT ORDER WITH A BREAK PER STORE. A
001850* SALESPERSON IS FILED UNDER THE HOME STORE ON VENDAVEN; ENTRIES
001860* WITH NO SALESPERSON (POSTED BEFORE THE CODE WAS CARRIED) OR
001870* WITH ONE NOT ON VENDAVEN ARE FILED UNDER THE STORE OF THE
001880* ENTRY. WS-CHAVE-NOVA CARRIES THE KEY BEING POSTED IN THE SAME
001890* SHAPE.
001900******************************************************************
001910 01  WS-CHAVE-NOVA.
001920     05  WS-NOVA-FILIAL          PIC X(003).
001930     05  WS-NOVA-VENDEDOR        PIC X(004).
001940
001950 01  WS-COM-TABELA.
001960     02  WS-COM-QTDE             PIC 9(004)    VALUE 0.
001970     02  WS-COM-ITEM OCCURS 600 TIMES.
001980         03  WS-COM-CHAVE.
001990             05  WS-COM-FILIAL       PIC X(003).
002000             05  WS-COM-VENDEDOR     PIC X(004).
002010         03  WS-COM-VEN-SUB          PIC 9(003).
002020         03  WS-COM-QTDE-VENDAS      PIC 9(006).
002030         03  WS-COM-VENDAS           PIC 9(011)V99.
002040         03  WS-COM-QTDE-DEVOL       PIC 9(006).
002050         03  WS-COM-DEVOLUCOES       PIC 9(011)V99.
002060         03  WS-COM-BASE             PIC S9(011)V99.
002070         03  WS-COM-COMISSAO         PIC S9(009)V99.
002080
002090******************************************************************
002100* WS-DEV-TABELA - THE MONTH'S RETURNS THAT NAME THEIR ORIGINAL
002110* SALE, HELD UNTIL THE MONTH HAS BEEN READ: LOOKING THE SALE UP
002120* MOVES THE LOG OFF THE VDL-CHAVE-MES PATH, SO THE LOOKUPS ARE
002130* DONE AFTERWARDS IN ONE SWEEP (3000), WHICH LEAVES THE SALE
002140* FOUND - ITS DATE, ITS SALESPERSON AND WHERE IT WAS FOUND - ON
002150* THE ITEM. A FULL TABLE ENDS THE STEP RC=16 RATHER THAN CHARGE
002160* SOME RETURNS TO THE WRONG SELLER. WS-PEND-TABELA LISTS THE
002170* ITEMS WHOSE SALE IS NOT ON THE LIVE LOG, FOR THE VENDAHST PASS.
002180******************************************************************
002190 01  WS-DEV-TABELA.
002200     02  WS-DEV-QTDE             PIC 9(004)    VALUE 0.
002210     02  WS-DEV-ITEM OCCURS 5000 TIMES.
002220         03  WS-DEV-FILIAL           PIC X(003).
002230         03  WS-DEV-NF-ORIGEM        PIC 9(009).
002240         03  WS-DEV-DATA-NF          PIC 9(008).
002250         03  WS-DEV-VALOR            PIC 9(008)V99.
002260         03  WS-DEV-VENDEDOR         PIC X(004).
002270         03  WS-DEV-ORIG-DATA        PIC 9(008).
002280         03  WS-DEV-ORIG-VENDEDOR    PIC X(004).
002290         03  WS-DEV-SW-ORIGEM        PIC X(001).
002300             88  WS-DEV-ORIGEM-ACHADA          VALUE 'L' 'H'.
002310             88  WS-DEV-ORIGEM-LOG             VALUE 'L'.
002320             88  WS-DEV-ORIGEM-HIST            VALUE 'H'.
002330
002340 01  WS-PEND-TABELA.
002350     02  WS-PEND-QTDE            PIC 9(004)    VALUE 0.
002360     02  WS-PEND-DEV-SUB         PIC 9(004) OCCURS 5000 TIMES.
002370
002380******************************************************************
002390* WS-TOTAIS - STORE SUBTOTAL (RESET AT EACH STORE BREAK) AND
002400* GRAND TOTAL OF THE STATEMENT, IN THE SAME SHAPE SO ONE PRINT
002410* PARAGRAPH SERVES BOTH.
002420******************************************************************
002430 01  WS-TOTAIS.
002440     02  WS-TOT-GRUPO OCCURS 2 TIMES.
002450         03  WS-TOT-QTDE-VENDAS      PIC 9(006).
002460         03  WS-TOT-VENDAS           PIC 9(011)V99.
002470         03  WS-TOT-QTDE-DEVOL       PIC 9(006).
002480         03  WS-TOT-DEVOLUCOES       PIC 9(011)V99.
002490         03  WS-TOT-BASE             PIC S9(011)V99.
002500         03  WS-TOT-COMISSAO         PIC S9(011)V99.
002510 77  WS-TOT-SUB              PIC 9(001)    VALUE 0.
002520 77  WS-TOT-LOJA             PIC 9(001)    VALUE 1.
002530 77  WS-TOT-GERAL            PIC 9(001)    VALUE 2.
002540
002550******************************************************************
002560* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR COMIRPT. EACH
002570* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
002580* JUST BEFORE THE MATCHING WRITE.
002590******************************************************************
002600 01  WS-LINHAS-RELATORIO.
002610     02  WS-DATA-FORMATADA.
002620         03  WS-DATA-DIA         PIC X(002).
002630         03  FILLER              PIC X(001) VALUE '/'.
002640         03  WS-DATA-MES         PIC X(002).
002650         03  FILLER              PIC X(001) VALUE '/'.
002660         03  WS-DATA-ANO         PIC X(004).
002670     02  WS-CAB-EMPRESA.
002680         03  FILLER              PIC X(030) VALUE SPACES.
002690         03  FILLER              PIC X(072)
002700             VALUE 'DEMONSTRATIVO DE COMISSOES POR VENDEDOR'.
002710         03  FILLER              PIC X(030) VALUE SPACES.
002720     02  WS-CAB-DATA.
002730         03  FILLER              PIC X(006) VALUE 'DATA: '.
002740         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
002750         03  FILLER              PIC X(004) VALUE SPACES.
002760         03  FILLER              PIC X(009) VALUE 'PERIODO: '.
002770         03  WS-CAB-ANO          PIC 9(004).
002780         03  FILLER              PIC X(001) VALUE '/'.
002790         03  WS-CAB-MES          PIC 9(002).
002800         03  FILLER              PIC X(004) VALUE SPACES.
002810         03  WS-CAB-SITUACAO     PIC X(040) VALUE SPACES.
002820         03  FILLER              PIC X(052) VALUE SPACES.
002830     02  WS-CAB-COLUNAS.
002840         03  FILLER              PIC X(033) VALUE
002850             ' FIL VEND NOME DO VENDEDOR'.
002860         03  FILLER              PIC X(015) VALUE
002870             'MATRIC.   QT VD'.
002880         03  FILLER              PIC X(025) VALUE
002890             '     VENDAS BRUTAS  QT DV'.
002900         03  FILLER              PIC X(018) VALUE
002910             ' DEVOL. ESTORNADAS'.
002920         03  FILLER              PIC X(025) VALUE
002930             '   BASE DA COMISSAO  TAXA'.
002940         03  FILLER              PIC X(016) VALUE
002950             ' COMISSAO DEVIDA'.
002960     02  WS-LINHA-DETALHE.
002970         03  FILLER              PIC X(001) VALUE SPACES.
002980         03  WS-DTL-FILIAL       PIC X(003).
002990         03  FILLER              PIC X(001) VALUE SPACES.
003000         03  WS-DTL-VENDEDOR     PIC X(004).
003010         03  FILLER              PIC X(001) VALUE SPACES.
003020         03  WS-DTL-NOME         PIC X(022).
003030         03  FILLER              PIC X(001) VALUE SPACES.
003040         03  WS-DTL-MATRICULA    PIC X(008).
003050         03  FILLER              PIC X(001) VALUE SPACES.
003060         03  WS-DTL-QTDE-VENDAS  PIC ZZ.ZZ9.
003070         03  FILLER              PIC X(001) VALUE SPACES.
003080         03  WS-DTL-VENDAS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003090         03  FILLER              PIC X(001) VALUE SPACES.
003100         03  WS-DTL-QTDE-DEVOL   PIC ZZ.ZZ9.
003110         03  FILLER              PIC X(001) VALUE SPACES.
003120         03  WS-DTL-DEVOLUCOES   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003130         03  FILLER              PIC X(001) VALUE SPACES.
003140         03  WS-DTL-BASE         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003150         03  FILLER              PIC X(001) VALUE SPACES.
003160         03  WS-DTL-TAXA         PIC X(005).
003170         03  FILLER              PIC X(001) VALUE SPACES.
003180         03  WS-DTL-COMISSAO     PIC ZZZ.ZZZ.ZZ9,99-.
003190     02  WS-LINHA-RESUMO.
003200         03  FILLER              PIC X(004) VALUE SPACES.
003210         03  WS-RES-LITERAL      PIC X(060) VALUE SPACES.
003220         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
003230         03  FILLER              PIC X(061) VALUE SPACES.
003240     02  WS-LINHA-VALOR.
003250         03  FILLER              PIC X(004) VALUE SPACES.
003260         03  WS-VAL-LITERAL      PIC X(060) VALUE SPACES.
003270         03  WS-VAL-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003280         03  FILLER              PIC X(050) VALUE SPACES.
003290     02  WS-LINHA-ASSINATURA.
003300         03  FILLER              PIC X(004) VALUE SPACES.
003310         03  WS-ASS-FUNCAO       PIC X(016) VALUE SPACES.
003320         03  FILLER              PIC X(040) VALUE ALL '_'.
003330         03  FILLER              PIC X(010) VALUE '   DATA: '.
003340         03  FILLER              PIC X(010) VALUE
003350             '__/__/____'.
003360         03  FILLER              PIC X(052) VALUE SPACES.
003370
003380 PROCEDURE DIVISION.
003390 0000-PRINCIPAL.
003400
003410     PERFORM 1000-INICIAR          THRU 1000-INICIAR-EXIT.
003420     PERFORM 2000-LER-LANCAMENTOS  THRU 2000-LER-LANCAMENTOS-EXIT.
003430     PERFORM 3000-ATRIBUIR-DEVOLUCOES
003440             THRU 3000-ATRIBUIR-DEVOLUCOES-EXIT.
003450     PERFORM 4000-CALCULAR-COMISSOES
003460             THRU 4000-CALCULAR-COMISSOES-EXIT.
003470     PERFORM 5000-EMITIR-DEMONSTRATIVO
003480             THRU 5000-EMITIR-DEMONSTRATIVO-EXIT.
003490     PERFORM 9000-ENCERRAR         THRU 9000-ENCERRAR-EXIT.
003500     STOP RUN.
003510
003520******************************************************************
003530* 1000-INICIAR - TAKE THE PERIOD FROM THE PARM (BLANK MEANS THE
003540* MONTH BEFORE TODAY, THE USUAL MONTH-END RUN), OPEN THE FILES,
003550* LOAD THE SALESPERSON MASTER AND FIND WHETHER THE PERIOD IS
003560* ALREADY CLOSED ON VENDAPER (THE MONTH, OR THE WHOLE YEAR BY
003570* THE YEAR-END CLOSE). AN UNUSABLE PARM, AN UNREADABLE FILE OR
003580* AN EMPTY SALESPERSON MASTER ENDS THE STEP RC=16 BEFORE
003590* ANYTHING IS WRITTEN.
003600******************************************************************
003610 1000-INICIAR.
003620
003630     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003640     ACCEPT WS-HORA-SISTEMA FROM TIME
003650     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
003660     IF WS-PARAMETRO-ENTRADA = SPACES
003670         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-PEDIDO
003680         MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-PEDIDO
003690         IF WS-MES-PEDIDO = 1
003700             MOVE 12 TO WS-MES-PEDIDO
003710             SUBTRACT 1 FROM WS-ANO-PEDIDO
003720         ELSE
003730             SUBTRACT 1 FROM WS-MES-PEDIDO
003740         END-IF
003750     ELSE
003760         IF WS-PARAMETRO-ENTRADA(1:6) NUMERIC
003770             AND WS-PARAMETRO-ENTRADA(7:1) = SPACE
003780             MOVE WS-PARAMETRO-ENTRADA(1:4) TO WS-ANO-PEDIDO
003790             MOVE WS-PARAMETRO-ENTRADA(5:2) TO WS-MES-PEDIDO
003800             IF WS-MES-PEDIDO < 01 OR WS-MES-PEDIDO > 12
003810                 DISPLAY 'MES INVALIDO NO PARM: ' WS-MES-PEDIDO
003820                 MOVE 16 TO RETURN-CODE
003830                 STOP RUN
003840             END-IF
003850         ELSE
003860             DISPLAY 'PARM INVALIDO - USE AAAAMM OU BRANCO PARA'
003870                     ' O MES ANTERIOR'
003880             MOVE 16 TO RETURN-CODE
003890             STOP RUN
003900         END-IF
003910     END-IF
003920     COMPUTE WS-CHAVE-MES-PEDIDA =
003930             WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO
003940     OPEN INPUT VENDAS-LOG
003950     IF WS-LOG-NAO-EXISTE
003960         SET WS-SEM-LOG TO TRUE
003970     ELSE
003980         IF NOT WS-LOG-OK
003990             DISPLAY 'ERRO AO ABRIR VENDALOG - STATUS '
004000                     WS-STATUS-LOG
004010             MOVE 16 TO RETURN-CODE
004020             STOP RUN
004030         END-IF
004040     END-IF
004050     PERFORM 1100-CARREGAR-VENDEDORES
004060             THRU 1100-CARREGAR-VENDEDORES-EXIT
004070     PERFORM 1200-VERIFICAR-PERIODO
004080             THRU 1200-VERIFICAR-PERIODO-EXIT
004090     OPEN OUTPUT COM-RELATORIO
004100     IF NOT WS-RPT-OK
004110         DISPLAY 'ERRO AO ABRIR COMIRPT - STATUS ' WS-STATUS-RPT
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150     OPEN OUTPUT VENDAS-FOLHA
004160     IF NOT WS-FOL-OK
004170         DISPLAY 'ERRO AO ABRIR VENDAFOL - STATUS ' WS-STATUS-FOL
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     .
004220 1000-INICIAR-EXIT.
004230     EXIT.
004240
004250 1100-CARREGAR-VENDEDORES.
004260
004270     MOVE 0 TO WS-QTDE-VENDEDORES
004280     OPEN INPUT VENDAS-VENDEDORES
004290     IF NOT WS-VEN-OK
004300         DISPLAY 'VENDAVEN INDISPONIVEL (STATUS ' WS-STATUS-VEN
004310                 ') - CADASTRE OS VENDEDORES COM PARM=V'
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF
004350     PERFORM 1110-LER-VENDEDOR THRU 1110-LER-VENDEDOR-EXIT
004360             UNTIL WS-VEN-FIM OR NOT WS-VEN-OK
004370     IF NOT WS-VEN-FIM
004380         DISPLAY 'ERRO AO LER VENDAVEN - STATUS ' WS-STATUS-VEN
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF
004420     CLOSE VENDAS-VENDEDORES
004430     IF WS-QTDE-VENDEDORES = 0
004440         DISPLAY 'NENHUM VENDEDOR EM VENDAVEN - CADASTRE OS '
004450                 'VENDEDORES COM PARM=V'
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF
004490     .
004500 1100-CARREGAR-VENDEDORES-EXIT.
004510     EXIT.
004520
004530 1110-LER-VENDEDOR.
004540
004550     READ VENDAS-VENDEDORES NEXT RECORD
004560         AT END
004570             CONTINUE
004580         NOT AT END
004590             IF WS-QTDE-VENDEDORES < 500
004600                 ADD 1 TO WS-QTDE-VENDEDORES
004610                 MOVE VVE-CODIGO
004620                     TO WS-VEN-CODIGO(WS-QTDE-VENDEDORES)
004630                 MOVE VVE-NOME
004640                     TO WS-VEN-NOME(WS-QTDE-VENDEDORES)
004650                 MOVE VVE-LOJA
004660                     TO WS-VEN-LOJA(WS-QTDE-VENDEDORES)
004670                 MOVE VVE-MATRICULA
004680                     TO WS-VEN-MATRICULA(WS-QTDE-VENDEDORES)
004690                 MOVE VVE-TAXA-COMISSAO
004700                     TO WS-VEN-TAXA(WS-QTDE-VENDEDORES)
004710             ELSE
004720                 DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
004730                         VVE-CODIGO ' NAO CABE'
004740                 MOVE 16 TO RETURN-CODE
004750                 STOP RUN
004760             END-IF
004770     END-READ
004780     .
004790 1110-LER-VENDEDOR-EXIT.
004800     EXIT.
004810
004820 1200-VERIFICAR-PERIODO.
004830
004840     OPEN INPUT VENDAS-PERIODOS
004850     IF WS-PER-NAO-EXISTE
004860         GO TO 1200-VERIFICAR-PERIODO-EXIT
004870     END-IF
004880     IF NOT WS-PER-OK
004890         DISPLAY 'ERRO AO ABRIR VENDAPER - STATUS ' WS-STATUS-PER
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF
004930     MOVE WS-ANO-PEDIDO TO VPE-ANO
004940     MOVE WS-MES-PEDIDO TO VPE-MES
004950     READ VENDAS-PERIODOS
004960         INVALID KEY
004970             CONTINUE
004980         NOT INVALID KEY
004990             IF VPE-SITUACAO = 'F'
005000                 SET WS-PERIODO-FECHADO TO TRUE
005010             END-IF
005020     END-READ
005030     MOVE WS-ANO-PEDIDO TO VPE-ANO
005040     MOVE 0             TO VPE-MES
005050     READ VENDAS-PERIODOS
005060         INVALID KEY
005070             CONTINUE
005080         NOT INVALID KEY
005090             IF VPE-SITUACAO = 'F'
005100                 SET WS-PERIODO-FECHADO TO TRUE
005110             END-IF
005120     END-READ
005130     CLOSE VENDAS-PERIODOS
005140     .
005150 1200-VERIFICAR-PERIODO-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 2000-LER-LANCAMENTOS - READ THE PERIOD ON THE VDL-CHAVE-MES
005200* PATH. A SALE IS CREDITED ON THE SPOT TO THE SALESPERSON WHO
005210* MADE IT; A RETURN THAT NAMES ITS SALE IS HELD IN WS-DEV-TABELA
005220* FOR 3000, AND A RETURN FROM BEFORE RETURNS CARRIED THEIR SALE
005230* IS CHARGED TO ITS OWN SALESPERSON. AN ENTRY REVERSED BY
005240* PROGESTORNO IS NO LONGER ON THE BOOKS AND IS PASSED OVER. ANY
005250* READ ERROR ENDS THE STEP RC=16 - A PAYROLL FILE BUILT FROM A
005260* PARTIAL READ MUST NOT GO OUT.
005270******************************************************************
005280 2000-LER-LANCAMENTOS.
005290
005300     IF WS-SEM-LOG
005310         GO TO 2000-LER-LANCAMENTOS-EXIT
005320     END-IF
005330     MOVE 'N' TO WS-SW-FIM-LEITURA
005340     MOVE WS-CHAVE-MES-PEDIDA TO VDL-CHAVE-MES
005350     START VENDAS-LOG KEY = VDL-CHAVE-MES
005360         INVALID KEY
005370             SET WS-FIM-LEITURA TO TRUE
005380     END-START
005390     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
005400         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
005410                 WS-STATUS-LOG
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF
005450     PERFORM 2100-LER-LANCAMENTO THRU 2100-LER-LANCAMENTO-EXIT
005460             UNTIL WS-FIM-LEITURA
005470     .
005480 2000-LER-LANCAMENTOS-EXIT.
005490     EXIT.
005500
005510 2100-LER-LANCAMENTO.
005520
005530     READ VENDAS-LOG NEXT RECORD
005540         AT END
005550             SET WS-FIM-LEITURA TO TRUE
005560         NOT AT END
005570             IF VDL-CHAVE-MES NOT = WS-CHAVE-MES-PEDIDA
005580                 SET WS-FIM-LEITURA TO TRUE
005590             ELSE
005600                 IF NOT VDL-ESTORNADO
005610                     PERFORM 2200-CLASSIFICAR-LANCAMENTO
005620                             THRU 2200-CLASSIFICAR-LANCAMENTO-EXIT
005630                 END-IF
005640             END-IF
005650     END-READ
005660     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
005670         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF
005710     .
005720 2100-LER-LANCAMENTO-EXIT.
005730     EXIT.
005740
005750 2200-CLASSIFICAR-LANCAMENTO.
005760
005770     ADD 1 TO WS-CONTADOR-LANCAMENTOS
005780     IF VDL-TIPO = 'V'
005790         MOVE VDL-VENDEDOR TO WS-VENDEDOR
005800         MOVE VDL-FILIAL   TO WS-FILIAL-LANCAMENTO
005810         PERFORM 2300-REGISTRAR-ITEM THRU 2300-REGISTRAR-ITEM-EXIT
005820         ADD 1 TO WS-COM-QTDE-VENDAS(WS-POSICAO)
005830         ADD VDL-VALOR TO WS-COM-VENDAS(WS-POSICAO)
005840         GO TO 2200-CLASSIFICAR-LANCAMENTO-EXIT
005850     END-IF
005860     IF VDL-NF-ORIGEM = 0
005870         MOVE VDL-VENDEDOR TO WS-VENDEDOR
005880         MOVE VDL-FILIAL   TO WS-FILIAL-LANCAMENTO
005890         MOVE VDL-VALOR    TO WS-VALOR-DEVOLUCAO
005900         PERFORM 2400-DEBITAR-DEVOLUCAO
005910                 THRU 2400-DEBITAR-DEVOLUCAO-EXIT
005920         ADD 1 TO WS-CONTADOR-DEV-PROPRIA
005930         GO TO 2200-CLASSIFICAR-LANCAMENTO-EXIT
005940     END-IF
005950     IF WS-DEV-QTDE NOT < 5000
005960         DISPLAY 'TABELA DE DEVOLUCOES CHEIA - DEMONSTRATIVO '
005970                 'ABANDONADO'
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF
006010     ADD 1 TO WS-DEV-QTDE
006020     MOVE VDL-FILIAL    TO WS-DEV-FILIAL(WS-DEV-QTDE)
006030     MOVE VDL-NF-ORIGEM TO WS-DEV-NF-ORIGEM(WS-DEV-QTDE)
006040     MOVE VDL-DATA-NF   TO WS-DEV-DATA-NF(WS-DEV-QTDE)
006050     MOVE VDL-VALOR     TO WS-DEV-VALOR(WS-DEV-QTDE)
006060     MOVE VDL-VENDEDOR  TO WS-DEV-VENDEDOR(WS-DEV-QTDE)
006070     .
006080 2200-CLASSIFICAR-LANCAMENTO-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 2300-REGISTRAR-ITEM - FILE THE ENTRY OF WS-VENDEDOR, KEYED AT
006130* STORE WS-FILIAL-LANCAMENTO, UNDER ITS STATEMENT KEY: THE HOME
006140* STORE OF A SALESPERSON ON VENDAVEN, OR THE STORE OF THE ENTRY
006150* OTHERWISE. FIND THE ITEM FOR THAT KEY IN WS-COM-TABELA, OR OPEN
006160* ONE IN ITS PLACE IN THE ORDER BY SHIFTING THE HIGHER KEYS ONE
006170* DOWN. THE ITEM IS LEFT IN WS-POSICAO FOR THE CALLER TO ADD ITS
006180* FIGURES.
006190******************************************************************
006200 2300-REGISTRAR-ITEM.
006210
006220     MOVE 0 TO WS-VEN-ACHADO
006230     IF WS-VENDEDOR NOT = SPACES
006240         PERFORM 2350-PROCURAR-VENDEDOR
006250                 THRU 2350-PROCURAR-VENDEDOR-EXIT
006260             VARYING WS-VEN-SUB FROM 1 BY 1
006270             UNTIL WS-VEN-SUB > WS-QTDE-VENDEDORES
006280                OR WS-VEN-ACHADO > 0
006290     END-IF
006300     MOVE WS-VENDEDOR TO WS-NOVA-VENDEDOR
006310     IF WS-VEN-ACHADO > 0
006320         MOVE WS-VEN-LOJA(WS-VEN-ACHADO) TO WS-NOVA-FILIAL
006330     ELSE
006340         MOVE WS-FILIAL-LANCAMENTO       TO WS-NOVA-FILIAL
006350     END-IF
006360     MOVE 'N' TO WS-SW-POSICAO-ACHADA
006370     MOVE 'N' TO WS-SW-CHAVE-IGUAL
006380     MOVE 0   TO WS-POSICAO
006390     PERFORM 2310-PROCURAR-POSICAO THRU 2310-PROCURAR-POSICAO-EXIT
006400         VARYING WS-SUB FROM 1 BY 1
006410         UNTIL WS-SUB > WS-COM-QTDE OR WS-POSICAO-ACHADA
006420     IF WS-CHAVE-IGUAL
006430         GO TO 2300-REGISTRAR-ITEM-EXIT
006440     END-IF
006450     IF WS-COM-QTDE NOT < 600
006460         DISPLAY 'TABELA DE LOJAS/VENDEDORES CHEIA - '
006470                 'DEMONSTRATIVO ABANDONADO'
006480         MOVE 16 TO RETURN-CODE
006490         STOP RUN
006500     END-IF
006510     IF NOT WS-POSICAO-ACHADA
006520         COMPUTE WS-POSICAO = WS-COM-QTDE + 1
006530     ELSE
006540         PERFORM 2320-DESLOCAR-ITEM THRU 2320-DESLOCAR-ITEM-EXIT
006550             VARYING WS-SUB FROM WS-COM-QTDE BY -1
006560             UNTIL WS-SUB < WS-POSICAO
006570     END-IF
006580     ADD 1 TO WS-COM-QTDE
006590     MOVE WS-CHAVE-NOVA TO WS-COM-CHAVE(WS-POSICAO)
006600     MOVE WS-VEN-ACHADO TO WS-COM-VEN-SUB(WS-POSICAO)
006610     MOVE 0 TO WS-COM-QTDE-VENDAS(WS-POSICAO)
006620     MOVE 0 TO WS-COM-VENDAS(WS-POSICAO)
006630     MOVE 0 TO WS-COM-QTDE-DEVOL(WS-POSICAO)
006640     MOVE 0 TO WS-COM-DEVOLUCOES(WS-POSICAO)
006650     MOVE 0 TO WS-COM-BASE(WS-POSICAO)
006660     MOVE 0 TO WS-COM-COMISSAO(WS-POSICAO)
006670     .
006680 2300-REGISTRAR-ITEM-EXIT.
006690     EXIT.
006700
006710 2310-PROCURAR-POSICAO.
006720
006730     IF WS-COM-CHAVE(WS-SUB) NOT < WS-CHAVE-NOVA
006740         SET WS-POSICAO-ACHADA TO TRUE
006750         MOVE WS-SUB TO WS-POSICAO
006760         IF WS-COM-CHAVE(WS-SUB) = WS-CHAVE-NOVA
006770             SET WS-CHAVE-IGUAL TO TRUE
006780         END-IF
006790     END-IF
006800     .
006810 2310-PROCURAR-POSICAO-EXIT.
006820     EXIT.
006830
006840 2320-DESLOCAR-ITEM.
006850
006860     MOVE WS-COM-ITEM(WS-SUB) TO WS-COM-ITEM(WS-SUB + 1)
006870     .
006880 2320-DESLOCAR-ITEM-EXIT.
006890     EXIT.
006900
006910 2350-PROCURAR-VENDEDOR.
006920
006930     IF WS-VEN-CODIGO(WS-VEN-SUB) = WS-VENDEDOR
006940         MOVE WS-VEN-SUB TO WS-VEN-ACHADO
006950     END-IF
006960     .
006970 2350-PROCURAR-VENDEDOR-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010* 2400-DEBITAR-DEVOLUCAO - CHARGE ONE RETURN OF WS-VALOR-DEVOLUCAO
007020* BACK TO WS-VENDEDOR (ENTRY KEYED AT WS-FILIAL-LANCAMENTO).
007030******************************************************************
007040 2400-DEBITAR-DEVOLUCAO.
007050
007060     PERFORM 2300-REGISTRAR-ITEM THRU 2300-REGISTRAR-ITEM-EXIT
007070     ADD 1 TO WS-COM-QTDE-DEVOL(WS-POSICAO)
007080     ADD WS-VALOR-DEVOLUCAO TO WS-COM-DEVOLUCOES(WS-POSICAO)
007090     .
007100 2400-DEBITAR-DEVOLUCAO-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 3000-ATRIBUIR-DEVOLUCOES - FOR EACH HELD RETURN FIND ITS SALE
007150* BY THE RULE THE POSTING PATH MATCHED IT BY - THE LATEST 'V' OF
007160* THE SAME STORE UNDER THAT INVOICE, NOT REVERSED, DATED NO
007170* LATER THAN THE RETURN - AND CHARGE THE RETURN BACK TO THE
007180* SALESPERSON OF THAT SALE, WHOEVER KEYED THE RETURN. THE
007190* VDL-NUM-NF PATH OF THE LIVE LOG IS ASKED FIRST (3100); A SALE
007200* NOT THERE HAS BEEN ARCHIVED AND IS LOOKED FOR IN ONE PASS OVER
007210* VENDAHST (3200). ONLY A SALE ON NEITHER FILE, OR ONE POSTED
007220* BEFORE THE SALESPERSON WAS CARRIED, LEAVES THE RETURN WITH ITS
007230* OWN SALESPERSON (3300); THE STATEMENT COUNTS HOW MANY WENT
007240* EACH WAY.
007250******************************************************************
007260 3000-ATRIBUIR-DEVOLUCOES.
007270
007280     MOVE 0 TO WS-PEND-QTDE
007290     PERFORM 3100-PROCURAR-VENDA-LOG
007300             THRU 3100-PROCURAR-VENDA-LOG-EXIT
007310         VARYING WS-DEV-SUB FROM 1 BY 1
007320         UNTIL WS-DEV-SUB > WS-DEV-QTDE
007330     IF WS-PEND-QTDE > 0
007340         PERFORM 3200-PROCURAR-VENDA-HIST
007350                 THRU 3200-PROCURAR-VENDA-HIST-EXIT
007360     END-IF
007370     PERFORM 3300-ATRIBUIR-DEVOLUCAO
007380             THRU 3300-ATRIBUIR-DEVOLUCAO-EXIT
007390         VARYING WS-DEV-SUB FROM 1 BY 1
007400         UNTIL WS-DEV-SUB > WS-DEV-QTDE
007410     .
007420 3000-ATRIBUIR-DEVOLUCOES-EXIT.
007430     EXIT.
007440
007450 3100-PROCURAR-VENDA-LOG.
007460
007470     MOVE 'N'    TO WS-DEV-SW-ORIGEM(WS-DEV-SUB)
007480     MOVE 0      TO WS-DEV-ORIG-DATA(WS-DEV-SUB)
007490     MOVE SPACES TO WS-DEV-ORIG-VENDEDOR(WS-DEV-SUB)
007500     MOVE 'N'    TO WS-SW-FIM-LEITURA
007510     MOVE WS-DEV-NF-ORIGEM(WS-DEV-SUB) TO VDL-NUM-NF
007520     START VENDAS-LOG KEY = VDL-NUM-NF
007530         INVALID KEY
007540             SET WS-FIM-LEITURA TO TRUE
007550     END-START
007560     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
007570         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
007580                 WS-STATUS-LOG
007590         MOVE 16 TO RETURN-CODE
007600         STOP RUN
007610     END-IF
007620     PERFORM 3110-LER-VENDA-ORIGEM THRU 3110-LER-VENDA-ORIGEM-EXIT
007630             UNTIL WS-FIM-LEITURA
007640     IF NOT WS-DEV-ORIGEM-LOG(WS-DEV-SUB)
007650         ADD 1 TO WS-PEND-QTDE
007660         MOVE WS-DEV-SUB TO WS-PEND-DEV-SUB(WS-PEND-QTDE)
007670     END-IF
007680     .
007690 3100-PROCURAR-VENDA-LOG-EXIT.
007700     EXIT.
007710
007720 3110-LER-VENDA-ORIGEM.
007730
007740     READ VENDAS-LOG NEXT RECORD
007750         AT END
007760             SET WS-FIM-LEITURA TO TRUE
007770         NOT AT END
007780             IF VDL-NUM-NF NOT = WS-DEV-NF-ORIGEM(WS-DEV-SUB)
007790                 SET WS-FIM-LEITURA TO TRUE
007800             ELSE
007810                 IF VDL-TIPO = 'V'
007820                     AND NOT VDL-ESTORNADO
007830                     AND VDL-FILIAL = WS-DEV-FILIAL(WS-DEV-SUB)
007840                     AND VDL-DATA-NF NOT >
007850                         WS-DEV-DATA-NF(WS-DEV-SUB)
007860                     AND VDL-DATA-NF NOT <
007870                         WS-DEV-ORIG-DATA(WS-DEV-SUB)
007880                     SET WS-DEV-ORIGEM-LOG(WS-DEV-SUB) TO TRUE
007890                     MOVE VDL-DATA-NF
007900                         TO WS-DEV-ORIG-DATA(WS-DEV-SUB)
007910                     MOVE VDL-VENDEDOR
007920                         TO WS-DEV-ORIG-VENDEDOR(WS-DEV-SUB)
007930                 END-IF
007940             END-IF
007950     END-READ
007960     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
007970         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
007980         MOVE 16 TO RETURN-CODE
007990         STOP RUN
008000     END-IF
008010     .
008020 3110-LER-VENDA-ORIGEM-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 3200-PROCURAR-VENDA-HIST - ONE PASS OVER VENDAHST FOR THE
008070* RETURNS WHOSE SALE THE LIVE LOG NO LONGER HOLDS. NO VENDAHST
008080* (NOTHING ARCHIVED YET) LEAVES THEM AS THEY ARE; ANY OTHER
008090* OPEN OR READ ERROR ENDS THE STEP RC=16.
008100******************************************************************
008110 3200-PROCURAR-VENDA-HIST.
008120
008130     OPEN INPUT VENDAS-HISTORICO
008140     IF WS-HST-NAO-EXISTE
008150         GO TO 3200-PROCURAR-VENDA-HIST-EXIT
008160     END-IF
008170     IF NOT WS-HST-OK
008180         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
008190         MOVE 16 TO RETURN-CODE
008200         STOP RUN
008210     END-IF
008220     MOVE 'N' TO WS-SW-FIM-LEITURA
008230     PERFORM 3210-LER-VENDA-HIST THRU 3210-LER-VENDA-HIST-EXIT
008240             UNTIL WS-FIM-LEITURA
008250     CLOSE VENDAS-HISTORICO
008260     .
008270 3200-PROCURAR-VENDA-HIST-EXIT.
008280     EXIT.
008290
008300 3210-LER-VENDA-HIST.
008310
008320     READ VENDAS-HISTORICO
008330         AT END
008340             SET WS-FIM-LEITURA TO TRUE
008350         NOT AT END
008360             IF VHS-TIPO = 'V'
008370                 AND VHS-SITUACAO NOT = 'E'
008380                 PERFORM 3220-AVALIAR-VENDA-HIST
008390                         THRU 3220-AVALIAR-VENDA-HIST-EXIT
008400                     VARYING WS-PEND-SUB FROM 1 BY 1
008410                     UNTIL WS-PEND-SUB > WS-PEND-QTDE
008420             END-IF
008430     END-READ
008440     IF NOT WS-HST-OK AND NOT WS-HST-FIM
008450         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
008460         MOVE 16 TO RETURN-CODE
008470         STOP RUN
008480     END-IF
008490     .
008500 3210-LER-VENDA-HIST-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540* 3220-AVALIAR-VENDA-HIST - AN ARCHIVED SALE COUNTS FOR A PENDING
008550* RETURN OF THE SAME STORE UNDER ITS INVOICE WHEN IT IS DATED NO
008560* LATER THAN THE RETURN; THE LATEST SUCH SALE WINS.
008570******************************************************************
008580 3220-AVALIAR-VENDA-HIST.
008590
008600     MOVE WS-PEND-DEV-SUB(WS-PEND-SUB) TO WS-DEV-SUB
008610     IF VHS-NUM-NF NOT = WS-DEV-NF-ORIGEM(WS-DEV-SUB)
008620         OR VHS-FILIAL NOT = WS-DEV-FILIAL(WS-DEV-SUB)
008630         GO TO 3220-AVALIAR-VENDA-HIST-EXIT
008640     END-IF
008650     IF VHS-DATA-NF NOT > WS-DEV-DATA-NF(WS-DEV-SUB)
008660         AND VHS-DATA-NF NOT < WS-DEV-ORIG-DATA(WS-DEV-SUB)
008670         SET WS-DEV-ORIGEM-HIST(WS-DEV-SUB) TO TRUE
008680         MOVE VHS-DATA-NF  TO WS-DEV-ORIG-DATA(WS-DEV-SUB)
008690         MOVE VHS-VENDEDOR TO WS-DEV-ORIG-VENDEDOR(WS-DEV-SUB)
008700     END-IF
008710     .
008720 3220-AVALIAR-VENDA-HIST-EXIT.
008730     EXIT.
008740
008750 3300-ATRIBUIR-DEVOLUCAO.
008760
008770     IF WS-DEV-ORIGEM-ACHADA(WS-DEV-SUB)
008780         AND WS-DEV-ORIG-VENDEDOR(WS-DEV-SUB) NOT = SPACES
008790         MOVE WS-DEV-ORIG-VENDEDOR(WS-DEV-SUB) TO WS-VENDEDOR
008800         ADD 1 TO WS-CONTADOR-DEV-ORIGEM
008810     ELSE
008820         MOVE WS-DEV-VENDEDOR(WS-DEV-SUB)      TO WS-VENDEDOR
008830         ADD 1 TO WS-CONTADOR-DEV-PROPRIA
008840     END-IF
008850     MOVE WS-DEV-FILIAL(WS-DEV-SUB) TO WS-FILIAL-LANCAMENTO
008860     MOVE WS-DEV-VALOR(WS-DEV-SUB)  TO WS-VALOR-DEVOLUCAO
008870     PERFORM 2400-DEBITAR-DEVOLUCAO
008880             THRU 2400-DEBITAR-DEVOLUCAO-EXIT
008890     .
008900 3300-ATRIBUIR-DEVOLUCAO-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940* 4000-CALCULAR-COMISSOES - BASE = GROSS SALES LESS THE RETURNS
008950* CHARGED BACK; COMMISSION = BASE TIMES THE VENDAVEN RATE,
008960* ROUNDED PER SALESPERSON. BOTH ARE SIGNED: A MONTH WHOSE
008970* CHARGEBACKS EXCEED THE SALES LEAVES A DEDUCTION. ENTRIES WITH
008980* NO SALESPERSON, OR ONE NOT ON VENDAVEN, CARRY A BASE BUT NO
008990* COMMISSION. THE GRAND TOTAL IS SUMMED HERE AS WELL.
009000******************************************************************
009010 4000-CALCULAR-COMISSOES.
009020
009030     MOVE 0 TO WS-TOT-QTDE-VENDAS(WS-TOT-GERAL)
009040     MOVE 0 TO WS-TOT-VENDAS(WS-TOT-GERAL)
009050     MOVE 0 TO WS-TOT-QTDE-DEVOL(WS-TOT-GERAL)
009060     MOVE 0 TO WS-TOT-DEVOLUCOES(WS-TOT-GERAL)
009070     MOVE 0 TO WS-TOT-BASE(WS-TOT-GERAL)
009080     MOVE 0 TO WS-TOT-COMISSAO(WS-TOT-GERAL)
009090     PERFORM 4100-CALCULAR-ITEM THRU 4100-CALCULAR-ITEM-EXIT
009100         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-COM-QTDE
009110     .
009120 4000-CALCULAR-COMISSOES-EXIT.
009130     EXIT.
009140
009150 4100-CALCULAR-ITEM.
009160
009170     COMPUTE WS-COM-BASE(WS-SUB) = WS-COM-VENDAS(WS-SUB)
009180                                 - WS-COM-DEVOLUCOES(WS-SUB)
009190     MOVE WS-COM-VEN-SUB(WS-SUB) TO WS-VEN-SUB
009200     IF WS-VEN-SUB > 0
009210         COMPUTE WS-COM-COMISSAO(WS-SUB) ROUNDED =
009220             (WS-COM-BASE(WS-SUB) * WS-VEN-TAXA(WS-VEN-SUB))
009230                 / 10000
009240     ELSE
009250         IF WS-COM-VENDEDOR(WS-SUB) = SPACES
009260             ADD WS-COM-QTDE-VENDAS(WS-SUB)
009270                 WS-COM-QTDE-DEVOL(WS-SUB)
009280                 TO WS-CONTADOR-SEM-VENDEDOR
009290         ELSE
009300             ADD WS-COM-QTDE-VENDAS(WS-SUB)
009310                 WS-COM-QTDE-DEVOL(WS-SUB)
009320                 TO WS-CONTADOR-NAO-CADASTRADO
009330         END-IF
009340     END-IF
009350     MOVE WS-TOT-GERAL TO WS-TOT-SUB
009360     PERFORM 4110-ACUMULAR-TOTAL THRU 4110-ACUMULAR-TOTAL-EXIT
009370     .
009380 4100-CALCULAR-ITEM-EXIT.
009390     EXIT.
009400
009410 4110-ACUMULAR-TOTAL.
009420
009430     ADD WS-COM-QTDE-VENDAS(WS-SUB)
009440         TO WS-TOT-QTDE-VENDAS(WS-TOT-SUB)
009450     ADD WS-COM-VENDAS(WS-SUB)
009460         TO WS-TOT-VENDAS(WS-TOT-SUB)
009470     ADD WS-COM-QTDE-DEVOL(WS-SUB)
009480         TO WS-TOT-QTDE-DEVOL(WS-TOT-SUB)
009490     ADD WS-COM-DEVOLUCOES(WS-SUB)
009500         TO WS-TOT-DEVOLUCOES(WS-TOT-SUB)
009510     ADD WS-COM-BASE(WS-SUB)
009520         TO WS-TOT-BASE(WS-TOT-SUB)
009530     ADD WS-COM-COMISSAO(WS-SUB)
009540         TO WS-TOT-COMISSAO(WS-TOT-SUB)
009550     .
009560 4110-ACUMULAR-TOTAL-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 5000-EMITIR-DEMONSTRATIVO - PRINT THE STATEMENT (HEADINGS, ONE
009610* LINE PER SALESPERSON WITH A SUBTOTAL AT EACH STORE BREAK, THE
009620* GRAND TOTAL, THE COUNTS AND THE SIGN-OFF BLOCK) AND WRITE THE
009630* PAYROLL FILE: HEADER, ONE DETAIL PER SALESPERSON ON VENDAVEN
009640* AND A TRAILER WITH THE COUNT AND THE TOTALS OF THOSE DETAILS.
009650******************************************************************
009660 5000-EMITIR-DEMONSTRATIVO.
009670
009680     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
009690     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
009700     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
009710     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
009720     MOVE WS-ANO-PEDIDO         TO WS-CAB-ANO
009730     MOVE WS-MES-PEDIDO         TO WS-CAB-MES
009740     IF WS-PERIODO-FECHADO
009750         MOVE 'PERIODO FECHADO'  TO WS-CAB-SITUACAO
009760     ELSE
009770         MOVE 'PERIODO ABERTO - VALORES PROVISORIOS'
009780                                 TO WS-CAB-SITUACAO
009790     END-IF
009800     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
009810     WRITE VDR-REGISTRO
009820     MOVE WS-CAB-DATA           TO VDR-REGISTRO
009830     WRITE VDR-REGISTRO
009840     MOVE SPACES                TO VDR-REGISTRO
009850     WRITE VDR-REGISTRO
009860     MOVE WS-CAB-COLUNAS        TO VDR-REGISTRO
009870     WRITE VDR-REGISTRO
009880     MOVE SPACES                TO VFO-REGISTRO
009890     SET VFO-CABECALHO-REG      TO TRUE
009900     MOVE WS-ANO-PEDIDO         TO VFO-PERIODO-ANO
009910     MOVE WS-MES-PEDIDO         TO VFO-PERIODO-MES
009920     MOVE WS-DATA-SISTEMA       TO VFO-CAB-DATA-GERACAO
009930     MOVE WS-HORA-SISTEMA       TO VFO-CAB-HORA-GERACAO
009940     IF WS-PERIODO-FECHADO
009950         MOVE 'F' TO VFO-CAB-SITUACAO
009960     ELSE
009970         MOVE 'A' TO VFO-CAB-SITUACAO
009980     END-IF
009990     PERFORM 5900-GRAVAR-FOLHA THRU 5900-GRAVAR-FOLHA-EXIT
010000     MOVE SPACES TO WS-FILIAL-ANTERIOR
010010     PERFORM 5100-IMPRIMIR-ITEM THRU 5100-IMPRIMIR-ITEM-EXIT
010020         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-COM-QTDE
010030     IF WS-COM-QTDE > 0
010040         PERFORM 5200-IMPRIMIR-TOTAL-LOJA
010050                 THRU 5200-IMPRIMIR-TOTAL-LOJA-EXIT
010060     END-IF
010070     MOVE SPACES                TO VDR-REGISTRO
010080     WRITE VDR-REGISTRO
010090     MOVE SPACES                TO WS-DTL-FILIAL
010100     MOVE 'TOTAL GERAL'         TO WS-DTL-NOME
010110     MOVE WS-TOT-GERAL          TO WS-TOT-SUB
010120     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT
010130     MOVE SPACES                TO VFO-REGISTRO
010140     SET VFO-TRAILER-REG        TO TRUE
010150     MOVE WS-ANO-PEDIDO         TO VFO-PERIODO-ANO
010160     MOVE WS-MES-PEDIDO         TO VFO-PERIODO-MES
010170     MOVE WS-CONTADOR-FOLHA     TO VFO-TRL-QTDE
010180     MOVE WS-FOLHA-VENDAS       TO VFO-TRL-VENDAS
010190     MOVE WS-FOLHA-DEVOLUCOES   TO VFO-TRL-DEVOLUCOES
010200     MOVE WS-FOLHA-COMISSAO     TO VFO-TRL-COMISSAO
010210     PERFORM 5900-GRAVAR-FOLHA THRU 5900-GRAVAR-FOLHA-EXIT
010220     PERFORM 5400-IMPRIMIR-RESUMO THRU 5400-IMPRIMIR-RESUMO-EXIT
010230     PERFORM 5500-IMPRIMIR-ASSINATURAS
010240             THRU 5500-IMPRIMIR-ASSINATURAS-EXIT
010250     .
010260 5000-EMITIR-DEMONSTRATIVO-EXIT.
010270     EXIT.
010280
010290******************************************************************
010300* 5100-IMPRIMIR-ITEM - ONE STATEMENT LINE PER STORE AND
010310* SALESPERSON, AND ONE PAYROLL DETAIL WHEN THE SALESPERSON IS ON
010320* VENDAVEN. A NEW STORE CLOSES THE PREVIOUS ONE WITH ITS SUBTOTAL
010330* FIRST. ENTRIES WITH NO SALESPERSON OR AN UNKNOWN ONE PRINT AS
010340* SUCH AND ARE NOT SENT TO PAYROLL.
010350******************************************************************
010360 5100-IMPRIMIR-ITEM.
010370
010380     IF WS-COM-FILIAL(WS-SUB) NOT = WS-FILIAL-ANTERIOR
010390         IF WS-FILIAL-ANTERIOR NOT = SPACES
010400             PERFORM 5200-IMPRIMIR-TOTAL-LOJA
010410                     THRU 5200-IMPRIMIR-TOTAL-LOJA-EXIT
010420         END-IF
010430         MOVE WS-COM-FILIAL(WS-SUB) TO WS-FILIAL-ANTERIOR
010440         MOVE 0 TO WS-TOT-QTDE-VENDAS(WS-TOT-LOJA)
010450         MOVE 0 TO WS-TOT-VENDAS(WS-TOT-LOJA)
010460         MOVE 0 TO WS-TOT-QTDE-DEVOL(WS-TOT-LOJA)
010470         MOVE 0 TO WS-TOT-DEVOLUCOES(WS-TOT-LOJA)
010480         MOVE 0 TO WS-TOT-BASE(WS-TOT-LOJA)
010490         MOVE 0 TO WS-TOT-COMISSAO(WS-TOT-LOJA)
010500     END-IF
010510     MOVE WS-TOT-LOJA TO WS-TOT-SUB
010520     PERFORM 4110-ACUMULAR-TOTAL THRU 4110-ACUMULAR-TOTAL-EXIT
010530     MOVE WS-COM-FILIAL(WS-SUB)          TO WS-DTL-FILIAL
010540     MOVE WS-COM-VENDEDOR(WS-SUB)        TO WS-DTL-VENDEDOR
010550     MOVE SPACES                         TO WS-DTL-MATRICULA
010560     MOVE SPACES                         TO WS-DTL-TAXA
010570     MOVE WS-COM-VEN-SUB(WS-SUB)         TO WS-VEN-SUB
010580     IF WS-VEN-SUB > 0
010590         MOVE WS-VEN-NOME(WS-VEN-SUB)      TO WS-DTL-NOME
010600         MOVE WS-VEN-MATRICULA(WS-VEN-SUB) TO WS-DTL-MATRICULA
010610         COMPUTE WS-TAXA-PERCENTUAL =
010620                 WS-VEN-TAXA(WS-VEN-SUB) / 100
010630         MOVE WS-TAXA-PERCENTUAL           TO WS-TAXA-EDITADA
010640         MOVE WS-TAXA-EDITADA              TO WS-DTL-TAXA
010650     ELSE
010660         IF WS-COM-VENDEDOR(WS-SUB) = SPACES
010670             MOVE '*** SEM VENDEDOR'       TO WS-DTL-NOME
010680         ELSE
010690             MOVE '*** NAO CADASTRADO'     TO WS-DTL-NOME
010700         END-IF
010710     END-IF
010720     MOVE WS-COM-QTDE-VENDAS(WS-SUB)     TO WS-DTL-QTDE-VENDAS
010730     MOVE WS-COM-VENDAS(WS-SUB)          TO WS-DTL-VENDAS
010740     MOVE WS-COM-QTDE-DEVOL(WS-SUB)      TO WS-DTL-QTDE-DEVOL
010750     MOVE WS-COM-DEVOLUCOES(WS-SUB)      TO WS-DTL-DEVOLUCOES
010760     MOVE WS-COM-BASE(WS-SUB)            TO WS-DTL-BASE
010770     MOVE WS-COM-COMISSAO(WS-SUB)        TO WS-DTL-COMISSAO
010780     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
010790     WRITE VDR-REGISTRO
010800     IF WS-VEN-SUB = 0
010810         GO TO 5100-IMPRIMIR-ITEM-EXIT
010820     END-IF
010830     MOVE SPACES                         TO VFO-REGISTRO
010840     SET VFO-DETALHE-REG                 TO TRUE
010850     MOVE WS-ANO-PEDIDO                  TO VFO-PERIODO-ANO
010860     MOVE WS-MES-PEDIDO                  TO VFO-PERIODO-MES
010870     MOVE WS-VEN-MATRICULA(WS-VEN-SUB)   TO VFO-MATRICULA
010880     MOVE WS-COM-VENDEDOR(WS-SUB)        TO VFO-VENDEDOR
010890     MOVE WS-VEN-NOME(WS-VEN-SUB)        TO VFO-NOME
010900     MOVE WS-COM-FILIAL(WS-SUB)          TO VFO-FILIAL
010910     MOVE WS-COM-VENDAS(WS-SUB)          TO VFO-VENDAS
010920     MOVE WS-COM-DEVOLUCOES(WS-SUB)      TO VFO-DEVOLUCOES
010930     MOVE WS-COM-BASE(WS-SUB)            TO VFO-BASE
010940     MOVE WS-VEN-TAXA(WS-VEN-SUB)        TO VFO-TAXA-COMISSAO
010950     MOVE WS-COM-COMISSAO(WS-SUB)        TO VFO-COMISSAO
010960     ADD 1 TO WS-CONTADOR-FOLHA
010970     ADD WS-COM-VENDAS(WS-SUB)           TO WS-FOLHA-VENDAS
010980     ADD WS-COM-DEVOLUCOES(WS-SUB)       TO WS-FOLHA-DEVOLUCOES
010990     ADD WS-COM-COMISSAO(WS-SUB)         TO WS-FOLHA-COMISSAO
011000     PERFORM 5900-GRAVAR-FOLHA THRU 5900-GRAVAR-FOLHA-EXIT
011010     .
011020 5100-IMPRIMIR-ITEM-EXIT.
011030     EXIT.
011040
011050 5200-IMPRIMIR-TOTAL-LOJA.
011060
011070     MOVE WS-FILIAL-ANTERIOR    TO WS-DTL-FILIAL
011080     MOVE 'TOTAL DA LOJA'       TO WS-DTL-NOME
011090     MOVE WS-TOT-LOJA           TO WS-TOT-SUB
011100     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT
011110     MOVE SPACES                TO VDR-REGISTRO
011120     WRITE VDR-REGISTRO
011130     .
011140 5200-IMPRIMIR-TOTAL-LOJA-EXIT.
011150     EXIT.
011160
011170 5300-IMPRIMIR-TOTAL.
011180
011190     MOVE SPACES TO WS-DTL-VENDEDOR
011200     MOVE SPACES TO WS-DTL-MATRICULA
011210     MOVE SPACES TO WS-DTL-TAXA
011220     MOVE WS-TOT-QTDE-VENDAS(WS-TOT-SUB)  TO WS-DTL-QTDE-VENDAS
011230     MOVE WS-TOT-VENDAS(WS-TOT-SUB)       TO WS-DTL-VENDAS
011240     MOVE WS-TOT-QTDE-DEVOL(WS-TOT-SUB)   TO WS-DTL-QTDE-DEVOL
011250     MOVE WS-TOT-DEVOLUCOES(WS-TOT-SUB)   TO WS-DTL-DEVOLUCOES
011260     MOVE WS-TOT-BASE(WS-TOT-SUB)         TO WS-DTL-BASE
011270     MOVE WS-TOT-COMISSAO(WS-TOT-SUB)     TO WS-DTL-COMISSAO
011280     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
011290     WRITE VDR-REGISTRO
011300     .
011310 5300-IMPRIMIR-TOTAL-EXIT.
011320     EXIT.
011330
011340 5400-IMPRIMIR-RESUMO.
011350
011360     MOVE SPACES                TO VDR-REGISTRO
011370     WRITE VDR-REGISTRO
011380     MOVE 'LANCAMENTOS DO PERIODO NO LOG:' TO WS-RES-LITERAL
011390     MOVE WS-CONTADOR-LANCAMENTOS TO WS-RES-NUMERO
011400     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011410     WRITE VDR-REGISTRO
011420     MOVE 'DEVOLUCOES ESTORNADAS DO VENDEDOR DA VENDA ORIGINAL:'
011430                                TO WS-RES-LITERAL
011440     MOVE WS-CONTADOR-DEV-ORIGEM TO WS-RES-NUMERO
011450     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011460     WRITE VDR-REGISTRO
011470     MOVE 'DEVOLUCOES ESTORNADAS DO VENDEDOR DA DEVOLUCAO:'
011480                                TO WS-RES-LITERAL
011490     MOVE WS-CONTADOR-DEV-PROPRIA TO WS-RES-NUMERO
011500     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011510     WRITE VDR-REGISTRO
011520     MOVE 'LANCAMENTOS SEM VENDEDOR (SEM COMISSAO):'
011530                                TO WS-RES-LITERAL
011540     MOVE WS-CONTADOR-SEM-VENDEDOR TO WS-RES-NUMERO
011550     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011560     WRITE VDR-REGISTRO
011570     MOVE 'LANCAMENTOS DE VENDEDOR FORA DO VENDAVEN:'
011580                                TO WS-RES-LITERAL
011590     MOVE WS-CONTADOR-NAO-CADASTRADO TO WS-RES-NUMERO
011600     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011610     WRITE VDR-REGISTRO
011620     MOVE 'VENDEDORES ENVIADOS A FOLHA (VENDAFOL):'
011630                                TO WS-RES-LITERAL
011640     MOVE WS-CONTADOR-FOLHA     TO WS-RES-NUMERO
011650     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
011660     WRITE VDR-REGISTRO
011670     MOVE 'COMISSAO TOTAL ENVIADA A FOLHA:'
011680                                TO WS-VAL-LITERAL
011690     MOVE WS-FOLHA-COMISSAO     TO WS-VAL-VALOR
011700     MOVE WS-LINHA-VALOR        TO VDR-REGISTRO
011710     WRITE VDR-REGISTRO
011720     .
011730 5400-IMPRIMIR-RESUMO-EXIT.
011740     EXIT.
011750
011760 5500-IMPRIMIR-ASSINATURAS.
011770
011780     MOVE SPACES                TO VDR-REGISTRO
011790     WRITE VDR-REGISTRO
011800     WRITE VDR-REGISTRO
011810     MOVE 'PREPARADO POR: '     TO WS-ASS-FUNCAO
011820     MOVE WS-LINHA-ASSINATURA   TO VDR-REGISTRO
011830     WRITE VDR-REGISTRO
011840     MOVE SPACES                TO VDR-REGISTRO
011850     WRITE VDR-REGISTRO
011860     MOVE 'CONFERIDO POR: '     TO WS-ASS-FUNCAO
011870     MOVE WS-LINHA-ASSINATURA   TO VDR-REGISTRO
011880     WRITE VDR-REGISTRO
011890     MOVE SPACES                TO VDR-REGISTRO
011900     WRITE VDR-REGISTRO
011910     MOVE 'APROVADO POR: '      TO WS-ASS-FUNCAO
011920     MOVE WS-LINHA-ASSINATURA   TO VDR-REGISTRO
011930     WRITE VDR-REGISTRO
011940     .
011950 5500-IMPRIMIR-ASSINATURAS-EXIT.
011960     EXIT.
011970
011980 5900-GRAVAR-FOLHA.
011990
012000     WRITE VFO-REGISTRO
012010     IF NOT WS-FOL-OK
012020         DISPLAY 'ERRO AO GRAVAR VENDAFOL - STATUS '
012030                 WS-STATUS-FOL
012040         MOVE 16 TO RETURN-CODE
012050         STOP RUN
012060     END-IF
012070     .
012080 5900-GRAVAR-FOLHA-EXIT.
012090     EXIT.
012100
012110******************************************************************
012120* 9000-ENCERRAR - CLOSE AND SET THE CONDITION CODE: RC=4 WHEN THE
012130* PERIOD IS STILL OPEN (THE FIGURES MAY YET CHANGE, SO PAYROLL
012140* SHOULD NOT LOAD THE FILE).
012150******************************************************************
012160 9000-ENCERRAR.
012170
012180     IF NOT WS-PERIODO-FECHADO
012190         DISPLAY 'COMISSOES ' WS-CHAVE-MES-PEDIDA
012200                 ' DE PERIODO AINDA ABERTO'
012210         MOVE 4 TO RETURN-CODE
012220     END-IF
012230     IF NOT WS-SEM-LOG
012240         CLOSE VENDAS-LOG
012250     END-IF
012260     CLOSE VENDAS-FOLHA
012270     CLOSE COM-RELATORIO
012280     .
012290 9000-ENCERRAR-EXIT.
012300     EXIT.
