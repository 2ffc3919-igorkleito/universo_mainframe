000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: ESTORNO SUPERVISIONADO DE UM LOTE DE LOJA JA LANCADO.
000070*          A PARTIR DA LOJA E DA DATA DE MOVIMENTO DE UM LOTE
000080*          CONCLUIDO NO VENDARUN, LOCALIZA NO VENDALOG CADA
000090*          LANCAMENTO QUE AQUELE LOTE GRAVOU, RETIRA AS VENDAS,
000100*          AS DEVOLUCOES E O IMPOSTO DELES DOS TOTAIS DO
000110*          VENDAMST, MARCA OS LANCAMENTOS COMO ESTORNADOS (ELES
000120*          FICAM NO LOG) E LIBERA AS NOTAS FISCAIS, PARA QUE A
000130*          FITA CORRIGIDA POSSA SER LANCADA EM SEGUIDA. RESPEITA
000140*          A TRAVA VENDALCK, RECUSA LOTE QUE ALCANCE MES FECHADO
000150*          NO VENDAPER, REGISTRA O ESTORNO NO VENDARUN (SITUACAO
000160*          X) E IMPRIME O REGISTRO DE ESTORNO (ESTRPT).
000170*          PARM:  LLLAAAAMMDD - LOJA E DATA DE MOVIMENTO DO LOTE.
000180*          SYSIN: RESPONSAVEL PELO ESTORNO E CONFIRMACAO (S/N).
000190*          RC=4  ESTORNO RECUSADO - NADA FOI ALTERADO.
000200*          RC=8  LOG NAO CONFERE COM O VENDARUN OU COM O
000210*                VENDAMST - NADA FOI ALTERADO.
000220*          RC=16 EXECUCAO ABANDONADA.
000230******************************************************************
000240* MODIFICATION HISTORY
000250* DATE       WHO   DESCRIPTION
000260* 15.10.2026 IK    ORIGINAL PROGRAM.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PROGESTORNO.
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
000480     SELECT VENDAS-MESTRE ASSIGN TO "VENDAMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS VDM-CHAVE
000520         FILE STATUS IS WS-STATUS-MST.
000530     SELECT VENDAS-PERIODOS ASSIGN TO "VENDAPER"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS VPE-CHAVE
000570         FILE STATUS IS WS-STATUS-PER.
000580     SELECT VENDAS-TAXAS ASSIGN TO "VENDATAX"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS VTX-CHAVE
000620         FILE STATUS IS WS-STATUS-TAX.
000630     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS VLJ-CHAVE
000670         FILE STATUS IS WS-STATUS-LOJ.
000680     SELECT VENDAS-RUN ASSIGN TO "VENDARUN"
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-STATUS-RUN.
000720     SELECT VENDAS-LOCK ASSIGN TO "VENDALCK"
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-STATUS-LCK.
000760     SELECT EST-RELATORIO ASSIGN TO "ESTRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-STATUS-RPT.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  VENDAS-LOG.
000830     COPY VENDALOG.
000840
000850 FD  VENDAS-MESTRE.
000860     COPY VENDAMST.
000870
000880 FD  VENDAS-PERIODOS.
000890     COPY VENDAPER.
000900
000910 FD  VENDAS-TAXAS.
000920     COPY VENDATAX.
000930
000940 FD  VENDAS-LOJAS.
000950     COPY VENDALOJ.
000960
000970 FD  VENDAS-RUN.
000980     COPY VENDARUN.
000990
001000 FD  VENDAS-LOCK.
001010     COPY VENDALCK.
001020
001030 FD  EST-RELATORIO.
001040     COPY VENDARPT.
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-FLAGS.
001080     02  WS-STATUS-LOG       PIC X(002)    VALUE SPACES.
001090         88  WS-LOG-OK                     VALUE '00'.
001100         88  WS-LOG-FIM                    VALUE '10'.
001110         88  WS-LOG-NAO-ACHADO             VALUE '23'.
001120         88  WS-LOG-NAO-EXISTE             VALUE '35'.
001130     02  WS-STATUS-MST       PIC X(002)    VALUE SPACES.
001140         88  WS-MST-OK                     VALUE '00'.
001150         88  WS-MST-NAO-ACHADO             VALUE '23'.
001160         88  WS-MST-NAO-EXISTE             VALUE '35'.
001170     02  WS-STATUS-PER       PIC X(002)    VALUE SPACES.
001180         88  WS-PER-OK                     VALUE '00'.
001190         88  WS-PER-NAO-ACHADO             VALUE '23'.
001200         88  WS-PER-NAO-EXISTE             VALUE '35'.
001210     02  WS-STATUS-TAX       PIC X(002)    VALUE SPACES.
001220         88  WS-TAX-OK                     VALUE '00'.
001230         88  WS-TAX-FIM                    VALUE '10'.
001240         88  WS-TAX-NAO-EXISTE             VALUE '35'.
001250     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
001260         88  WS-LOJ-OK                     VALUE '00'.
001270         88  WS-LOJ-NAO-EXISTE             VALUE '35'.
001280     02  WS-STATUS-RUN       PIC X(002)    VALUE SPACES.
001290         88  WS-RUN-OK                     VALUE '00'.
001300         88  WS-RUN-FIM                    VALUE '10'.
001310         88  WS-RUN-NAO-EXISTE             VALUE '35'.
001320     02  WS-STATUS-LCK       PIC X(002)    VALUE SPACES.
001330         88  WS-LCK-OK                     VALUE '00'.
001340         88  WS-LCK-NAO-EXISTE             VALUE '35'.
001350     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
001360         88  WS-RPT-OK                     VALUE '00'.
001370
001380 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
001390
001400 77  WS-DATA-INICIO-RUN      PIC 9(008)    VALUE 0.
001410 77  WS-HORA-INICIO-RUN      PIC 9(008)    VALUE 0.
001420 77  WS-DATA-FIM-RUN         PIC 9(008)    VALUE 0.
001430 77  WS-HORA-FIM-RUN         PIC 9(008)    VALUE 0.
001440 77  WS-LOJA-PEDIDA          PIC X(003)    VALUE SPACES.
001450 77  WS-DATA-LOTE-PEDIDA     PIC 9(008)    VALUE 0.
001460 77  WS-NOME-LOJA            PIC X(020)    VALUE SPACES.
001470 77  WS-RESPONSAVEL          PIC X(020)    VALUE SPACES.
001480 77  WS-RESPOSTA-ESTORNO     PIC X(001)    VALUE SPACES.
001490     88  WS-ESTORNO-SIM                    VALUES 'S' 's'.
001500 77  WS-MOTIVO-RECUSA        PIC X(060)    VALUE SPACES.
001510 77  WS-SW-TRAVA-ACHADA      PIC X(001)    VALUE 'N'.
001520     88  WS-TRAVA-ACHADA                   VALUE 'S'.
001530 77  WS-SW-TRAVA-OBTIDA      PIC X(001)    VALUE 'N'.
001540     88  WS-TRAVA-OBTIDA                   VALUE 'S'.
001550 77  WS-SW-LOTE-ACHADO       PIC X(001)    VALUE 'N'.
001560     88  WS-LOTE-ACHADO                    VALUE 'S'.
001570 77  WS-SW-LOTE-ESTORNADO    PIC X(001)    VALUE 'N'.
001580     88  WS-LOTE-JA-ESTORNADO              VALUE 'S'.
001590 77  WS-SW-RECUSADO          PIC X(001)    VALUE 'N'.
001600     88  WS-RECUSADO                       VALUE 'S'.
001610 77  WS-SW-ABORTADO          PIC X(001)    VALUE 'N'.
001620     88  WS-ABORTADO                       VALUE 'S'.
001630 77  WS-SW-APLICACAO         PIC X(001)    VALUE 'N'.
001640     88  WS-APLICACAO-INICIADA             VALUE 'S'.
001650 77  WS-SW-ESTORNO-FEITO     PIC X(001)    VALUE 'N'.
001660     88  WS-ESTORNO-FEITO                  VALUE 'S'.
001670 77  WS-SW-FIM-LEITURA       PIC X(001)    VALUE 'N'.
001680     88  WS-FIM-LEITURA                    VALUE 'S'.
001690 77  WS-SW-SEM-LOJAS         PIC X(001)    VALUE 'N'.
001700     88  WS-SEM-LOJAS                      VALUE 'S'.
001710 77  WS-SW-LOG-ABERTO        PIC X(001)    VALUE 'N'.
001720     88  WS-LOG-ABERTO                     VALUE 'S'.
001730 77  WS-SW-MST-ABERTO        PIC X(001)    VALUE 'N'.
001740     88  WS-MST-ABERTO                     VALUE 'S'.
001750 77  WS-SW-MES-ACHADO        PIC X(001)    VALUE 'N'.
001760     88  WS-MES-ACHADO                     VALUE 'S'.
001770 77  WS-ALIQUOTA-PADRAO      PIC 9(004)    VALUE 0500.
001780 77  WS-ALIQUOTA-IMPOSTO     PIC 9(004)    VALUE 0.
001790 77  WS-CHAVE-MES-ALIQUOTA   PIC 9(006)    VALUE 0.
001800 77  WS-DATA-PERIODO         PIC 9(008)    VALUE 0.
001810 77  WS-IMPOSTO-ENTRADA      PIC 9(008)V99 VALUE 0.
001820 77  WS-TAXA-SUB             PIC 9(002)    VALUE 0.
001830 77  WS-SUB                  PIC 9(004)    VALUE 0.
001840 77  WS-MES-SUB              PIC 9(002)    VALUE 0.
001850 77  WS-ANO-MES              PIC 9(004)    VALUE 0.
001860 77  WS-MES-MES              PIC 9(002)    VALUE 0.
001870 77  WS-MOMENTO-LANCTO       PIC 9(016)    VALUE 0.
001880 77  WS-MOMENTO-INICIO       PIC 9(016)    VALUE 0.
001890 77  WS-MOMENTO-FIM          PIC 9(016)    VALUE 0.
001900 77  WS-CONTADOR-ANTIGOS     PIC 9(006)    VALUE 0.
001910 77  WS-CONTADOR-ESTORNADOS  PIC 9(006)    VALUE 0.
001920 77  WS-VALOR-SELECIONADO    PIC 9(011)V99 VALUE 0.
001930 77  WS-VALOR-ESTORNADO      PIC 9(011)V99 VALUE 0.
001940
001950******************************************************************
001960* WS-LOTE-RUN - THE VENDARUN RECORD OF THE CONCLUDED BATCH BEING
001970* REVERSED: WHEN ITS RUN STARTED AND ENDED AND WHAT IT SAYS IT
001980* APPLIED, THE CONTROL THE ENTRIES FOUND ON THE LOG MUST MATCH.
001990******************************************************************
002000 01  WS-LOTE-RUN.
002010     05  WS-LRN-DATA-INICIO      PIC 9(008)    VALUE 0.
002020     05  WS-LRN-HORA-INICIO      PIC 9(008)    VALUE 0.
002030     05  WS-LRN-DATA-FIM         PIC 9(008)    VALUE 0.
002040     05  WS-LRN-HORA-FIM         PIC 9(008)    VALUE 0.
002050     05  WS-LRN-QTDE-APLICADAS   PIC 9(006)    VALUE 0.
002060     05  WS-LRN-VALOR-APLICADO   PIC 9(011)V99 VALUE 0.
002070
002080******************************************************************
002090* WS-TAXA-TABELA - THE VENDATAX EFFECTIVE-DATED RATES, LOADED IN
002100* ASCENDING EFFECTIVE-DATE ORDER AT STARTUP, WITH THE SAME
002110* CAPACITY AND THE SAME 5,00% FALLBACK AS THE POSTING PATH, SO
002120* A SALE IS TAKEN BACK OUT AT EXACTLY THE TAX IT POSTED WITH.
002130******************************************************************
002140 01  WS-TAXA-TABELA.
002150     02  WS-TAXA-QTDE            PIC 9(002)    VALUE 0.
002160     02  WS-TAXA-ITEM OCCURS 20 TIMES.
002170         03  WS-TAXA-VIGENCIA    PIC 9(008).
002180         03  WS-TAXA-ALIQUOTA    PIC 9(004).
002190
002200******************************************************************
002210* WS-EST-TABELA - THE LOG ENTRIES THE BATCH POSTED, IN LOG
002220* SEQUENCE ORDER, HELD FROM THE SELECTION PASS TO THE APPLY
002230* PASS AND THE REGISTER. A FULL TABLE ENDS THE STEP RC=16 BEFORE
002240* ANYTHING IS CHANGED RATHER THAN REVERSE HALF A BATCH.
002250******************************************************************
002260 01  WS-EST-TABELA.
002270     02  WS-EST-QTDE             PIC 9(004)    VALUE 0.
002280     02  WS-EST-ITEM OCCURS 5000 TIMES.
002290         03  WS-EST-SEQUENCIA    PIC 9(006).
002300         03  WS-EST-TIPO         PIC X(001).
002310         03  WS-EST-NUM-NF       PIC 9(009).
002320         03  WS-EST-DATA-NF      PIC 9(008).
002330         03  WS-EST-CHAVE-MES    PIC 9(006).
002340         03  WS-EST-VALOR        PIC 9(008)V99.
002350         03  WS-EST-IMPOSTO      PIC 9(008)V99.
002360         03  WS-EST-NF-ORIGEM    PIC 9(009).
002370
002380******************************************************************
002390* WS-MES-TABELA - WHAT THE BATCH TAKES OUT OF EACH VENDAMST
002400* PERIOD IT POSTED INTO. A BATCH NORMALLY TOUCHES ONE OR TWO
002410* MONTHS (LATE ENTRIES OF LAST YEAR INCLUDED); 24 IS AMPLE.
002420******************************************************************
002430 01  WS-MES-TABELA.
002440     02  WS-MES-QTDE             PIC 9(002)    VALUE 0.
002450     02  WS-MES-ITEM OCCURS 24 TIMES.
002460         03  WS-MES-CHAVE        PIC 9(006).
002470         03  WS-MES-LANCAMENTOS  PIC 9(006).
002480         03  WS-MES-VENDAS       PIC 9(011)V99.
002490         03  WS-MES-DEVOLUCOES   PIC 9(011)V99.
002500         03  WS-MES-IMPOSTO      PIC 9(011)V99.
002510
002520******************************************************************
002530* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR ESTRPT. EACH
002540* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
002550* JUST BEFORE THE MATCHING WRITE.
002560******************************************************************
002570 01  WS-LINHAS-RELATORIO.
002580     02  WS-DATA-FORMATADA.
002590         03  WS-DATA-DIA         PIC X(002).
002600         03  FILLER              PIC X(001) VALUE '/'.
002610         03  WS-DATA-MES         PIC X(002).
002620         03  FILLER              PIC X(001) VALUE '/'.
002630         03  WS-DATA-ANO         PIC X(004).
002640     02  WS-CAB-EMPRESA.
002650         03  FILLER              PIC X(030) VALUE SPACES.
002660         03  FILLER              PIC X(072)
002670             VALUE 'REGISTRO DE ESTORNO DE LOTE DE LOJA'.
002680         03  FILLER              PIC X(030) VALUE SPACES.
002690     02  WS-CAB-DATA.
002700         03  FILLER              PIC X(006) VALUE 'DATA: '.
002710         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
002720         03  FILLER              PIC X(004) VALUE SPACES.
002730         03  FILLER              PIC X(006) VALUE 'LOJA: '.
002740         03  WS-CAB-FILIAL       PIC X(003) VALUE SPACES.
002750         03  FILLER              PIC X(001) VALUE SPACES.
002760         03  WS-CAB-NOME         PIC X(020) VALUE SPACES.
002770         03  FILLER              PIC X(004) VALUE SPACES.
002780         03  FILLER              PIC X(014)
002790             VALUE 'DATA DO LOTE: '.
002800         03  WS-CAB-DATA-LOTE    PIC X(010) VALUE SPACES.
002810         03  FILLER              PIC X(054) VALUE SPACES.
002820     02  WS-CAB-LOTE.
002830         03  FILLER              PIC X(016) VALUE
002840             'LOTE LANCADO EM '.
002850         03  WS-CLT-DATA         PIC X(010) VALUE SPACES.
002860         03  FILLER              PIC X(004) VALUE ' AS '.
002870         03  WS-CLT-HORA         PIC X(008) VALUE SPACES.
002880         03  FILLER              PIC X(004) VALUE SPACES.
002890         03  FILLER              PIC X(013) VALUE 'RESPONSAVEL: '.
002900         03  WS-CLT-RESPONSAVEL  PIC X(020) VALUE SPACES.
002910         03  FILLER              PIC X(057) VALUE SPACES.
002920     02  WS-CAB-COLUNAS.
002930         03  FILLER              PIC X(018) VALUE
002940             ' SEQUENCIA  TIPO'.
002950         03  FILLER              PIC X(021) VALUE
002960             'NOTA FISC     DATA NF'.
002970         03  FILLER              PIC X(020) VALUE
002980             '      PERIODO'.
002990         03  FILLER              PIC X(013) VALUE
003000             '        VALOR'.
003010         03  FILLER              PIC X(016) VALUE
003020             '         IMPOSTO'.
003030         03  FILLER              PIC X(014) VALUE
003040             '     NF ORIGEM'.
003050         03  FILLER              PIC X(030) VALUE SPACES.
003060     02  WS-LINHA-DETALHE.
003070         03  FILLER              PIC X(004) VALUE SPACES.
003080         03  WS-DTL-SEQUENCIA    PIC 9(006).
003090         03  FILLER              PIC X(002) VALUE SPACES.
003100         03  WS-DTL-TIPO         PIC X(004).
003110         03  FILLER              PIC X(002) VALUE SPACES.
003120         03  WS-DTL-NUM-NF       PIC 9(009).
003130         03  FILLER              PIC X(002) VALUE SPACES.
003140         03  WS-DTL-DATA-NF      PIC X(010).
003150         03  FILLER              PIC X(006) VALUE SPACES.
003160         03  WS-DTL-ANO          PIC 9(004).
003170         03  FILLER              PIC X(001) VALUE '/'.
003180         03  WS-DTL-MES          PIC 9(002).
003190         03  FILLER              PIC X(007) VALUE SPACES.
003200         03  WS-DTL-VALOR        PIC ZZ.ZZZ.ZZ9,99.
003210         03  FILLER              PIC X(003) VALUE SPACES.
003220         03  WS-DTL-IMPOSTO      PIC ZZ.ZZZ.ZZ9,99.
003230         03  FILLER              PIC X(005) VALUE SPACES.
003240         03  WS-DTL-NF-ORIGEM    PIC X(009).
003250         03  FILLER              PIC X(030) VALUE SPACES.
003260     02  WS-CAB-MESES.
003270         03  FILLER              PIC X(034) VALUE
003280             '    RETIRADO DO VENDAMST   PERIODO'.
003290         03  FILLER              PIC X(014) VALUE
003300             '   LANCAMENTOS'.
003310         03  FILLER              PIC X(020) VALUE
003320             '              VENDAS'.
003330         03  FILLER              PIC X(020) VALUE
003340             '          DEVOLUCOES'.
003350         03  FILLER              PIC X(020) VALUE
003360             '             IMPOSTO'.
003370         03  FILLER              PIC X(024) VALUE SPACES.
003380     02  WS-LINHA-MES.
003390         03  FILLER              PIC X(027) VALUE SPACES.
003400         03  WS-LMS-PERIODO      PIC X(007) VALUE SPACES.
003410         03  FILLER              PIC X(007) VALUE SPACES.
003420         03  WS-LMS-LANCAMENTOS  PIC ZZZ.ZZ9.
003430         03  FILLER              PIC X(003) VALUE SPACES.
003440         03  WS-LMS-VENDAS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003450         03  FILLER              PIC X(003) VALUE SPACES.
003460         03  WS-LMS-DEVOLUCOES   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003470         03  FILLER              PIC X(003) VALUE SPACES.
003480         03  WS-LMS-IMPOSTO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003490         03  FILLER              PIC X(024) VALUE SPACES.
003500     02  WS-LINHA-RESUMO.
003510         03  FILLER              PIC X(004) VALUE SPACES.
003520         03  WS-RES-LITERAL      PIC X(050) VALUE SPACES.
003530         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
003540         03  FILLER              PIC X(004) VALUE SPACES.
003550         03  WS-RES-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003560         03  FILLER              PIC X(050) VALUE SPACES.
003570     02  WS-LINHA-SITUACAO.
003580         03  FILLER              PIC X(004) VALUE SPACES.
003590         03  WS-SIT-TEXTO        PIC X(020) VALUE SPACES.
003600         03  WS-SIT-MOTIVO       PIC X(060) VALUE SPACES.
003610         03  FILLER              PIC X(048) VALUE SPACES.
003620
003630 PROCEDURE DIVISION.
003640 0000-PRINCIPAL.
003650
003660     PERFORM 1000-INICIAR          THRU 1000-INICIAR-EXIT.
003670     PERFORM 1100-OBTER-TRAVA      THRU 1100-OBTER-TRAVA-EXIT.
003680     PERFORM 2000-LOCALIZAR-LOTE   THRU 2000-LOCALIZAR-LOTE-EXIT.
003690     PERFORM 3000-SELECIONAR-LANCAMENTOS
003700             THRU 3000-SELECIONAR-LANCAMENTOS-EXIT.
003710     PERFORM 4000-VALIDAR-ESTORNO  THRU 4000-VALIDAR-ESTORNO-EXIT.
003720     PERFORM 5000-CONFIRMAR-ESTORNO
003730             THRU 5000-CONFIRMAR-ESTORNO-EXIT.
003740     PERFORM 6000-APLICAR-ESTORNO  THRU 6000-APLICAR-ESTORNO-EXIT.
003750     PERFORM 7000-EMITIR-REGISTRO  THRU 7000-EMITIR-REGISTRO-EXIT.
003760     PERFORM 9000-ENCERRAR         THRU 9000-ENCERRAR-EXIT.
003770     STOP RUN.
003780
003790******************************************************************
003800* 1000-INICIAR - TAKE THE STORE AND BUSINESS DATE FROM THE PARM,
003810* LOAD THE RATE TABLE AND THE STORE NAME AND OPEN THE REGISTER.
003820* AN UNUSABLE PARM OR AN UNREADABLE FILE ENDS THE STEP RC=16
003830* BEFORE THE LOCK IS TAKEN, SO NOTHING NEEDS UNDOING.
003840******************************************************************
003850 1000-INICIAR.
003860
003870     ACCEPT WS-DATA-INICIO-RUN FROM DATE YYYYMMDD
003880     ACCEPT WS-HORA-INICIO-RUN FROM TIME
003890     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
003900     IF WS-PARAMETRO-ENTRADA(1:3) = SPACES
003910        OR WS-PARAMETRO-ENTRADA(4:8) NOT NUMERIC
003920        OR WS-PARAMETRO-ENTRADA(12:1) NOT = SPACE
003930         DISPLAY 'PARM INVALIDO - USE LLLAAAAMMDD (LOJA E DATA DE'
003940                 ' MOVIMENTO DO LOTE)'
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF
003980     MOVE WS-PARAMETRO-ENTRADA(1:3) TO WS-LOJA-PEDIDA
003990     MOVE WS-PARAMETRO-ENTRADA(4:8) TO WS-DATA-LOTE-PEDIDA
004000     IF WS-PARAMETRO-ENTRADA(8:2) < '01'
004010        OR WS-PARAMETRO-ENTRADA(8:2) > '12'
004020        OR WS-PARAMETRO-ENTRADA(10:2) < '01'
004030        OR WS-PARAMETRO-ENTRADA(10:2) > '31'
004040         DISPLAY 'DATA DE MOVIMENTO INVALIDA NO PARM: '
004050                 WS-DATA-LOTE-PEDIDA
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF
004090     OPEN INPUT VENDAS-TAXAS
004100     IF WS-TAX-OK
004110         PERFORM 1500-CARREGAR-TAXAS THRU 1500-CARREGAR-TAXAS-EXIT
004120         CLOSE VENDAS-TAXAS
004130     ELSE
004140         IF NOT WS-TAX-NAO-EXISTE
004150             DISPLAY 'ERRO AO ABRIR VENDATAX - STATUS '
004160                     WS-STATUS-TAX
004170             MOVE 16 TO RETURN-CODE
004180             STOP RUN
004190         END-IF
004200     END-IF
004210     MOVE '*** NAO CADASTRADA' TO WS-NOME-LOJA
004220     OPEN INPUT VENDAS-LOJAS
004230     IF WS-LOJ-NAO-EXISTE
004240         SET WS-SEM-LOJAS TO TRUE
004250     ELSE
004260         IF NOT WS-LOJ-OK
004270             DISPLAY 'ERRO AO ABRIR VENDALOJ - STATUS '
004280                     WS-STATUS-LOJ
004290             MOVE 16 TO RETURN-CODE
004300             STOP RUN
004310         END-IF
004320         MOVE WS-LOJA-PEDIDA TO VLJ-CODIGO
004330         READ VENDAS-LOJAS
004340             INVALID KEY
004350                 CONTINUE
004360             NOT INVALID KEY
004370                 MOVE VLJ-NOME TO WS-NOME-LOJA
004380         END-READ
004390         CLOSE VENDAS-LOJAS
004400     END-IF
004410     OPEN OUTPUT EST-RELATORIO
004420     IF NOT WS-RPT-OK
004430         DISPLAY 'ERRO AO ABRIR ESTRPT - STATUS ' WS-STATUS-RPT
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF
004470     .
004480 1000-INICIAR-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 1100-OBTER-TRAVA - TAKE THE VENDALCK EXCLUSIVE-USE LOCK THE
004530* SAME WAY THE POSTING RUN DOES. A LOCK ALREADY ON FILE MEANS A
004540* POSTING OR MAINTENANCE SESSION HAS VENDAMST AND VENDALOG OPEN
004550* RIGHT NOW - THE REVERSAL ENDS RC=16 AT ONCE, SAYING WHO HOLDS
004560* THE LOCK AND SINCE WHEN. THE LOCK RECORD CARRIES MODE 'X' AND
004570* THE STORE AND BUSINESS DATE BEING REVERSED.
004580******************************************************************
004590 1100-OBTER-TRAVA.
004600
004610     PERFORM 1110-VERIFICAR-TRAVA THRU 1110-VERIFICAR-TRAVA-EXIT
004620     IF WS-TRAVA-ACHADA
004630         DISPLAY 'VENDAMST EM USO POR OUTRA EXECUCAO - MODO '
004640                 VLK-MODO ' PARM ' VLK-PARM ' DESDE '
004650                 VLK-DATA ' AS ' VLK-HORA
004660         DISPLAY 'ESTORNO RECUSADO - SE AQUELA SESSAO CAIU, '
004670                 'LIMPE A TRAVA COM PARM=L (SUPERVISIONADO)'
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF
004710     OPEN OUTPUT VENDAS-LOCK
004720     IF NOT WS-LCK-OK
004730         DISPLAY 'ERRO AO GRAVAR VENDALCK - STATUS '
004740                 WS-STATUS-LCK
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF
004780     MOVE SPACES                    TO VLK-REGISTRO
004790     MOVE 'X'                       TO VLK-MODO
004800     MOVE WS-PARAMETRO-ENTRADA(1:8) TO VLK-PARM
004810     MOVE WS-DATA-INICIO-RUN        TO VLK-DATA
004820     MOVE WS-HORA-INICIO-RUN        TO VLK-HORA
004830     WRITE VLK-REGISTRO
004840     CLOSE VENDAS-LOCK
004850     SET WS-TRAVA-OBTIDA TO TRUE
004860     .
004870 1100-OBTER-TRAVA-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 1110-VERIFICAR-TRAVA - LOOK AT THE LOCK FILE. A FILE THAT
004920* DOES NOT EXIST, OR EXISTS EMPTIED BY A NORMAL END, MEANS THE
004930* LOCK IS FREE. A RECORD ON FILE LEAVES THE HOLDER'S DETAILS IN
004940* VLK-REGISTRO FOR THE CALLER TO REPORT.
004950******************************************************************
004960 1110-VERIFICAR-TRAVA.
004970
004980     MOVE 'N' TO WS-SW-TRAVA-ACHADA
004990     OPEN INPUT VENDAS-LOCK
005000     IF WS-LCK-NAO-EXISTE
005010         GO TO 1110-VERIFICAR-TRAVA-EXIT
005020     END-IF
005030     IF WS-LCK-OK
005040         READ VENDAS-LOCK
005050             AT END
005060                 CONTINUE
005070             NOT AT END
005080                 SET WS-TRAVA-ACHADA TO TRUE
005090         END-READ
005100         CLOSE VENDAS-LOCK
005110     END-IF
005120     .
005130 1110-VERIFICAR-TRAVA-EXIT.
005140     EXIT.
005150
005160 1500-CARREGAR-TAXAS.
005170
005180     MOVE ZEROS TO VTX-CHAVE
005190     START VENDAS-TAXAS KEY NOT LESS THAN VTX-CHAVE
005200         INVALID KEY
005210             GO TO 1500-CARREGAR-TAXAS-EXIT
005220     END-START
005230     IF NOT WS-TAX-OK
005240         DISPLAY 'ERRO AO LER VENDATAX - STATUS ' WS-STATUS-TAX
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF
005280     PERFORM 1510-LER-TAXA THRU 1510-LER-TAXA-EXIT
005290             UNTIL WS-TAX-FIM OR NOT WS-TAX-OK
005300     IF NOT WS-TAX-FIM
005310         DISPLAY 'ERRO AO LER VENDATAX - STATUS ' WS-STATUS-TAX
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF
005350     .
005360 1500-CARREGAR-TAXAS-EXIT.
005370     EXIT.
005380
005390 1510-LER-TAXA.
005400
005410     READ VENDAS-TAXAS NEXT RECORD
005420         AT END
005430             CONTINUE
005440         NOT AT END
005450             IF WS-TAXA-QTDE < 20
005460                 ADD 1 TO WS-TAXA-QTDE
005470                 MOVE VTX-DATA-VIGENCIA
005480                     TO WS-TAXA-VIGENCIA(WS-TAXA-QTDE)
005490                 MOVE VTX-ALIQUOTA
005500                     TO WS-TAXA-ALIQUOTA(WS-TAXA-QTDE)
005510             ELSE
005520                 DISPLAY 'TABELA DE ALIQUOTAS CHEIA - VIGENCIA '
005530                         VTX-DATA-VIGENCIA ' IGNORADA'
005540             END-IF
005550     END-READ
005560     .
005570 1510-LER-TAXA-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 2000-LOCALIZAR-LOTE - READ THE VENDARUN REGISTER IN ORDER FOR
005620* THE STORE AND BUSINESS DATE ASKED FOR. A CONCLUDED BATCH
005630* (SITUACAO C) BECOMES THE CANDIDATE; A LATER REVERSAL RECORD
005640* (SITUACAO X) CANCELS IT AGAIN, SO WHAT IS LEFT AT THE END IS
005650* THE POSTING STILL ON THE BOOKS, IF ANY. NO SUCH POSTING, OR
005660* ONE THAT APPLIED NOTHING, IS REFUSED RC=4.
005670******************************************************************
005680 2000-LOCALIZAR-LOTE.
005690
005700     OPEN INPUT VENDAS-RUN
005710     IF WS-RUN-NAO-EXISTE
005720         MOVE 'VENDARUN NAO EXISTE - NENHUM LOTE REGISTRADO'
005730                                    TO WS-MOTIVO-RECUSA
005740         PERFORM 2900-RECUSAR-ESTORNO
005750                 THRU 2900-RECUSAR-ESTORNO-EXIT
005760         GO TO 2000-LOCALIZAR-LOTE-EXIT
005770     END-IF
005780     IF NOT WS-RUN-OK
005790         DISPLAY 'ERRO AO ABRIR VENDARUN - STATUS ' WS-STATUS-RUN
005800         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
005810     END-IF
005820     PERFORM 2100-LER-RUN THRU 2100-LER-RUN-EXIT
005830             UNTIL WS-RUN-FIM OR NOT WS-RUN-OK
005840     IF NOT WS-RUN-FIM
005850         DISPLAY 'ERRO AO LER VENDARUN - STATUS ' WS-STATUS-RUN
005855         CLOSE VENDAS-RUN
005860         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
005870     END-IF
005880     CLOSE VENDAS-RUN
005890     IF NOT WS-LOTE-ACHADO
005900         IF WS-LOTE-JA-ESTORNADO
005910             MOVE 'LOTE JA ESTORNADO E NAO LANCADO DE NOVO'
005920                                    TO WS-MOTIVO-RECUSA
005930         ELSE
005940             MOVE 'NENHUM LOTE CONCLUIDO PARA A LOJA E DATA'
005950                                    TO WS-MOTIVO-RECUSA
005960         END-IF
005970         PERFORM 2900-RECUSAR-ESTORNO
005980                 THRU 2900-RECUSAR-ESTORNO-EXIT
005990         GO TO 2000-LOCALIZAR-LOTE-EXIT
006000     END-IF
006010     IF WS-LRN-QTDE-APLICADAS = 0
006020         MOVE 'O LOTE NAO APLICOU NENHUM LANCAMENTO'
006030                                    TO WS-MOTIVO-RECUSA
006040         PERFORM 2900-RECUSAR-ESTORNO
006050                 THRU 2900-RECUSAR-ESTORNO-EXIT
006060     END-IF
006070     .
006080 2000-LOCALIZAR-LOTE-EXIT.
006090     EXIT.
006100
006110 2100-LER-RUN.
006120
006130     READ VENDAS-RUN
006140         AT END
006150             CONTINUE
006160         NOT AT END
006170             IF VRN-LOJA = WS-LOJA-PEDIDA
006180                 AND VRN-DATA-LOTE = WS-DATA-LOTE-PEDIDA
006190                 IF VRN-SITUACAO = 'C'
006200                     SET WS-LOTE-ACHADO TO TRUE
006210                     MOVE VRN-DATA-INICIO    TO WS-LRN-DATA-INICIO
006220                     MOVE VRN-HORA-INICIO    TO WS-LRN-HORA-INICIO
006230                     MOVE VRN-DATA-FIM       TO WS-LRN-DATA-FIM
006240                     MOVE VRN-HORA-FIM       TO WS-LRN-HORA-FIM
006250                     MOVE VRN-QTDE-APLICADAS
006260                                        TO WS-LRN-QTDE-APLICADAS
006270                     MOVE VRN-VALOR-APLICADO
006280                                        TO WS-LRN-VALOR-APLICADO
006290                 END-IF
006300                 IF VRN-SITUACAO = 'X'
006310                     MOVE 'N' TO WS-SW-LOTE-ACHADO
006320                     SET WS-LOTE-JA-ESTORNADO TO TRUE
006330                 END-IF
006340             END-IF
006350     END-READ
006360     .
006370 2100-LER-RUN-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 2900-RECUSAR-ESTORNO - THE REVERSAL CANNOT GO AHEAD. NOTHING
006420* HAS BEEN CHANGED YET; THE REASON IN WS-MOTIVO-RECUSA GOES TO
006430* SYSOUT AND TO THE REGISTER, AND EVERY LATER STEP IS SKIPPED.
006440* A REFUSAL ON THE FIGURES THEMSELVES SETS RC=8 BEFORE COMING
006450* HERE; ANY OTHER REFUSAL ENDS RC=4.
006460******************************************************************
006470 2900-RECUSAR-ESTORNO.
006480
006490     SET WS-RECUSADO TO TRUE
006500     IF RETURN-CODE < 4
006510         MOVE 4 TO RETURN-CODE
006520     END-IF
006530     DISPLAY 'ESTORNO RECUSADO - LOJA ' WS-LOJA-PEDIDA
006540             ' DATA ' WS-DATA-LOTE-PEDIDA ': ' WS-MOTIVO-RECUSA
006550     .
006560 2900-RECUSAR-ESTORNO-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600* 3000-SELECIONAR-LANCAMENTOS - READ THE WHOLE LOG IN SEQUENCE
006610* AND PICK OUT EVERY ENTRY OF THE STORE THAT IS STILL ON THE
006620* BOOKS AND WAS POSTED BY THE BATCH: IT CARRIES THE BATCH'S
006630* BUSINESS DATE AND WAS WRITTEN NO LATER THAN THE END OF THE RUN
006640* THAT CONCLUDED IT (A RUN RESUMED FROM A CHECKPOINT KEEPS THE
006650* ENTRIES THE CRASHED ATTEMPT WROTE, SO THERE IS NO LOWER
006660* BOUND). AN ENTRY POSTED BEFORE THE LOG CARRIED THE BUSINESS
006670* DATE IS TAKEN WHEN IT WAS WRITTEN WITHIN THAT RUN - THE LOCK
006680* KEPT ANY OTHER SESSION OUT MEANWHILE. EACH SALE'S TAX IS
006690* WORKED OUT AGAIN AT THE RATE OF THE PERIOD IT POSTED INTO,
006700* ROUNDED PER ENTRY EXACTLY AS THE POSTING DID.
006710******************************************************************
006720 3000-SELECIONAR-LANCAMENTOS.
006730
006740     IF WS-RECUSADO
006750         GO TO 3000-SELECIONAR-LANCAMENTOS-EXIT
006760     END-IF
006770     COMPUTE WS-MOMENTO-INICIO =
006780             WS-LRN-DATA-INICIO * 100000000 + WS-LRN-HORA-INICIO
006790     COMPUTE WS-MOMENTO-FIM =
006800             WS-LRN-DATA-FIM * 100000000 + WS-LRN-HORA-FIM
006810     OPEN I-O VENDAS-LOG
006820     IF NOT WS-LOG-OK
006830         DISPLAY 'ERRO AO ABRIR VENDALOG - STATUS ' WS-STATUS-LOG
006840         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
006850     END-IF
006860     SET WS-LOG-ABERTO TO TRUE
006870     MOVE 'N' TO WS-SW-FIM-LEITURA
006880     MOVE ZEROS TO VDL-SEQUENCIA
006890     START VENDAS-LOG KEY > VDL-SEQUENCIA
006900         INVALID KEY
006910             SET WS-FIM-LEITURA TO TRUE
006920     END-START
006930     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
006940         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
006950                 WS-STATUS-LOG
006960         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
006970     END-IF
006980     PERFORM 3100-LER-LANCAMENTO THRU 3100-LER-LANCAMENTO-EXIT
006990             UNTIL WS-FIM-LEITURA
007000     .
007010 3000-SELECIONAR-LANCAMENTOS-EXIT.
007020     EXIT.
007030
007040 3100-LER-LANCAMENTO.
007050
007060     READ VENDAS-LOG NEXT RECORD
007070         AT END
007080             SET WS-FIM-LEITURA TO TRUE
007090         NOT AT END
007100             IF VDL-FILIAL = WS-LOJA-PEDIDA
007110                 AND NOT VDL-ESTORNADO
007120                 PERFORM 3200-AVALIAR-LANCAMENTO
007130                         THRU 3200-AVALIAR-LANCAMENTO-EXIT
007140             END-IF
007150     END-READ
007160     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
007170         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
007180         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
007190     END-IF
007200     .
007210 3100-LER-LANCAMENTO-EXIT.
007220     EXIT.
007230
007240 3200-AVALIAR-LANCAMENTO.
007250
007260     COMPUTE WS-MOMENTO-LANCTO = VDL-DATA * 100000000 + VDL-HORA
007270     IF WS-MOMENTO-LANCTO > WS-MOMENTO-FIM
007280         GO TO 3200-AVALIAR-LANCAMENTO-EXIT
007290     END-IF
007300     IF VDL-DATA-LOTE NUMERIC
007310         IF VDL-DATA-LOTE NOT = WS-DATA-LOTE-PEDIDA
007320             GO TO 3200-AVALIAR-LANCAMENTO-EXIT
007330         END-IF
007340     ELSE
007350         IF WS-MOMENTO-LANCTO < WS-MOMENTO-INICIO
007360             GO TO 3200-AVALIAR-LANCAMENTO-EXIT
007370         END-IF
007380         ADD 1 TO WS-CONTADOR-ANTIGOS
007390     END-IF
007400     IF WS-EST-QTDE NOT < 5000
007410         DISPLAY 'TABELA DE LANCAMENTOS CHEIA - ESTORNO '
007420                 'ABANDONADO'
007430         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
007440     END-IF
007450     ADD 1 TO WS-EST-QTDE
007460     MOVE VDL-SEQUENCIA  TO WS-EST-SEQUENCIA(WS-EST-QTDE)
007470     MOVE VDL-TIPO       TO WS-EST-TIPO(WS-EST-QTDE)
007480     MOVE VDL-NUM-NF     TO WS-EST-NUM-NF(WS-EST-QTDE)
007490     MOVE VDL-DATA-NF    TO WS-EST-DATA-NF(WS-EST-QTDE)
007500     MOVE VDL-CHAVE-MES  TO WS-EST-CHAVE-MES(WS-EST-QTDE)
007510     MOVE VDL-VALOR      TO WS-EST-VALOR(WS-EST-QTDE)
007520     MOVE VDL-NF-ORIGEM  TO WS-EST-NF-ORIGEM(WS-EST-QTDE)
007530     MOVE 0              TO WS-EST-IMPOSTO(WS-EST-QTDE)
007540     IF VDL-TIPO = 'V'
007550         MOVE VDL-CHAVE-MES TO WS-CHAVE-MES-ALIQUOTA
007560         PERFORM 3500-OBTER-ALIQUOTA THRU 3500-OBTER-ALIQUOTA-EXIT
007570         COMPUTE WS-IMPOSTO-ENTRADA ROUNDED =
007580             (VDL-VALOR * WS-ALIQUOTA-IMPOSTO) / 10000
007590         MOVE WS-IMPOSTO-ENTRADA TO WS-EST-IMPOSTO(WS-EST-QTDE)
007600     END-IF
007610     ADD VDL-VALOR TO WS-VALOR-SELECIONADO
007620     PERFORM 3300-REGISTRAR-MES THRU 3300-REGISTRAR-MES-EXIT
007630     ADD 1 TO WS-MES-LANCAMENTOS(WS-MES-SUB)
007640     IF VDL-TIPO = 'V'
007650         ADD VDL-VALOR TO WS-MES-VENDAS(WS-MES-SUB)
007660         ADD WS-IMPOSTO-ENTRADA TO WS-MES-IMPOSTO(WS-MES-SUB)
007670     ELSE
007680         ADD VDL-VALOR TO WS-MES-DEVOLUCOES(WS-MES-SUB)
007690     END-IF
007700     .
007710 3200-AVALIAR-LANCAMENTO-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 3300-REGISTRAR-MES - FIND THE WS-MES-TABELA ITEM FOR THE
007760* ENTRY'S POSTING PERIOD, OR OPEN A NEW ONE, AND LEAVE IT IN
007770* WS-MES-SUB.
007780******************************************************************
007790 3300-REGISTRAR-MES.
007800
007810     MOVE 'N' TO WS-SW-MES-ACHADO
007820     PERFORM 3310-PROCURAR-MES THRU 3310-PROCURAR-MES-EXIT
007830         VARYING WS-MES-SUB FROM 1 BY 1
007840         UNTIL WS-MES-SUB > WS-MES-QTDE OR WS-MES-ACHADO
007850     IF WS-MES-ACHADO
007860         SUBTRACT 1 FROM WS-MES-SUB
007870         GO TO 3300-REGISTRAR-MES-EXIT
007880     END-IF
007890     IF WS-MES-QTDE NOT < 24
007900         DISPLAY 'TABELA DE PERIODOS CHEIA - ESTORNO ABANDONADO'
007910         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
007920     END-IF
007930     ADD 1 TO WS-MES-QTDE
007940     MOVE WS-MES-QTDE   TO WS-MES-SUB
007950     MOVE VDL-CHAVE-MES TO WS-MES-CHAVE(WS-MES-SUB)
007960     MOVE 0 TO WS-MES-LANCAMENTOS(WS-MES-SUB)
007970     MOVE 0 TO WS-MES-VENDAS(WS-MES-SUB)
007980     MOVE 0 TO WS-MES-DEVOLUCOES(WS-MES-SUB)
007990     MOVE 0 TO WS-MES-IMPOSTO(WS-MES-SUB)
008000     .
008010 3300-REGISTRAR-MES-EXIT.
008020     EXIT.
008030
008040 3310-PROCURAR-MES.
008050
008060     IF WS-MES-CHAVE(WS-MES-SUB) = VDL-CHAVE-MES
008070         SET WS-MES-ACHADO TO TRUE
008080     END-IF
008090     .
008100 3310-PROCURAR-MES-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* 3500-OBTER-ALIQUOTA - THE VENDATAX RATE IN FORCE FOR THE
008150* PERIOD IN WS-CHAVE-MES-ALIQUOTA: THE LATEST EFFECTIVE DATE NOT
008160* AFTER THE FIRST DAY OF THAT PERIOD, THE RULE 2750 OF THE
008170* POSTING PATH APPLIES. NO QUALIFYING RATE LEAVES THE
008180* HISTORICAL 5,00% DEFAULT.
008190******************************************************************
008200 3500-OBTER-ALIQUOTA.
008210
008220     MOVE WS-ALIQUOTA-PADRAO TO WS-ALIQUOTA-IMPOSTO
008230     COMPUTE WS-DATA-PERIODO = WS-CHAVE-MES-ALIQUOTA * 100 + 1
008240     PERFORM 3510-COMPARAR-VIGENCIA
008250             THRU 3510-COMPARAR-VIGENCIA-EXIT
008260         VARYING WS-TAXA-SUB FROM 1 BY 1
008270         UNTIL WS-TAXA-SUB > WS-TAXA-QTDE
008280     .
008290 3500-OBTER-ALIQUOTA-EXIT.
008300     EXIT.
008310
008320 3510-COMPARAR-VIGENCIA.
008330
008340     IF WS-TAXA-VIGENCIA(WS-TAXA-SUB) NOT > WS-DATA-PERIODO
008350         MOVE WS-TAXA-ALIQUOTA(WS-TAXA-SUB) TO WS-ALIQUOTA-IMPOSTO
008360     END-IF
008370     .
008380 3510-COMPARAR-VIGENCIA-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 4000-VALIDAR-ESTORNO - EVERYTHING IS PROVED BEFORE ANYTHING IS
008430* CHANGED. THE ENTRIES FOUND MUST ADD UP TO THE COUNT AND THE
008440* AMOUNT THE VENDARUN RECORD SAYS THE BATCH APPLIED (RC=8 IF
008450* NOT - THE LOG NO LONGER SHOWS THAT BATCH AS POSTED). NO PERIOD
008460* THEY POSTED INTO MAY BE CLOSED ON VENDAPER, THE MONTH ITSELF
008470* OR THE WHOLE YEAR BY THE YEAR-END CLOSE (RC=4 - REOPEN IT
008480* FIRST WITH PARM='P'). AND EACH VENDAMST PERIOD MUST STILL HOLD
008490* AT LEAST WHAT IS ABOUT TO COME OUT OF IT (RC=8).
008500******************************************************************
008510 4000-VALIDAR-ESTORNO.
008520
008530     IF WS-RECUSADO
008540         GO TO 4000-VALIDAR-ESTORNO-EXIT
008550     END-IF
008560     IF WS-EST-QTDE NOT = WS-LRN-QTDE-APLICADAS
008570        OR WS-VALOR-SELECIONADO NOT = WS-LRN-VALOR-APLICADO
008580         DISPLAY 'NO LOG: ' WS-EST-QTDE ' LANCAMENTOS, VALOR '
008590                 WS-VALOR-SELECIONADO
008600         DISPLAY 'NO VENDARUN: ' WS-LRN-QTDE-APLICADAS
008610                 ' LANCAMENTOS, VALOR ' WS-LRN-VALOR-APLICADO
008620         MOVE 'LANCAMENTOS NO LOG NAO CONFEREM COM O VENDARUN'
008630                                    TO WS-MOTIVO-RECUSA
008640         MOVE 8 TO RETURN-CODE
008650         PERFORM 2900-RECUSAR-ESTORNO
008660                 THRU 2900-RECUSAR-ESTORNO-EXIT
008670         GO TO 4000-VALIDAR-ESTORNO-EXIT
008680     END-IF
008690     OPEN INPUT VENDAS-PERIODOS
008700     IF NOT WS-PER-OK AND NOT WS-PER-NAO-EXISTE
008710         DISPLAY 'ERRO AO ABRIR VENDAPER - STATUS ' WS-STATUS-PER
008720         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
008730     END-IF
008740     IF WS-PER-OK
008750         PERFORM 4100-VERIFICAR-PERIODO
008760                 THRU 4100-VERIFICAR-PERIODO-EXIT
008770             VARYING WS-MES-SUB FROM 1 BY 1
008780             UNTIL WS-MES-SUB > WS-MES-QTDE OR WS-RECUSADO
008790         CLOSE VENDAS-PERIODOS
008800     END-IF
008810     IF WS-RECUSADO
008820         GO TO 4000-VALIDAR-ESTORNO-EXIT
008830     END-IF
008840     OPEN I-O VENDAS-MESTRE
008850     IF NOT WS-MST-OK
008860         DISPLAY 'ERRO AO ABRIR VENDAMST - STATUS ' WS-STATUS-MST
008870         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
008880     END-IF
008890     SET WS-MST-ABERTO TO TRUE
008900     PERFORM 4200-VERIFICAR-MESTRE THRU 4200-VERIFICAR-MESTRE-EXIT
008910         VARYING WS-MES-SUB FROM 1 BY 1
008920         UNTIL WS-MES-SUB > WS-MES-QTDE OR WS-RECUSADO
008930     .
008940 4000-VALIDAR-ESTORNO-EXIT.
008950     EXIT.
008960
008970 4100-VERIFICAR-PERIODO.
008980
008990     MOVE WS-MES-CHAVE(WS-MES-SUB)(1:4) TO WS-ANO-MES
009000     MOVE WS-MES-CHAVE(WS-MES-SUB)(5:2) TO WS-MES-MES
009010     MOVE WS-ANO-MES TO VPE-ANO
009020     MOVE WS-MES-MES TO VPE-MES
009030     PERFORM 4110-LER-PERIODO THRU 4110-LER-PERIODO-EXIT
009040     IF WS-RECUSADO
009050         GO TO 4100-VERIFICAR-PERIODO-EXIT
009060     END-IF
009070     MOVE WS-ANO-MES TO VPE-ANO
009080     MOVE 0          TO VPE-MES
009090     PERFORM 4110-LER-PERIODO THRU 4110-LER-PERIODO-EXIT
009100     .
009110 4100-VERIFICAR-PERIODO-EXIT.
009120     EXIT.
009130
009140 4110-LER-PERIODO.
009150
009160     READ VENDAS-PERIODOS
009170         INVALID KEY
009180             CONTINUE
009190         NOT INVALID KEY
009200             IF VPE-SITUACAO = 'F'
009210                 MOVE SPACES TO WS-MOTIVO-RECUSA
009220                 STRING 'O LOTE ALCANCA O PERIODO FECHADO '
009230                        DELIMITED BY SIZE
009240                        WS-ANO-MES '/' WS-MES-MES
009250                        DELIMITED BY SIZE
009260                        INTO WS-MOTIVO-RECUSA
009270                 END-STRING
009280                 PERFORM 2900-RECUSAR-ESTORNO
009290                         THRU 2900-RECUSAR-ESTORNO-EXIT
009300             END-IF
009310     END-READ
009320     IF NOT WS-PER-OK AND NOT WS-PER-NAO-ACHADO
009330         DISPLAY 'ERRO AO LER VENDAPER - STATUS ' WS-STATUS-PER
009340         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
009350     END-IF
009360     .
009370 4110-LER-PERIODO-EXIT.
009380     EXIT.
009390
009400 4200-VERIFICAR-MESTRE.
009410
009420     MOVE WS-MES-CHAVE(WS-MES-SUB)(1:4) TO VDM-ANO
009430     MOVE WS-MES-CHAVE(WS-MES-SUB)(5:2) TO VDM-MES
009440     READ VENDAS-MESTRE
009450         INVALID KEY
009460             MOVE SPACES TO WS-MOTIVO-RECUSA
009470             STRING 'PERIODO ' DELIMITED BY SIZE
009480                    WS-MES-CHAVE(WS-MES-SUB) DELIMITED BY SIZE
009490                    ' AUSENTE NO VENDAMST' DELIMITED BY SIZE
009500                    INTO WS-MOTIVO-RECUSA
009510             END-STRING
009520             MOVE 8 TO RETURN-CODE
009530             PERFORM 2900-RECUSAR-ESTORNO
009540                     THRU 2900-RECUSAR-ESTORNO-EXIT
009550             GO TO 4200-VERIFICAR-MESTRE-EXIT
009560     END-READ
009570     IF NOT WS-MST-OK
009580         DISPLAY 'ERRO AO LER VENDAMST - STATUS ' WS-STATUS-MST
009590         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
009600     END-IF
009610     IF VDM-VALOR-VENDAS < WS-MES-VENDAS(WS-MES-SUB)
009620        OR VDM-VALOR-DEVOLUCOES < WS-MES-DEVOLUCOES(WS-MES-SUB)
009630        OR VDM-VALOR-IMPOSTO < WS-MES-IMPOSTO(WS-MES-SUB)
009640         MOVE SPACES TO WS-MOTIVO-RECUSA
009650         STRING 'VENDAMST ' DELIMITED BY SIZE
009660                WS-MES-CHAVE(WS-MES-SUB) DELIMITED BY SIZE
009670                ' MENOR QUE O VALOR A ESTORNAR' DELIMITED BY SIZE
009680                INTO WS-MOTIVO-RECUSA
009690         END-STRING
009700         MOVE 8 TO RETURN-CODE
009710         PERFORM 2900-RECUSAR-ESTORNO
009720                 THRU 2900-RECUSAR-ESTORNO-EXIT
009730     END-IF
009740     .
009750 4200-VERIFICAR-MESTRE-EXIT.
009760     EXIT.
009770
009780******************************************************************
009790* 5000-CONFIRMAR-ESTORNO - THE REVERSAL IS SUPERVISED: SYSOUT
009800* SHOWS WHAT IS ABOUT TO COME OUT, AND SYSIN MUST NAME THE
009810* PERSON RESPONSIBLE AND ANSWER 'S'. A BLANK NAME OR ANY OTHER
009820* ANSWER REFUSES THE REVERSAL RC=4 WITH NOTHING CHANGED.
009830******************************************************************
009840 5000-CONFIRMAR-ESTORNO.
009850
009860     IF WS-RECUSADO
009870         GO TO 5000-CONFIRMAR-ESTORNO-EXIT
009880     END-IF
009890     DISPLAY 'ESTORNO DO LOTE DA LOJA ' WS-LOJA-PEDIDA ' '
009900             WS-NOME-LOJA ' DE ' WS-DATA-LOTE-PEDIDA
009910     DISPLAY 'LANCADO EM ' WS-LRN-DATA-INICIO ' AS '
009920             WS-LRN-HORA-INICIO ': ' WS-EST-QTDE
009930             ' LANCAMENTOS, VALOR ' WS-VALOR-SELECIONADO
009940     IF WS-CONTADOR-ANTIGOS > 0
009950         DISPLAY WS-CONTADOR-ANTIGOS ' LANCAMENTOS SEM DATA DE '
009960                 'LOTE LOCALIZADOS PELO HORARIO DO RUN'
009970     END-IF
009980     DISPLAY 'INFORME O RESPONSAVEL PELO ESTORNO: '
009990     ACCEPT WS-RESPONSAVEL
010000     IF WS-RESPONSAVEL = SPACES
010010         MOVE 'RESPONSAVEL NAO INFORMADO' TO WS-MOTIVO-RECUSA
010020         PERFORM 2900-RECUSAR-ESTORNO
010030                 THRU 2900-RECUSAR-ESTORNO-EXIT
010040         GO TO 5000-CONFIRMAR-ESTORNO-EXIT
010050     END-IF
010060     DISPLAY 'ESTORNAR O LOTE? (S/N): '
010070     ACCEPT WS-RESPOSTA-ESTORNO
010080     IF NOT WS-ESTORNO-SIM
010090         MOVE 'ESTORNO NAO CONFIRMADO' TO WS-MOTIVO-RECUSA
010100         PERFORM 2900-RECUSAR-ESTORNO
010110                 THRU 2900-RECUSAR-ESTORNO-EXIT
010120     END-IF
010130     .
010140 5000-CONFIRMAR-ESTORNO-EXIT.
010150     EXIT.
010160
010170******************************************************************
010180* 6000-APLICAR-ESTORNO - MARK EVERY ENTRY OF THE BATCH REVERSED
010190* (SITUACAO 'E') AND THEN TAKE EACH PERIOD'S SALES, RETURNS AND
010200* TAX BACK OUT OF VENDAMST. THE ENTRIES STAY ON THE LOG; MARKED,
010210* THEY DROP OUT OF EVERY TOTAL AND THEIR INVOICE NUMBERS ARE
010220* FREE FOR THE CORRECTED TAPE. THE GL EXPORT OF THE NEXT POSTING
010230* RUN SEES VENDAMST DIFFER FROM VENDAGLC AND SENDS THE PERIOD
010240* AGAIN. A FAILURE FROM HERE ON LEAVES THE FILES PART-REVERSED:
010250* THE STEP ENDS RC=16 WITH THE LOCK STILL HELD, AND VENDALOG AND
010260* VENDAMST ARE RESTORED FROM THE COPIES THE JOB TAKES FIRST.
010270******************************************************************
010280 6000-APLICAR-ESTORNO.
010290
010300     IF WS-RECUSADO
010310         GO TO 6000-APLICAR-ESTORNO-EXIT
010320     END-IF
010330     SET WS-APLICACAO-INICIADA TO TRUE
010340     PERFORM 6100-MARCAR-LANCAMENTO
010350             THRU 6100-MARCAR-LANCAMENTO-EXIT
010360         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-EST-QTDE
010370     PERFORM 6200-ATUALIZAR-MESTRE THRU 6200-ATUALIZAR-MESTRE-EXIT
010380         VARYING WS-MES-SUB FROM 1 BY 1
010390         UNTIL WS-MES-SUB > WS-MES-QTDE
010400     SET WS-ESTORNO-FEITO TO TRUE
010410     DISPLAY 'LOTE DA LOJA ' WS-LOJA-PEDIDA ' DE '
010420             WS-DATA-LOTE-PEDIDA ' ESTORNADO POR ' WS-RESPONSAVEL
010430             ': ' WS-CONTADOR-ESTORNADOS ' LANCAMENTOS'
010440     .
010450 6000-APLICAR-ESTORNO-EXIT.
010460     EXIT.
010470
010480 6100-MARCAR-LANCAMENTO.
010490
010500     MOVE WS-EST-SEQUENCIA(WS-SUB) TO VDL-SEQUENCIA
010510     READ VENDAS-LOG
010520         INVALID KEY
010530             DISPLAY 'LANCAMENTO ' WS-EST-SEQUENCIA(WS-SUB)
010540                     ' DESAPARECEU DO VENDALOG'
010550             PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
010560     END-READ
010570     IF NOT WS-LOG-OK
010580         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
010590         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
010600     END-IF
010610     MOVE 'E' TO VDL-SITUACAO
010620     REWRITE VDL-REGISTRO
010630     IF NOT WS-LOG-OK
010640         DISPLAY 'ERRO AO REGRAVAR VENDALOG - STATUS '
010650                 WS-STATUS-LOG
010660         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
010670     END-IF
010680     ADD 1 TO WS-CONTADOR-ESTORNADOS
010690     ADD WS-EST-VALOR(WS-SUB) TO WS-VALOR-ESTORNADO
010700     .
010710 6100-MARCAR-LANCAMENTO-EXIT.
010720     EXIT.
010730
010740 6200-ATUALIZAR-MESTRE.
010750
010760     MOVE WS-MES-CHAVE(WS-MES-SUB)(1:4) TO VDM-ANO
010770     MOVE WS-MES-CHAVE(WS-MES-SUB)(5:2) TO VDM-MES
010780     READ VENDAS-MESTRE
010790         INVALID KEY
010800             DISPLAY 'PERIODO ' WS-MES-CHAVE(WS-MES-SUB)
010810                     ' DESAPARECEU DO VENDAMST'
010820             PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
010830     END-READ
010840     IF NOT WS-MST-OK
010850         DISPLAY 'ERRO AO LER VENDAMST - STATUS ' WS-STATUS-MST
010860         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
010870     END-IF
010880     SUBTRACT WS-MES-VENDAS(WS-MES-SUB)     FROM VDM-VALOR-VENDAS
010890     SUBTRACT WS-MES-DEVOLUCOES(WS-MES-SUB)
010900         FROM VDM-VALOR-DEVOLUCOES
010910     SUBTRACT WS-MES-IMPOSTO(WS-MES-SUB)    FROM VDM-VALOR-IMPOSTO
010920     REWRITE VDM-REGISTRO
010930     IF NOT WS-MST-OK
010940         DISPLAY 'ERRO AO REGRAVAR VENDAMST - STATUS '
010950                 WS-STATUS-MST
010960         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
010970     END-IF
010980     .
010990 6200-ATUALIZAR-MESTRE-EXIT.
011000     EXIT.
011010
011020******************************************************************
011030* 7000-EMITIR-REGISTRO - PRINT THE REVERSAL REGISTER: HEADINGS,
011040* THEN EITHER THE REASON THE REVERSAL WAS REFUSED OR ONE LINE PER
011050* ENTRY TAKEN BACK OUT (ITS INVOICE NUMBER NOW FREE), WHAT CAME
011060* OUT OF EACH VENDAMST PERIOD AND THE TOTALS.
011070******************************************************************
011080 7000-EMITIR-REGISTRO.
011090
011100     MOVE WS-DATA-INICIO-RUN(1:4) TO WS-DATA-ANO
011110     MOVE WS-DATA-INICIO-RUN(5:2) TO WS-DATA-MES
011120     MOVE WS-DATA-INICIO-RUN(7:2) TO WS-DATA-DIA
011130     MOVE WS-DATA-FORMATADA       TO WS-CAB-DATA-VALOR
011140     MOVE WS-LOJA-PEDIDA          TO WS-CAB-FILIAL
011150     MOVE WS-NOME-LOJA            TO WS-CAB-NOME
011160     MOVE WS-DATA-LOTE-PEDIDA(1:4) TO WS-DATA-ANO
011170     MOVE WS-DATA-LOTE-PEDIDA(5:2) TO WS-DATA-MES
011180     MOVE WS-DATA-LOTE-PEDIDA(7:2) TO WS-DATA-DIA
011190     MOVE WS-DATA-FORMATADA       TO WS-CAB-DATA-LOTE
011200     MOVE WS-CAB-EMPRESA          TO VDR-REGISTRO
011210     WRITE VDR-REGISTRO
011220     MOVE WS-CAB-DATA             TO VDR-REGISTRO
011230     WRITE VDR-REGISTRO
011240     IF WS-LOTE-ACHADO
011250         MOVE WS-LRN-DATA-INICIO(1:4) TO WS-DATA-ANO
011260         MOVE WS-LRN-DATA-INICIO(5:2) TO WS-DATA-MES
011270         MOVE WS-LRN-DATA-INICIO(7:2) TO WS-DATA-DIA
011280         MOVE WS-DATA-FORMATADA   TO WS-CLT-DATA
011290         MOVE WS-LRN-HORA-INICIO(1:2) TO WS-CLT-HORA(1:2)
011300         MOVE ':'                 TO WS-CLT-HORA(3:1)
011310         MOVE WS-LRN-HORA-INICIO(3:2) TO WS-CLT-HORA(4:2)
011320         MOVE ':'                 TO WS-CLT-HORA(6:1)
011330         MOVE WS-LRN-HORA-INICIO(5:2) TO WS-CLT-HORA(7:2)
011340         MOVE WS-RESPONSAVEL      TO WS-CLT-RESPONSAVEL
011350         MOVE WS-CAB-LOTE         TO VDR-REGISTRO
011360         WRITE VDR-REGISTRO
011370     END-IF
011380     MOVE SPACES                  TO VDR-REGISTRO
011390     WRITE VDR-REGISTRO
011400     IF NOT WS-ESTORNO-FEITO
011410         MOVE '*** ESTORNO RECUSADO:' TO WS-SIT-TEXTO
011420         MOVE WS-MOTIVO-RECUSA    TO WS-SIT-MOTIVO
011430         MOVE WS-LINHA-SITUACAO   TO VDR-REGISTRO
011440         WRITE VDR-REGISTRO
011450         MOVE SPACES              TO WS-SIT-TEXTO
011460         MOVE 'NENHUM ARQUIVO FOI ALTERADO' TO WS-SIT-MOTIVO
011470         MOVE WS-LINHA-SITUACAO   TO VDR-REGISTRO
011480         WRITE VDR-REGISTRO
011490         GO TO 7000-EMITIR-REGISTRO-EXIT
011500     END-IF
011510     MOVE WS-CAB-COLUNAS          TO VDR-REGISTRO
011520     WRITE VDR-REGISTRO
011530     PERFORM 7100-IMPRIMIR-LANCAMENTO
011540             THRU 7100-IMPRIMIR-LANCAMENTO-EXIT
011550         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-EST-QTDE
011560     MOVE SPACES                  TO VDR-REGISTRO
011570     WRITE VDR-REGISTRO
011580     MOVE WS-CAB-MESES            TO VDR-REGISTRO
011590     WRITE VDR-REGISTRO
011600     PERFORM 7200-IMPRIMIR-MES THRU 7200-IMPRIMIR-MES-EXIT
011610         VARYING WS-MES-SUB FROM 1 BY 1
011620         UNTIL WS-MES-SUB > WS-MES-QTDE
011630     MOVE SPACES                  TO VDR-REGISTRO
011640     WRITE VDR-REGISTRO
011650     MOVE 'LANCAMENTOS ESTORNADOS / VALOR:' TO WS-RES-LITERAL
011660     MOVE WS-CONTADOR-ESTORNADOS  TO WS-RES-NUMERO
011670     MOVE WS-VALOR-ESTORNADO      TO WS-RES-VALOR
011680     MOVE WS-LINHA-RESUMO         TO VDR-REGISTRO
011690     WRITE VDR-REGISTRO
011700     MOVE 'APLICADOS PELO LOTE SEGUNDO O VENDARUN:'
011710                                  TO WS-RES-LITERAL
011720     MOVE WS-LRN-QTDE-APLICADAS   TO WS-RES-NUMERO
011730     MOVE WS-LRN-VALOR-APLICADO   TO WS-RES-VALOR
011740     MOVE WS-LINHA-RESUMO         TO VDR-REGISTRO
011750     WRITE VDR-REGISTRO
011760     MOVE SPACES                  TO VDR-REGISTRO
011770     WRITE VDR-REGISTRO
011780     MOVE 'LOTE ESTORNADO.'       TO WS-SIT-TEXTO
011790     MOVE 'AS NOTAS FISCAIS ACIMA PODEM SER LANCADAS DE NOVO'
011800                                  TO WS-SIT-MOTIVO
011810     MOVE WS-LINHA-SITUACAO       TO VDR-REGISTRO
011820     WRITE VDR-REGISTRO
011830     .
011840 7000-EMITIR-REGISTRO-EXIT.
011850     EXIT.
011860
011870 7100-IMPRIMIR-LANCAMENTO.
011880
011890     MOVE WS-EST-SEQUENCIA(WS-SUB)   TO WS-DTL-SEQUENCIA
011900     IF WS-EST-TIPO(WS-SUB) = 'V'
011910         MOVE 'VEND'                 TO WS-DTL-TIPO
011920     ELSE
011930         MOVE 'DEV '                 TO WS-DTL-TIPO
011940     END-IF
011950     MOVE WS-EST-NUM-NF(WS-SUB)      TO WS-DTL-NUM-NF
011960     MOVE WS-EST-DATA-NF(WS-SUB)(1:4) TO WS-DATA-ANO
011970     MOVE WS-EST-DATA-NF(WS-SUB)(5:2) TO WS-DATA-MES
011980     MOVE WS-EST-DATA-NF(WS-SUB)(7:2) TO WS-DATA-DIA
011990     MOVE WS-DATA-FORMATADA          TO WS-DTL-DATA-NF
012000     MOVE WS-EST-CHAVE-MES(WS-SUB)(1:4) TO WS-DTL-ANO
012010     MOVE WS-EST-CHAVE-MES(WS-SUB)(5:2) TO WS-DTL-MES
012020     MOVE WS-EST-VALOR(WS-SUB)       TO WS-DTL-VALOR
012030     MOVE WS-EST-IMPOSTO(WS-SUB)     TO WS-DTL-IMPOSTO
012040     IF WS-EST-NF-ORIGEM(WS-SUB) = 0
012050         MOVE SPACES                 TO WS-DTL-NF-ORIGEM
012060     ELSE
012070         MOVE WS-EST-NF-ORIGEM(WS-SUB) TO WS-DTL-NF-ORIGEM
012080     END-IF
012090     MOVE WS-LINHA-DETALHE           TO VDR-REGISTRO
012100     WRITE VDR-REGISTRO
012110     .
012120 7100-IMPRIMIR-LANCAMENTO-EXIT.
012130     EXIT.
012140
012150 7200-IMPRIMIR-MES.
012160
012170     MOVE WS-MES-CHAVE(WS-MES-SUB)(1:4) TO WS-LMS-PERIODO(1:4)
012180     MOVE '/'                        TO WS-LMS-PERIODO(5:1)
012190     MOVE WS-MES-CHAVE(WS-MES-SUB)(5:2) TO WS-LMS-PERIODO(6:2)
012200     MOVE WS-MES-LANCAMENTOS(WS-MES-SUB) TO WS-LMS-LANCAMENTOS
012210     MOVE WS-MES-VENDAS(WS-MES-SUB)  TO WS-LMS-VENDAS
012220     MOVE WS-MES-DEVOLUCOES(WS-MES-SUB) TO WS-LMS-DEVOLUCOES
012230     MOVE WS-MES-IMPOSTO(WS-MES-SUB) TO WS-LMS-IMPOSTO
012240     MOVE WS-LINHA-MES               TO VDR-REGISTRO
012250     WRITE VDR-REGISTRO
012260     .
012270 7200-IMPRIMIR-MES-EXIT.
012280     EXIT.
012290
012300******************************************************************
012310* 9000-ENCERRAR - CLOSE THE FILES, RECORD THE EXECUTION ON
012320* VENDARUN AND RELEASE THE LOCK.
012330******************************************************************
012340 9000-ENCERRAR.
012350
012360     IF WS-LOG-ABERTO
012370         CLOSE VENDAS-LOG
012380     END-IF
012390     IF WS-MST-ABERTO
012400         CLOSE VENDAS-MESTRE
012410     END-IF
012420     CLOSE EST-RELATORIO
012430     PERFORM 9500-GRAVAR-REGISTRO-RUN
012440             THRU 9500-GRAVAR-REGISTRO-RUN-EXIT
012450     PERFORM 9600-LIBERAR-TRAVA THRU 9600-LIBERAR-TRAVA-EXIT
012460     .
012470 9000-ENCERRAR-EXIT.
012480     EXIT.
012490
012500******************************************************************
012510* 9500-GRAVAR-REGISTRO-RUN - APPEND THIS EXECUTION TO THE
012520* VENDARUN RUN REGISTER: MODE 'X', THE FIRST EIGHT CHARACTERS OF
012530* THE PERSON RESPONSIBLE AS THE PARM, THE STORE AND BUSINESS
012540* DATE, THE ENTRIES FOUND AND THE ENTRIES AND AMOUNT TAKEN BACK
012550* OUT. SITUACAO 'X' (REVERSED) IS WHAT MAKES THE POSTING RUN
012560* ACCEPT THE CORRECTED TAPE; A REFUSAL IS RECORDED 'R' AND AN
012570* ABANDONED RUN 'A'. A REGISTER THAT CANNOT BE WRITTEN DOES NOT
012580* FAIL THE STEP, BUT THE OPERATOR IS TOLD.
012590******************************************************************
012600 9500-GRAVAR-REGISTRO-RUN.
012610
012620     ACCEPT WS-DATA-FIM-RUN FROM DATE YYYYMMDD
012630     ACCEPT WS-HORA-FIM-RUN FROM TIME
012640     OPEN EXTEND VENDAS-RUN
012650     IF WS-RUN-NAO-EXISTE
012660         OPEN OUTPUT VENDAS-RUN
012670     END-IF
012680     IF NOT WS-RUN-OK
012690         DISPLAY 'ERRO AO ABRIR VENDARUN - STATUS ' WS-STATUS-RUN
012700                 ' - ESTORNO NAO REGISTRADO'
012710         GO TO 9500-GRAVAR-REGISTRO-RUN-EXIT
012720     END-IF
012730     MOVE SPACES                 TO VRN-REGISTRO
012740     MOVE WS-DATA-INICIO-RUN     TO VRN-DATA-INICIO
012750     MOVE WS-HORA-INICIO-RUN     TO VRN-HORA-INICIO
012760     MOVE WS-DATA-FIM-RUN        TO VRN-DATA-FIM
012770     MOVE WS-HORA-FIM-RUN        TO VRN-HORA-FIM
012780     MOVE 'X'                    TO VRN-MODO
012790     MOVE WS-RESPONSAVEL(1:8)    TO VRN-PARM
012800     MOVE WS-LOJA-PEDIDA         TO VRN-LOJA
012810     MOVE WS-DATA-LOTE-PEDIDA    TO VRN-DATA-LOTE
012820     MOVE WS-EST-QTDE            TO VRN-QTDE-LIDAS
012830     MOVE WS-CONTADOR-ESTORNADOS TO VRN-QTDE-APLICADAS
012840     MOVE 0                      TO VRN-QTDE-REJEITADAS
012850     MOVE WS-VALOR-ESTORNADO     TO VRN-VALOR-APLICADO
012860     MOVE RETURN-CODE            TO VRN-RETORNO
012870     IF WS-ABORTADO
012880         MOVE 'A' TO VRN-SITUACAO
012890     ELSE
012900         IF WS-ESTORNO-FEITO
012910             MOVE 'X' TO VRN-SITUACAO
012920         ELSE
012930             MOVE 'R' TO VRN-SITUACAO
012940         END-IF
012950     END-IF
012960     WRITE VRN-REGISTRO
012970     IF NOT WS-RUN-OK
012980         DISPLAY 'ERRO AO GRAVAR VENDARUN - STATUS ' WS-STATUS-RUN
012990                 ' - ESTORNO NAO REGISTRADO'
013000     END-IF
013010     CLOSE VENDAS-RUN
013020     .
013030 9500-GRAVAR-REGISTRO-RUN-EXIT.
013040     EXIT.
013050
013060******************************************************************
013070* 9600-LIBERAR-TRAVA - EMPTY THE VENDALCK FILE, THE SAME WAY THE
013080* POSTING RUN RELEASES IT. A RUN ABANDONED PART-WAY THROUGH THE
013090* APPLY PASS NEVER GETS HERE WITH THE SWITCH ON: ITS LOCK STAYS
013100* UNTIL THE FILES ARE RESTORED.
013110******************************************************************
013120 9600-LIBERAR-TRAVA.
013130
013140     IF NOT WS-TRAVA-OBTIDA
013150         GO TO 9600-LIBERAR-TRAVA-EXIT
013160     END-IF
013170     OPEN OUTPUT VENDAS-LOCK
013180     IF NOT WS-LCK-OK
013190         DISPLAY 'ERRO AO LIBERAR VENDALCK - STATUS '
013200                 WS-STATUS-LCK
013210     ELSE
013220         CLOSE VENDAS-LOCK
013230     END-IF
013240     .
013250 9600-LIBERAR-TRAVA-EXIT.
013260     EXIT.
013270
013280******************************************************************
013290* 9900-ABANDONAR - AN I/O ERROR OR A FULL TABLE. BEFORE THE APPLY
013300* PASS NOTHING HAS CHANGED, SO THE RUN IS RECORDED AND THE LOCK
013310* RELEASED AS USUAL. DURING IT THE FILES ARE PART-REVERSED: THE
013320* LOCK IS KEPT SO NO POSTING RUNS ON TOP OF THEM, AND THE
013330* OPERATOR IS TOLD TO RESTORE VENDALOG AND VENDAMST FROM THE
013340* COPIES TAKEN BY THE JOB BEFORE CLEARING IT. ENDS RC=16.
013350******************************************************************
013360 9900-ABANDONAR.
013370
013380     MOVE 16 TO RETURN-CODE
013390     SET WS-ABORTADO TO TRUE
013400     DISPLAY 'ESTORNO ABANDONADO - LOJA ' WS-LOJA-PEDIDA
013410             ' DATA ' WS-DATA-LOTE-PEDIDA
013420     IF WS-APLICACAO-INICIADA
013430         MOVE 'N' TO WS-SW-TRAVA-OBTIDA
013440         DISPLAY 'VENDALOG E VENDAMST PARCIALMENTE ESTORNADOS - '
013450                 'RESTAURE AS COPIAS DO PASSO ANTERIOR'
013460         DISPLAY 'A TRAVA VENDALCK FOI MANTIDA - LIMPE COM '
013470                 'PARM=L SO DEPOIS DA RESTAURACAO'
013480     END-IF
013490     PERFORM 9500-GRAVAR-REGISTRO-RUN
013500             THRU 9500-GRAVAR-REGISTRO-RUN-EXIT
013510     PERFORM 9600-LIBERAR-TRAVA THRU 9600-LIBERAR-TRAVA-EXIT
013520     STOP RUN
013530     .
013540 9900-ABANDONAR-EXIT.
013550     EXIT.
