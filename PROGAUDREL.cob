000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: RELATORIO DA TRILHA DE AUDITORIA VENDAAUD PARA A
000070*          REVISAO ANUAL DOS AUDITORES EXTERNOS. LISTA CADA
000080*          MANUTENCAO SUPERVISIONADA FEITA NO PROGVENDAS -
000090*          FECHAMENTO E REABERTURA DE PERIODOS (P), ORCAMENTO
000100*          (O), ALIQUOTAS (T), LIMPEZA DA TRAVA (L), CADASTRO DE
000110*          FILIAIS (F), ENCERRAMENTO DE EXERCICIO (E), CADASTRO
000120*          DE VENDEDORES (V) E CALENDARIO DE FUNCIONAMENTO (D) -
000130*          COM DATA, HORA, RESPONSAVEL, CHAVE E OS VALORES ANTES
000140*          E DEPOIS DA ALTERACAO, E FECHA COM OS TOTAIS POR MODO.
000150*          PARM: AAAAMMDDAAAAMMDDM - DATA INICIAL, DATA FINAL E
000160*                MODO (BRANCO OU * = TODOS). DATAS EM BRANCO =
000170*                O ANO ANTERIOR INTEIRO.
000180*          SO LE - NENHUM ARQUIVO E ALTERADO.
000190*          RC: 16 = PARM INVALIDO OU ERRO DE ARQUIVO.
000200******************************************************************
000210* MODIFICATION HISTORY
000220* DATE       WHO   DESCRIPTION
000230* 15.10.2026 IK    ORIGINAL PROGRAM.
000240* 15.10.2026 IK    SALESPERSON MAINTENANCE (MODE V) LISTED AND
000250*                  TOTALLED LIKE THE OTHER MODES.
000260* 15.10.2026 IK    TRADING CALENDAR MAINTENANCE (MODE D) LISTED
000270*                  AND TOTALLED; ITS ELEVEN-BYTE KEY IS PRINTED
000280*                  FROM THE IMAGE, AS VAU-CHAVE HOLDS ONLY TEN.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PROGAUDREL.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VENDAS-AUDITORIA ASSIGN TO "VENDAAUD"
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS WS-STATUS-AUD.
000430     SELECT AUD-RELATORIO ASSIGN TO "AUDRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-STATUS-RPT.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  VENDAS-AUDITORIA.
000500     COPY VENDAAUD.
000510
000520 FD  AUD-RELATORIO.
000530     COPY VENDARPT.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-FLAGS.
000570     02  WS-STATUS-AUD       PIC X(002)    VALUE SPACES.
000580         88  WS-AUD-OK                     VALUE '00'.
000590         88  WS-AUD-FIM                    VALUE '10'.
000600         88  WS-AUD-NAO-EXISTE             VALUE '35'.
000610     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
000620         88  WS-RPT-OK                     VALUE '00'.
000630
000640 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
000650
000660 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
000670 77  WS-ANO-ANTERIOR         PIC 9(004)    VALUE 0.
000680 77  WS-DATA-DE              PIC 9(008)    VALUE 0.
000690 77  WS-DATA-ATE             PIC 9(008)    VALUE 0.
000700 77  WS-MODO-PEDIDO          PIC X(001)    VALUE SPACES.
000710     88  WS-TODOS-MODOS                    VALUES SPACE '*'.
000720     88  WS-MODO-VALIDO                    VALUES 'P' 'O' 'T'
000730                                                  'L' 'F' 'E' 'V'
000740                                                  'D'.
000750 77  WS-MODO-DESCRITO        PIC X(001)    VALUE SPACES.
000760 77  WS-DESC-MODO            PIC X(020)    VALUE SPACES.
000770 77  WS-SUB                  PIC 9(002)    VALUE 0.
000780 77  WS-ALIQ-PERCENTUAL      PIC 9(002)V99 VALUE 0.
000790 77  WS-CONTADOR-LIDOS       PIC 9(006)    VALUE 0.
000800 77  WS-CONTADOR-LISTADOS    PIC 9(006)    VALUE 0.
000810 77  WS-CONTADOR-PERIODOS    PIC 9(006)    VALUE 0.
000820 77  WS-CONTADOR-ORCAMENTO   PIC 9(006)    VALUE 0.
000830 77  WS-CONTADOR-ALIQUOTAS   PIC 9(006)    VALUE 0.
000840 77  WS-CONTADOR-TRAVAS      PIC 9(006)    VALUE 0.
000850 77  WS-CONTADOR-FILIAIS     PIC 9(006)    VALUE 0.
000860 77  WS-CONTADOR-EXERCICIOS  PIC 9(006)    VALUE 0.
000870 77  WS-CONTADOR-VENDEDORES  PIC 9(006)    VALUE 0.
000880 77  WS-CONTADOR-CALENDARIO  PIC 9(006)    VALUE 0.
000890
000900******************************************************************
000910* THE MAINTAINED RECORD LAYOUTS. THE BEFORE AND AFTER IMAGES ON
000920* VENDAAUD ARE WHOLE RECORDS OF THE FILE THE MODE MAINTAINS, SO
000930* EACH IMAGE IS MOVED OVER ITS OWN COPYBOOK TO BE DESCRIBED.
000940******************************************************************
000950     COPY VENDAPER.
000960     COPY VENDAORC.
000970     COPY VENDATAX.
000980     COPY VENDALCK.
000990     COPY VENDALOJ.
001000     COPY VENDAVEN.
001010     COPY VENDACAL.
001020
001030******************************************************************
001040* WS-DESCRICAO-IMAGEM - ONE IMAGE AND UP TO THREE 30-BYTE LINES
001050* DESCRIBING IT (2300). THE LINES ARE THEN COPIED TO THE BEFORE
001060* OR AFTER COLUMN OF THE ENTRY.
001070******************************************************************
001080 01  WS-IMAGEM                PIC X(060)    VALUE SPACES.
001090 01  WS-TEXTOS-IMAGEM.
001100     02  WS-TXT-IMAGEM        PIC X(030) OCCURS 3 TIMES.
001110 01  WS-TEXTOS-ANTES.
001120     02  WS-TXT-ANTES         PIC X(030) OCCURS 3 TIMES.
001130 01  WS-TEXTOS-DEPOIS.
001140     02  WS-TXT-DEPOIS        PIC X(030) OCCURS 3 TIMES.
001150
001160 01  WS-FORMATOS-IMAGEM.
001170     02  WS-FMT-ORCADO.
001180         03  FILLER              PIC X(008) VALUE 'ORCADO  '.
001190         03  WS-FMT-ORCADO-ED    PIC ZZZ.ZZZ.ZZ9,99.
001200         03  FILLER              PIC X(008) VALUE SPACES.
001210     02  WS-FMT-ALIQUOTA.
001220         03  FILLER              PIC X(009) VALUE 'ALIQUOTA '.
001230         03  WS-FMT-ALIQUOTA-ED  PIC Z9,99.
001240         03  FILLER              PIC X(016) VALUE '%'.
001250     02  WS-FMT-TRAVA.
001260         03  FILLER              PIC X(005) VALUE 'MODO '.
001270         03  WS-FMT-TRAVA-MODO   PIC X(001).
001280         03  FILLER              PIC X(006) VALUE ' PARM '.
001290         03  WS-FMT-TRAVA-PARM   PIC X(008).
001300         03  FILLER              PIC X(010) VALUE SPACES.
001310     02  WS-FMT-DESDE.
001320         03  FILLER              PIC X(006) VALUE 'DESDE '.
001330         03  WS-FMT-DESDE-DATA   PIC X(010).
001340         03  FILLER              PIC X(001) VALUE SPACES.
001350         03  WS-FMT-DESDE-HORA   PIC X(008).
001360         03  FILLER              PIC X(005) VALUE SPACES.
001370     02  WS-FMT-REGIAO.
001380         03  FILLER              PIC X(007) VALUE 'REGIAO '.
001390         03  WS-FMT-REGIAO-NOME  PIC X(010).
001400         03  FILLER              PIC X(013) VALUE SPACES.
001410     02  WS-FMT-DATAS-LOJA.
001420         03  FILLER              PIC X(003) VALUE 'AB '.
001430         03  WS-FMT-ABERTURA     PIC 9(008).
001440         03  FILLER              PIC X(004) VALUE ' FE '.
001450         03  WS-FMT-FECHAMENTO   PIC 9(008).
001460         03  FILLER              PIC X(007) VALUE SPACES.
001470     02  WS-FMT-VENDEDOR.
001480         03  FILLER              PIC X(005) VALUE 'LOJA '.
001490         03  WS-FMT-VEN-LOJA     PIC X(003).
001500         03  FILLER              PIC X(005) VALUE ' MAT '.
001510         03  WS-FMT-VEN-MATRICULA
001520                                 PIC X(008).
001530         03  FILLER              PIC X(001) VALUE SPACES.
001540         03  WS-FMT-VEN-TAXA     PIC Z9,99.
001550         03  FILLER              PIC X(003) VALUE '%'.
001560     02  WS-FMT-DATAS-VENDEDOR.
001570         03  FILLER              PIC X(003) VALUE 'AD '.
001580         03  WS-FMT-ADMISSAO     PIC 9(008).
001590         03  FILLER              PIC X(004) VALUE ' DE '.
001600         03  WS-FMT-DESLIGAMENTO PIC 9(008).
001610         03  FILLER              PIC X(007) VALUE SPACES.
001620     02  WS-FMT-CAL-PERFIL.
001630         03  FILLER              PIC X(012) VALUE 'PERFIL DIAS '.
001640         03  WS-FMT-CAL-SEMANA   PIC X(007).
001650         03  FILLER              PIC X(011) VALUE SPACES.
001660     02  WS-FMT-CAL-FAIXA.
001670         03  FILLER              PIC X(003) VALUE 'NF '.
001680         03  WS-FMT-CAL-NF-INICIAL
001690                                 PIC 9(009).
001700         03  FILLER              PIC X(003) VALUE ' A '.
001710         03  WS-FMT-CAL-NF-FINAL PIC 9(009).
001720         03  FILLER              PIC X(006) VALUE SPACES.
001730
001740******************************************************************
001750* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR AUDRPT. EACH
001760* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
001770* JUST BEFORE THE MATCHING WRITE.
001780******************************************************************
001790 01  WS-LINHAS-RELATORIO.
001800     02  WS-DATA-FORMATADA.
001810         03  WS-DATA-DIA         PIC X(002).
001820         03  FILLER              PIC X(001) VALUE '/'.
001830         03  WS-DATA-MES         PIC X(002).
001840         03  FILLER              PIC X(001) VALUE '/'.
001850         03  WS-DATA-ANO         PIC X(004).
001860     02  WS-HORA-FORMATADA.
001870         03  WS-HORA-HH          PIC X(002).
001880         03  FILLER              PIC X(001) VALUE ':'.
001890         03  WS-HORA-MM          PIC X(002).
001900         03  FILLER              PIC X(001) VALUE ':'.
001910         03  WS-HORA-SS          PIC X(002).
001920     02  WS-CAB-EMPRESA.
001930         03  FILLER              PIC X(030) VALUE SPACES.
001940         03  FILLER              PIC X(072)
001950             VALUE 'TRILHA DE AUDITORIA DA MANUTENCAO - VENDAAUD'.
001960         03  FILLER              PIC X(030) VALUE SPACES.
001970     02  WS-CAB-DATA.
001980         03  FILLER              PIC X(006) VALUE 'DATA: '.
001990         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
002000         03  FILLER              PIC X(116) VALUE SPACES.
002010     02  WS-CAB-SELECAO.
002020         03  FILLER              PIC X(009) VALUE 'PERIODO: '.
002030         03  WS-CAB-DATA-DE      PIC X(010) VALUE SPACES.
002040         03  FILLER              PIC X(003) VALUE ' A '.
002050         03  WS-CAB-DATA-ATE     PIC X(010) VALUE SPACES.
002060         03  FILLER              PIC X(009) VALUE '   MODO: '.
002070         03  WS-CAB-MODO         PIC X(020) VALUE SPACES.
002080         03  FILLER              PIC X(071) VALUE SPACES.
002090     02  WS-CAB-LEGENDA.
002100         03  FILLER              PIC X(045) VALUE
002110             'MODOS: P PERIODOS  O ORCAMENTO  T ALIQUOTAS'.
002120         03  FILLER              PIC X(049) VALUE
002130             'L TRAVA  F FILIAIS  E ENCERRAMENTO DE EXERCICIO'.
002140         03  FILLER              PIC X(014) VALUE
002150             '  V VENDEDORES'.
002160         03  FILLER              PIC X(014) VALUE
002170             '  D CALENDARIO'.
002180         03  FILLER              PIC X(010) VALUE SPACES.
002190     02  WS-CAB-COLUNAS.
002200         03  FILLER              PIC X(001) VALUE SPACES.
002210         03  FILLER              PIC X(011) VALUE 'DATA'.
002220         03  FILLER              PIC X(010) VALUE 'HORA'.
002230         03  FILLER              PIC X(003) VALUE 'MD'.
002240         03  FILLER              PIC X(011) VALUE 'ACAO'.
002250         03  FILLER              PIC X(021) VALUE 'RESPONSAVEL'.
002260         03  FILLER              PIC X(012) VALUE 'CHAVE'.
002270         03  FILLER              PIC X(032) VALUE 'ANTES'.
002280         03  FILLER              PIC X(031) VALUE 'DEPOIS'.
002290     02  WS-LINHA-AUDITORIA.
002300         03  FILLER              PIC X(001) VALUE SPACES.
002310         03  WS-AUD-DATA-ED      PIC X(010).
002320         03  FILLER              PIC X(001) VALUE SPACES.
002330         03  WS-AUD-HORA-ED      PIC X(008).
002340         03  FILLER              PIC X(002) VALUE SPACES.
002350         03  WS-AUD-MODO-ED      PIC X(001).
002360         03  FILLER              PIC X(002) VALUE SPACES.
002370         03  WS-AUD-ACAO-ED      PIC X(010).
002380         03  FILLER              PIC X(001) VALUE SPACES.
002390         03  WS-AUD-RESP-ED      PIC X(020).
002400         03  FILLER              PIC X(001) VALUE SPACES.
002410         03  WS-AUD-CHAVE-ED     PIC X(011).
002420         03  FILLER              PIC X(001) VALUE SPACES.
002430         03  WS-AUD-ANTES-ED     PIC X(030).
002440         03  FILLER              PIC X(002) VALUE SPACES.
002450         03  WS-AUD-DEPOIS-ED    PIC X(030).
002460         03  FILLER              PIC X(001) VALUE SPACES.
002470     02  WS-LINHA-CONTINUACAO.
002480         03  FILLER              PIC X(069) VALUE SPACES.
002490         03  WS-CONT-ANTES-ED    PIC X(030).
002500         03  FILLER              PIC X(002) VALUE SPACES.
002510         03  WS-CONT-DEPOIS-ED   PIC X(030).
002520         03  FILLER              PIC X(001) VALUE SPACES.
002530     02  WS-LINHA-RESUMO.
002540         03  FILLER              PIC X(004) VALUE SPACES.
002550         03  WS-RES-LITERAL      PIC X(040) VALUE SPACES.
002560         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
002570         03  FILLER              PIC X(081) VALUE SPACES.
002580
002590 PROCEDURE DIVISION.
002600 0000-PRINCIPAL.
002610
002620     PERFORM 1000-INICIAR      THRU 1000-INICIAR-EXIT.
002630     PERFORM 2000-LISTAR-AUDITORIA
002640             THRU 2000-LISTAR-AUDITORIA-EXIT
002650             UNTIL WS-AUD-FIM OR NOT WS-AUD-OK.
002660     PERFORM 9000-ENCERRAR     THRU 9000-ENCERRAR-EXIT.
002670     STOP RUN.
002680
002690******************************************************************
002700* 1000-INICIAR - TAKE THE DATE RANGE AND MODE FROM THE PARM, OPEN
002710* THE AUDIT FILE AND THE REPORT AND PRINT THE HEADINGS. AN AUDIT
002720* FILE THAT DOES NOT EXIST YET JUST MEANS NO MAINTENANCE WAS
002730* EVER MADE, WHICH IS ITSELF WORTH A CLEAN REPORT SAYING SO.
002740******************************************************************
002750 1000-INICIAR.
002760
002770     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002780     PERFORM 1100-OBTER-SELECAO THRU 1100-OBTER-SELECAO-EXIT
002790     OPEN OUTPUT AUD-RELATORIO
002800     IF NOT WS-RPT-OK
002810         DISPLAY 'ERRO AO ABRIR AUDRPT - STATUS ' WS-STATUS-RPT
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF
002850     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
002860     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
002870     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
002880     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
002890     MOVE WS-DATA-DE(1:4)       TO WS-DATA-ANO
002900     MOVE WS-DATA-DE(5:2)       TO WS-DATA-MES
002910     MOVE WS-DATA-DE(7:2)       TO WS-DATA-DIA
002920     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-DE
002930     MOVE WS-DATA-ATE(1:4)      TO WS-DATA-ANO
002940     MOVE WS-DATA-ATE(5:2)      TO WS-DATA-MES
002950     MOVE WS-DATA-ATE(7:2)      TO WS-DATA-DIA
002960     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-ATE
002970     IF WS-TODOS-MODOS
002980         MOVE 'TODOS'           TO WS-CAB-MODO
002990     ELSE
003000         MOVE WS-MODO-PEDIDO    TO WS-MODO-DESCRITO
003010         PERFORM 1200-DESCREVER-MODO
003020                 THRU 1200-DESCREVER-MODO-EXIT
003030         MOVE WS-DESC-MODO      TO WS-CAB-MODO
003040     END-IF
003050     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
003060     WRITE VDR-REGISTRO
003070     MOVE WS-CAB-DATA           TO VDR-REGISTRO
003080     WRITE VDR-REGISTRO
003090     MOVE WS-CAB-SELECAO        TO VDR-REGISTRO
003100     WRITE VDR-REGISTRO
003110     MOVE WS-CAB-LEGENDA        TO VDR-REGISTRO
003120     WRITE VDR-REGISTRO
003130     MOVE SPACES                TO VDR-REGISTRO
003140     WRITE VDR-REGISTRO
003150     MOVE WS-CAB-COLUNAS        TO VDR-REGISTRO
003160     WRITE VDR-REGISTRO
003170     OPEN INPUT VENDAS-AUDITORIA
003180     IF WS-AUD-NAO-EXISTE
003190         MOVE 'NENHUMA MANUTENCAO REGISTRADA ATE AGORA'
003200                                    TO WS-RES-LITERAL
003210         MOVE 0                     TO WS-RES-NUMERO
003220         MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
003230         WRITE VDR-REGISTRO
003240         CLOSE AUD-RELATORIO
003250         STOP RUN
003260     END-IF
003270     IF NOT WS-AUD-OK
003280         DISPLAY 'ERRO AO ABRIR VENDAAUD - STATUS ' WS-STATUS-AUD
003290         CLOSE AUD-RELATORIO
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     .
003340 1000-INICIAR-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* 1100-OBTER-SELECAO - PARM AAAAMMDDAAAAMMDDM. BLANK DATES SELECT
003390* THE WHOLE PREVIOUS YEAR, WHICH IS WHAT THE YEARLY REVIEW ASKS
003400* FOR; A BLANK OR * MODE SELECTS EVERY MODE. ANYTHING ELSE THAT
003410* DOES NOT MAKE SENSE STOPS THE STEP RC=16 BEFORE A REPORT OF
003420* THE WRONG RANGE CAN BE FILED.
003430******************************************************************
003440 1100-OBTER-SELECAO.
003450
003460     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
003470     MOVE WS-PARAMETRO-ENTRADA(17:1) TO WS-MODO-PEDIDO
003480     IF WS-PARAMETRO-ENTRADA(1:16) = SPACES
003490         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ANTERIOR
003500         SUBTRACT 1 FROM WS-ANO-ANTERIOR
003510         MOVE WS-ANO-ANTERIOR TO WS-DATA-DE(1:4)
003520         MOVE '0101'          TO WS-DATA-DE(5:4)
003530         MOVE WS-ANO-ANTERIOR TO WS-DATA-ATE(1:4)
003540         MOVE '1231'          TO WS-DATA-ATE(5:4)
003550     ELSE
003560         IF WS-PARAMETRO-ENTRADA(1:16) NUMERIC
003570             MOVE WS-PARAMETRO-ENTRADA(1:8) TO WS-DATA-DE
003580             MOVE WS-PARAMETRO-ENTRADA(9:8) TO WS-DATA-ATE
003590         ELSE
003600             DISPLAY 'PARM INVALIDO - USE AAAAMMDDAAAAMMDDM OU '
003610                     'BRANCO PARA O ANO ANTERIOR'
003620             MOVE 16 TO RETURN-CODE
003630             STOP RUN
003640         END-IF
003650     END-IF
003660     IF WS-DATA-DE > WS-DATA-ATE
003670         DISPLAY 'DATA INICIAL ' WS-DATA-DE ' POSTERIOR A FINAL '
003680                 WS-DATA-ATE ' - RELATORIO NAO EMITIDO'
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF
003720     IF NOT WS-TODOS-MODOS AND NOT WS-MODO-VALIDO
003730         DISPLAY 'MODO INVALIDO NO PARM: ' WS-MODO-PEDIDO
003740                 ' - USE P, O, T, L, F, E, V, D OU BRANCO'
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF
003780     .
003790 1100-OBTER-SELECAO-EXIT.
003800     EXIT.
003810
003820 1200-DESCREVER-MODO.
003830
003840     IF WS-MODO-DESCRITO = 'P'
003850         MOVE 'P - PERIODOS'        TO WS-DESC-MODO
003860     ELSE
003870         IF WS-MODO-DESCRITO = 'O'
003880             MOVE 'O - ORCAMENTO'   TO WS-DESC-MODO
003890         ELSE
003900             IF WS-MODO-DESCRITO = 'T'
003910                 MOVE 'T - ALIQUOTAS'   TO WS-DESC-MODO
003920             ELSE
003930                 IF WS-MODO-DESCRITO = 'L'
003940                     MOVE 'L - TRAVA'   TO WS-DESC-MODO
003950                 ELSE
003960                     IF WS-MODO-DESCRITO = 'F'
003970                         MOVE 'F - FILIAIS' TO WS-DESC-MODO
003980                     ELSE
003990                         IF WS-MODO-DESCRITO = 'V'
004000                             MOVE 'V - VENDEDORES'
004010                                                TO WS-DESC-MODO
004020                         ELSE
004030                             IF WS-MODO-DESCRITO = 'D'
004040                                 MOVE 'D - CALENDARIO'
004050                                                TO WS-DESC-MODO
004060                             ELSE
004070                                 MOVE 'E - ENCERRAMENTO'
004080                                                TO WS-DESC-MODO
004090                             END-IF
004100                         END-IF
004110                     END-IF
004120                 END-IF
004130             END-IF
004140         END-IF
004150     END-IF
004160     .
004170 1200-DESCREVER-MODO-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210* 2000-LISTAR-AUDITORIA - READ ONE AUDIT RECORD AND, WHEN IT FALLS
004220* IN THE DATE RANGE AND MODE ASKED FOR, PRINT IT. THE FILE IS
004230* APPEND-ONLY, SO THE LISTING COMES OUT IN THE ORDER THE CHANGES
004240* WERE MADE.
004250******************************************************************
004260 2000-LISTAR-AUDITORIA.
004270
004280     READ VENDAS-AUDITORIA
004290         AT END
004300             GO TO 2000-LISTAR-AUDITORIA-EXIT
004310     END-READ
004320     IF NOT WS-AUD-OK
004330         GO TO 2000-LISTAR-AUDITORIA-EXIT
004340     END-IF
004350     ADD 1 TO WS-CONTADOR-LIDOS
004360     IF VAU-DATA < WS-DATA-DE OR VAU-DATA > WS-DATA-ATE
004370         GO TO 2000-LISTAR-AUDITORIA-EXIT
004380     END-IF
004390     IF NOT WS-TODOS-MODOS AND VAU-MODO NOT = WS-MODO-PEDIDO
004400         GO TO 2000-LISTAR-AUDITORIA-EXIT
004410     END-IF
004420     PERFORM 2100-IMPRIMIR-REGISTRO
004430             THRU 2100-IMPRIMIR-REGISTRO-EXIT
004440     .
004450 2000-LISTAR-AUDITORIA-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 2100-IMPRIMIR-REGISTRO - ONE ENTRY: THE FIRST LINE CARRIES THE
004500* DATE, TIME, MODE, ACTION, SUPERVISOR AND KEY WITH THE FIRST
004510* LINE OF EACH IMAGE; A STORE OR LOCK IMAGE NEEDS MORE THAN ONE
004520* LINE, AND THE REST GO ON CONTINUATION LINES UNDER THE BEFORE
004530* AND AFTER COLUMNS. A CALENDAR KEY IS ONE BYTE LONGER THAN
004540* VAU-CHAVE, SO FOR MODE D IT IS TAKEN FROM THE IMAGE INSTEAD.
004550******************************************************************
004560 2100-IMPRIMIR-REGISTRO.
004570
004580     ADD 1 TO WS-CONTADOR-LISTADOS
004590     PERFORM 2200-CONTAR-MODO THRU 2200-CONTAR-MODO-EXIT
004600     MOVE VAU-DATA(1:4)         TO WS-DATA-ANO
004610     MOVE VAU-DATA(5:2)         TO WS-DATA-MES
004620     MOVE VAU-DATA(7:2)         TO WS-DATA-DIA
004630     MOVE WS-DATA-FORMATADA     TO WS-AUD-DATA-ED
004640     MOVE VAU-HORA(1:2)         TO WS-HORA-HH
004650     MOVE VAU-HORA(3:2)         TO WS-HORA-MM
004660     MOVE VAU-HORA(5:2)         TO WS-HORA-SS
004670     MOVE WS-HORA-FORMATADA     TO WS-AUD-HORA-ED
004680     MOVE VAU-MODO              TO WS-AUD-MODO-ED
004690     IF VAU-INCLUSAO
004700         MOVE 'INCLUSAO'        TO WS-AUD-ACAO-ED
004710     ELSE
004720         IF VAU-LIMPEZA
004730             MOVE 'LIMPEZA'     TO WS-AUD-ACAO-ED
004740         ELSE
004750             MOVE 'ALTERACAO'   TO WS-AUD-ACAO-ED
004760         END-IF
004770     END-IF
004780     MOVE VAU-RESPONSAVEL       TO WS-AUD-RESP-ED
004790     MOVE VAU-CHAVE             TO WS-AUD-CHAVE-ED
004800     IF VAU-MODO = 'D'
004810         IF VAU-DEPOIS = SPACES
004820             MOVE VAU-ANTES     TO VCA-REGISTRO
004830         ELSE
004840             MOVE VAU-DEPOIS    TO VCA-REGISTRO
004850         END-IF
004860         MOVE VCA-CHAVE         TO WS-AUD-CHAVE-ED
004870     END-IF
004880     MOVE VAU-ANTES             TO WS-IMAGEM
004890     PERFORM 2300-DESCREVER-IMAGEM
004900             THRU 2300-DESCREVER-IMAGEM-EXIT
004910     MOVE WS-TEXTOS-IMAGEM      TO WS-TEXTOS-ANTES
004920     MOVE VAU-DEPOIS            TO WS-IMAGEM
004930     PERFORM 2300-DESCREVER-IMAGEM
004940             THRU 2300-DESCREVER-IMAGEM-EXIT
004950     MOVE WS-TEXTOS-IMAGEM      TO WS-TEXTOS-DEPOIS
004960     MOVE WS-TXT-ANTES(1)       TO WS-AUD-ANTES-ED
004970     MOVE WS-TXT-DEPOIS(1)      TO WS-AUD-DEPOIS-ED
004980     MOVE WS-LINHA-AUDITORIA    TO VDR-REGISTRO
004990     WRITE VDR-REGISTRO
005000     PERFORM 2150-IMPRIMIR-CONTINUACAO
005010             THRU 2150-IMPRIMIR-CONTINUACAO-EXIT
005020             VARYING WS-SUB FROM 2 BY 1
005030             UNTIL WS-SUB > 3
005040     .
005050 2100-IMPRIMIR-REGISTRO-EXIT.
005060     EXIT.
005070
005080 2150-IMPRIMIR-CONTINUACAO.
005090
005100     IF WS-TXT-ANTES(WS-SUB) = SPACES
005110         AND WS-TXT-DEPOIS(WS-SUB) = SPACES
005120         GO TO 2150-IMPRIMIR-CONTINUACAO-EXIT
005130     END-IF
005140     MOVE WS-TXT-ANTES(WS-SUB)  TO WS-CONT-ANTES-ED
005150     MOVE WS-TXT-DEPOIS(WS-SUB) TO WS-CONT-DEPOIS-ED
005160     MOVE WS-LINHA-CONTINUACAO  TO VDR-REGISTRO
005170     WRITE VDR-REGISTRO
005180     .
005190 2150-IMPRIMIR-CONTINUACAO-EXIT.
005200     EXIT.
005210
005220 2200-CONTAR-MODO.
005230
005240     IF VAU-MODO = 'P'
005250         ADD 1 TO WS-CONTADOR-PERIODOS
005260     ELSE
005270         IF VAU-MODO = 'O'
005280             ADD 1 TO WS-CONTADOR-ORCAMENTO
005290         ELSE
005300             IF VAU-MODO = 'T'
005310                 ADD 1 TO WS-CONTADOR-ALIQUOTAS
005320             ELSE
005330                 IF VAU-MODO = 'L'
005340                     ADD 1 TO WS-CONTADOR-TRAVAS
005350                 ELSE
005360                     IF VAU-MODO = 'F'
005370                         ADD 1 TO WS-CONTADOR-FILIAIS
005380                     ELSE
005390                         IF VAU-MODO = 'V'
005400                             ADD 1 TO WS-CONTADOR-VENDEDORES
005410                         ELSE
005420                             IF VAU-MODO = 'D'
005430                                 ADD 1 TO WS-CONTADOR-CALENDARIO
005440                             ELSE
005450                                 ADD 1 TO WS-CONTADOR-EXERCICIOS
005460                             END-IF
005470                         END-IF
005480                     END-IF
005490                 END-IF
005500             END-IF
005510         END-IF
005520     END-IF
005530     .
005540 2200-CONTAR-MODO-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 2300-DESCREVER-IMAGEM - TURN ONE BEFORE OR AFTER IMAGE INTO UP
005590* TO THREE PRINTABLE LINES, READING IT THROUGH THE COPYBOOK OF
005600* THE FILE THE MODE MAINTAINS. AN IMAGE OF SPACES IS A RECORD
005610* THAT DID NOT EXIST BEFORE, OR THE LOCK AFTER IT WAS CLEARED.
005620******************************************************************
005630 2300-DESCREVER-IMAGEM.
005640
005650     MOVE SPACES TO WS-TEXTOS-IMAGEM
005660     IF WS-IMAGEM = SPACES
005670         MOVE '(SEM REGISTRO)' TO WS-TXT-IMAGEM(1)
005680         GO TO 2300-DESCREVER-IMAGEM-EXIT
005690     END-IF
005700     IF VAU-MODO = 'P' OR VAU-MODO = 'E'
005710         MOVE WS-IMAGEM TO VPE-REGISTRO
005720         IF VPE-SITUACAO = 'F'
005730             MOVE 'FECHADO' TO WS-TXT-IMAGEM(1)
005740         ELSE
005750             MOVE 'ABERTO'  TO WS-TXT-IMAGEM(1)
005760         END-IF
005770         GO TO 2300-DESCREVER-IMAGEM-EXIT
005780     END-IF
005790     IF VAU-MODO = 'O'
005800         MOVE WS-IMAGEM TO VOR-REGISTRO
005810         MOVE VOR-VALOR-ORCADO TO WS-FMT-ORCADO-ED
005820         MOVE WS-FMT-ORCADO    TO WS-TXT-IMAGEM(1)
005830         GO TO 2300-DESCREVER-IMAGEM-EXIT
005840     END-IF
005850     IF VAU-MODO = 'T'
005860         MOVE WS-IMAGEM TO VTX-REGISTRO
005870         COMPUTE WS-ALIQ-PERCENTUAL = VTX-ALIQUOTA / 100
005880         MOVE WS-ALIQ-PERCENTUAL TO WS-FMT-ALIQUOTA-ED
005890         MOVE WS-FMT-ALIQUOTA    TO WS-TXT-IMAGEM(1)
005900         GO TO 2300-DESCREVER-IMAGEM-EXIT
005910     END-IF
005920     IF VAU-MODO = 'L'
005930         MOVE WS-IMAGEM TO VLK-REGISTRO
005940         MOVE VLK-MODO          TO WS-FMT-TRAVA-MODO
005950         MOVE VLK-PARM          TO WS-FMT-TRAVA-PARM
005960         MOVE WS-FMT-TRAVA      TO WS-TXT-IMAGEM(1)
005970         MOVE VLK-DATA(1:4)     TO WS-DATA-ANO
005980         MOVE VLK-DATA(5:2)     TO WS-DATA-MES
005990         MOVE VLK-DATA(7:2)     TO WS-DATA-DIA
006000         MOVE WS-DATA-FORMATADA TO WS-FMT-DESDE-DATA
006010         MOVE VLK-HORA(1:2)     TO WS-HORA-HH
006020         MOVE VLK-HORA(3:2)     TO WS-HORA-MM
006030         MOVE VLK-HORA(5:2)     TO WS-HORA-SS
006040         MOVE WS-HORA-FORMATADA TO WS-FMT-DESDE-HORA
006050         MOVE WS-FMT-DESDE      TO WS-TXT-IMAGEM(2)
006060         GO TO 2300-DESCREVER-IMAGEM-EXIT
006070     END-IF
006080     IF VAU-MODO = 'V'
006090         MOVE WS-IMAGEM TO VVE-REGISTRO
006100         MOVE VVE-NOME              TO WS-TXT-IMAGEM(1)
006110         MOVE VVE-LOJA              TO WS-FMT-VEN-LOJA
006120         MOVE VVE-MATRICULA         TO WS-FMT-VEN-MATRICULA
006130         COMPUTE WS-ALIQ-PERCENTUAL = VVE-TAXA-COMISSAO / 100
006140         MOVE WS-ALIQ-PERCENTUAL    TO WS-FMT-VEN-TAXA
006150         MOVE WS-FMT-VENDEDOR       TO WS-TXT-IMAGEM(2)
006160         MOVE VVE-DATA-ADMISSAO     TO WS-FMT-ADMISSAO
006170         MOVE VVE-DATA-DESLIGAMENTO TO WS-FMT-DESLIGAMENTO
006180         MOVE WS-FMT-DATAS-VENDEDOR TO WS-TXT-IMAGEM(3)
006190         GO TO 2300-DESCREVER-IMAGEM-EXIT
006200     END-IF
006210     IF VAU-MODO = 'D'
006220         MOVE WS-IMAGEM TO VCA-REGISTRO
006230         IF VCA-DATA = 0
006240             MOVE VCA-DIAS-SEMANA       TO WS-FMT-CAL-SEMANA
006250             MOVE WS-FMT-CAL-PERFIL     TO WS-TXT-IMAGEM(1)
006260             MOVE VCA-NF-INICIAL        TO WS-FMT-CAL-NF-INICIAL
006270             MOVE VCA-NF-FINAL          TO WS-FMT-CAL-NF-FINAL
006280             MOVE WS-FMT-CAL-FAIXA      TO WS-TXT-IMAGEM(2)
006290         ELSE
006300             IF VCA-DIA-SEM-MOVIMENTO
006310                 MOVE 'FECHADA NO DIA'  TO WS-TXT-IMAGEM(1)
006320             ELSE
006330                 MOVE 'ABERTA NO DIA'   TO WS-TXT-IMAGEM(1)
006340             END-IF
006350             MOVE VCA-DESCRICAO         TO WS-TXT-IMAGEM(2)
006360         END-IF
006370         GO TO 2300-DESCREVER-IMAGEM-EXIT
006380     END-IF
006390     MOVE WS-IMAGEM TO VLJ-REGISTRO
006400     MOVE VLJ-NOME              TO WS-TXT-IMAGEM(1)
006410     MOVE VLJ-REGIAO            TO WS-FMT-REGIAO-NOME
006420     MOVE WS-FMT-REGIAO         TO WS-TXT-IMAGEM(2)
006430     MOVE VLJ-DATA-ABERTURA     TO WS-FMT-ABERTURA
006440     MOVE VLJ-DATA-FECHAMENTO   TO WS-FMT-FECHAMENTO
006450     MOVE WS-FMT-DATAS-LOJA     TO WS-TXT-IMAGEM(3)
006460     .
006470 2300-DESCREVER-IMAGEM-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510* 9000-ENCERRAR - PRINT THE TOTALS PER MODE AND CLOSE. A READ
006520* ERROR MID-FILE ENDS THE STEP RC=16 SO AN INCOMPLETE AUDIT
006530* LISTING IS NEVER HANDED OVER AS THE FULL TRAIL.
006540******************************************************************
006550 9000-ENCERRAR.
006560
006570     IF NOT WS-AUD-FIM
006580         DISPLAY 'ERRO AO LER VENDAAUD - STATUS ' WS-STATUS-AUD
006590                 ' - RELATORIO INCOMPLETO'
006600         MOVE 16 TO RETURN-CODE
006610     END-IF
006620     MOVE SPACES                TO VDR-REGISTRO
006630     WRITE VDR-REGISTRO
006640     IF WS-CONTADOR-LISTADOS = 0
006650         MOVE 'NENHUMA MANUTENCAO NA SELECAO PEDIDA'
006660                                        TO WS-RES-LITERAL
006670         MOVE 0                         TO WS-RES-NUMERO
006680         MOVE WS-LINHA-RESUMO           TO VDR-REGISTRO
006690         WRITE VDR-REGISTRO
006700     END-IF
006710     MOVE 'REGISTROS LIDOS NA TRILHA:'  TO WS-RES-LITERAL
006720     MOVE WS-CONTADOR-LIDOS             TO WS-RES-NUMERO
006730     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006740     WRITE VDR-REGISTRO
006750     MOVE 'MANUTENCOES LISTADAS:'       TO WS-RES-LITERAL
006760     MOVE WS-CONTADOR-LISTADOS          TO WS-RES-NUMERO
006770     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006780     WRITE VDR-REGISTRO
006790     MOVE '  PERIODOS (P):'             TO WS-RES-LITERAL
006800     MOVE WS-CONTADOR-PERIODOS          TO WS-RES-NUMERO
006810     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006820     WRITE VDR-REGISTRO
006830     MOVE '  ORCAMENTO (O):'            TO WS-RES-LITERAL
006840     MOVE WS-CONTADOR-ORCAMENTO         TO WS-RES-NUMERO
006850     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006860     WRITE VDR-REGISTRO
006870     MOVE '  ALIQUOTAS (T):'            TO WS-RES-LITERAL
006880     MOVE WS-CONTADOR-ALIQUOTAS         TO WS-RES-NUMERO
006890     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006900     WRITE VDR-REGISTRO
006910     MOVE '  LIMPEZAS DE TRAVA (L):'    TO WS-RES-LITERAL
006920     MOVE WS-CONTADOR-TRAVAS            TO WS-RES-NUMERO
006930     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006940     WRITE VDR-REGISTRO
006950     MOVE '  FILIAIS (F):'              TO WS-RES-LITERAL
006960     MOVE WS-CONTADOR-FILIAIS           TO WS-RES-NUMERO
006970     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
006980     WRITE VDR-REGISTRO
006990     MOVE '  ENCERRAMENTOS DE EXERCICIO (E):'
007000                                        TO WS-RES-LITERAL
007010     MOVE WS-CONTADOR-EXERCICIOS        TO WS-RES-NUMERO
007020     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
007030     WRITE VDR-REGISTRO
007040     MOVE '  VENDEDORES (V):'           TO WS-RES-LITERAL
007050     MOVE WS-CONTADOR-VENDEDORES        TO WS-RES-NUMERO
007060     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
007070     WRITE VDR-REGISTRO
007080     MOVE '  CALENDARIO (D):'           TO WS-RES-LITERAL
007090     MOVE WS-CONTADOR-CALENDARIO        TO WS-RES-NUMERO
007100     MOVE WS-LINHA-RESUMO               TO VDR-REGISTRO
007110     WRITE VDR-REGISTRO
007120     CLOSE VENDAS-AUDITORIA
007130     CLOSE AUD-RELATORIO
007140     .
007150 9000-ENCERRAR-EXIT.
007160     EXIT.
