000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: CONFERENCIA DO RETORNO DA CONTABILIZACAO NO RAZAO
000070*          GERAL. LE O ARQUIVO DE RETORNO DO PROCESSAMENTO DE
000080*          LANCAMENTOS DO RAZAO (VENDAGLR) - UM REGISTRO POR
000090*          REGISTRO DO VENDAGL PROCESSADO, COM CONTROLE, CONTA,
000100*          PERIODO E O VALOR CONTABILIZADO OU O MOTIVO DA
000110*          REJEICAO - CONFERE CADA UM COM O QUE FOI EXPORTADO
000120*          (VENDAGLC) E GRAVA NO VENDAGLC A SITUACAO DO RETORNO
000130*          DE CADA CONTA DO MES. IMPRIME O RELATORIO DE EXCECOES
000140*          (GLRRPT): RETORNOS QUE NAO CONFEREM COM NENHUMA
000150*          EXPORTACAO, EXPORTACOES REJEITADAS, CONTABILIZADAS POR
000160*          OUTRO VALOR OU AINDA SEM RETORNO DEPOIS DO PRAZO.
000170*          RESPEITA A TRAVA VENDALCK (MODO G).
000180*          PARM:  NNN - PRAZO EM DIAS PARA O RETORNO DE UMA
000190*                 EXPORTACAO (BRANCO = 005).
000200*          RC=4  EXPORTACAO SEM RETORNO NO PRAZO OU RETORNO QUE
000210*                NAO CONFERE COM NENHUMA EXPORTACAO.
000220*          RC=8  EXPORTACAO REJEITADA OU CONTABILIZADA POR VALOR
000230*                DIFERENTE DO EXPORTADO.
000240*          RC=16 EXECUCAO ABANDONADA.
000250******************************************************************
000260* MODIFICATION HISTORY
000270* DATE       WHO   DESCRIPTION
000280* 15.10.2026 IK    ORIGINAL PROGRAM.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PROGGLRET.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VENDAS-GL-RETORNO ASSIGN TO "VENDAGLR"
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS WS-STATUS-GLR.
000430     SELECT VENDAS-GL-CONTROLE ASSIGN TO "VENDAGLC"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS VGC-CHAVE
000470         FILE STATUS IS WS-STATUS-GLC.
000480     SELECT VENDAS-LOCK ASSIGN TO "VENDALCK"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-LCK.
000520     SELECT GLR-RELATORIO ASSIGN TO "GLRRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-RPT.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  VENDAS-GL-RETORNO.
000590     COPY VENDAGLR.
000600
000610 FD  VENDAS-GL-CONTROLE.
000620     COPY VENDAGLC.
000630
000640 FD  VENDAS-LOCK.
000650     COPY VENDALCK.
000660
000670 FD  GLR-RELATORIO.
000680     COPY VENDARPT.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-FLAGS.
000720     02  WS-STATUS-GLR       PIC X(002)    VALUE SPACES.
000730         88  WS-GLR-OK                     VALUE '00'.
000740         88  WS-GLR-FIM                    VALUE '10'.
000750         88  WS-GLR-NAO-EXISTE             VALUE '35'.
000760     02  WS-STATUS-GLC       PIC X(002)    VALUE SPACES.
000770         88  WS-GLC-OK                     VALUE '00'.
000780         88  WS-GLC-FIM                    VALUE '10'.
000790         88  WS-GLC-NAO-ACHADO             VALUE '23'.
000800         88  WS-GLC-NAO-EXISTE             VALUE '35'.
000810     02  WS-STATUS-LCK       PIC X(002)    VALUE SPACES.
000820         88  WS-LCK-OK                     VALUE '00'.
000830         88  WS-LCK-NAO-EXISTE             VALUE '35'.
000840     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
000850         88  WS-RPT-OK                     VALUE '00'.
000860
000870 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
000880
000890 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
000900 77  WS-HORA-SISTEMA         PIC 9(008)    VALUE 0.
000910 77  WS-PRAZO-DIAS           PIC 9(003)    VALUE 5.
000920 77  WS-CONTA-VENDAS         PIC X(006)    VALUE '400100'.
000930 77  WS-CONTA-DEVOLUCOES     PIC X(006)    VALUE '400200'.
000940 77  WS-SW-TRAVA-ACHADA      PIC X(001)    VALUE 'N'.
000950     88  WS-TRAVA-ACHADA                   VALUE 'S'.
000960 77  WS-SW-TRAVA-OBTIDA      PIC X(001)    VALUE 'N'.
000970     88  WS-TRAVA-OBTIDA                   VALUE 'S'.
000980 77  WS-SW-GLC-ABERTO        PIC X(001)    VALUE 'N'.
000990     88  WS-GLC-ABERTO                     VALUE 'S'.
001000 77  WS-SW-SEM-CONTROLE      PIC X(001)    VALUE 'N'.
001010     88  WS-SEM-CONTROLE                   VALUE 'S'.
001020 77  WS-SW-ATRASADO          PIC X(001)    VALUE 'N'.
001030     88  WS-ATRASADO                       VALUE 'S'.
001040 77  WS-SW-ANO-BISSEXTO      PIC X(001)    VALUE 'N'.
001050     88  WS-ANO-BISSEXTO                   VALUE 'S'.
001060 77  WS-RETORNO-CONTA        PIC X(001)    VALUE SPACES.
001070 77  WS-MOTIVO-IGNORADO      PIC X(040)    VALUE SPACES.
001080 77  WS-VALOR-ESPERADO       PIC S9(011)V99 VALUE 0.
001090 77  WS-VALOR-CONTABILIZADO  PIC S9(011)V99 VALUE 0.
001100 77  WS-CONTADOR-LIDOS       PIC 9(006)    VALUE 0.
001110 77  WS-CONTADOR-CONFERIDOS  PIC 9(006)    VALUE 0.
001120 77  WS-CONTADOR-IGNORADOS   PIC 9(006)    VALUE 0.
001130 77  WS-CONTADOR-EXCECOES    PIC 9(006)    VALUE 0.
001140 77  WS-MESES-CONTABILIZADOS PIC 9(006)    VALUE 0.
001150 77  WS-MESES-REJEITADOS     PIC 9(006)    VALUE 0.
001160 77  WS-MESES-DIVERGENTES    PIC 9(006)    VALUE 0.
001170 77  WS-MESES-ATRASADOS      PIC 9(006)    VALUE 0.
001180 77  WS-MESES-AGUARDANDO     PIC 9(006)    VALUE 0.
001190 77  WS-DIA-SERIAL           PIC 9(007)    VALUE 0.
001200 77  WS-DIA-SERIAL-HOJE      PIC 9(007)    VALUE 0.
001210 77  WS-DIAS-DECORRIDOS      PIC 9(005)    VALUE 0.
001220 77  WS-ANOS-ANTES           PIC 9(004)    VALUE 0.
001230 77  WS-QUOC-4               PIC 9(004)    VALUE 0.
001240 77  WS-QUOC-100             PIC 9(004)    VALUE 0.
001250 77  WS-QUOC-400             PIC 9(004)    VALUE 0.
001260 77  WS-ANO-QUOCIENTE        PIC 9(004)    VALUE 0.
001270 77  WS-ANO-RESTO            PIC 9(004)    VALUE 0.
001280
001290******************************************************************
001300* WS-DATA-CALCULO - THE DATE HANDED TO 8000-CALCULAR-DIA-SERIAL,
001310* WITH ITS YEAR, MONTH AND DAY VIEW.
001320******************************************************************
001330 01  WS-DATA-CALCULO.
001340     05  WS-CALC-ANO             PIC 9(004).
001350     05  WS-CALC-MES             PIC 9(002).
001360     05  WS-CALC-DIA             PIC 9(002).
001370 01  WS-DATA-CALCULO-N REDEFINES WS-DATA-CALCULO
001380                             PIC 9(008).
001390
001400******************************************************************
001410* WS-DIAS-ANTES-MES - DAYS IN THE YEAR BEFORE THE FIRST OF EACH
001420* MONTH IN A COMMON YEAR. MARCH ONWARDS GAINS ONE IN A LEAP YEAR.
001430******************************************************************
001440 01  WS-DIAS-ANTES-VALORES.
001450     02  FILLER              PIC X(036)
001460         VALUE '000031059090120151181212243273304334'.
001470 01  WS-DIAS-ANTES-TABELA REDEFINES WS-DIAS-ANTES-VALORES.
001480     02  WS-DIAS-ANTES-MES   PIC 9(003) OCCURS 12 TIMES.
001490
001500******************************************************************
001510* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR GLRRPT. EACH
001520* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
001530* JUST BEFORE THE MATCHING WRITE.
001540******************************************************************
001550 01  WS-LINHAS-RELATORIO.
001560     02  WS-DATA-FORMATADA.
001570         03  WS-DATA-DIA         PIC X(002).
001580         03  FILLER              PIC X(001) VALUE '/'.
001590         03  WS-DATA-MES         PIC X(002).
001600         03  FILLER              PIC X(001) VALUE '/'.
001610         03  WS-DATA-ANO         PIC X(004).
001620     02  WS-CAB-EMPRESA.
001630         03  FILLER              PIC X(030) VALUE SPACES.
001640         03  FILLER              PIC X(072) VALUE
001650             'CONFERENCIA DO RETORNO DO RAZAO GERAL - EXCECOES'.
001660         03  FILLER              PIC X(030) VALUE SPACES.
001670     02  WS-CAB-DATA.
001680         03  FILLER              PIC X(006) VALUE 'DATA: '.
001690         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
001700         03  FILLER              PIC X(004) VALUE SPACES.
001710         03  FILLER              PIC X(020)
001720             VALUE 'PRAZO PARA RETORNO: '.
001730         03  WS-CAB-PRAZO        PIC ZZ9.
001740         03  FILLER              PIC X(005) VALUE ' DIAS'.
001750         03  FILLER              PIC X(084) VALUE SPACES.
001760     02  WS-CAB-SECAO.
001770         03  FILLER              PIC X(002) VALUE SPACES.
001780         03  WS-SEC-TITULO       PIC X(060) VALUE SPACES.
001790         03  FILLER              PIC X(070) VALUE SPACES.
001800     02  WS-CAB-IGN-COLUNAS.
001810         03  FILLER              PIC X(011) VALUE '  CONTROLE'.
001820         03  FILLER              PIC X(009) VALUE 'CONTA'.
001830         03  FILLER              PIC X(010) VALUE 'PERIODO'.
001840         03  FILLER              PIC X(004) VALUE 'SIT'.
001850         03  FILLER              PIC X(018) VALUE
001860             '             VALOR'.
001870         03  FILLER              PIC X(003) VALUE SPACES.
001880         03  FILLER              PIC X(040) VALUE 'MOTIVO'.
001890         03  FILLER              PIC X(037) VALUE SPACES.
001900     02  WS-LINHA-IGNORADO.
001910         03  FILLER              PIC X(002) VALUE SPACES.
001920         03  WS-IGN-CONTROLE     PIC X(006).
001930         03  FILLER              PIC X(003) VALUE SPACES.
001940         03  WS-IGN-CONTA        PIC X(006).
001950         03  FILLER              PIC X(003) VALUE SPACES.
001960         03  WS-IGN-ANO          PIC X(004).
001970         03  FILLER              PIC X(001) VALUE '/'.
001980         03  WS-IGN-MES          PIC X(002).
001990         03  FILLER              PIC X(003) VALUE SPACES.
002000         03  WS-IGN-SITUACAO     PIC X(001).
002010         03  FILLER              PIC X(003) VALUE SPACES.
002020         03  WS-IGN-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002030         03  FILLER              PIC X(003) VALUE SPACES.
002040         03  WS-IGN-MOTIVO       PIC X(040).
002050         03  FILLER              PIC X(037) VALUE SPACES.
002060     02  WS-CAB-EXC-COLUNAS.
002070         03  FILLER              PIC X(011) VALUE '  PERIODO'.
002080         03  FILLER              PIC X(009) VALUE 'CONTROLE'.
002090         03  FILLER              PIC X(012) VALUE 'EXPORTADO EM'.
002100         03  FILLER              PIC X(008) VALUE 'CONTA'.
002110         03  FILLER              PIC X(018) VALUE
002120             '   VALOR EXPORTADO'.
002130         03  FILLER              PIC X(020) VALUE
002140             ' VALOR CONTABILIZADO'.
002150         03  FILLER              PIC X(014) VALUE '  OCORRENCIA'.
002160         03  FILLER              PIC X(007) VALUE '   DIAS'.
002170         03  FILLER              PIC X(002) VALUE SPACES.
002180         03  FILLER              PIC X(030) VALUE
002190             'MOTIVO NO RAZAO'.
002200         03  FILLER              PIC X(001) VALUE SPACES.
002210     02  WS-LINHA-EXCECAO.
002220         03  FILLER              PIC X(002) VALUE SPACES.
002230         03  WS-EXC-ANO          PIC 9(004).
002240         03  FILLER              PIC X(001) VALUE '/'.
002250         03  WS-EXC-MES          PIC 9(002).
002260         03  FILLER              PIC X(002) VALUE SPACES.
002270         03  WS-EXC-CONTROLE     PIC ZZZ.ZZ9.
002280         03  FILLER              PIC X(002) VALUE SPACES.
002290         03  WS-EXC-DATA         PIC X(010).
002300         03  FILLER              PIC X(002) VALUE SPACES.
002310         03  WS-EXC-CONTA        PIC X(006).
002320         03  FILLER              PIC X(002) VALUE SPACES.
002330         03  WS-EXC-EXPORTADO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002340         03  FILLER              PIC X(002) VALUE SPACES.
002350         03  WS-EXC-CONTABILIZADO
002360                                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
002370         03  WS-EXC-CONTABILIZADO-X REDEFINES WS-EXC-CONTABILIZADO
002380                                 PIC X(018).
002390         03  FILLER              PIC X(002) VALUE SPACES.
002400         03  WS-EXC-OCORRENCIA   PIC X(013).
002410         03  FILLER              PIC X(001) VALUE SPACES.
002420         03  WS-EXC-DIAS         PIC ZZZZ9.
002430         03  FILLER              PIC X(002) VALUE SPACES.
002440         03  WS-EXC-MOTIVO       PIC X(030).
002450         03  FILLER              PIC X(001) VALUE SPACES.
002460     02  WS-LINHA-NENHUMA.
002470         03  FILLER              PIC X(004) VALUE SPACES.
002480         03  WS-NEN-TEXTO        PIC X(060) VALUE SPACES.
002490         03  FILLER              PIC X(068) VALUE SPACES.
002500     02  WS-LINHA-RESUMO.
002510         03  FILLER              PIC X(004) VALUE SPACES.
002520         03  WS-RES-LITERAL      PIC X(050) VALUE SPACES.
002530         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
002540         03  FILLER              PIC X(071) VALUE SPACES.
002550
002560 PROCEDURE DIVISION.
002570 0000-PRINCIPAL.
002580
002590     PERFORM 1000-INICIAR          THRU 1000-INICIAR-EXIT.
002600     PERFORM 1100-OBTER-TRAVA      THRU 1100-OBTER-TRAVA-EXIT.
002610     PERFORM 2000-CONFERIR-RETORNOS
002620             THRU 2000-CONFERIR-RETORNOS-EXIT.
002630     PERFORM 3000-LISTAR-EXCECOES  THRU 3000-LISTAR-EXCECOES-EXIT.
002640     PERFORM 4000-IMPRIMIR-RESUMO  THRU 4000-IMPRIMIR-RESUMO-EXIT.
002650     PERFORM 9000-ENCERRAR         THRU 9000-ENCERRAR-EXIT.
002660     STOP RUN.
002670
002680******************************************************************
002690* 1000-INICIAR - TAKE THE RETURN DEADLINE FROM THE PARM, WORK OUT
002700* TODAY'S DAY NUMBER FOR THE AGEING AND OPEN THE REPORT WITH ITS
002710* HEADINGS. AN UNUSABLE PARM OR REPORT ENDS THE STEP RC=16 BEFORE
002720* THE LOCK IS TAKEN, SO NOTHING NEEDS UNDOING.
002730******************************************************************
002740 1000-INICIAR.
002750
002760     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002770     ACCEPT WS-HORA-SISTEMA FROM TIME
002780     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
002790     IF WS-PARAMETRO-ENTRADA NOT = SPACES
002800         IF WS-PARAMETRO-ENTRADA(1:3) NOT NUMERIC
002810            OR WS-PARAMETRO-ENTRADA(4:1) NOT = SPACE
002820             DISPLAY 'PARM INVALIDO - USE NNN (PRAZO EM DIAS '
002830                     'PARA O RETORNO) OU BRANCO'
002840             MOVE 16 TO RETURN-CODE
002850             STOP RUN
002860         END-IF
002870         MOVE WS-PARAMETRO-ENTRADA(1:3) TO WS-PRAZO-DIAS
002880     END-IF
002890     MOVE WS-DATA-SISTEMA TO WS-DATA-CALCULO-N
002900     PERFORM 8000-CALCULAR-DIA-SERIAL
002910             THRU 8000-CALCULAR-DIA-SERIAL-EXIT
002920     MOVE WS-DIA-SERIAL TO WS-DIA-SERIAL-HOJE
002930     OPEN OUTPUT GLR-RELATORIO
002940     IF NOT WS-RPT-OK
002950         DISPLAY 'ERRO AO ABRIR GLRRPT - STATUS ' WS-STATUS-RPT
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
003000     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
003010     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
003020     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
003030     MOVE WS-PRAZO-DIAS         TO WS-CAB-PRAZO
003040     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
003050     WRITE VDR-REGISTRO.
003060     MOVE WS-CAB-DATA           TO VDR-REGISTRO
003070     WRITE VDR-REGISTRO
003080     .
003090 1000-INICIAR-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130* 1100-OBTER-TRAVA - TAKE THE VENDALCK EXCLUSIVE-USE LOCK THE
003140* SAME WAY THE POSTING RUN DOES, SINCE THE POSTING RUN REWRITES
003150* VENDAGLC WHEN IT EXPORTS. A LOCK ALREADY ON FILE ENDS THE STEP
003160* RC=16 AT ONCE, SAYING WHO HOLDS IT AND SINCE WHEN. THE LOCK
003170* RECORD CARRIES MODE 'G' AND THIS RUN'S PARM.
003180******************************************************************
003190 1100-OBTER-TRAVA.
003200
003210     PERFORM 1110-VERIFICAR-TRAVA THRU 1110-VERIFICAR-TRAVA-EXIT
003220     IF WS-TRAVA-ACHADA
003230         DISPLAY 'VENDAGLC EM USO POR OUTRA EXECUCAO - MODO '
003240                 VLK-MODO ' PARM ' VLK-PARM ' DESDE '
003250                 VLK-DATA ' AS ' VLK-HORA
003260         DISPLAY 'CONFERENCIA NAO FEITA - SE AQUELA SESSAO CAIU, '
003270                 'LIMPE A TRAVA COM PARM=L (SUPERVISIONADO)'
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     OPEN OUTPUT VENDAS-LOCK
003320     IF NOT WS-LCK-OK
003330         DISPLAY 'ERRO AO GRAVAR VENDALCK - STATUS '
003340                 WS-STATUS-LCK
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF
003380     MOVE SPACES                    TO VLK-REGISTRO
003390     MOVE 'G'                       TO VLK-MODO
003400     MOVE WS-PARAMETRO-ENTRADA(1:8) TO VLK-PARM
003410     MOVE WS-DATA-SISTEMA           TO VLK-DATA
003420     MOVE WS-HORA-SISTEMA           TO VLK-HORA
003430     WRITE VLK-REGISTRO
003440     CLOSE VENDAS-LOCK
003450     SET WS-TRAVA-OBTIDA TO TRUE
003460     .
003470 1100-OBTER-TRAVA-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 1110-VERIFICAR-TRAVA - LOOK AT THE LOCK FILE. A FILE THAT
003520* DOES NOT EXIST, OR EXISTS EMPTIED BY A NORMAL END, MEANS THE
003530* LOCK IS FREE. A RECORD ON FILE LEAVES THE HOLDER'S DETAILS IN
003540* VLK-REGISTRO FOR THE CALLER TO REPORT.
003550******************************************************************
003560 1110-VERIFICAR-TRAVA.
003570
003580     MOVE 'N' TO WS-SW-TRAVA-ACHADA
003590     OPEN INPUT VENDAS-LOCK
003600     IF WS-LCK-NAO-EXISTE
003610         GO TO 1110-VERIFICAR-TRAVA-EXIT
003620     END-IF
003630     IF WS-LCK-OK
003640         READ VENDAS-LOCK
003650             AT END
003660                 CONTINUE
003670             NOT AT END
003680                 SET WS-TRAVA-ACHADA TO TRUE
003690         END-READ
003700         CLOSE VENDAS-LOCK
003710     END-IF
003720     .
003730 1110-VERIFICAR-TRAVA-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 2000-CONFERIR-RETORNOS - OPEN VENDAGLC FOR UPDATE AND MATCH
003780* EVERY RECORD OF THE GL RETURN FILE AGAINST IT, LISTING UNDER
003790* THE FIRST HEADING THE ONES THAT MATCH NO EXPORT. NO RETURN FILE
003800* TODAY IS NOT AN ERROR IN ITSELF - THE EXPORTS IT SHOULD HAVE
003810* ANSWERED SHOW UP AS OVERDUE ONCE THE DEADLINE PASSES.
003820******************************************************************
003830 2000-CONFERIR-RETORNOS.
003840
003850     OPEN I-O VENDAS-GL-CONTROLE
003860     IF WS-GLC-NAO-EXISTE
003870         SET WS-SEM-CONTROLE TO TRUE
003880         DISPLAY 'VENDAGLC NAO EXISTE - NENHUMA EXPORTACAO '
003890                 'REGISTRADA'
003900     ELSE
003910         IF NOT WS-GLC-OK
003920             DISPLAY 'ERRO AO ABRIR VENDAGLC - STATUS '
003930                     WS-STATUS-GLC
003940             PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
003950         END-IF
003960         SET WS-GLC-ABERTO TO TRUE
003970     END-IF
003980     MOVE SPACES                TO VDR-REGISTRO
003990     WRITE VDR-REGISTRO.
004000     MOVE 'RETORNOS QUE NAO CONFEREM COM NENHUMA EXPORTACAO'
004010                                TO WS-SEC-TITULO
004020     MOVE WS-CAB-SECAO          TO VDR-REGISTRO
004030     WRITE VDR-REGISTRO.
004040     MOVE WS-CAB-IGN-COLUNAS    TO VDR-REGISTRO
004050     WRITE VDR-REGISTRO.
004060     OPEN INPUT VENDAS-GL-RETORNO
004070     IF WS-GLR-NAO-EXISTE
004080         DISPLAY 'VENDAGLR NAO EXISTE - NENHUM RETORNO DO RAZAO'
004090         MOVE 'NENHUM ARQUIVO DE RETORNO RECEBIDO DO RAZAO'
004100                                TO WS-NEN-TEXTO
004110         MOVE WS-LINHA-NENHUMA  TO VDR-REGISTRO
004120         WRITE VDR-REGISTRO
004130         GO TO 2000-CONFERIR-RETORNOS-EXIT
004140     END-IF
004150     IF NOT WS-GLR-OK
004160         DISPLAY 'ERRO AO ABRIR VENDAGLR - STATUS ' WS-STATUS-GLR
004170         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
004180     END-IF
004190     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT
004200             UNTIL WS-GLR-FIM OR NOT WS-GLR-OK
004210     IF NOT WS-GLR-FIM
004220         DISPLAY 'ERRO AO LER VENDAGLR - STATUS ' WS-STATUS-GLR
004230         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
004240     END-IF
004250     CLOSE VENDAS-GL-RETORNO
004260     IF WS-CONTADOR-IGNORADOS = 0
004270         MOVE 'NENHUM'          TO WS-NEN-TEXTO
004280         MOVE WS-LINHA-NENHUMA  TO VDR-REGISTRO
004290         WRITE VDR-REGISTRO
004300     END-IF
004310     .
004320 2000-CONFERIR-RETORNOS-EXIT.
004330     EXIT.
004340
004350 2100-LER-RETORNO.
004360
004370     READ VENDAS-GL-RETORNO
004380         AT END
004390             CONTINUE
004400         NOT AT END
004410             ADD 1 TO WS-CONTADOR-LIDOS
004420             PERFORM 2200-CONFERIR-RETORNO
004430                     THRU 2200-CONFERIR-RETORNO-EXIT
004440     END-READ
004450     .
004460 2100-LER-RETORNO-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 2200-CONFERIR-RETORNO - MATCH ONE RETURN RECORD TO THE VENDAGLC
004510* RECORD OF ITS PERIOD. IT MUST CARRY THE CONTROL NUMBER THE
004520* PERIOD LAST WENT OUT UNDER AND ONE OF THE TWO ACCOUNTS THE
004530* EXPORT POSTS TO; A RETURN FOR AN EARLIER CONTROL NUMBER ANSWERS
004540* AN EXPORT SINCE REPLACED AND CHANGES NOTHING. A BOOKING IS
004550* COMPARED WITH THE AMOUNT EXPORTED FOR ITS ACCOUNT (RETURNS WENT
004560* OUT NEGATIVE); A REJECTION KEEPS THE GL'S REASON. THE ACCOUNT'S
004570* RESULT, THE AMOUNT BOOKED AND THE RETURN DATE GO BACK ON
004580* VENDAGLC WITH THE MONTH'S OVERALL SITUATION.
004590******************************************************************
004600 2200-CONFERIR-RETORNO.
004610
004620     IF WS-SEM-CONTROLE
004630         MOVE 'VENDAGLC NAO EXISTE' TO WS-MOTIVO-IGNORADO
004640         PERFORM 2900-IGNORAR-RETORNO
004650                 THRU 2900-IGNORAR-RETORNO-EXIT
004660         GO TO 2200-CONFERIR-RETORNO-EXIT
004670     END-IF
004680     IF VGR-CONTROLE NOT NUMERIC
004690         OR VGR-PERIODO NOT NUMERIC
004700         OR VGR-PERIODO-MES < 1
004710         OR VGR-PERIODO-MES > 12
004720         MOVE 'CONTROLE OU PERIODO INVALIDO' TO WS-MOTIVO-IGNORADO
004730         PERFORM 2900-IGNORAR-RETORNO
004740                 THRU 2900-IGNORAR-RETORNO-EXIT
004750         GO TO 2200-CONFERIR-RETORNO-EXIT
004760     END-IF
004770     IF NOT VGR-CONTABILIZADO AND NOT VGR-REJEITADO
004780         MOVE 'SITUACAO DE RETORNO INVALIDA' TO WS-MOTIVO-IGNORADO
004790         PERFORM 2900-IGNORAR-RETORNO
004800                 THRU 2900-IGNORAR-RETORNO-EXIT
004810         GO TO 2200-CONFERIR-RETORNO-EXIT
004820     END-IF
004830     IF VGR-CONTABILIZADO AND VGR-VALOR NOT NUMERIC
004840         MOVE 'VALOR CONTABILIZADO INVALIDO' TO WS-MOTIVO-IGNORADO
004850         PERFORM 2900-IGNORAR-RETORNO
004860                 THRU 2900-IGNORAR-RETORNO-EXIT
004870         GO TO 2200-CONFERIR-RETORNO-EXIT
004880     END-IF
004890     IF VGR-CONTA NOT = WS-CONTA-VENDAS
004900         AND VGR-CONTA NOT = WS-CONTA-DEVOLUCOES
004910         MOVE 'CONTA NAO EXPORTADA PELO SISTEMA DE VENDAS'
004920                                TO WS-MOTIVO-IGNORADO
004930         PERFORM 2900-IGNORAR-RETORNO
004940                 THRU 2900-IGNORAR-RETORNO-EXIT
004950         GO TO 2200-CONFERIR-RETORNO-EXIT
004960     END-IF
004970     MOVE VGR-PERIODO-ANO TO VGC-ANO
004980     MOVE VGR-PERIODO-MES TO VGC-MES
004990     READ VENDAS-GL-CONTROLE
005000         INVALID KEY
005010             CONTINUE
005020     END-READ
005030     IF WS-GLC-NAO-ACHADO
005040         MOVE 'PERIODO NUNCA EXPORTADO' TO WS-MOTIVO-IGNORADO
005050         PERFORM 2900-IGNORAR-RETORNO
005060                 THRU 2900-IGNORAR-RETORNO-EXIT
005070         GO TO 2200-CONFERIR-RETORNO-EXIT
005080     END-IF
005090     IF NOT WS-GLC-OK
005100         DISPLAY 'ERRO AO LER VENDAGLC - STATUS ' WS-STATUS-GLC
005110         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
005120     END-IF
005130     IF VGR-CONTROLE < VGC-CONTROLE
005140         MOVE 'EXPORTACAO JA SUBSTITUIDA POR OUTRA'
005150                                TO WS-MOTIVO-IGNORADO
005160         PERFORM 2900-IGNORAR-RETORNO
005170                 THRU 2900-IGNORAR-RETORNO-EXIT
005180         GO TO 2200-CONFERIR-RETORNO-EXIT
005190     END-IF
005200     IF VGR-CONTROLE > VGC-CONTROLE
005210         MOVE 'CONTROLE NAO EXPORTADO PARA O PERIODO'
005220                                TO WS-MOTIVO-IGNORADO
005230         PERFORM 2900-IGNORAR-RETORNO
005240                 THRU 2900-IGNORAR-RETORNO-EXIT
005250         GO TO 2200-CONFERIR-RETORNO-EXIT
005260     END-IF
005270     ADD 1 TO WS-CONTADOR-CONFERIDOS
005280     IF VGR-CONTA = WS-CONTA-VENDAS
005290         MOVE VGC-VALOR-VENDAS TO WS-VALOR-ESPERADO
005300         PERFORM 2300-CLASSIFICAR-RETORNO
005310                 THRU 2300-CLASSIFICAR-RETORNO-EXIT
005320         MOVE WS-RETORNO-CONTA       TO VGC-RETORNO-VENDAS
005330         MOVE WS-VALOR-CONTABILIZADO TO VGC-VALOR-GL-VENDAS
005340     ELSE
005350         COMPUTE WS-VALOR-ESPERADO = VGC-VALOR-DEVOLUCOES * -1
005360         PERFORM 2300-CLASSIFICAR-RETORNO
005370                 THRU 2300-CLASSIFICAR-RETORNO-EXIT
005380         MOVE WS-RETORNO-CONTA       TO VGC-RETORNO-DEVOLUCOES
005390         MOVE WS-VALOR-CONTABILIZADO TO VGC-VALOR-GL-DEVOLUCOES
005400     END-IF
005410     IF VGR-REJEITADO
005420         MOVE VGR-MOTIVO TO VGC-MOTIVO-GL
005430     END-IF
005440     IF VGR-DATA-LANCAMENTO NUMERIC
005450         AND VGR-DATA-LANCAMENTO > 0
005460         MOVE VGR-DATA-LANCAMENTO TO VGC-DATA-RETORNO
005470     ELSE
005480         MOVE WS-DATA-SISTEMA     TO VGC-DATA-RETORNO
005490     END-IF
005500     PERFORM 2400-CONSOLIDAR-SITUACAO
005510             THRU 2400-CONSOLIDAR-SITUACAO-EXIT
005520     REWRITE VGC-REGISTRO
005530     IF NOT WS-GLC-OK
005540         DISPLAY 'ERRO AO GRAVAR VENDAGLC - STATUS ' WS-STATUS-GLC
005550         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
005560     END-IF
005570     .
005580 2200-CONFERIR-RETORNO-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 2300-CLASSIFICAR-RETORNO - ONE ACCOUNT'S RESULT: 'R' REJECTED
005630* (NOTHING BOOKED), 'C' BOOKED AT THE AMOUNT EXPORTED, 'D' BOOKED
005640* AT ANY OTHER AMOUNT. THE CALLER SETS WS-VALOR-ESPERADO.
005650******************************************************************
005660 2300-CLASSIFICAR-RETORNO.
005670
005680     IF VGR-REJEITADO
005690         MOVE 'R' TO WS-RETORNO-CONTA
005700         MOVE 0   TO WS-VALOR-CONTABILIZADO
005710         GO TO 2300-CLASSIFICAR-RETORNO-EXIT
005720     END-IF
005730     MOVE VGR-VALOR TO WS-VALOR-CONTABILIZADO
005740     IF WS-VALOR-CONTABILIZADO = WS-VALOR-ESPERADO
005750         MOVE 'C' TO WS-RETORNO-CONTA
005760     ELSE
005770         MOVE 'D' TO WS-RETORNO-CONTA
005780     END-IF
005790     .
005800 2300-CLASSIFICAR-RETORNO-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 2400-CONSOLIDAR-SITUACAO - THE MONTH'S SITUATION FROM ITS TWO
005850* ACCOUNTS: A REJECTION OUTWEIGHS A DIFFERENT AMOUNT, WHICH
005860* OUTWEIGHS A CLEAN BOOKING; THE MONTH IS BOOKED ONLY WHEN BOTH
005870* ACCOUNTS ARE, AND PENDING UNTIL BOTH HAVE ANSWERED. THE REJECT
005880* REASON IS KEPT ONLY WHILE THE MONTH STANDS REJECTED.
005890******************************************************************
005900 2400-CONSOLIDAR-SITUACAO.
005910
005920     MOVE 'P' TO VGC-SITUACAO-GL
005930     IF VGC-RETORNO-VENDAS = 'C'
005940         AND VGC-RETORNO-DEVOLUCOES = 'C'
005950         MOVE 'C' TO VGC-SITUACAO-GL
005960     END-IF
005970     IF VGC-RETORNO-VENDAS = 'D'
005980         OR VGC-RETORNO-DEVOLUCOES = 'D'
005990         MOVE 'D' TO VGC-SITUACAO-GL
006000     END-IF
006010     IF VGC-RETORNO-VENDAS = 'R'
006020         OR VGC-RETORNO-DEVOLUCOES = 'R'
006030         MOVE 'R' TO VGC-SITUACAO-GL
006040     END-IF
006050     IF NOT VGC-GL-REJEITADO
006060         MOVE SPACES TO VGC-MOTIVO-GL
006070     END-IF
006080     .
006090 2400-CONSOLIDAR-SITUACAO-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130* 2900-IGNORAR-RETORNO - LIST A RETURN RECORD THAT MATCHES NO
006140* EXPORT, WITH THE REASON IN WS-MOTIVO-IGNORADO. VENDAGLC IS NOT
006150* TOUCHED.
006160******************************************************************
006170 2900-IGNORAR-RETORNO.
006180
006190     ADD 1 TO WS-CONTADOR-IGNORADOS
006200     MOVE VGR-CONTROLE          TO WS-IGN-CONTROLE
006210     MOVE VGR-CONTA             TO WS-IGN-CONTA
006220     MOVE VGR-PERIODO(1:4)      TO WS-IGN-ANO
006230     MOVE VGR-PERIODO(5:2)      TO WS-IGN-MES
006240     MOVE VGR-SITUACAO          TO WS-IGN-SITUACAO
006250     IF VGR-VALOR NUMERIC
006260         MOVE VGR-VALOR         TO WS-IGN-VALOR
006270     ELSE
006280         MOVE 0                 TO WS-IGN-VALOR
006290     END-IF
006300     MOVE WS-MOTIVO-IGNORADO    TO WS-IGN-MOTIVO
006310     MOVE WS-LINHA-IGNORADO     TO VDR-REGISTRO
006320     WRITE VDR-REGISTRO
006330     .
006340 2900-IGNORAR-RETORNO-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 3000-LISTAR-EXCECOES - WALK VENDAGLC IN KEY ORDER, PAST THE
006390* 0000/00 CONTROL RECORD, AND LIST UNDER THE SECOND HEADING EVERY
006400* ACCOUNT OF A MONTH THAT WAS REJECTED, BOOKED AT ANOTHER AMOUNT
006410* OR IS STILL UNANSWERED MORE THAN THE DEADLINE AFTER IT WENT OUT.
006420******************************************************************
006430 3000-LISTAR-EXCECOES.
006440
006450     MOVE SPACES                TO VDR-REGISTRO
006460     WRITE VDR-REGISTRO.
006470     MOVE 'EXPORTACOES REJEITADAS, DIVERGENTES OU SEM RETORNO'
006480                                TO WS-SEC-TITULO
006490     MOVE WS-CAB-SECAO          TO VDR-REGISTRO
006500     WRITE VDR-REGISTRO.
006510     MOVE WS-CAB-EXC-COLUNAS    TO VDR-REGISTRO
006520     WRITE VDR-REGISTRO.
006530     IF WS-SEM-CONTROLE
006540         GO TO 3000-LISTAR-EXCECOES-FIM
006550     END-IF
006560     MOVE ZEROS TO VGC-CHAVE
006570     START VENDAS-GL-CONTROLE KEY IS GREATER THAN VGC-CHAVE
006580         INVALID KEY
006590             GO TO 3000-LISTAR-EXCECOES-FIM
006600     END-START
006610     IF NOT WS-GLC-OK
006620         DISPLAY 'ERRO AO LER VENDAGLC - STATUS ' WS-STATUS-GLC
006630         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
006640     END-IF
006650     PERFORM 3100-LER-CONTROLE THRU 3100-LER-CONTROLE-EXIT
006660             UNTIL WS-GLC-FIM OR NOT WS-GLC-OK
006670     IF NOT WS-GLC-FIM
006680         DISPLAY 'ERRO AO LER VENDAGLC - STATUS ' WS-STATUS-GLC
006690         PERFORM 9900-ABANDONAR THRU 9900-ABANDONAR-EXIT
006700     END-IF
006710     .
006720 3000-LISTAR-EXCECOES-FIM.
006730     IF WS-CONTADOR-EXCECOES = 0
006740         MOVE 'NENHUMA'         TO WS-NEN-TEXTO
006750         MOVE WS-LINHA-NENHUMA  TO VDR-REGISTRO
006760         WRITE VDR-REGISTRO
006770     END-IF
006780     .
006790 3000-LISTAR-EXCECOES-EXIT.
006800     EXIT.
006810
006820 3100-LER-CONTROLE.
006830
006840     READ VENDAS-GL-CONTROLE NEXT RECORD
006850         AT END
006860             CONTINUE
006870         NOT AT END
006880             PERFORM 3200-AVALIAR-EXPORTACAO
006890                     THRU 3200-AVALIAR-EXPORTACAO-EXIT
006900     END-READ
006910     .
006920 3100-LER-CONTROLE-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960* 3200-AVALIAR-EXPORTACAO - ONE MONTH. A BLANK SITUATION MEANS IT
006970* WENT OUT BEFORE RETURNS WERE KEPT AND IS NOT CHASED. A PENDING
006980* MONTH IS ONLY AN EXCEPTION ONCE MORE DAYS THAN THE DEADLINE HAVE
006990* PASSED SINCE THE EXPORT; THE ACCOUNTS IT IS STILL WAITING ON ARE
007000* LISTED, AS ARE THOSE STILL UNANSWERED ON A REJECTED OR
007010* DIVERGENT MONTH PAST THE DEADLINE.
007020******************************************************************
007030 3200-AVALIAR-EXPORTACAO.
007040
007050     IF VGC-GL-ANTERIOR
007060         GO TO 3200-AVALIAR-EXPORTACAO-EXIT
007070     END-IF
007080     IF VGC-GL-CONTABILIZADO
007090         ADD 1 TO WS-MESES-CONTABILIZADOS
007100         GO TO 3200-AVALIAR-EXPORTACAO-EXIT
007110     END-IF
007120     MOVE 0   TO WS-DIAS-DECORRIDOS
007130     MOVE 'N' TO WS-SW-ATRASADO
007140     IF VGC-DATA-EXPORT NUMERIC
007150         MOVE VGC-DATA-EXPORT TO WS-DATA-CALCULO-N
007160         PERFORM 8000-CALCULAR-DIA-SERIAL
007170                 THRU 8000-CALCULAR-DIA-SERIAL-EXIT
007180         IF WS-DIA-SERIAL > 0
007190             AND WS-DIA-SERIAL < WS-DIA-SERIAL-HOJE
007200             COMPUTE WS-DIAS-DECORRIDOS =
007210                 WS-DIA-SERIAL-HOJE - WS-DIA-SERIAL
007220         END-IF
007230     END-IF
007240     IF WS-DIAS-DECORRIDOS > WS-PRAZO-DIAS
007250         SET WS-ATRASADO TO TRUE
007260     END-IF
007270     IF VGC-GL-REJEITADO
007280         ADD 1 TO WS-MESES-REJEITADOS
007290     END-IF
007300     IF VGC-GL-DIVERGENTE
007310         ADD 1 TO WS-MESES-DIVERGENTES
007320     END-IF
007330     IF VGC-GL-PENDENTE
007340         IF WS-ATRASADO
007350             ADD 1 TO WS-MESES-ATRASADOS
007360         ELSE
007370             ADD 1 TO WS-MESES-AGUARDANDO
007380             GO TO 3200-AVALIAR-EXPORTACAO-EXIT
007390         END-IF
007400     END-IF
007410     MOVE WS-CONTA-VENDAS       TO WS-EXC-CONTA
007420     MOVE VGC-RETORNO-VENDAS    TO WS-RETORNO-CONTA
007430     MOVE VGC-VALOR-VENDAS      TO WS-VALOR-ESPERADO
007440     MOVE VGC-VALOR-GL-VENDAS   TO WS-VALOR-CONTABILIZADO
007450     PERFORM 3300-IMPRIMIR-CONTA THRU 3300-IMPRIMIR-CONTA-EXIT
007460     MOVE WS-CONTA-DEVOLUCOES   TO WS-EXC-CONTA
007470     MOVE VGC-RETORNO-DEVOLUCOES TO WS-RETORNO-CONTA
007480     COMPUTE WS-VALOR-ESPERADO = VGC-VALOR-DEVOLUCOES * -1
007490     MOVE VGC-VALOR-GL-DEVOLUCOES TO WS-VALOR-CONTABILIZADO
007500     PERFORM 3300-IMPRIMIR-CONTA THRU 3300-IMPRIMIR-CONTA-EXIT
007510     .
007520 3200-AVALIAR-EXPORTACAO-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 3300-IMPRIMIR-CONTA - ONE EXCEPTION LINE FOR ONE ACCOUNT OF THE
007570* MONTH IN VGC-REGISTRO, UNLESS THAT ACCOUNT WAS BOOKED CLEAN OR
007580* IS STILL INSIDE THE DEADLINE. THE CALLER SETS THE ACCOUNT, ITS
007590* RESULT AND THE AMOUNTS EXPORTED AND BOOKED.
007600******************************************************************
007610 3300-IMPRIMIR-CONTA.
007620
007630     IF WS-RETORNO-CONTA = 'C'
007640         GO TO 3300-IMPRIMIR-CONTA-EXIT
007650     END-IF
007660     IF WS-RETORNO-CONTA = SPACE AND NOT WS-ATRASADO
007670         GO TO 3300-IMPRIMIR-CONTA-EXIT
007680     END-IF
007690     ADD 1 TO WS-CONTADOR-EXCECOES
007700     MOVE VGC-ANO               TO WS-EXC-ANO
007710     MOVE VGC-MES               TO WS-EXC-MES
007720     MOVE VGC-CONTROLE          TO WS-EXC-CONTROLE
007730     MOVE VGC-DATA-EXPORT(1:4)  TO WS-DATA-ANO
007740     MOVE VGC-DATA-EXPORT(5:2)  TO WS-DATA-MES
007750     MOVE VGC-DATA-EXPORT(7:2)  TO WS-DATA-DIA
007760     MOVE WS-DATA-FORMATADA     TO WS-EXC-DATA
007770     MOVE WS-VALOR-ESPERADO     TO WS-EXC-EXPORTADO
007780     MOVE WS-DIAS-DECORRIDOS    TO WS-EXC-DIAS
007790     MOVE SPACES                TO WS-EXC-MOTIVO
007800     IF WS-RETORNO-CONTA = 'R'
007810         MOVE SPACES            TO WS-EXC-CONTABILIZADO-X
007820         MOVE 'REJEITADA'       TO WS-EXC-OCORRENCIA
007830         MOVE VGC-MOTIVO-GL     TO WS-EXC-MOTIVO
007840     ELSE
007850         IF WS-RETORNO-CONTA = 'D'
007860             MOVE WS-VALOR-CONTABILIZADO TO WS-EXC-CONTABILIZADO
007870             MOVE 'VALOR DIVERGE'        TO WS-EXC-OCORRENCIA
007880         ELSE
007890             MOVE SPACES        TO WS-EXC-CONTABILIZADO-X
007900             MOVE 'SEM RETORNO' TO WS-EXC-OCORRENCIA
007910         END-IF
007920     END-IF
007930     MOVE WS-LINHA-EXCECAO      TO VDR-REGISTRO
007940     WRITE VDR-REGISTRO
007950     .
007960 3300-IMPRIMIR-CONTA-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 4000-IMPRIMIR-RESUMO - THE COUNTS OF THE RUN: RETURN RECORDS
008010* READ, MATCHED AND LEFT UNMATCHED, AND THE MONTHS BY SITUATION.
008020******************************************************************
008030 4000-IMPRIMIR-RESUMO.
008040
008050     MOVE SPACES                TO VDR-REGISTRO
008060     WRITE VDR-REGISTRO.
008070     MOVE 'RESUMO'              TO WS-SEC-TITULO
008080     MOVE WS-CAB-SECAO          TO VDR-REGISTRO
008090     WRITE VDR-REGISTRO.
008100     MOVE 'REGISTROS DE RETORNO LIDOS:'     TO WS-RES-LITERAL
008110     MOVE WS-CONTADOR-LIDOS                 TO WS-RES-NUMERO
008120     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008130     WRITE VDR-REGISTRO.
008140     MOVE 'CONFERIDOS COM O VENDAGLC:'      TO WS-RES-LITERAL
008150     MOVE WS-CONTADOR-CONFERIDOS            TO WS-RES-NUMERO
008160     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008170     WRITE VDR-REGISTRO.
008180     MOVE 'SEM EXPORTACAO CORRESPONDENTE:'  TO WS-RES-LITERAL
008190     MOVE WS-CONTADOR-IGNORADOS             TO WS-RES-NUMERO
008200     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008210     WRITE VDR-REGISTRO.
008220     MOVE 'MESES CONTABILIZADOS SEM DIVERGENCIA:'
008230                                            TO WS-RES-LITERAL
008240     MOVE WS-MESES-CONTABILIZADOS           TO WS-RES-NUMERO
008250     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008260     WRITE VDR-REGISTRO.
008270     MOVE 'MESES REJEITADOS:'               TO WS-RES-LITERAL
008280     MOVE WS-MESES-REJEITADOS               TO WS-RES-NUMERO
008290     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008300     WRITE VDR-REGISTRO.
008310     MOVE 'MESES CONTABILIZADOS POR OUTRO VALOR:'
008320                                            TO WS-RES-LITERAL
008330     MOVE WS-MESES-DIVERGENTES              TO WS-RES-NUMERO
008340     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008350     WRITE VDR-REGISTRO.
008360     MOVE 'MESES SEM RETORNO FORA DO PRAZO:' TO WS-RES-LITERAL
008370     MOVE WS-MESES-ATRASADOS                TO WS-RES-NUMERO
008380     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008390     WRITE VDR-REGISTRO.
008400     MOVE 'MESES AGUARDANDO RETORNO NO PRAZO:'
008410                                            TO WS-RES-LITERAL
008420     MOVE WS-MESES-AGUARDANDO               TO WS-RES-NUMERO
008430     MOVE WS-LINHA-RESUMO                   TO VDR-REGISTRO
008440     WRITE VDR-REGISTRO
008450     .
008460 4000-IMPRIMIR-RESUMO-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 8000-CALCULAR-DIA-SERIAL - DAY NUMBER OF THE DATE IN
008510* WS-DATA-CALCULO, COUNTED FROM 01/01/0001, SO THE DAYS BETWEEN
008520* TWO DATES ARE A PLAIN SUBTRACTION. AN IMPOSSIBLE DATE GIVES 0.
008530******************************************************************
008540 8000-CALCULAR-DIA-SERIAL.
008550
008560     MOVE 0 TO WS-DIA-SERIAL
008570     IF WS-CALC-ANO = 0
008580         OR WS-CALC-MES < 1 OR WS-CALC-MES > 12
008590         OR WS-CALC-DIA < 1 OR WS-CALC-DIA > 31
008600         GO TO 8000-CALCULAR-DIA-SERIAL-EXIT
008610     END-IF
008620     SUBTRACT 1 FROM WS-CALC-ANO GIVING WS-ANOS-ANTES
008630     DIVIDE WS-ANOS-ANTES BY 4   GIVING WS-QUOC-4
008640     DIVIDE WS-ANOS-ANTES BY 100 GIVING WS-QUOC-100
008650     DIVIDE WS-ANOS-ANTES BY 400 GIVING WS-QUOC-400
008660     COMPUTE WS-DIA-SERIAL = WS-ANOS-ANTES * 365
008670         + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
008680         + WS-DIAS-ANTES-MES(WS-CALC-MES) + WS-CALC-DIA
008690     IF WS-CALC-MES > 2
008700         PERFORM 8010-VERIFICAR-BISSEXTO
008710                 THRU 8010-VERIFICAR-BISSEXTO-EXIT
008720         IF WS-ANO-BISSEXTO
008730             ADD 1 TO WS-DIA-SERIAL
008740         END-IF
008750     END-IF
008760     .
008770 8000-CALCULAR-DIA-SERIAL-EXIT.
008780     EXIT.
008790
008800******************************************************************
008810* 8010-VERIFICAR-BISSEXTO - LEAP YEAR: DIVISIBLE BY 4, EXCEPT A
008820* CENTURY NOT DIVISIBLE BY 400.
008830******************************************************************
008840 8010-VERIFICAR-BISSEXTO.
008850
008860     MOVE 'N' TO WS-SW-ANO-BISSEXTO
008870     DIVIDE WS-CALC-ANO BY 4
008880         GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
008890     IF WS-ANO-RESTO = 0
008900         DIVIDE WS-CALC-ANO BY 100
008910             GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
008920         IF WS-ANO-RESTO NOT = 0
008930             SET WS-ANO-BISSEXTO TO TRUE
008940         ELSE
008950             DIVIDE WS-CALC-ANO BY 400
008960                 GIVING WS-ANO-QUOCIENTE REMAINDER WS-ANO-RESTO
008970             IF WS-ANO-RESTO = 0
008980                 SET WS-ANO-BISSEXTO TO TRUE
008990             END-IF
009000         END-IF
009010     END-IF
009020     .
009030 8010-VERIFICAR-BISSEXTO-EXIT.
009040     EXIT.
009050
009060******************************************************************
009070* 9000-ENCERRAR - CLOSE THE FILES, SET THE RETURN CODE AND
009080* RELEASE THE LOCK. RC=8 WHEN A MONTH WAS REJECTED OR BOOKED AT
009090* ANOTHER AMOUNT; RC=4 WHEN A MONTH IS OVERDUE OR A RETURN RECORD
009100* MATCHED NO EXPORT.
009110******************************************************************
009120 9000-ENCERRAR.
009130
009140     IF WS-GLC-ABERTO
009150         CLOSE VENDAS-GL-CONTROLE
009160     END-IF
009170     CLOSE GLR-RELATORIO
009180     IF WS-MESES-REJEITADOS > 0 OR WS-MESES-DIVERGENTES > 0
009190         MOVE 8 TO RETURN-CODE
009200     ELSE
009210         IF WS-MESES-ATRASADOS > 0 OR WS-CONTADOR-IGNORADOS > 0
009220             MOVE 4 TO RETURN-CODE
009230         END-IF
009240     END-IF
009250     DISPLAY 'RETORNOS LIDOS: ' WS-CONTADOR-LIDOS
009260             ' CONFERIDOS: ' WS-CONTADOR-CONFERIDOS
009270             ' SEM EXPORTACAO: ' WS-CONTADOR-IGNORADOS
009280     DISPLAY 'MESES REJEITADOS: ' WS-MESES-REJEITADOS
009290             ' DIVERGENTES: ' WS-MESES-DIVERGENTES
009300             ' SEM RETORNO FORA DO PRAZO: ' WS-MESES-ATRASADOS
009310     PERFORM 9600-LIBERAR-TRAVA THRU 9600-LIBERAR-TRAVA-EXIT
009320     .
009330 9000-ENCERRAR-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370* 9600-LIBERAR-TRAVA - EMPTY THE VENDALCK FILE, THE SAME WAY THE
009380* POSTING RUN RELEASES IT.
009390******************************************************************
009400 9600-LIBERAR-TRAVA.
009410
009420     IF NOT WS-TRAVA-OBTIDA
009430         GO TO 9600-LIBERAR-TRAVA-EXIT
009440     END-IF
009450     OPEN OUTPUT VENDAS-LOCK
009460     IF NOT WS-LCK-OK
009470         DISPLAY 'ERRO AO LIBERAR VENDALCK - STATUS '
009480                 WS-STATUS-LCK
009490     ELSE
009500         CLOSE VENDAS-LOCK
009510     END-IF
009520     .
009530 9600-LIBERAR-TRAVA-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570* 9900-ABANDONAR - AN I/O ERROR. EVERY VENDAGLC UPDATE IS ONE
009580* WHOLE REWRITE, SO WHAT WAS MATCHED SO FAR STANDS AND A RERUN
009590* WITH THE SAME RETURN FILE SIMPLY MATCHES IT AGAIN. THE LOCK IS
009600* RELEASED AND THE STEP ENDS RC=16.
009610******************************************************************
009620 9900-ABANDONAR.
009630
009640     MOVE 16 TO RETURN-CODE
009650     DISPLAY 'CONFERENCIA DO RETORNO DO RAZAO ABANDONADA'
009660     IF WS-GLC-ABERTO
009670         CLOSE VENDAS-GL-CONTROLE
009680     END-IF
009690     CLOSE GLR-RELATORIO
009700     PERFORM 9600-LIBERAR-TRAVA THRU 9600-LIBERAR-TRAVA-EXIT
009710     STOP RUN
009720     .
009730 9900-ABANDONAR-EXIT.
009740     EXIT.
