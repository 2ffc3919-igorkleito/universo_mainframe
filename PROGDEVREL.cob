000010******************************************************************
000020* Author: IGOR KLEITO
000030* Installation: DEPTO DE CONTABILIDADE
000040* Date-Written: 15.10.2026
000050* Date-Compiled: 15.10.2026
000060* Purpose: RELATORIO MENSAL DE DEVOLUCOES POR NF ORIGINAL PARA
000070*          A AUDITORIA. PARA CADA NF DE VENDA QUE RECEBEU
000080*          DEVOLUCAO NO PERIODO PEDIDO, MOSTRA A VENDA ORIGINAL
000090*          (DATA E VALOR), O QUE FOI DEVOLVIDO NO MES, O QUE JA
000100*          FOI DEVOLVIDO ATE O FIM DO MES, O SALDO QUE AINDA
000110*          PODE SER DEVOLVIDO E SE A DEVOLUCAO E PARCIAL OU
000120*          TOTAL. LE O LOG VIVO VENDALOG E O HISTORICO VENDAHST,
000130*          DE MODO QUE UM MES OU UMA VENDA JA ARQUIVADOS
000140*          CONTINUAM NO RELATORIO.
000150*          PARM: AAAAMM - PERIODO CONTABIL (ANO E MES DE
000160*                         POSTAGEM, VDL-CHAVE-MES). EM BRANCO
000170*                         = MES ANTERIOR AO CORRENTE.
000180*          SO LE - NENHUM ARQUIVO E ALTERADO.
000190******************************************************************
000200* MODIFICATION HISTORY
000210* DATE       WHO   DESCRIPTION
000220* 15.10.2026 IK    ORIGINAL PROGRAM.
000230* 15.10.2026 IK    ENTRIES REVERSED BY PROGESTORNO (VDL/VHS
000240*                  SITUACAO 'E') ARE NEITHER RETURNS OF THE MONTH
000250*                  NOR ORIGINAL SALES NOR RETURNS TO DATE.
000260* 15.10.2026 IK    THE HISTORY RECORD FOLLOWS THE VENDALOG
000270*                  LAYOUT, NOW 90 BYTES WITH VDL-VENDEDOR.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PROGDEVREL.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT VENDAS-LOG ASSIGN TO "VENDALOG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS VDL-SEQUENCIA
000420         ALTERNATE RECORD KEY IS VDL-NUM-NF
000430             WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000450             WITH DUPLICATES
000460         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-STATUS-LOG.
000490     SELECT VENDAS-HISTORICO ASSIGN TO "VENDAHST"
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-STATUS-HST.
000530     SELECT DEV-RELATORIO ASSIGN TO "DEVRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-STATUS-RPT.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  VENDAS-LOG.
000600     COPY VENDALOG.
000610
000620 FD  VENDAS-HISTORICO.
000630 01  VHS-REGISTRO.
000640     05  VHS-SEQUENCIA           PIC 9(006).
000650     05  FILLER                  PIC X(002).
000660     05  VHS-VALOR               PIC 9(008)V99.
000670     05  VHS-TIPO                PIC X(001).
000680     05  VHS-FILIAL              PIC X(003).
000690     05  VHS-NUM-NF              PIC 9(009).
000700     05  VHS-DATA-NF             PIC 9(008).
000710     05  FILLER                  PIC X(016).
000720     05  VHS-CHAVE-MES           PIC X(006).
000730     05  VHS-NF-ORIGEM           PIC 9(009).
000740     05  VHS-SITUACAO            PIC X(001).
000750     05  FILLER                  PIC X(019).
000760
000770 FD  DEV-RELATORIO.
000780     COPY VENDARPT.
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-FLAGS.
000820     02  WS-STATUS-LOG       PIC X(002)    VALUE SPACES.
000830         88  WS-LOG-OK                     VALUE '00'.
000840         88  WS-LOG-FIM                    VALUE '10'.
000850         88  WS-LOG-NAO-EXISTE             VALUE '35'.
000860     02  WS-STATUS-HST       PIC X(002)    VALUE SPACES.
000870         88  WS-HST-OK                     VALUE '00'.
000880         88  WS-HST-FIM                    VALUE '10'.
000890         88  WS-HST-NAO-EXISTE             VALUE '35'.
000900     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
000910         88  WS-RPT-OK                     VALUE '00'.
000920
000930 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
000940
000950 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
000960 77  WS-ANO-PEDIDO           PIC 9(004)    VALUE 0.
000970 77  WS-MES-PEDIDO           PIC 9(002)    VALUE 0.
000980 77  WS-CHAVE-MES-PEDIDA     PIC 9(006)    VALUE 0.
000990 77  WS-CHAVE-MES-TEXTO      PIC X(006)    VALUE SPACES.
001000 77  WS-SW-SEM-LOG           PIC X(001)    VALUE 'N'.
001010     88  WS-SEM-LOG                        VALUE 'S'.
001020 77  WS-SW-SEM-HISTORICO     PIC X(001)    VALUE 'N'.
001030     88  WS-SEM-HISTORICO                  VALUE 'S'.
001040 77  WS-SW-FIM-LEITURA       PIC X(001)    VALUE 'N'.
001050     88  WS-FIM-LEITURA                    VALUE 'S'.
001060 77  WS-SW-POSICAO-ACHADA    PIC X(001)    VALUE 'N'.
001070     88  WS-POSICAO-ACHADA                 VALUE 'S'.
001080 77  WS-SW-CHAVE-IGUAL       PIC X(001)    VALUE 'N'.
001090     88  WS-CHAVE-IGUAL                    VALUE 'S'.
001100 77  WS-SW-BUSCAR-HIST       PIC X(001)    VALUE 'N'.
001110     88  WS-BUSCAR-HIST                    VALUE 'S'.
001120 77  WS-SUB                  PIC 9(004)    VALUE 0.
001130 77  WS-POSICAO              PIC 9(004)    VALUE 0.
001140 77  WS-INICIO-BUSCA         PIC 9(004)    VALUE 0.
001150 77  WS-FIM-BUSCA            PIC 9(004)    VALUE 0.
001160 77  WS-MEIO-BUSCA           PIC 9(004)    VALUE 0.
001170 77  WS-ACHADO-BUSCA         PIC 9(004)    VALUE 0.
001180 77  WS-CONTADOR-LANCAMENTOS PIC 9(006)    VALUE 0.
001190 77  WS-CONTADOR-TOTAIS      PIC 9(006)    VALUE 0.
001200 77  WS-CONTADOR-PARCIAIS    PIC 9(006)    VALUE 0.
001210 77  WS-CONTADOR-EXCEDIDAS   PIC 9(006)    VALUE 0.
001220 77  WS-CONTADOR-SEM-ORIGEM  PIC 9(006)    VALUE 0.
001230 77  WS-VALOR-DEVOLVIDO-MES  PIC 9(011)V99 VALUE 0.
001240 77  WS-SALDO                PIC S9(011)V99 VALUE 0.
001250
001260******************************************************************
001270* WS-CHAVE-NOVA - STORE AND ORIGINAL INVOICE OF THE RECORD BEING
001280* LOOKED UP, IN THE SAME SHAPE AS WS-DEV-CHAVE SO THE TWO
001290* COMPARE AS ONE FIELD.
001300******************************************************************
001310 01  WS-CHAVE-NOVA.
001320     05  WS-NOVA-FILIAL          PIC X(003).
001330     05  WS-NOVA-NF-ORIGEM       PIC 9(009).
001340
001350******************************************************************
001360* WS-DEV-TABELA - ONE ITEM PER ORIGINAL INVOICE (WITHIN ITS
001370* STORE) THAT TOOK A RETURN IN THE MONTH, KEPT IN STORE/INVOICE
001380* ORDER AS IT IS BUILT SO THE REPORT PRINTS IN THAT ORDER AND
001390* THE HISTORY PASSES CAN FIND AN ITEM BY HALVING (2400). RETURNS
001400* POSTED BEFORE THE ORIGINAL INVOICE WAS CARRIED GROUP UNDER
001410* INVOICE ZERO OF THEIR STORE. A FULL TABLE ENDS THE STEP RC=16.
001420******************************************************************
001430 01  WS-DEV-TABELA.
001440     02  WS-DEV-QTDE             PIC 9(004)    VALUE 0.
001450     02  WS-DEV-ITEM OCCURS 3000 TIMES.
001460         03  WS-DEV-CHAVE.
001470             05  WS-DEV-FILIAL       PIC X(003).
001480             05  WS-DEV-NF-ORIGEM    PIC 9(009).
001490         03  WS-DEV-QTDE-MES         PIC 9(005).
001500         03  WS-DEV-VALOR-MES        PIC 9(011)V99.
001510         03  WS-DEV-DATA-MAXIMA      PIC 9(008).
001520         03  WS-DEV-SW-VENDA         PIC X(001).
001530             88  WS-DEV-VENDA-ACHADA           VALUE 'S'.
001540         03  WS-DEV-SW-HISTORICO     PIC X(001).
001550             88  WS-DEV-VENDA-HISTORICO        VALUE 'S'.
001560         03  WS-DEV-DATA-VENDA       PIC 9(008).
001570         03  WS-DEV-VALOR-VENDA      PIC 9(008)V99.
001580         03  WS-DEV-VALOR-ACUMULADO  PIC 9(011)V99.
001590
001600******************************************************************
001610* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR DEVRPT. EACH
001620* GROUP BELOW IS 132 BYTES WIDE AND IS MOVED INTO VDR-REGISTRO
001630* JUST BEFORE THE MATCHING WRITE.
001640******************************************************************
001650 01  WS-LINHAS-RELATORIO.
001660     02  WS-DATA-FORMATADA.
001670         03  WS-DATA-DIA         PIC X(002).
001680         03  FILLER              PIC X(001) VALUE '/'.
001690         03  WS-DATA-MES         PIC X(002).
001700         03  FILLER              PIC X(001) VALUE '/'.
001710         03  WS-DATA-ANO         PIC X(004).
001720     02  WS-CAB-EMPRESA.
001730         03  FILLER              PIC X(030) VALUE SPACES.
001740         03  FILLER              PIC X(072)
001750             VALUE 'DEVOLUCOES POR NF ORIGINAL - AUDITORIA'.
001760         03  FILLER              PIC X(030) VALUE SPACES.
001770     02  WS-CAB-DATA.
001780         03  FILLER              PIC X(006) VALUE 'DATA: '.
001790         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
001800         03  FILLER              PIC X(004) VALUE SPACES.
001810         03  FILLER              PIC X(009) VALUE 'PERIODO: '.
001820         03  WS-CAB-ANO          PIC 9(004).
001830         03  FILLER              PIC X(001) VALUE '/'.
001840         03  WS-CAB-MES          PIC 9(002).
001850         03  FILLER              PIC X(096) VALUE SPACES.
001860     02  WS-CAB-COLUNAS.
001870         03  FILLER              PIC X(007) VALUE ' FIL'.
001880         03  FILLER              PIC X(011) VALUE 'NF ORIGINAL'.
001890         03  FILLER              PIC X(010) VALUE 'DT VENDA'.
001900         03  FILLER              PIC X(015) VALUE
001910             '  VALOR VENDA'.
001920         03  FILLER              PIC X(005) VALUE 'QTD'.
001930         03  FILLER              PIC X(019) VALUE
001940             '    DEVOLVIDO MES'.
001950         03  FILLER              PIC X(019) VALUE
001960             'DEVOLVIDO ACUMUL.'.
001970         03  FILLER              PIC X(020) VALUE
001980             '   SALDO A DEVOLVER'.
001990         03  FILLER              PIC X(010) VALUE 'SITUACAO'.
002000         03  FILLER              PIC X(016) VALUE SPACES.
002010     02  WS-LINHA-DETALHE.
002020         03  FILLER              PIC X(001) VALUE SPACES.
002030         03  WS-DTL-FILIAL       PIC X(003).
002040         03  FILLER              PIC X(003) VALUE SPACES.
002050         03  WS-DTL-NF-ORIGEM    PIC 9(009).
002060         03  FILLER              PIC X(002) VALUE SPACES.
002070         03  WS-DTL-DATA-VENDA   PIC 9(008).
002080         03  FILLER              PIC X(002) VALUE SPACES.
002090         03  WS-DTL-VALOR-VENDA  PIC ZZ.ZZZ.ZZ9,99.
002100         03  FILLER              PIC X(002) VALUE SPACES.
002110         03  WS-DTL-QTDE         PIC ZZ9.
002120         03  FILLER              PIC X(002) VALUE SPACES.
002130         03  WS-DTL-DEV-MES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002140         03  FILLER              PIC X(002) VALUE SPACES.
002150         03  WS-DTL-DEV-ACUM     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002160         03  FILLER              PIC X(002) VALUE SPACES.
002170         03  WS-DTL-SALDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002180         03  FILLER              PIC X(002) VALUE SPACES.
002190         03  WS-DTL-SITUACAO     PIC X(010).
002200         03  FILLER              PIC X(016) VALUE SPACES.
002210     02  WS-LINHA-RESUMO.
002220         03  FILLER              PIC X(004) VALUE SPACES.
002230         03  WS-RES-LITERAL      PIC X(040) VALUE SPACES.
002240         03  WS-RES-NUMERO       PIC ZZZ.ZZ9.
002250         03  FILLER              PIC X(003) VALUE SPACES.
002260         03  WS-RES-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002270         03  FILLER              PIC X(061) VALUE SPACES.
002280
002290 PROCEDURE DIVISION.
002300 0000-PRINCIPAL.
002310
002320     PERFORM 1000-INICIAR          THRU 1000-INICIAR-EXIT.
002330     PERFORM 2000-COLETAR-DEVOLUCOES
002340             THRU 2000-COLETAR-DEVOLUCOES-EXIT.
002350     PERFORM 3000-LOCALIZAR-VENDAS
002360             THRU 3000-LOCALIZAR-VENDAS-EXIT.
002370     PERFORM 4000-SOMAR-DEVOLUCOES
002380             THRU 4000-SOMAR-DEVOLUCOES-EXIT.
002390     PERFORM 5000-IMPRIMIR-DETALHE THRU 5000-IMPRIMIR-DETALHE-EXIT
002400         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DEV-QTDE.
002410     PERFORM 9000-ENCERRAR         THRU 9000-ENCERRAR-EXIT.
002420     STOP RUN.
002430
002440******************************************************************
002450* 1000-INICIAR - TAKE THE PERIOD FROM THE PARM (BLANK MEANS THE
002460* MONTH BEFORE TODAY, THE USUAL MONTH-END RUN), OPEN THE LOG
002470* AND THE REPORT AND PRINT THE HEADINGS. AN UNUSABLE PARM ENDS
002480* THE STEP RC=16 BEFORE ANYTHING IS READ. A LOG THAT DOES NOT
002490* EXIST YET JUST MEANS NOTHING WAS EVER POSTED.
002500******************************************************************
002510 1000-INICIAR.
002520
002530     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002540     ACCEPT WS-PARAMETRO-ENTRADA FROM COMMAND-LINE
002550     IF WS-PARAMETRO-ENTRADA = SPACES
002560         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-PEDIDO
002570         MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-PEDIDO
002580         IF WS-MES-PEDIDO = 1
002590             MOVE 12 TO WS-MES-PEDIDO
002600             SUBTRACT 1 FROM WS-ANO-PEDIDO
002610         ELSE
002620             SUBTRACT 1 FROM WS-MES-PEDIDO
002630         END-IF
002640     ELSE
002650         IF WS-PARAMETRO-ENTRADA(1:6) NUMERIC
002660             AND WS-PARAMETRO-ENTRADA(7:1) = SPACE
002670             MOVE WS-PARAMETRO-ENTRADA(1:4) TO WS-ANO-PEDIDO
002680             MOVE WS-PARAMETRO-ENTRADA(5:2) TO WS-MES-PEDIDO
002690             IF WS-MES-PEDIDO < 01 OR WS-MES-PEDIDO > 12
002700                 DISPLAY 'MES INVALIDO NO PARM: ' WS-MES-PEDIDO
002710                 MOVE 16 TO RETURN-CODE
002720                 STOP RUN
002730             END-IF
002740         ELSE
002750             DISPLAY 'PARM INVALIDO - USE AAAAMM OU BRANCO PARA'
002760                     ' O MES ANTERIOR'
002770             MOVE 16 TO RETURN-CODE
002780             STOP RUN
002790         END-IF
002800     END-IF
002810     COMPUTE WS-CHAVE-MES-PEDIDA =
002820             WS-ANO-PEDIDO * 100 + WS-MES-PEDIDO
002830     MOVE WS-CHAVE-MES-PEDIDA TO WS-CHAVE-MES-TEXTO
002840     OPEN INPUT VENDAS-LOG
002850     IF WS-LOG-NAO-EXISTE
002860         SET WS-SEM-LOG TO TRUE
002870     ELSE
002880         IF NOT WS-LOG-OK
002890             DISPLAY 'ERRO AO ABRIR VENDALOG - STATUS '
002900                     WS-STATUS-LOG
002910             MOVE 16 TO RETURN-CODE
002920             STOP RUN
002930         END-IF
002940     END-IF
002950     OPEN OUTPUT DEV-RELATORIO
002960     IF NOT WS-RPT-OK
002970         DISPLAY 'ERRO AO ABRIR DEVRPT - STATUS ' WS-STATUS-RPT
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     MOVE WS-DATA-SISTEMA(1:4)  TO WS-DATA-ANO
003020     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
003030     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
003040     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
003050     MOVE WS-ANO-PEDIDO         TO WS-CAB-ANO
003060     MOVE WS-MES-PEDIDO         TO WS-CAB-MES
003070     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
003080     WRITE VDR-REGISTRO
003090     MOVE WS-CAB-DATA           TO VDR-REGISTRO
003100     WRITE VDR-REGISTRO
003110     MOVE SPACES                TO VDR-REGISTRO
003120     WRITE VDR-REGISTRO
003130     MOVE WS-CAB-COLUNAS        TO VDR-REGISTRO
003140     WRITE VDR-REGISTRO
003150     .
003160 1000-INICIAR-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200* 2000-COLETAR-DEVOLUCOES - EVERY RETURN POSTED INTO THE MONTH,
003210* FROM THE HISTORY (A MONTH ALREADY ARCHIVED) AND FROM THE
003220* VDL-CHAVE-MES PATH OF THE LIVE LOG, INTO WS-DEV-TABELA UNDER
003230* ITS STORE AND ORIGINAL INVOICE. ANY READ ERROR ENDS THE STEP
003240* RC=16 - AN AUDIT LISTING BUILT FROM A PARTIAL READ MUST NOT
003250* GO OUT AS COMPLETE.
003260******************************************************************
003270 2000-COLETAR-DEVOLUCOES.
003280
003290     OPEN INPUT VENDAS-HISTORICO
003300     IF WS-HST-NAO-EXISTE
003310         SET WS-SEM-HISTORICO TO TRUE
003320     ELSE
003330         IF NOT WS-HST-OK
003340             DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS '
003350                     WS-STATUS-HST
003360             MOVE 16 TO RETURN-CODE
003370             STOP RUN
003380         END-IF
003390         MOVE 'N' TO WS-SW-FIM-LEITURA
003400         PERFORM 2100-LER-HIST-MES THRU 2100-LER-HIST-MES-EXIT
003410                 UNTIL WS-FIM-LEITURA
003420         CLOSE VENDAS-HISTORICO
003430     END-IF
003440     IF WS-SEM-LOG
003450         GO TO 2000-COLETAR-DEVOLUCOES-EXIT
003460     END-IF
003470     MOVE 'N' TO WS-SW-FIM-LEITURA
003480     MOVE WS-CHAVE-MES-PEDIDA TO VDL-CHAVE-MES
003490     START VENDAS-LOG KEY = VDL-CHAVE-MES
003500         INVALID KEY
003510             SET WS-FIM-LEITURA TO TRUE
003520     END-START
003530     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
003540         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
003550                 WS-STATUS-LOG
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590     PERFORM 2200-LER-LOG-MES THRU 2200-LER-LOG-MES-EXIT
003600             UNTIL WS-FIM-LEITURA
003610     .
003620 2000-COLETAR-DEVOLUCOES-EXIT.
003630     EXIT.
003640
003650 2100-LER-HIST-MES.
003660
003670     READ VENDAS-HISTORICO
003680         AT END
003690             SET WS-FIM-LEITURA TO TRUE
003700         NOT AT END
003710             IF VHS-TIPO = 'D'
003720                 AND VHS-SITUACAO NOT = 'E'
003730                 AND VHS-CHAVE-MES = WS-CHAVE-MES-TEXTO
003740                 MOVE VHS-FILIAL    TO WS-NOVA-FILIAL
003750                 MOVE VHS-NF-ORIGEM TO WS-NOVA-NF-ORIGEM
003760                 PERFORM 2300-REGISTRAR-DEVOLUCAO
003770                         THRU 2300-REGISTRAR-DEVOLUCAO-EXIT
003780                 ADD VHS-VALOR TO WS-DEV-VALOR-MES(WS-POSICAO)
003790                 ADD VHS-VALOR TO WS-VALOR-DEVOLVIDO-MES
003800                 IF VHS-DATA-NF >
003810                         WS-DEV-DATA-MAXIMA(WS-POSICAO)
003820                     MOVE VHS-DATA-NF
003830                         TO WS-DEV-DATA-MAXIMA(WS-POSICAO)
003840                 END-IF
003850             END-IF
003860     END-READ
003870     IF NOT WS-HST-OK AND NOT WS-HST-FIM
003880         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF
003920     .
003930 2100-LER-HIST-MES-EXIT.
003940     EXIT.
003950
003960 2200-LER-LOG-MES.
003970
003980     READ VENDAS-LOG NEXT RECORD
003990         AT END
004000             SET WS-FIM-LEITURA TO TRUE
004010         NOT AT END
004020             IF VDL-CHAVE-MES NOT = WS-CHAVE-MES-PEDIDA
004030                 SET WS-FIM-LEITURA TO TRUE
004040             ELSE
004050                 IF VDL-TIPO = 'D'
004060                     AND NOT VDL-ESTORNADO
004070                     MOVE VDL-FILIAL    TO WS-NOVA-FILIAL
004080                     MOVE VDL-NF-ORIGEM TO WS-NOVA-NF-ORIGEM
004090                     PERFORM 2300-REGISTRAR-DEVOLUCAO
004100                             THRU 2300-REGISTRAR-DEVOLUCAO-EXIT
004110                     ADD VDL-VALOR
004120                         TO WS-DEV-VALOR-MES(WS-POSICAO)
004130                     ADD VDL-VALOR TO WS-VALOR-DEVOLVIDO-MES
004140                     IF VDL-DATA-NF >
004150                             WS-DEV-DATA-MAXIMA(WS-POSICAO)
004160                         MOVE VDL-DATA-NF
004170                             TO WS-DEV-DATA-MAXIMA(WS-POSICAO)
004180                     END-IF
004190                 END-IF
004200             END-IF
004210     END-READ
004220     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
004230         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF
004270     .
004280 2200-LER-LOG-MES-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 2300-REGISTRAR-DEVOLUCAO - FIND THE ITEM FOR WS-CHAVE-NOVA IN
004330* WS-DEV-TABELA, OR OPEN ONE IN ITS PLACE IN THE ORDER BY
004340* SHIFTING THE HIGHER KEYS ONE DOWN, AND COUNT THE RETURN. THE
004350* ITEM IS LEFT IN WS-POSICAO FOR THE CALLER TO ADD THE VALUE.
004360******************************************************************
004370 2300-REGISTRAR-DEVOLUCAO.
004380
004390     ADD 1 TO WS-CONTADOR-LANCAMENTOS
004400     MOVE 'N' TO WS-SW-POSICAO-ACHADA
004410     MOVE 'N' TO WS-SW-CHAVE-IGUAL
004420     MOVE 0   TO WS-POSICAO
004430     PERFORM 2310-PROCURAR-POSICAO THRU 2310-PROCURAR-POSICAO-EXIT
004440         VARYING WS-SUB FROM 1 BY 1
004450         UNTIL WS-SUB > WS-DEV-QTDE OR WS-POSICAO-ACHADA
004460     IF WS-CHAVE-IGUAL
004470         ADD 1 TO WS-DEV-QTDE-MES(WS-POSICAO)
004480         GO TO 2300-REGISTRAR-DEVOLUCAO-EXIT
004490     END-IF
004500     IF WS-DEV-QTDE NOT < 3000
004510         DISPLAY 'TABELA DE NF ORIGINAIS CHEIA - RELATORIO '
004520                 'ABANDONADO'
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF
004560     IF NOT WS-POSICAO-ACHADA
004570         COMPUTE WS-POSICAO = WS-DEV-QTDE + 1
004580     ELSE
004590         PERFORM 2320-DESLOCAR-ITEM THRU 2320-DESLOCAR-ITEM-EXIT
004600             VARYING WS-SUB FROM WS-DEV-QTDE BY -1
004610             UNTIL WS-SUB < WS-POSICAO
004620     END-IF
004630     ADD 1 TO WS-DEV-QTDE
004640     MOVE WS-CHAVE-NOVA TO WS-DEV-CHAVE(WS-POSICAO)
004650     MOVE 1   TO WS-DEV-QTDE-MES(WS-POSICAO)
004660     MOVE 0   TO WS-DEV-VALOR-MES(WS-POSICAO)
004670     MOVE 0   TO WS-DEV-DATA-MAXIMA(WS-POSICAO)
004680     MOVE 'N' TO WS-DEV-SW-VENDA(WS-POSICAO)
004690     MOVE 'N' TO WS-DEV-SW-HISTORICO(WS-POSICAO)
004700     MOVE 0   TO WS-DEV-DATA-VENDA(WS-POSICAO)
004710     MOVE 0   TO WS-DEV-VALOR-VENDA(WS-POSICAO)
004720     MOVE 0   TO WS-DEV-VALOR-ACUMULADO(WS-POSICAO)
004730     .
004740 2300-REGISTRAR-DEVOLUCAO-EXIT.
004750     EXIT.
004760
004770 2310-PROCURAR-POSICAO.
004780
004790     IF WS-DEV-CHAVE(WS-SUB) NOT < WS-CHAVE-NOVA
004800         SET WS-POSICAO-ACHADA TO TRUE
004810         MOVE WS-SUB TO WS-POSICAO
004820         IF WS-DEV-CHAVE(WS-SUB) = WS-CHAVE-NOVA
004830             SET WS-CHAVE-IGUAL TO TRUE
004840         END-IF
004850     END-IF
004860     .
004870 2310-PROCURAR-POSICAO-EXIT.
004880     EXIT.
004890
004900 2320-DESLOCAR-ITEM.
004910
004920     MOVE WS-DEV-ITEM(WS-SUB) TO WS-DEV-ITEM(WS-SUB + 1)
004930     .
004940 2320-DESLOCAR-ITEM-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980* 2400-LOCALIZAR-CHAVE - FIND WS-CHAVE-NOVA IN THE ORDERED
004990* WS-DEV-TABELA BY HALVING THE RANGE, FOR THE HISTORY PASSES
005000* THAT TEST EVERY ARCHIVED RECORD AGAINST THE TABLE. LEAVES THE
005010* ITEM IN WS-ACHADO-BUSCA, OR ZERO WHEN THE KEY IS NOT THERE.
005020******************************************************************
005030 2400-LOCALIZAR-CHAVE.
005040
005050     MOVE 0 TO WS-ACHADO-BUSCA
005060     MOVE 1 TO WS-INICIO-BUSCA
005070     MOVE WS-DEV-QTDE TO WS-FIM-BUSCA
005080     PERFORM 2410-DIVIDIR-FAIXA THRU 2410-DIVIDIR-FAIXA-EXIT
005090         UNTIL WS-INICIO-BUSCA > WS-FIM-BUSCA
005100            OR WS-ACHADO-BUSCA > 0
005110     .
005120 2400-LOCALIZAR-CHAVE-EXIT.
005130     EXIT.
005140
005150 2410-DIVIDIR-FAIXA.
005160
005170     COMPUTE WS-MEIO-BUSCA = (WS-INICIO-BUSCA + WS-FIM-BUSCA) / 2
005180     IF WS-DEV-CHAVE(WS-MEIO-BUSCA) = WS-CHAVE-NOVA
005190         MOVE WS-MEIO-BUSCA TO WS-ACHADO-BUSCA
005200     ELSE
005210         IF WS-DEV-CHAVE(WS-MEIO-BUSCA) < WS-CHAVE-NOVA
005220             COMPUTE WS-INICIO-BUSCA = WS-MEIO-BUSCA + 1
005230         ELSE
005240             IF WS-MEIO-BUSCA = 1
005250                 MOVE 0 TO WS-FIM-BUSCA
005260             ELSE
005270                 COMPUTE WS-FIM-BUSCA = WS-MEIO-BUSCA - 1
005280             END-IF
005290         END-IF
005300     END-IF
005310     .
005320 2410-DIVIDIR-FAIXA-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 3000-LOCALIZAR-VENDAS - FIND THE ORIGINAL SALE OF EVERY ITEM,
005370* THE SAME RULE THE POSTING PATH APPLIED: THE LATEST 'V' UNDER
005380* THE INVOICE NUMBER FOR THE SAME STORE, DATED NO LATER THAN
005390* THE RETURNS AGAINST IT. THE VDL-NUM-NF PATH OF THE LIVE LOG
005400* IS ASKED FIRST (3100); WHAT IS NOT THERE HAS BEEN ARCHIVED
005410* AND IS LOOKED FOR IN ONE PASS OVER VENDAHST (3200).
005420******************************************************************
005430 3000-LOCALIZAR-VENDAS.
005440
005450     MOVE 'N' TO WS-SW-BUSCAR-HIST
005460     PERFORM 3100-PROCURAR-VENDA-LOG
005470             THRU 3100-PROCURAR-VENDA-LOG-EXIT
005480         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DEV-QTDE
005490     IF WS-BUSCAR-HIST AND NOT WS-SEM-HISTORICO
005500         PERFORM 3200-PROCURAR-VENDA-HIST
005510                 THRU 3200-PROCURAR-VENDA-HIST-EXIT
005520     END-IF
005530     .
005540 3000-LOCALIZAR-VENDAS-EXIT.
005550     EXIT.
005560
005570 3100-PROCURAR-VENDA-LOG.
005580
005590     IF WS-DEV-NF-ORIGEM(WS-SUB) = 0
005600         GO TO 3100-PROCURAR-VENDA-LOG-EXIT
005610     END-IF
005620     IF WS-SEM-LOG
005630         SET WS-BUSCAR-HIST TO TRUE
005640         GO TO 3100-PROCURAR-VENDA-LOG-EXIT
005650     END-IF
005660     MOVE 'N' TO WS-SW-FIM-LEITURA
005670     MOVE WS-DEV-NF-ORIGEM(WS-SUB) TO VDL-NUM-NF
005680     START VENDAS-LOG KEY = VDL-NUM-NF
005690         INVALID KEY
005700             SET WS-FIM-LEITURA TO TRUE
005710     END-START
005720     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
005730         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
005740                 WS-STATUS-LOG
005750         MOVE 16 TO RETURN-CODE
005760         STOP RUN
005770     END-IF
005780     PERFORM 3110-LER-VENDA-LOG THRU 3110-LER-VENDA-LOG-EXIT
005790             UNTIL WS-FIM-LEITURA
005800     IF NOT WS-DEV-VENDA-ACHADA(WS-SUB)
005810         SET WS-BUSCAR-HIST TO TRUE
005820     END-IF
005830     .
005840 3100-PROCURAR-VENDA-LOG-EXIT.
005850     EXIT.
005860
005870 3110-LER-VENDA-LOG.
005880
005890     READ VENDAS-LOG NEXT RECORD
005900         AT END
005910             SET WS-FIM-LEITURA TO TRUE
005920         NOT AT END
005930             IF VDL-NUM-NF NOT = WS-DEV-NF-ORIGEM(WS-SUB)
005940                 SET WS-FIM-LEITURA TO TRUE
005950             ELSE
005960                 IF VDL-TIPO = 'V'
005970                     AND NOT VDL-ESTORNADO
005980                     AND VDL-FILIAL = WS-DEV-FILIAL(WS-SUB)
005990                     AND VDL-DATA-NF NOT >
006000                         WS-DEV-DATA-MAXIMA(WS-SUB)
006010                     AND VDL-DATA-NF NOT <
006020                         WS-DEV-DATA-VENDA(WS-SUB)
006030                     SET WS-DEV-VENDA-ACHADA(WS-SUB) TO TRUE
006040                     MOVE VDL-DATA-NF
006050                         TO WS-DEV-DATA-VENDA(WS-SUB)
006060                     MOVE VDL-VALOR
006070                         TO WS-DEV-VALOR-VENDA(WS-SUB)
006080                 END-IF
006090             END-IF
006100     END-READ
006110     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
006120         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF
006160     .
006170 3110-LER-VENDA-LOG-EXIT.
006180     EXIT.
006190
006200 3200-PROCURAR-VENDA-HIST.
006210
006220     OPEN INPUT VENDAS-HISTORICO
006230     IF NOT WS-HST-OK
006240         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
006250         MOVE 16 TO RETURN-CODE
006260         STOP RUN
006270     END-IF
006280     MOVE 'N' TO WS-SW-FIM-LEITURA
006290     PERFORM 3210-LER-VENDA-HIST THRU 3210-LER-VENDA-HIST-EXIT
006300             UNTIL WS-FIM-LEITURA
006310     CLOSE VENDAS-HISTORICO
006320     .
006330 3200-PROCURAR-VENDA-HIST-EXIT.
006340     EXIT.
006350
006360 3210-LER-VENDA-HIST.
006370
006380     READ VENDAS-HISTORICO
006390         AT END
006400             SET WS-FIM-LEITURA TO TRUE
006410         NOT AT END
006420             IF VHS-TIPO = 'V'
006430                 AND VHS-SITUACAO NOT = 'E'
006440                 MOVE VHS-FILIAL TO WS-NOVA-FILIAL
006450                 MOVE VHS-NUM-NF TO WS-NOVA-NF-ORIGEM
006460                 PERFORM 2400-LOCALIZAR-CHAVE
006470                         THRU 2400-LOCALIZAR-CHAVE-EXIT
006480                 IF WS-ACHADO-BUSCA > 0
006490                     PERFORM 3220-AVALIAR-VENDA-HIST
006500                             THRU 3220-AVALIAR-VENDA-HIST-EXIT
006510                 END-IF
006520             END-IF
006530     END-READ
006540     IF NOT WS-HST-OK AND NOT WS-HST-FIM
006550         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
006560         MOVE 16 TO RETURN-CODE
006570         STOP RUN
006580     END-IF
006590     .
006600 3210-LER-VENDA-HIST-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 3220-AVALIAR-VENDA-HIST - AN ARCHIVED SALE ONLY COUNTS FOR AN
006650* ITEM THE LIVE LOG HAD NO SALE FOR, AND ONLY WHEN IT IS DATED
006660* NO LATER THAN THE RETURNS; THE LATEST SUCH SALE WINS.
006670******************************************************************
006680 3220-AVALIAR-VENDA-HIST.
006690
006700     IF WS-DEV-VENDA-ACHADA(WS-ACHADO-BUSCA)
006710         AND NOT WS-DEV-VENDA-HISTORICO(WS-ACHADO-BUSCA)
006720         GO TO 3220-AVALIAR-VENDA-HIST-EXIT
006730     END-IF
006740     IF VHS-DATA-NF NOT > WS-DEV-DATA-MAXIMA(WS-ACHADO-BUSCA)
006750         AND VHS-DATA-NF NOT < WS-DEV-DATA-VENDA(WS-ACHADO-BUSCA)
006760         SET WS-DEV-VENDA-ACHADA(WS-ACHADO-BUSCA)    TO TRUE
006770         SET WS-DEV-VENDA-HISTORICO(WS-ACHADO-BUSCA) TO TRUE
006780         MOVE VHS-DATA-NF TO WS-DEV-DATA-VENDA(WS-ACHADO-BUSCA)
006790         MOVE VHS-VALOR   TO WS-DEV-VALOR-VENDA(WS-ACHADO-BUSCA)
006800     END-IF
006810     .
006820 3220-AVALIAR-VENDA-HIST-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 4000-SOMAR-DEVOLUCOES - WHAT HAS BEEN RETURNED AGAINST EACH
006870* SALE UP TO THE END OF THE MONTH: THE RETURNS OF THE SAME
006880* STORE UNDER ITS INVOICE, DATED FROM THE SALE ON AND POSTED NO
006890* LATER THAN THE MONTH, FROM THE VDL-NF-ORIGEM PATH OF THE LIVE
006900* LOG (4100) AND - FOR A SALE THAT WAS ITSELF ARCHIVED, WHOSE
006910* EARLIER RETURNS MAY HAVE GONE WITH IT - FROM VENDAHST (4200).
006920* AN ITEM WITH NO SALE ONLY HAS WHAT IT TOOK IN THE MONTH.
006930******************************************************************
006940 4000-SOMAR-DEVOLUCOES.
006950
006960     MOVE 'N' TO WS-SW-BUSCAR-HIST
006970     PERFORM 4100-SOMAR-DEVOLUCAO-LOG
006980             THRU 4100-SOMAR-DEVOLUCAO-LOG-EXIT
006990         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DEV-QTDE
007000     IF WS-BUSCAR-HIST
007010         PERFORM 4200-SOMAR-DEVOLUCAO-HIST
007020                 THRU 4200-SOMAR-DEVOLUCAO-HIST-EXIT
007030     END-IF
007040     .
007050 4000-SOMAR-DEVOLUCOES-EXIT.
007060     EXIT.
007070
007080 4100-SOMAR-DEVOLUCAO-LOG.
007090
007100     IF NOT WS-DEV-VENDA-ACHADA(WS-SUB)
007110         MOVE WS-DEV-VALOR-MES(WS-SUB)
007120             TO WS-DEV-VALOR-ACUMULADO(WS-SUB)
007130         GO TO 4100-SOMAR-DEVOLUCAO-LOG-EXIT
007140     END-IF
007150     IF WS-DEV-VENDA-HISTORICO(WS-SUB)
007160         SET WS-BUSCAR-HIST TO TRUE
007170     END-IF
007180     IF WS-SEM-LOG
007190         GO TO 4100-SOMAR-DEVOLUCAO-LOG-EXIT
007200     END-IF
007210     MOVE 'N' TO WS-SW-FIM-LEITURA
007220     MOVE WS-DEV-NF-ORIGEM(WS-SUB) TO VDL-NF-ORIGEM
007230     START VENDAS-LOG KEY = VDL-NF-ORIGEM
007240         INVALID KEY
007250             SET WS-FIM-LEITURA TO TRUE
007260     END-START
007270     IF NOT WS-FIM-LEITURA AND NOT WS-LOG-OK
007280         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
007290                 WS-STATUS-LOG
007300         MOVE 16 TO RETURN-CODE
007310         STOP RUN
007320     END-IF
007330     PERFORM 4110-LER-DEVOLUCAO-LOG
007340             THRU 4110-LER-DEVOLUCAO-LOG-EXIT
007350             UNTIL WS-FIM-LEITURA
007360     .
007370 4100-SOMAR-DEVOLUCAO-LOG-EXIT.
007380     EXIT.
007390
007400 4110-LER-DEVOLUCAO-LOG.
007410
007420     READ VENDAS-LOG NEXT RECORD
007430         AT END
007440             SET WS-FIM-LEITURA TO TRUE
007450         NOT AT END
007460             IF VDL-NF-ORIGEM NOT = WS-DEV-NF-ORIGEM(WS-SUB)
007470                 SET WS-FIM-LEITURA TO TRUE
007480             ELSE
007490                 IF VDL-TIPO = 'D'
007500                     AND NOT VDL-ESTORNADO
007510                     AND VDL-FILIAL = WS-DEV-FILIAL(WS-SUB)
007520                     AND VDL-DATA-NF NOT <
007530                         WS-DEV-DATA-VENDA(WS-SUB)
007540                     AND VDL-CHAVE-MES NOT > WS-CHAVE-MES-PEDIDA
007550                     ADD VDL-VALOR
007560                         TO WS-DEV-VALOR-ACUMULADO(WS-SUB)
007570                 END-IF
007580             END-IF
007590     END-READ
007600     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
007610         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
007620         MOVE 16 TO RETURN-CODE
007630         STOP RUN
007640     END-IF
007650     .
007660 4110-LER-DEVOLUCAO-LOG-EXIT.
007670     EXIT.
007680
007690 4200-SOMAR-DEVOLUCAO-HIST.
007700
007710     OPEN INPUT VENDAS-HISTORICO
007720     IF NOT WS-HST-OK
007730         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
007740         MOVE 16 TO RETURN-CODE
007750         STOP RUN
007760     END-IF
007770     MOVE 'N' TO WS-SW-FIM-LEITURA
007780     PERFORM 4210-LER-DEVOLUCAO-HIST
007790             THRU 4210-LER-DEVOLUCAO-HIST-EXIT
007800             UNTIL WS-FIM-LEITURA
007810     CLOSE VENDAS-HISTORICO
007820     .
007830 4200-SOMAR-DEVOLUCAO-HIST-EXIT.
007840     EXIT.
007850
007860 4210-LER-DEVOLUCAO-HIST.
007870
007880     READ VENDAS-HISTORICO
007890         AT END
007900             SET WS-FIM-LEITURA TO TRUE
007910         NOT AT END
007920             IF VHS-TIPO = 'D'
007930                 AND VHS-SITUACAO NOT = 'E'
007940                 AND VHS-NF-ORIGEM > 0
007950                 AND VHS-CHAVE-MES NOT > WS-CHAVE-MES-TEXTO
007960                 MOVE VHS-FILIAL    TO WS-NOVA-FILIAL
007970                 MOVE VHS-NF-ORIGEM TO WS-NOVA-NF-ORIGEM
007980                 PERFORM 2400-LOCALIZAR-CHAVE
007990                         THRU 2400-LOCALIZAR-CHAVE-EXIT
008000                 IF WS-ACHADO-BUSCA > 0
008010                     IF WS-DEV-VENDA-HISTORICO(WS-ACHADO-BUSCA)
008020                         AND VHS-DATA-NF NOT <
008030                             WS-DEV-DATA-VENDA(WS-ACHADO-BUSCA)
008040                         ADD VHS-VALOR TO
008050                           WS-DEV-VALOR-ACUMULADO(WS-ACHADO-BUSCA)
008060                     END-IF
008070                 END-IF
008080             END-IF
008090     END-READ
008100     IF NOT WS-HST-OK AND NOT WS-HST-FIM
008110         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
008120         MOVE 16 TO RETURN-CODE
008130         STOP RUN
008140     END-IF
008150     .
008160 4210-LER-DEVOLUCAO-HIST-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 5000-IMPRIMIR-DETALHE - ONE LINE PER ORIGINAL INVOICE. THE
008210* SITUATION IS TOTAL WHEN NOTHING IS LEFT TO RETURN, PARCIAL
008220* WHEN SOMETHING IS, EXCEDIDA WHEN MORE WAS RETURNED THAN SOLD
008230* (ONLY POSSIBLE FOR RETURNS POSTED BEFORE THEY HAD TO NAME
008240* THEIR SALE) AND SEM ORIGEM WHEN NO SALE WAS FOUND.
008250******************************************************************
008260 5000-IMPRIMIR-DETALHE.
008270
008280     MOVE WS-DEV-FILIAL(WS-SUB)      TO WS-DTL-FILIAL
008290     MOVE WS-DEV-NF-ORIGEM(WS-SUB)   TO WS-DTL-NF-ORIGEM
008300     MOVE WS-DEV-DATA-VENDA(WS-SUB)  TO WS-DTL-DATA-VENDA
008310     MOVE WS-DEV-VALOR-VENDA(WS-SUB) TO WS-DTL-VALOR-VENDA
008320     MOVE WS-DEV-QTDE-MES(WS-SUB)    TO WS-DTL-QTDE
008330     MOVE WS-DEV-VALOR-MES(WS-SUB)   TO WS-DTL-DEV-MES
008340     MOVE WS-DEV-VALOR-ACUMULADO(WS-SUB) TO WS-DTL-DEV-ACUM
008350     IF NOT WS-DEV-VENDA-ACHADA(WS-SUB)
008360         MOVE 0            TO WS-DTL-SALDO
008370         MOVE 'SEM ORIGEM' TO WS-DTL-SITUACAO
008380         ADD 1 TO WS-CONTADOR-SEM-ORIGEM
008390     ELSE
008400         COMPUTE WS-SALDO = WS-DEV-VALOR-VENDA(WS-SUB)
008410                          - WS-DEV-VALOR-ACUMULADO(WS-SUB)
008420         MOVE WS-SALDO TO WS-DTL-SALDO
008430         IF WS-SALDO = 0
008440             MOVE 'TOTAL'      TO WS-DTL-SITUACAO
008450             ADD 1 TO WS-CONTADOR-TOTAIS
008460         ELSE
008470             IF WS-SALDO > 0
008480                 MOVE 'PARCIAL'    TO WS-DTL-SITUACAO
008490                 ADD 1 TO WS-CONTADOR-PARCIAIS
008500             ELSE
008510                 MOVE 'EXCEDIDA'   TO WS-DTL-SITUACAO
008520                 ADD 1 TO WS-CONTADOR-EXCEDIDAS
008530             END-IF
008540         END-IF
008550     END-IF
008560     MOVE WS-LINHA-DETALHE TO VDR-REGISTRO
008570     WRITE VDR-REGISTRO
008580     .
008590 5000-IMPRIMIR-DETALHE-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 9000-ENCERRAR - PRINT THE TOTALS AND CLOSE. THE STEP ENDS RC=4
008640* WHEN AN ITEM HAS NO SALE OR WENT OVER ITS SALE, SO THE
008650* AUDITORS' PACKAGE IS NOT FILED WITHOUT SOMEONE LOOKING.
008660******************************************************************
008670 9000-ENCERRAR.
008680
008690     MOVE SPACES                TO VDR-REGISTRO
008700     WRITE VDR-REGISTRO.
008710     MOVE 'LANCAMENTOS DE DEVOLUCAO NO MES:'
008720                                TO WS-RES-LITERAL
008730     MOVE WS-CONTADOR-LANCAMENTOS TO WS-RES-NUMERO
008740     MOVE WS-VALOR-DEVOLVIDO-MES TO WS-RES-VALOR
008750     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
008760     WRITE VDR-REGISTRO.
008770     MOVE 0                     TO WS-RES-VALOR
008780     MOVE 'NF ORIGINAIS COM DEVOLUCAO NO MES:'
008790                                TO WS-RES-LITERAL
008800     MOVE WS-DEV-QTDE           TO WS-RES-NUMERO
008810     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
008820     WRITE VDR-REGISTRO.
008830     MOVE 'DEVOLVIDAS TOTALMENTE:' TO WS-RES-LITERAL
008840     MOVE WS-CONTADOR-TOTAIS    TO WS-RES-NUMERO
008850     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
008860     WRITE VDR-REGISTRO.
008870     MOVE 'DEVOLVIDAS PARCIALMENTE:' TO WS-RES-LITERAL
008880     MOVE WS-CONTADOR-PARCIAIS  TO WS-RES-NUMERO
008890     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
008900     WRITE VDR-REGISTRO.
008910     MOVE 'DEVOLVIDAS ACIMA DA VENDA:' TO WS-RES-LITERAL
008920     MOVE WS-CONTADOR-EXCEDIDAS TO WS-RES-NUMERO
008930     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
008940     WRITE VDR-REGISTRO.
008950     MOVE 'SEM VENDA ORIGINAL LOCALIZADA:' TO WS-RES-LITERAL
008960     MOVE WS-CONTADOR-SEM-ORIGEM TO WS-RES-NUMERO
008970     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
008980     WRITE VDR-REGISTRO.
008990     IF WS-CONTADOR-SEM-ORIGEM > 0 OR WS-CONTADOR-EXCEDIDAS > 0
009000         MOVE 4 TO RETURN-CODE
009010     END-IF
009020     IF NOT WS-SEM-LOG
009030         CLOSE VENDAS-LOG
009040     END-IF
009050     CLOSE DEV-RELATORIO
009060     .
009070 9000-ENCERRAR-EXIT.
009080     EXIT.
