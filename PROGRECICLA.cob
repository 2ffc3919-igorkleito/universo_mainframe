000060* Purpose: RECICLAGEM DO ARQUIVO DE REJEITOS VENDAREJ. LE OS
000070*          REGISTROS CORRIGIDOS, RE-EXECUTA AS MESMAS CRITICAS
000080*          QUE O PROGVENDAS APLICA NO LOTE (MES, VALOR, TIPO,
000090*          FILIAL, NF, DATA, EXERCICIO, DUPLICIDADE, PERIODO
000095*          FECHADO, NF ORIGINAL DA DEVOLUCAO E VENDEDOR),
000100*          DESCARTA A COLUNA VRJ-MOTIVO E GRAVA UM VENDATXN
000110*          PRONTO PARA RESSUBMISSAO - UM GRUPO POR LOJA, CADA
000120*          UM COM SEU CABECALHO TIPO 1 E TRAILER TIPO 9 CUJA
000300*                  A TABLE. WS-NF-TABELA NOW ONLY CARRIES THE
000310*                  NUMBERS THIS RECYCLE ACCEPTED, SO A REPEAT
000320*                  INSIDE ONE CORRECTED FILE IS STILL CAUGHT.
000321* 15.10.2026 IK    THE VALID STORES AND THE PER-STORE OUTPUT
000322*                  GROUPS NOW COME FROM THE VENDALOJ STORE
000323*                  MASTER INSTEAD OF THE HARDCODED 001/002/003,
000324*                  AND A RECORD DATED AFTER ITS STORE'S CLOSING
000325*                  DATE STAYS PENDING WITH REASON 10, THE SAME
000326*                  EDIT THE POSTING PATH APPLIES.
000327* 15.10.2026 IK    THE YEAR A RECORD POSTS INTO NOW COMES FROM
000328*                  ITS TRANSACTION DATE, AS IN PROGVENDAS: LAST
000329*                  YEAR STILL TAKES ENTRIES UNTIL ITS YEAR-END
000330*                  CLOSE, ANY OTHER YEAR STAYS PENDING WITH
000331*                  REASON 11, AND THE PERIOD AND DUPLICATE-NF
000332*                  CHECKS LOOK AT THAT YEAR. THE PERIOD CHECK NOW
000333*                  FOLLOWS THE DATE EDITS IT DEPENDS ON.
000334* 15.10.2026 IK    A RETURN IS NOW MATCHED AGAINST THE SALE
000335*                  INVOICE IN VRJ-NF-ORIGEM THE SAME WAY THE
000336*                  POSTING PATH DOES IT - ON VENDALOG, ON
000337*                  VENDAHST FOR AN ARCHIVED SALE, AND AMONG THE
000338*                  SALES AND RETURNS THIS RECYCLE HAS ALREADY
000339*                  ACCEPTED - AND STAYS PENDING WITH REASON 12,
000340*                  13 OR 14 WHEN IT CANNOT BE. RECORD AREAS
000341*                  FOLLOW THE 50-BYTE VENDATXN/VENDAREJ LAYOUT.
000342*                  2400 NO LONGER TAKES THE 'NOT FOUND' STATUS
000343*                  OF ITS START FOR A READ ERROR.
000344* 15.10.2026 IK    AN ENTRY REVERSED BY PROGESTORNO (VDL-SITUACAO
000345*                  'E', ON THE LOG OR ON VENDAHST) NO LONGER HOLDS
000346*                  ITS INVOICE NUMBER AND IS NOT A SALE OR A
000347*                  RETURN TO THE ORIGINAL-SALE CHECK.
000348* 15.10.2026 IK    A RECORD THAT PASSES EVERY OTHER EDIT HAS ITS
000349*                  SALESPERSON (VRJ-VENDEDOR) CHECKED AGAINST THE
000350*                  VENDAVEN MASTER AS IN PROGVENDAS, AND STAYS
000351*                  PENDING WITH REASON 15 OR 16 WHEN IT FAILS. THE
000352*                  CODE IS CARRIED INTO THE REBUILT DETAIL.
000353*                  THE HISTORY AREA FOLLOWS THE 90-BYTE LOG.
000354******************************************************************
000355 IDENTIFICATION DIVISION.
000356 PROGRAM-ID. PROGRECICLA.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000600             WITH DUPLICATES
000610         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000620             WITH DUPLICATES
000623         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000626             WITH DUPLICATES
000630         FILE STATUS IS WS-STATUS-LOG.
000632     SELECT VENDAS-HISTORICO ASSIGN TO "VENDAHST"
000634         ORGANIZATION IS SEQUENTIAL
000636         ACCESS MODE IS SEQUENTIAL
000638         FILE STATUS IS WS-STATUS-HST.
000640     SELECT VENDAS-PERIODOS ASSIGN TO "VENDAPER"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000690     SELECT RECI-RELATORIO ASSIGN TO "RECIRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-STATUS-RPT.
000711     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS VLJ-CHAVE
000715         FILE STATUS IS WS-STATUS-LOJ.
000716     SELECT VENDAS-VENDEDORES ASSIGN TO "VENDAVEN"
000717         ORGANIZATION IS INDEXED
000718         ACCESS MODE IS DYNAMIC
000719         RECORD KEY IS VVE-CHAVE
000720         FILE STATUS IS WS-STATUS-VEN.
000721
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  VENDAS-REJEITOS.
000790     COPY VENDATXN.
000800
000810 FD  VENDAS-PENDENTES.
000820 01  VPN-REGISTRO                PIC X(050).
000830
000840 FD  VENDAS-LOG.
000850     COPY VENDALOG.
000890
000900 FD  RECI-RELATORIO.
000910     COPY VENDARPT.
000911
000912 FD  VENDAS-LOJAS.
000913     COPY VENDALOJ.
000914
000915 FD  VENDAS-VENDEDORES.
000916     COPY VENDAVEN.
000917
000918 FD  VENDAS-HISTORICO.
000919 01  VHS-REGISTRO.
000920     05  VHS-SEQUENCIA           PIC 9(006).
000921     05  FILLER                  PIC X(002).
000922     05  VHS-VALOR               PIC 9(008)V99.
000923     05  VHS-TIPO                PIC X(001).
000924     05  VHS-FILIAL              PIC X(003).
000925     05  VHS-NUM-NF              PIC 9(009).
000926     05  VHS-DATA-NF             PIC 9(008).
000927     05  FILLER                  PIC X(022).
000928     05  VHS-NF-ORIGEM           PIC 9(009).
000929     05  VHS-SITUACAO            PIC X(001).
000930     05  FILLER                  PIC X(019).
000931
000932 WORKING-STORAGE SECTION.
000940 01  WS-FLAGS.
000950     02  WS-STATUS-REJ       PIC X(002)    VALUE SPACES.
000960         88  WS-REJ-OK                     VALUE '00'.
001090         88  WS-PER-NAO-EXISTE             VALUE '35'.
001100     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
001110         88  WS-RPT-OK                     VALUE '00'.
001111     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
001112         88  WS-LOJ-OK                     VALUE '00'.
001113         88  WS-LOJ-FIM                    VALUE '10'.
001114     02  WS-STATUS-HST       PIC X(002)    VALUE SPACES.
001115         88  WS-HST-OK                     VALUE '00'.
001116         88  WS-HST-FIM                    VALUE '10'.
001117         88  WS-HST-NAO-EXISTE             VALUE '35'.
001118     02  WS-STATUS-VEN       PIC X(002)    VALUE SPACES.
001119         88  WS-VEN-OK                     VALUE '00'.
001120         88  WS-VEN-FIM                    VALUE '10'.
001121
001130 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
001140 77  WS-ANO-ATUAL            PIC 9(004)    VALUE 0.
001141 77  WS-ANO-ANTERIOR         PIC 9(004)    VALUE 0.
001142 77  WS-ANO-LANCAMENTO       PIC 9(004)    VALUE 0.
001143 77  WS-SW-EXERCICIO-VALIDO  PIC X(001)    VALUE 'N'.
001144     88  WS-EXERCICIO-VALIDO               VALUE 'S'.
001145 77  WS-SW-ANTERIOR-ENCERRADO PIC X(001)   VALUE 'N'.
001146     88  WS-ANTERIOR-ENCERRADO             VALUE 'S'.
001150 77  WS-MESVENDA             PIC 9(002)    VALUE 0.
001160     88  WS-MES-VALIDO                     VALUES 1 THRU 12.
001170 77  WS-VALOR                PIC 9(008)V99 VALUE 0.
001180     88  WS-VALOR-ZERO                     VALUE ZERO.
001190 77  WS-TIPO-TRANSACAO       PIC X(001)    VALUE SPACES.
001200     88  WS-TIPO-VALIDO                    VALUES 'V' 'D'.
001205     88  WS-TIPO-DEVOLUCAO                 VALUE 'D'.
001210 77  WS-FILIAL               PIC X(003)    VALUE SPACES.
001220 77  WS-SW-FILIAL-VALIDA     PIC X(001)    VALUE 'N'.
001230     88  WS-FILIAL-VALIDA                  VALUE 'S'.
001232 77  WS-SW-FILIAL-ENCERRADA  PIC X(001)    VALUE 'N'.
001234     88  WS-FILIAL-ENCERRADA               VALUE 'S'.
001236 77  WS-QTDE-LOJAS           PIC 9(002)    VALUE 0.
001238 77  WS-LOJA-ACHADA          PIC 9(002)    VALUE 0.
001240 77  WS-NUM-NF               PIC 9(009)    VALUE 0.
001250 77  WS-DATA-TRANSACAO       PIC 9(008)    VALUE 0.
001260 77  WS-SW-DATA-NF-OK        PIC X(001)    VALUE 'N'.
001350 77  WS-MOTIVO-NUMERO        PIC 9(002)    VALUE 0.
001360 77  WS-NF-SUB               PIC 9(005)    VALUE 0.
001370 77  WS-SAI-SUB              PIC 9(005)    VALUE 0.
001380 77  WS-FIL-SUB              PIC 9(002)    VALUE 0.
001390 77  WS-MOT-SUB              PIC 9(002)    VALUE 0.
001400 77  WS-ANO-LOG-NF           PIC 9(004)    VALUE 0.
001410 77  WS-SW-SEM-LOG           PIC X(001)    VALUE 'N'.
001480 77  WS-VALOR-EMPACOTADO     PIC 9(011)V99 VALUE 0.
001490 77  WS-VALOR-PENDENTE       PIC 9(011)V99 VALUE 0.
001500
001501******************************************************************
001502* ORIGINAL-SALE MATCHING OF A RETURN (2440), AS IN PROGVENDAS.
001503******************************************************************
001504 77  WS-NF-ORIGEM            PIC 9(009)    VALUE 0.
001505 77  WS-SW-ORIGEM-ACHADA     PIC X(001)    VALUE 'N'.
001506     88  WS-ORIGEM-ACHADA                  VALUE 'S'.
001507 77  WS-SW-ORIGEM-HISTORICO  PIC X(001)    VALUE 'N'.
001508     88  WS-ORIGEM-HISTORICO               VALUE 'S'.
001509 77  WS-SW-FIM-ORIGEM        PIC X(001)    VALUE 'N'.
001510     88  WS-FIM-ORIGEM                     VALUE 'S'.
001511 77  WS-MOTIVO-ORIGEM        PIC X(002)    VALUE SPACES.
001512 77  WS-ORIG-FILIAL          PIC X(003)    VALUE SPACES.
001513 77  WS-ORIG-DATA-NF         PIC 9(008)    VALUE 0.
001514 77  WS-ORIG-VALOR           PIC 9(008)V99 VALUE 0.
001515 77  WS-ORIG-DEVOLVIDO       PIC 9(011)V99 VALUE 0.
001516 77  WS-SALDO-ORIGEM         PIC S9(011)V99 VALUE 0.
001517******************************************************************
001518* SALESPERSON CHECK (2460), AS IN PROGVENDAS. WS-VENDEDOR-TABELA
001519* HOLDS THE VENDAVEN MASTER, LOADED ONCE BY 1550.
001520******************************************************************
001521 77  WS-VENDEDOR             PIC X(004)    VALUE SPACES.
001522 77  WS-MOTIVO-VENDEDOR      PIC X(002)    VALUE SPACES.
001523 77  WS-VEN-SUB              PIC 9(003)    VALUE 0.
001524 77  WS-VEN-ACHADO           PIC 9(003)    VALUE 0.
001525
001526 01  WS-VENDEDOR-TABELA.
001527     02  WS-QTDE-VENDEDORES      PIC 9(003)    VALUE 0.
001528     02  WS-VEN-ITEM OCCURS 500 TIMES.
001529         03  WS-VEN-CODIGO       PIC X(004).
001530         03  WS-VEN-LOJA         PIC X(003).
001531         03  WS-VEN-ADMISSAO     PIC 9(008).
001532         03  WS-VEN-DESLIGAMENTO PIC 9(008).
001533
001534******************************************************************
001535* WS-NF-TABELA - INVOICE NUMBERS ACCEPTED BY THIS RECYCLE. THE
001536* NUMBERS ALREADY POSTED LIVE ON THE KEYED AUDIT LOG AND ARE
001540* CHECKED THERE WITH ONE KEYED READ; THIS TABLE ONLY CATCHES A
001550* SECOND OCCURRENCE OF THE SAME NF INSIDE THE SAME CORRECTED
001560* FILE, WHICH THE LOG CANNOT KNOW ABOUT YET.
001640* UNTIL END OF INPUT SO EACH STORE'S GROUP CAN BE WRITTEN
001650* HEADER FIRST, DETAILS NEXT AND TRAILER LAST EVEN THOUGH THE
001660* REJECT FILE INTERLEAVES THE STORES. A FULL TABLE ABORTS THE
001670* RUN RC=16 - A PARTIAL TAPE MUST NEVER GO OUT. TYPE, NUMBERS,
001672* DATE AND VALUE ARE KEPT APART SO A RETURN LATER IN THE SAME
001674* FILE CAN BE MATCHED AGAINST THE SALES AND RETURNS ACCEPTED
001676* BEFORE IT (2448).
001680******************************************************************
001690 01  WS-SAIDA-TABELA.
001700     02  WS-SAI-QTDE             PIC 9(005)    VALUE 0.
001710     02  WS-SAI-ITEM OCCURS 2000 TIMES.
001720         03  WS-SAI-FILIAL       PIC X(003).
001730         03  WS-SAI-REGISTRO     PIC X(050).
001731         03  WS-SAI-TIPO         PIC X(001).
001732         03  WS-SAI-NUM-NF       PIC 9(009).
001733         03  WS-SAI-NF-ORIGEM    PIC 9(009).
001734         03  WS-SAI-DATA         PIC 9(008).
001735         03  WS-SAI-VALOR        PIC 9(008)V99.
001740
001750******************************************************************
001760* WS-LOJA-TABELA - ONE ITEM PER STORE ON THE VENDALOJ MASTER,
001770* WITH ITS CLOSING DATE FOR THE RE-EDIT AND THE COUNT, HASH AND
001780* VALUE OF THE DETAILS ACCEPTED, FEEDING EACH GROUP'S TYPE-9
001785* TRAILER AND THE SUMMARY PAGE.
001790******************************************************************
001800 01  WS-LOJA-TABELA.
001810     02  WS-LOJA-ITEM OCCURS 50 TIMES.
001820         03  WS-LOJA-CODIGO      PIC X(003).
001825         03  WS-LOJA-FECHAMENTO  PIC 9(008).
001830         03  WS-LOJA-QTDE        PIC 9(006).
001840         03  WS-LOJA-HASH        PIC 9(013)V99.
001850         03  WS-LOJA-VALOR       PIC 9(011)V99.
001860
001870******************************************************************
001880* WS-MOTIVO-TABELA - HOW MANY RECORDS ARE STILL BAD PER REJECT
001890* REASON (01-20), FOR THE SUMMARY PAGE.
001900******************************************************************
001910 01  WS-MOTIVO-TABELA.
001920     02  WS-MOTIVO-QTDE          PIC 9(006) OCCURS 20 TIMES.
001930
001940******************************************************************
001950* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR RECIRPT. EACH
002380     STOP RUN.
002390
002400******************************************************************
002410* 1000-INICIAR - OPEN THE FILES AND LOAD THE STORES FROM THE
002420* VENDALOJ MASTER AND THE SALESPERSONS FROM THE VENDAVEN MASTER. A
002430* MISSING VENDAREJ MEANS THERE IS NOTHING TO RECYCLE AND THE STEP
002440* ENDS RC=16 BEFORE ANY OUTPUT IS CREATED; A MISSING VENDAPER JUST
002450* MEANS NO PERIOD WAS EVER CLOSED, AND A MISSING VENDALOG MEANS NO
002460* INVOICE WAS EVER POSTED - BOTH ARE TREATED THE WAY PROGVENDAS
002463* TREATS THEM. WHETHER LAST YEAR HAS HAD ITS YEAR-END CLOSE IS
002466* READ ONCE HERE (1300).
002470******************************************************************
002480 1000-INICIAR.
002490
002500     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002510     MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL
002520     SUBTRACT 1 FROM WS-ANO-ATUAL GIVING WS-ANO-ANTERIOR
002530     PERFORM VARYING WS-MOT-SUB FROM 1 BY 1 UNTIL WS-MOT-SUB > 20
002610         MOVE 0 TO WS-MOTIVO-QTDE(WS-MOT-SUB)
002620     END-PERFORM
002630     OPEN INPUT VENDAS-REJEITOS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF
002732     PERFORM 1500-CARREGAR-LOJAS
002734             THRU 1500-CARREGAR-LOJAS-EXIT
002736     PERFORM 1550-CARREGAR-VENDEDORES
002738             THRU 1550-CARREGAR-VENDEDORES-EXIT
002740     OPEN INPUT VENDAS-PERIODOS
002750     IF WS-PER-NAO-EXISTE
002760         SET WS-SEM-PERIODOS TO TRUE
002820             STOP RUN
002830         END-IF
002840     END-IF
002843     PERFORM 1300-VERIFICAR-ANO-ANTERIOR
002846             THRU 1300-VERIFICAR-ANO-ANTERIOR-EXIT
002850     PERFORM 1400-ABRIR-LOG
002860             THRU 1400-ABRIR-LOG-EXIT
002870     OPEN OUTPUT VENDAS-TRANSACOES
003040     END-IF
003050     .
003060 1000-INICIAR-EXIT.
003061     EXIT.
003062
003063******************************************************************
003064* 1300-VERIFICAR-ANO-ANTERIOR - LOOK FOR LAST YEAR'S YEAR-END
003065* CLOSE RECORD (MONTH 00) IN VENDAPER. UNTIL IT IS THERE A
003066* RECORD DATED LAST YEAR STILL POSTS INTO LAST YEAR.
003067******************************************************************
003068 1300-VERIFICAR-ANO-ANTERIOR.
003069
003070     MOVE 'N' TO WS-SW-ANTERIOR-ENCERRADO
003071     IF WS-SEM-PERIODOS
003072         GO TO 1300-VERIFICAR-ANO-ANTERIOR-EXIT
003073     END-IF
003074     MOVE WS-ANO-ANTERIOR TO VPE-ANO
003075     MOVE 0               TO VPE-MES
003076     READ VENDAS-PERIODOS
003077         INVALID KEY
003078             CONTINUE
003079         NOT INVALID KEY
003080             IF VPE-SITUACAO = 'F'
003081                 SET WS-ANTERIOR-ENCERRADO TO TRUE
003082             END-IF
003083     END-READ
003084     .
003085 1300-VERIFICAR-ANO-ANTERIOR-EXIT.
003086     EXIT.
003087
003090******************************************************************
003100* 1400-ABRIR-LOG - OPEN THE KEYED AUDIT LOG FOR INPUT. THE OLD
003110* FULL SCAN THAT LOADED THE YEAR'S INVOICE NUMBERS INTO A
003270     END-IF
003280     .
003290 1400-ABRIR-LOG-EXIT.
003291     EXIT.
003292
003293******************************************************************
003294* 1500-CARREGAR-LOJAS - LOAD THE STORES ON THE VENDALOJ MASTER
003295* INTO WS-LOJA-TABELA WITH THEIR COUNTERS ZEROED. WITHOUT THE
003296* MASTER NO RECORD COULD PASS THE BRANCH EDIT, SO A MISSING,
003297* EMPTY OR UNREADABLE MASTER ENDS THE RUN RC=16 BEFORE ANY
003298* OUTPUT IS CREATED.
003299******************************************************************
003300 1500-CARREGAR-LOJAS.
003301
003302     MOVE 0 TO WS-QTDE-LOJAS
003303     OPEN INPUT VENDAS-LOJAS
003304     IF NOT WS-LOJ-OK
003305         DISPLAY 'ERRO AO ABRIR VENDALOJ - STATUS ' WS-STATUS-LOJ
003306         MOVE 16 TO RETURN-CODE
003307         STOP RUN
003308     END-IF
003309     PERFORM 1510-LER-LOJA THRU 1510-LER-LOJA-EXIT
003310             UNTIL WS-LOJ-FIM OR NOT WS-LOJ-OK
003311     IF NOT WS-LOJ-FIM
003312         DISPLAY 'ERRO AO LER VENDALOJ - STATUS ' WS-STATUS-LOJ
003313         MOVE 16 TO RETURN-CODE
003314         STOP RUN
003315     END-IF
003316     CLOSE VENDAS-LOJAS
003317     IF WS-QTDE-LOJAS = 0
003318         DISPLAY 'NENHUMA FILIAL EM VENDALOJ - CADASTRE AS '
003319                 'FILIAIS COM PARM=F'
003320         MOVE 16 TO RETURN-CODE
003321         STOP RUN
003322     END-IF
003323     .
003324 1500-CARREGAR-LOJAS-EXIT.
003325     EXIT.
003326
003327 1510-LER-LOJA.
003328
003329     READ VENDAS-LOJAS NEXT RECORD
003330         AT END
003331             CONTINUE
003332         NOT AT END
003333             IF WS-QTDE-LOJAS < 50
003334                 ADD 1 TO WS-QTDE-LOJAS
003335                 MOVE VLJ-CODIGO
003336                     TO WS-LOJA-CODIGO(WS-QTDE-LOJAS)
003337                 MOVE VLJ-DATA-FECHAMENTO
003338                     TO WS-LOJA-FECHAMENTO(WS-QTDE-LOJAS)
003339                 MOVE 0 TO WS-LOJA-QTDE(WS-QTDE-LOJAS)
003340                 MOVE 0 TO WS-LOJA-HASH(WS-QTDE-LOJAS)
003341                 MOVE 0 TO WS-LOJA-VALOR(WS-QTDE-LOJAS)
003342             ELSE
003343                 DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
003344                         VLJ-CODIGO ' NAO CABE'
003345                 MOVE 16 TO RETURN-CODE
003346                 STOP RUN
003347             END-IF
003348     END-READ
003349     .
003350 1510-LER-LOJA-EXIT.
003351     EXIT.
003352
003353******************************************************************
003354* 1550-CARREGAR-VENDEDORES - LOAD THE VENDAVEN SALESPERSON MASTER
003355* INTO WS-VENDEDOR-TABELA. WITHOUT IT NO RECORD COULD PASS THE
003356* SALESPERSON EDIT, SO A MISSING, EMPTY OR UNREADABLE MASTER
003357* ENDS THE RUN RC=16 BEFORE ANY OUTPUT IS CREATED, AS FOR THE
003358* STORES.
003359******************************************************************
003360 1550-CARREGAR-VENDEDORES.
003361
003362     MOVE 0 TO WS-QTDE-VENDEDORES
003363     OPEN INPUT VENDAS-VENDEDORES
003364     IF NOT WS-VEN-OK
003365         DISPLAY 'ERRO AO ABRIR VENDAVEN - STATUS ' WS-STATUS-VEN
003366         MOVE 16 TO RETURN-CODE
003367         STOP RUN
003368     END-IF
003369     PERFORM 1560-LER-VENDEDOR THRU 1560-LER-VENDEDOR-EXIT
003370             UNTIL WS-VEN-FIM OR NOT WS-VEN-OK
003371     IF NOT WS-VEN-FIM
003372         DISPLAY 'ERRO AO LER VENDAVEN - STATUS ' WS-STATUS-VEN
003373         MOVE 16 TO RETURN-CODE
003374         STOP RUN
003375     END-IF
003376     CLOSE VENDAS-VENDEDORES
003377     IF WS-QTDE-VENDEDORES = 0
003378         DISPLAY 'NENHUM VENDEDOR EM VENDAVEN - CADASTRE OS '
003379                 'VENDEDORES COM PARM=V'
003380         MOVE 16 TO RETURN-CODE
003381         STOP RUN
003382     END-IF
003383     .
003384 1550-CARREGAR-VENDEDORES-EXIT.
003385     EXIT.
003386
003387 1560-LER-VENDEDOR.
003388
003389     READ VENDAS-VENDEDORES NEXT RECORD
003390         AT END
003391             CONTINUE
003392         NOT AT END
003393             IF WS-QTDE-VENDEDORES < 500
003394                 ADD 1 TO WS-QTDE-VENDEDORES
003395                 MOVE VVE-CODIGO
003396                     TO WS-VEN-CODIGO(WS-QTDE-VENDEDORES)
003397                 MOVE VVE-LOJA
003398                     TO WS-VEN-LOJA(WS-QTDE-VENDEDORES)
003399                 MOVE VVE-DATA-ADMISSAO
003400                     TO WS-VEN-ADMISSAO(WS-QTDE-VENDEDORES)
003401                 MOVE VVE-DATA-DESLIGAMENTO
003402                     TO WS-VEN-DESLIGAMENTO(WS-QTDE-VENDEDORES)
003403             ELSE
003404                 DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
003405                         VVE-CODIGO ' NAO CABE'
003406                 MOVE 16 TO RETURN-CODE
003407                 STOP RUN
003408             END-IF
003409     END-READ
003410     .
003411 1560-LER-VENDEDOR-EXIT.
003412     EXIT.
003413
003414******************************************************************
003415* 2000-PROCESSAR - READ ONE CORRECTED REJECT AND ROUTE IT: A
003416* RECORD THAT NOW PASSES EVERY EDIT GOES TO THE OUTPUT TABLE
003417* UNDER ITS STORE, ANYTHING STILL BAD GOES TO VENDAPND WITH
003418* THE MOTIVO RE-CLASSIFIED BY THIS RUN'S EDITS.
003419******************************************************************
003420 2000-PROCESSAR.
003421
003422     READ VENDAS-REJEITOS
003423         AT END
003424             CONTINUE
003430         NOT AT END
003440             ADD 1 TO WS-CONTADOR-LIDOS
003450             PERFORM 2100-RECICLAR-REGISTRO
003540* PROGVENDAS APPLIES TO A BATCH DETAIL, IN THE SAME ORDER THE
003550* REASON CODES ARE CLASSIFIED THERE. THE FIRST EDIT THAT FAILS
003560* DECIDES THE NEW MOTIVO; A RECORD THAT PASSES THEM ALL IS
003570* ACCEPTED INTO THE OUTPUT TABLE WITH THE MOTIVO DROPPED. THE
003572* PERIOD EDIT (05) COMES AFTER THE DATE EDITS (07/11) BECAUSE
003574* THE PERIOD BELONGS TO THE YEAR THE DATE POSTS INTO. A RETURN
003576* IS MATCHED AGAINST ITS ORIGINAL SALE (12/13/14), AND THE
003578* SALESPERSON IS CHECKED LAST (15/16).
003580******************************************************************
003590 2100-RECICLAR-REGISTRO.
003600
003710     END-IF
003720     MOVE VRJ-TIPO   TO WS-TIPO-TRANSACAO
003730     MOVE VRJ-FILIAL TO WS-FILIAL
003735     PERFORM 2170-VALIDAR-FILIAL THRU 2170-VALIDAR-FILIAL-EXIT
003740     IF VRJ-NUM-NF NUMERIC
003750         MOVE VRJ-NUM-NF TO WS-NUM-NF
003760     ELSE
003800         MOVE VRJ-DATA TO WS-DATA-TRANSACAO
003810     ELSE
003820         MOVE 0 TO WS-DATA-TRANSACAO
003821     END-IF
003822     MOVE VRJ-VENDEDOR TO WS-VENDEDOR
003823     IF WS-TIPO-DEVOLUCAO AND VRJ-NF-ORIGEM NUMERIC
003824         MOVE VRJ-NF-ORIGEM TO WS-NF-ORIGEM
003825     ELSE
003826         MOVE 0 TO WS-NF-ORIGEM
003830     END-IF
003840     IF NOT WS-MES-VALIDO
003850         MOVE '01' TO WS-MOTIVO-REJEICAO
003960     IF NOT WS-FILIAL-VALIDA
003970         MOVE '04' TO WS-MOTIVO-REJEICAO
003980         GO TO 2100-ROTEAR
003981     END-IF
003982     IF WS-NUM-NF = 0
003983         MOVE '06' TO WS-MOTIVO-REJEICAO
003984         GO TO 2100-ROTEAR
003985     END-IF
003986     PERFORM 2420-VALIDAR-DATA-NF
003987             THRU 2420-VALIDAR-DATA-NF-EXIT
003988     IF NOT WS-DATA-NF-VALIDA
003989         MOVE '07' TO WS-MOTIVO-REJEICAO
003990         GO TO 2100-ROTEAR
003991     END-IF
003992     PERFORM 2310-VERIFICAR-EXERCICIO
003993             THRU 2310-VERIFICAR-EXERCICIO-EXIT
003994     IF NOT WS-EXERCICIO-VALIDO
003995         MOVE '11' TO WS-MOTIVO-REJEICAO
003996         GO TO 2100-ROTEAR
003997     END-IF
004000     PERFORM 2300-VERIFICAR-PERIODO
004010             THRU 2300-VERIFICAR-PERIODO-EXIT
004020     IF WS-PERIODO-FECHADO
004030         MOVE '05' TO WS-MOTIVO-REJEICAO
004040         GO TO 2100-ROTEAR
004050     END-IF
004060     PERFORM 2180-VERIFICAR-ENCERRAMENTO
004070             THRU 2180-VERIFICAR-ENCERRAMENTO-EXIT
004073     IF WS-FILIAL-ENCERRADA
004076         MOVE '10' TO WS-MOTIVO-REJEICAO
004080         GO TO 2100-ROTEAR
004150     END-IF
004160     PERFORM 2400-VERIFICAR-NF-DUPLICADA
004170             THRU 2400-VERIFICAR-NF-DUPLICADA-EXIT
004180     IF WS-NF-DUPLICADA
004190         MOVE '08' TO WS-MOTIVO-REJEICAO
004191         GO TO 2100-ROTEAR
004192     END-IF
004193     IF WS-TIPO-DEVOLUCAO
004194         PERFORM 2440-VERIFICAR-NF-ORIGEM
004195                 THRU 2440-VERIFICAR-NF-ORIGEM-EXIT
004196         MOVE WS-MOTIVO-ORIGEM TO WS-MOTIVO-REJEICAO
004197     END-IF
004198     IF WS-MOTIVO-REJEICAO = SPACES
004199         PERFORM 2460-VALIDAR-VENDEDOR
004200                 THRU 2460-VALIDAR-VENDEDOR-EXIT
004201         MOVE WS-MOTIVO-VENDEDOR TO WS-MOTIVO-REJEICAO
004202     END-IF.
004210 2100-ROTEAR.
004220     IF WS-MOTIVO-REJEICAO = SPACES
004230         PERFORM 2200-ACEITAR-REGISTRO
004520     MOVE WS-FILIAL      TO VDT-FILIAL
004530     MOVE WS-NUM-NF      TO VDT-NUM-NF
004540     MOVE WS-DATA-TRANSACAO TO VDT-DATA
004543     MOVE WS-NF-ORIGEM   TO VDT-NF-ORIGEM
004546     MOVE WS-VENDEDOR    TO VDT-VENDEDOR
004550     ADD 1 TO WS-SAI-QTDE
004560     MOVE WS-FILIAL      TO WS-SAI-FILIAL(WS-SAI-QTDE)
004570     MOVE VDT-REGISTRO   TO WS-SAI-REGISTRO(WS-SAI-QTDE)
004580     MOVE WS-TIPO-TRANSACAO TO WS-SAI-TIPO(WS-SAI-QTDE)
004590     MOVE WS-NUM-NF      TO WS-SAI-NUM-NF(WS-SAI-QTDE)
004600     MOVE WS-NF-ORIGEM   TO WS-SAI-NF-ORIGEM(WS-SAI-QTDE)
004610     MOVE WS-DATA-TRANSACAO TO WS-SAI-DATA(WS-SAI-QTDE)
004620     MOVE WS-VALOR       TO WS-SAI-VALOR(WS-SAI-QTDE)
004630     ADD 1        TO WS-LOJA-QTDE(WS-LOJA-ACHADA)
004640     ADD WS-VALOR TO WS-LOJA-HASH(WS-LOJA-ACHADA)
004645     ADD WS-VALOR TO WS-LOJA-VALOR(WS-LOJA-ACHADA)
004650     ADD 1 TO WS-CONTADOR-EMPACOTADOS
004660     ADD WS-VALOR TO WS-VALOR-EMPACOTADO
004670     PERFORM 2450-REGISTRAR-NF THRU 2450-REGISTRAR-NF-EXIT
004840         ADD VRJ-VALOR TO WS-VALOR-PENDENTE
004850     END-IF
004860     MOVE WS-MOTIVO-REJEICAO TO WS-MOTIVO-NUMERO
004870     IF WS-MOTIVO-NUMERO > 0 AND WS-MOTIVO-NUMERO < 21
004880         ADD 1 TO WS-MOTIVO-QTDE(WS-MOTIVO-NUMERO)
004890     END-IF
004900     .
004920     EXIT.
004930
004940******************************************************************
004950* 2170-VALIDAR-FILIAL - LOOK WS-FILIAL UP IN WS-LOJA-TABELA.
004960* SETS WS-FILIAL-VALIDA AND LEAVES THE STORE'S ENTRY IN
004970* WS-LOJA-ACHADA (ZERO WHEN THE CODE IS NOT ON THE MASTER).
004971******************************************************************
004972 2170-VALIDAR-FILIAL.
004973
004974     MOVE 'N' TO WS-SW-FILIAL-VALIDA
004975     MOVE 0   TO WS-LOJA-ACHADA
004976     PERFORM 2175-PROCURAR-FILIAL THRU 2175-PROCURAR-FILIAL-EXIT
004977         VARYING WS-FIL-SUB FROM 1 BY 1
004978         UNTIL WS-FIL-SUB > WS-QTDE-LOJAS OR WS-FILIAL-VALIDA
004979     .
004980 2170-VALIDAR-FILIAL-EXIT.
004981     EXIT.
004982
004983 2175-PROCURAR-FILIAL.
004984
004985     IF WS-LOJA-CODIGO(WS-FIL-SUB) = WS-FILIAL
004986         SET WS-FILIAL-VALIDA TO TRUE
004987         MOVE WS-FIL-SUB TO WS-LOJA-ACHADA
004988     END-IF
004989     .
004990 2175-PROCURAR-FILIAL-EXIT.
004991     EXIT.
004992
004993******************************************************************
004994* 2180-VERIFICAR-ENCERRAMENTO - A STORE WITH A CLOSING DATE ON
004995* THE MASTER TAKES NO RECORD DATED AFTER THAT DATE, THE SAME
004996* CHECK THE POSTING PATH MAKES.
004997******************************************************************
004998 2180-VERIFICAR-ENCERRAMENTO.
004999
005000     MOVE 'N' TO WS-SW-FILIAL-ENCERRADA
005001     IF WS-LOJA-ACHADA = 0
005002         GO TO 2180-VERIFICAR-ENCERRAMENTO-EXIT
005003     END-IF
005004     IF WS-LOJA-FECHAMENTO(WS-LOJA-ACHADA) > 0
005005         AND WS-DATA-TRANSACAO >
005006             WS-LOJA-FECHAMENTO(WS-LOJA-ACHADA)
005007         SET WS-FILIAL-ENCERRADA TO TRUE
005008     END-IF
005009     .
005010 2180-VERIFICAR-ENCERRAMENTO-EXIT.
005011     EXIT.
005012
005013******************************************************************
005014* 2300-VERIFICAR-PERIODO - LOOK WS-ANO-LANCAMENTO AND
005015* WS-MESVENDA UP IN VENDAPER, THE SAME CHECK THE POSTING PATH
005016* MAKES. A MISSING RECORD MEANS THE PERIOD WAS NEVER CLOSED.
005017******************************************************************
005018 2300-VERIFICAR-PERIODO.
005019
005020     MOVE 'N' TO WS-SW-PERIODO-FECHADO
005021     IF WS-SEM-PERIODOS
005030         GO TO 2300-VERIFICAR-PERIODO-EXIT
005040     END-IF
005050     MOVE WS-ANO-LANCAMENTO TO VPE-ANO
005060     MOVE WS-MESVENDA       TO VPE-MES
005070     READ VENDAS-PERIODOS
005080         INVALID KEY
005090             CONTINUE
005140     END-READ
005150     .
005160 2300-VERIFICAR-PERIODO-EXIT.
005161     EXIT.
005162
005163******************************************************************
005164* 2310-VERIFICAR-EXERCICIO - DECIDE WHICH YEAR THE RECORD DATED
005165* WS-DATA-TRANSACAO POSTS INTO, THE SAME RULE AS PROGVENDAS:
005166* THE CURRENT YEAR, OR LAST YEAR WHILE IT HAS NOT HAD ITS
005167* YEAR-END CLOSE. ANY OTHER YEAR IS NOT VALID (REASON 11).
005168******************************************************************
005169 2310-VERIFICAR-EXERCICIO.
005170
005171     MOVE 'N' TO WS-SW-EXERCICIO-VALIDO
005172     MOVE WS-DATA-TRANSACAO(1:4) TO WS-ANO-LANCAMENTO
005173     IF WS-ANO-LANCAMENTO = WS-ANO-ATUAL
005174         SET WS-EXERCICIO-VALIDO TO TRUE
005175     ELSE
005176         IF WS-ANO-LANCAMENTO = WS-ANO-ANTERIOR
005177             AND NOT WS-ANTERIOR-ENCERRADO
005178             SET WS-EXERCICIO-VALIDO TO TRUE
005179         END-IF
005180     END-IF
005181     .
005182 2310-VERIFICAR-EXERCICIO-EXIT.
005183     EXIT.
005184
005190******************************************************************
005200* 2400-VERIFICAR-NF-DUPLICADA - LOOK FOR THE NUMBER IN
005210* WS-NUM-NF: FIRST AMONG THE NUMBERS THIS RECYCLE ALREADY
005220* ACCEPTED, THEN WITH A KEYED LOOKUP ON THE VDL-NUM-NF PATH
005230* OF THE AUDIT LOG FOR A POSTING INTO THE SAME YEAR THAT HAS
005235* NOT BEEN REVERSED SINCE.
005240******************************************************************
005250 2400-VERIFICAR-NF-DUPLICADA.
005260
005490     PERFORM 2410-LER-NF-CHAVE THRU 2410-LER-NF-CHAVE-EXIT
005500             UNTIL WS-FIM-NF OR WS-NF-DUPLICADA
005510                OR NOT WS-LOG-OK
005520     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM AND NOT WS-FIM-NF
005530         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005670             IF VDL-NUM-NF NOT = WS-NUM-NF
005680                 SET WS-FIM-NF TO TRUE
005690             ELSE
005700                 MOVE VDL-CHAVE-MES(1:4) TO WS-ANO-LOG-NF
005710                 IF WS-ANO-LOG-NF = WS-ANO-LANCAMENTO
005715                     AND NOT VDL-ESTORNADO
005720                     SET WS-NF-DUPLICADA TO TRUE
005730                 END-IF
005740             END-IF
005940     END-IF
005950     .
005960 2420-VALIDAR-DATA-NF-EXIT.
005961     EXIT.
005962
005963******************************************************************
005964* 2440-VERIFICAR-NF-ORIGEM - MATCH THE RETURN AGAINST THE SALE
005965* INVOICE WS-NF-ORIGEM IT REVERSES, THE SAME RULE AS THE
005966* POSTING PATH: THE SALE IS THE LATEST 'V' UNDER THAT NUMBER
005967* DATED NO LATER THAN THE RETURN, TAKEN FROM THE VDL-NUM-NF
005968* PATH OF THE LOG (2441), FROM THE SALES THIS RECYCLE ALREADY
005969* ACCEPTED (2448) OR, FAILING BOTH, FROM VENDAHST (2442).
005970* WHAT WAS ALREADY RETURNED AGAINST IT COMES FROM THE
005971* VDL-NF-ORIGEM PATH (2444), FROM VENDAHST FOR AN ARCHIVED
005972* SALE (2446) AND FROM THE RETURNS ACCEPTED HERE (2448).
005973* LEAVES 12, 13 OR 14 IN WS-MOTIVO-ORIGEM, OR SPACES.
005974******************************************************************
005975 2440-VERIFICAR-NF-ORIGEM.
005976
005977     MOVE SPACES TO WS-MOTIVO-ORIGEM
005978     MOVE SPACES TO WS-ORIG-FILIAL
005979     MOVE 'N'    TO WS-SW-ORIGEM-ACHADA
005980     MOVE 'N'    TO WS-SW-ORIGEM-HISTORICO
005981     MOVE 0      TO WS-ORIG-DATA-NF
005982     MOVE 0      TO WS-ORIG-VALOR
005983     MOVE 0      TO WS-ORIG-DEVOLVIDO
005984     MOVE 0      TO WS-SALDO-ORIGEM
005985     IF WS-NF-ORIGEM = 0
005986         MOVE '12' TO WS-MOTIVO-ORIGEM
005987         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
005988     END-IF
005989     IF NOT WS-SEM-LOG
005990         MOVE 'N' TO WS-SW-FIM-ORIGEM
005991         MOVE WS-NF-ORIGEM TO VDL-NUM-NF
005992         START VENDAS-LOG KEY = VDL-NUM-NF
005993             INVALID KEY
005994                 SET WS-FIM-ORIGEM TO TRUE
005995         END-START
005996         IF NOT WS-FIM-ORIGEM AND NOT WS-LOG-OK
005997             DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
005998                     WS-STATUS-LOG
005999             MOVE 16 TO RETURN-CODE
006000             STOP RUN
006001         END-IF
006002         PERFORM 2441-LER-ORIGEM-LOG
006003                 THRU 2441-LER-ORIGEM-LOG-EXIT
006004                 UNTIL WS-FIM-ORIGEM OR NOT WS-LOG-OK
006005         IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
006006             AND NOT WS-FIM-ORIGEM
006007             DISPLAY 'ERRO AO LER VENDALOG - STATUS '
006008                     WS-STATUS-LOG
006009             MOVE 16 TO RETURN-CODE
006010             STOP RUN
006011         END-IF
006012     END-IF
006013     PERFORM 2448-PROCURAR-VENDA-SAIDA
006014             THRU 2448-PROCURAR-VENDA-SAIDA-EXIT
006015         VARYING WS-SAI-SUB FROM 1 BY 1
006016         UNTIL WS-SAI-SUB > WS-SAI-QTDE
006017     IF NOT WS-ORIGEM-ACHADA
006018         PERFORM 2442-PROCURAR-ORIGEM-HIST
006019                 THRU 2442-PROCURAR-ORIGEM-HIST-EXIT
006020     END-IF
006021     IF NOT WS-ORIGEM-ACHADA
006022         MOVE '12' TO WS-MOTIVO-ORIGEM
006023         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
006024     END-IF
006025     IF WS-ORIG-FILIAL NOT = WS-FILIAL
006026         MOVE '13' TO WS-MOTIVO-ORIGEM
006027         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
006028     END-IF
006029     IF NOT WS-SEM-LOG
006030         MOVE 'N' TO WS-SW-FIM-ORIGEM
006031         MOVE WS-NF-ORIGEM TO VDL-NF-ORIGEM
006032         START VENDAS-LOG KEY = VDL-NF-ORIGEM
006033             INVALID KEY
006034                 SET WS-FIM-ORIGEM TO TRUE
006035         END-START
006036         IF NOT WS-FIM-ORIGEM AND NOT WS-LOG-OK
006037             DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
006038                     WS-STATUS-LOG
006039             MOVE 16 TO RETURN-CODE
006040             STOP RUN
006041         END-IF
006042         PERFORM 2444-LER-DEVOLUCAO-LOG
006043                 THRU 2444-LER-DEVOLUCAO-LOG-EXIT
006044                 UNTIL WS-FIM-ORIGEM OR NOT WS-LOG-OK
006045         IF NOT WS-LOG-OK AND NOT WS-LOG-FIM
006046             AND NOT WS-FIM-ORIGEM
006047             DISPLAY 'ERRO AO LER VENDALOG - STATUS '
006048                     WS-STATUS-LOG
006049             MOVE 16 TO RETURN-CODE
006050             STOP RUN
006051         END-IF
006052     END-IF
006053     IF WS-ORIGEM-HISTORICO
006054         PERFORM 2446-SOMAR-DEVOLUCAO-HIST
006055                 THRU 2446-SOMAR-DEVOLUCAO-HIST-EXIT
006056     END-IF
006057     PERFORM 2449-SOMAR-DEVOLUCAO-SAIDA
006058             THRU 2449-SOMAR-DEVOLUCAO-SAIDA-EXIT
006059         VARYING WS-SAI-SUB FROM 1 BY 1
006060         UNTIL WS-SAI-SUB > WS-SAI-QTDE
006061     COMPUTE WS-SALDO-ORIGEM = WS-ORIG-VALOR - WS-ORIG-DEVOLVIDO
006062     IF WS-SALDO-ORIGEM NOT > 0
006063         OR WS-VALOR > WS-SALDO-ORIGEM
006064         MOVE '14' TO WS-MOTIVO-ORIGEM
006065     END-IF
006066     .
006067 2440-VERIFICAR-NF-ORIGEM-EXIT.
006068     EXIT.
006069
006070 2441-LER-ORIGEM-LOG.
006071
006072     READ VENDAS-LOG NEXT RECORD
006073         AT END
006074             SET WS-FIM-ORIGEM TO TRUE
006075         NOT AT END
006076             IF VDL-NUM-NF NOT = WS-NF-ORIGEM
006077                 SET WS-FIM-ORIGEM TO TRUE
006078             ELSE
006079                 IF VDL-TIPO = 'V'
006080                     AND NOT VDL-ESTORNADO
006081                     AND VDL-DATA-NF NOT > WS-DATA-TRANSACAO
006082                     AND VDL-DATA-NF NOT < WS-ORIG-DATA-NF
006083                     SET WS-ORIGEM-ACHADA TO TRUE
006084                     MOVE VDL-FILIAL  TO WS-ORIG-FILIAL
006085                     MOVE VDL-DATA-NF TO WS-ORIG-DATA-NF
006086                     MOVE VDL-VALOR   TO WS-ORIG-VALOR
006087                 END-IF
006088             END-IF
006089     END-READ
006090     .
006091 2441-LER-ORIGEM-LOG-EXIT.
006092     EXIT.
006093
006094******************************************************************
006095* 2442-PROCURAR-ORIGEM-HIST - THE SALE IS NEITHER ON THE LOG
006096* NOR IN THIS RECYCLE: SCAN THE ARCHIVE FOR IT. A HISTORY THAT
006097* DOES NOT EXIST YET SIMPLY HOLDS NO SALE.
006098******************************************************************
006099 2442-PROCURAR-ORIGEM-HIST.
006100
006101     OPEN INPUT VENDAS-HISTORICO
006102     IF WS-HST-NAO-EXISTE
006103         GO TO 2442-PROCURAR-ORIGEM-HIST-EXIT
006104     END-IF
006105     IF NOT WS-HST-OK
006106         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
006107         MOVE 16 TO RETURN-CODE
006108         STOP RUN
006109     END-IF
006110     MOVE 'N' TO WS-SW-FIM-ORIGEM
006111     PERFORM 2443-LER-ORIGEM-HIST THRU 2443-LER-ORIGEM-HIST-EXIT
006112             UNTIL WS-FIM-ORIGEM
006113     CLOSE VENDAS-HISTORICO
006114     IF WS-ORIGEM-ACHADA
006115         SET WS-ORIGEM-HISTORICO TO TRUE
006116     END-IF
006117     .
006118 2442-PROCURAR-ORIGEM-HIST-EXIT.
006119     EXIT.
006120
006121 2443-LER-ORIGEM-HIST.
006122
006123     READ VENDAS-HISTORICO
006124         AT END
006125             SET WS-FIM-ORIGEM TO TRUE
006126         NOT AT END
006127             IF VHS-NUM-NF = WS-NF-ORIGEM
006128                 AND VHS-TIPO = 'V'
006129                 AND VHS-SITUACAO NOT = 'E'
006130                 AND VHS-DATA-NF NOT > WS-DATA-TRANSACAO
006131                 AND VHS-DATA-NF NOT < WS-ORIG-DATA-NF
006132                 SET WS-ORIGEM-ACHADA TO TRUE
006133                 MOVE VHS-FILIAL  TO WS-ORIG-FILIAL
006134                 MOVE VHS-DATA-NF TO WS-ORIG-DATA-NF
006135                 MOVE VHS-VALOR   TO WS-ORIG-VALOR
006136             END-IF
006137     END-READ
006138     IF NOT WS-HST-OK AND NOT WS-HST-FIM
006139         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
006140         MOVE 16 TO RETURN-CODE
006141         STOP RUN
006142     END-IF
006143     .
006144 2443-LER-ORIGEM-HIST-EXIT.
006145     EXIT.
006146
006147 2444-LER-DEVOLUCAO-LOG.
006148
006149     READ VENDAS-LOG NEXT RECORD
006150         AT END
006151             SET WS-FIM-ORIGEM TO TRUE
006152         NOT AT END
006153             IF VDL-NF-ORIGEM NOT = WS-NF-ORIGEM
006154                 SET WS-FIM-ORIGEM TO TRUE
006155             ELSE
006156                 IF VDL-TIPO = 'D'
006157                     AND NOT VDL-ESTORNADO
006158                     AND VDL-FILIAL = WS-ORIG-FILIAL
006159                     AND VDL-DATA-NF NOT < WS-ORIG-DATA-NF
006160                     ADD VDL-VALOR TO WS-ORIG-DEVOLVIDO
006161                 END-IF
006162             END-IF
006163     END-READ
006164     .
006165 2444-LER-DEVOLUCAO-LOG-EXIT.
006166     EXIT.
006167
006168******************************************************************
006169* 2446-SOMAR-DEVOLUCAO-HIST - THE SALE CAME FROM VENDAHST, SO
006170* SOME OF ITS RETURNS MAY HAVE BEEN ARCHIVED WITH IT.
006171******************************************************************
006172 2446-SOMAR-DEVOLUCAO-HIST.
006173
006174     OPEN INPUT VENDAS-HISTORICO
006175     IF NOT WS-HST-OK
006176         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
006177         MOVE 16 TO RETURN-CODE
006178         STOP RUN
006179     END-IF
006180     MOVE 'N' TO WS-SW-FIM-ORIGEM
006181     PERFORM 2447-LER-DEVOLUCAO-HIST
006182             THRU 2447-LER-DEVOLUCAO-HIST-EXIT
006183             UNTIL WS-FIM-ORIGEM
006184     CLOSE VENDAS-HISTORICO
006185     .
006186 2446-SOMAR-DEVOLUCAO-HIST-EXIT.
006187     EXIT.
006188
006189 2447-LER-DEVOLUCAO-HIST.
006190
006191     READ VENDAS-HISTORICO
006192         AT END
006193             SET WS-FIM-ORIGEM TO TRUE
006194         NOT AT END
006195             IF VHS-NF-ORIGEM = WS-NF-ORIGEM
006196                 AND VHS-TIPO = 'D'
006197                 AND VHS-SITUACAO NOT = 'E'
006198                 AND VHS-FILIAL = WS-ORIG-FILIAL
006199                 AND VHS-DATA-NF NOT < WS-ORIG-DATA-NF
006200                 ADD VHS-VALOR TO WS-ORIG-DEVOLVIDO
006201             END-IF
006202     END-READ
006203     IF NOT WS-HST-OK AND NOT WS-HST-FIM
006204         DISPLAY 'ERRO AO LER VENDAHST - STATUS ' WS-STATUS-HST
006205         MOVE 16 TO RETURN-CODE
006206         STOP RUN
006207     END-IF
006208     .
006209 2447-LER-DEVOLUCAO-HIST-EXIT.
006210     EXIT.
006211
006212******************************************************************
006213* 2448-PROCURAR-VENDA-SAIDA / 2449-SOMAR-DEVOLUCAO-SAIDA - THE
006214* SALES AND RETURNS THIS RECYCLE HAS ALREADY ACCEPTED ARE NOT
006215* ON THE LOG YET. THEY GO OUT AHEAD OF THIS RETURN IN ITS
006216* STORE'S GROUP, SO THEY COUNT AS IF ALREADY POSTED.
006217******************************************************************
006218 2448-PROCURAR-VENDA-SAIDA.
006219
006220     IF WS-SAI-TIPO(WS-SAI-SUB) = 'V'
006221         AND WS-SAI-NUM-NF(WS-SAI-SUB) = WS-NF-ORIGEM
006222         AND WS-SAI-DATA(WS-SAI-SUB) NOT > WS-DATA-TRANSACAO
006223         AND WS-SAI-DATA(WS-SAI-SUB) NOT < WS-ORIG-DATA-NF
006224         SET WS-ORIGEM-ACHADA TO TRUE
006225         MOVE WS-SAI-FILIAL(WS-SAI-SUB) TO WS-ORIG-FILIAL
006226         MOVE WS-SAI-DATA(WS-SAI-SUB)   TO WS-ORIG-DATA-NF
006227         MOVE WS-SAI-VALOR(WS-SAI-SUB)  TO WS-ORIG-VALOR
006228     END-IF
006229     .
006230 2448-PROCURAR-VENDA-SAIDA-EXIT.
006231     EXIT.
006232
006233 2449-SOMAR-DEVOLUCAO-SAIDA.
006234
006235     IF WS-SAI-TIPO(WS-SAI-SUB) = 'D'
006236         AND WS-SAI-NF-ORIGEM(WS-SAI-SUB) = WS-NF-ORIGEM
006237         AND WS-SAI-FILIAL(WS-SAI-SUB) = WS-ORIG-FILIAL
006238         AND WS-SAI-DATA(WS-SAI-SUB) NOT < WS-ORIG-DATA-NF
006239         ADD WS-SAI-VALOR(WS-SAI-SUB) TO WS-ORIG-DEVOLVIDO
006240     END-IF
006241     .
006242 2449-SOMAR-DEVOLUCAO-SAIDA-EXIT.
006243     EXIT.
006244
006245******************************************************************
006246* 2450-REGISTRAR-NF - ADD THE INVOICE NUMBER TO THE TABLE. WHEN
006247* THE TABLE IS FULL THE RUN STOPS RC=16 - UNLIKE THE POSTING
006248* PROGRAM THERE IS NO OPERATOR WATCHING, AND A TAPE BUILT
006249* WITHOUT THE DUPLICATE CHECK MUST NOT GO OUT.
006250******************************************************************
006251 2450-REGISTRAR-NF.
006252
006253     IF WS-NF-QTDE < 2000
006254         ADD 1 TO WS-NF-QTDE
006255         MOVE WS-NUM-NF TO WS-NF-NUMERO(WS-NF-QTDE)
006256     ELSE
006257         DISPLAY 'TABELA DE NF CHEIA - RECICLAGEM ABANDONADA'
006258         MOVE 16 TO RETURN-CODE
006259         STOP RUN
006260     END-IF
006261     .
006262 2450-REGISTRAR-NF-EXIT.
006263     EXIT.
006264
006265******************************************************************
006266* 2460-VALIDAR-VENDEDOR - LOOK WS-VENDEDOR UP IN WS-VENDEDOR-
006267* TABELA, AS 2460 OF PROGVENDAS DOES. A BLANK CODE, A CODE NOT ON
006268* VENDAVEN, OR A SALESPERSON NOT YET HIRED OR ALREADY GONE ON
006269* WS-DATA-TRANSACAO IS REASON 15; ONE HOMED AT ANOTHER STORE
006270* THAN WS-FILIAL IS REASON 16. LEAVES THE REASON IN WS-MOTIVO-
006271* VENDEDOR, SPACES WHEN GOOD.
006272******************************************************************
006273 2460-VALIDAR-VENDEDOR.
006274
006275     MOVE SPACES TO WS-MOTIVO-VENDEDOR
006276     MOVE 0      TO WS-VEN-ACHADO
006277     IF WS-VENDEDOR = SPACES
006278         MOVE '15' TO WS-MOTIVO-VENDEDOR
006279         GO TO 2460-VALIDAR-VENDEDOR-EXIT
006280     END-IF
006281     PERFORM 2465-PROCURAR-VENDEDOR
006282             THRU 2465-PROCURAR-VENDEDOR-EXIT
006283         VARYING WS-VEN-SUB FROM 1 BY 1
006284         UNTIL WS-VEN-SUB > WS-QTDE-VENDEDORES
006285            OR WS-VEN-ACHADO > 0
006286     IF WS-VEN-ACHADO = 0
006287         MOVE '15' TO WS-MOTIVO-VENDEDOR
006288         GO TO 2460-VALIDAR-VENDEDOR-EXIT
006289     END-IF
006290     IF WS-DATA-TRANSACAO < WS-VEN-ADMISSAO(WS-VEN-ACHADO)
006291         OR (WS-VEN-DESLIGAMENTO(WS-VEN-ACHADO) > 0
006292             AND WS-DATA-TRANSACAO >
006293                 WS-VEN-DESLIGAMENTO(WS-VEN-ACHADO))
006294         MOVE '15' TO WS-MOTIVO-VENDEDOR
006295         GO TO 2460-VALIDAR-VENDEDOR-EXIT
006296     END-IF
006297     IF WS-VEN-LOJA(WS-VEN-ACHADO) NOT = WS-FILIAL
006298         MOVE '16' TO WS-MOTIVO-VENDEDOR
006299     END-IF
006300     .
006301 2460-VALIDAR-VENDEDOR-EXIT.
006302     EXIT.
006303
006304 2465-PROCURAR-VENDEDOR.
006305
006306     IF WS-VEN-CODIGO(WS-VEN-SUB) = WS-VENDEDOR
006307         MOVE WS-VEN-SUB TO WS-VEN-ACHADO
006308     END-IF
006309     .
006310 2465-PROCURAR-VENDEDOR-EXIT.
006311     EXIT.
006312
006313******************************************************************
006314* 3000-GRAVAR-SAIDA - WRITE THE RESUBMITTABLE VENDATXN: FOR
006315* EACH STORE WITH ACCEPTED DETAILS, A TYPE-1 HEADER CARRYING
006316* THE STORE AND TODAY'S DATE, THE DETAILS HELD IN THE TABLE,
006317* AND A TYPE-9 TRAILER WHOSE COUNT AND HASH THIS PROGRAM
006318* COMPUTED ITSELF - THE SAME CONTROLS 1455 OF PROGVENDAS WILL
006319* PROVE ON THE WAY BACK IN.
006320******************************************************************
006321 3000-GRAVAR-SAIDA.
006322
006323     PERFORM 3100-GRAVAR-LOTE-LOJA
006324             THRU 3100-GRAVAR-LOTE-LOJA-EXIT
006325         VARYING WS-FIL-SUB FROM 1 BY 1
006326         UNTIL WS-FIL-SUB > WS-QTDE-LOJAS
006327     .
006330 3000-GRAVAR-SAIDA-EXIT.
006340     EXIT.
006350
007320     MOVE WS-LINHA-RESUMO       TO VDR-REGISTRO
007330     WRITE VDR-REGISTRO.
007340     PERFORM 9110-IMPRIMIR-LOJA THRU 9110-IMPRIMIR-LOJA-EXIT
007350         VARYING WS-FIL-SUB FROM 1 BY 1
007355         UNTIL WS-FIL-SUB > WS-QTDE-LOJAS.
007360     MOVE 'TOTAL EMPACOTADO PARA VENDATXN:'
007370                                TO WS-RES-LITERAL
007380     MOVE WS-CONTADOR-EMPACOTADOS TO WS-RES-NUMERO
007490     WRITE VDR-REGISTRO.
007500     PERFORM 9120-IMPRIMIR-MOTIVO
007510             THRU 9120-IMPRIMIR-MOTIVO-EXIT
007520         VARYING WS-MOT-SUB FROM 1 BY 1 UNTIL WS-MOT-SUB > 20
007530     .
007540 9100-IMPRIMIR-RESUMO-EXIT.
007550     EXIT.
007560
007570 9110-IMPRIMIR-LOJA.
007580
007582     IF WS-LOJA-QTDE(WS-FIL-SUB) = 0
007584         GO TO 9110-IMPRIMIR-LOJA-EXIT
007586     END-IF
007590     MOVE SPACES TO WS-RES-LITERAL
007600     STRING 'EMPACOTADOS LOJA ' WS-LOJA-CODIGO(WS-FIL-SUB) ':'
007610         DELIMITED BY SIZE INTO WS-RES-LITERAL
