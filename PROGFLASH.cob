000230*                  IT FRONT TO BACK BECAUSE THE BUSINESS DATE
000240*                  (VDL-DATA-NF) HAS NO KEY PATH - THE RANGE
000250*                  CAN FALL IN ANY POSTING MONTH.
000251* 15.10.2026 IK    THE STORE COLUMNS NOW COME FROM THE VENDALOJ
000252*                  STORE MASTER INSTEAD OF THE FIXED 001/002/003
000253*                  LIST, AND EACH LINE SHOWS THE STORE NAME.
000254* 15.10.2026 IK    DECLARES THE NEW VDL-NF-ORIGEM ALTERNATE PATH
000255*                  OF THE LOG.
000256* 15.10.2026 IK    AN ENTRY REVERSED BY PROGESTORNO IS COUNTED AS
000257*                  READ BUT NO LONGER APPLIED.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PROGFLASH.
000410             WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000430             WITH DUPLICATES
000433         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000436             WITH DUPLICATES
000440         FILE STATUS IS WS-STATUS-LOG.
000441     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS VLJ-CHAVE
000445         FILE STATUS IS WS-STATUS-LOJ.
000450     SELECT FLASH-RELATORIO ASSIGN TO "FLASHRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-STATUS-RPT.
000510 FD  VENDAS-LOG.
000520     COPY VENDALOG.
000530
000532 FD  VENDAS-LOJAS.
000534     COPY VENDALOJ.
000536
000540 FD  FLASH-RELATORIO.
000550     COPY VENDARPT.
000560
000620         88  WS-LOG-NAO-EXISTE             VALUE '35'.
000630     02  WS-STATUS-RPT       PIC X(002)    VALUE SPACES.
000640         88  WS-RPT-OK                     VALUE '00'.
000642     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
000644         88  WS-LOJ-OK                     VALUE '00'.
000646         88  WS-LOJ-FIM                    VALUE '10'.
000650
000660 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
000670
000830 77  WS-CONTADOR-USADOS      PIC 9(007)    VALUE 0.
000840 77  WS-DIA-SUB              PIC 9(002)    VALUE 0.
000850 77  WS-DIA-SUB-2            PIC 9(002)    VALUE 0.
000860 77  WS-FIL-SUB              PIC 9(002)    VALUE 0.
000863 77  WS-FIL-QTDE             PIC 9(002)    VALUE 0.
000866 77  WS-LOJA-SUB             PIC 9(002)    VALUE 0.
000870 77  WS-DIA-ACHADO           PIC 9(002)    VALUE 0.
000880 77  WS-LIQUIDO-DIA          PIC S9(011)V99 VALUE 0.
000890 77  WS-LIQUIDO-ANTERIOR     PIC S9(011)V99 VALUE 0.
001050******************************************************************
001060* WS-DIA-TABELA - ONE ENTRY PER DISTINCT BUSINESS DATE FOUND IN
001070* THE REQUESTED RANGE, APPENDED AS THE LOG IS READ AND SORTED
001080* ASCENDING BEFORE PRINTING. ONE COLUMN PER STORE ON VENDALOJ,
001090* IN THE ORDER OF WS-LOJA-TABELA, AND THE COLUMN AFTER THE LAST
001095* STORE COLLECTS ENTRIES WITH NO KNOWN BRANCH, THE SAME WAY THE
001100* BRANCH SECTION OF THE ANNUAL REPORT DOES. 31 ENTRIES BOUND
001110* THE RANGE TO ONE BILLING CYCLE.
001120******************************************************************
001140     02  WS-DIA-QTDE             PIC 9(002)    VALUE 0.
001150     02  WS-DIA-ITEM OCCURS 31 TIMES.
001160         03  WS-DIA-DATA         PIC 9(008).
001170         03  WS-DIA-FIL OCCURS 51 TIMES.
001180             04  WS-DIA-VENDAS   PIC 9(011)V99.
001190             04  WS-DIA-DEVOL    PIC 9(011)V99.
001200 01  WS-DIA-TROCA            PIC X(1334).
001210
001220******************************************************************
001230* WS-MTD-TABELA - MONTH-TO-DATE ACCUMULATORS PER STORE: EVERY
001250* THE FINAL DATE ITSELF.
001260******************************************************************
001270 01  WS-MTD-TABELA.
001280     02  WS-MTD-FIL OCCURS 51 TIMES.
001290         03  WS-MTD-VENDAS       PIC 9(011)V99.
001300         03  WS-MTD-DEVOL        PIC 9(011)V99.
001310
001320******************************************************************
001330* WS-LOJA-TABELA - THE STORES ON VENDALOJ, LOADED ONCE AT START.
001340* EACH ENTRY IS ALSO THE PRINTED STORE LABEL (CODE AND NAME);
001350* THE ENTRY AFTER THE LAST STORE IS THE SEM FIL BUCKET.
001360******************************************************************
001361 01  WS-LOJA-TABELA.
001362     02  WS-QTDE-LOJAS           PIC 9(002)    VALUE 0.
001363     02  WS-LOJA-ITEM OCCURS 51 TIMES.
001364         03  WS-LOJA-CODIGO      PIC X(003).
001365         03  FILLER              PIC X(001).
001366         03  WS-LOJA-NOME        PIC X(020).
001370
001380******************************************************************
001390* WS-LINHAS-RELATORIO - PRINT LINE LAYOUTS FOR FLASHRPT. EACH
001550     02  WS-CAB-COLUNAS.
001560         03  FILLER              PIC X(004) VALUE SPACES.
001570         03  FILLER              PIC X(010) VALUE 'DATA'.
001580         03  FILLER              PIC X(026) VALUE 'FILIAL'.
001590         03  FILLER              PIC X(016) VALUE 'VENDAS'.
001600         03  FILLER              PIC X(016) VALUE 'DEVOLUCOES'.
001610         03  FILLER              PIC X(016) VALUE 'LIQUIDO'.
001620         03  FILLER          PIC X(016) VALUE 'VAR DIA ANT'.
001630         03  FILLER              PIC X(028) VALUE SPACES.
001640     02  WS-LINHA-DETALHE.
001650         03  FILLER              PIC X(004) VALUE SPACES.
001660         03  WS-DET-DATA         PIC X(008).
001670         03  FILLER              PIC X(002) VALUE SPACES.
001680         03  WS-DET-FILIAL       PIC X(024).
001690         03  FILLER              PIC X(002) VALUE SPACES.
001700         03  WS-DET-VENDAS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001710         03  FILLER              PIC X(003) VALUE SPACES.
001740         03  WS-DET-LIQUIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001750         03  FILLER              PIC X(002) VALUE SPACES.
001760         03  WS-DET-VARIACAO     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001770         03  FILLER              PIC X(014) VALUE SPACES.
001780     02  WS-LINHA-RESUMO.
001790         03  FILLER              PIC X(004) VALUE SPACES.
001800         03  WS-RES-LITERAL      PIC X(040) VALUE SPACES.
001960* MEANS YESTERDAY), VALIDATE IT AND OPEN THE FILES. AN UNUSABLE
001970* PARM ENDS THE STEP RC=16 BEFORE ANYTHING IS READ, THE SAME
001980* WAY THE ARCHIVE JOB REFUSES A BAD CUTOFF. BOTH DATA FILES
001990* ARE INPUT ONLY - THIS PROGRAM NEVER WRITES TO THEM. THE
001993* STORE COLUMNS ARE LOADED FROM VENDALOJ FIRST; WITHOUT THE
001996* STORE MASTER THERE IS NOTHING TO PRINT AGAINST, SO RC=16.
002000******************************************************************
002010 1000-INICIAR.
002020
002420     END-IF
002430     MOVE WS-DATA-FINAL        TO WS-DATA-INICIO-MES
002440     MOVE 01                   TO WS-DATA-INICIO-MES(7:2)
002450     PERFORM 1300-CARREGAR-LOJAS THRU 1300-CARREGAR-LOJAS-EXIT
002453     PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
002456             UNTIL WS-FIL-SUB > WS-FIL-QTDE
002460         MOVE 0 TO WS-MTD-VENDAS(WS-FIL-SUB)
002470         MOVE 0 TO WS-MTD-DEVOL(WS-FIL-SUB)
002480     END-PERFORM
003470     END-IF
003480     .
003490 1200-VALIDAR-DATA-EXIT.
003491     EXIT.
003492
003493******************************************************************
003494* 1300-CARREGAR-LOJAS - LOAD THE STORE MASTER INTO WS-LOJA-TABELA
003495* AND ADD THE SEM FIL BUCKET AS THE LAST COLUMN. A MISSING OR
003496* UNREADABLE VENDALOJ, AN EMPTY ONE OR MORE STORES THAN THE
003497* TABLE HOLDS ENDS THE STEP RC=16 BEFORE THE LOG IS READ.
003498******************************************************************
003499 1300-CARREGAR-LOJAS.
003500
003501     MOVE 0 TO WS-QTDE-LOJAS
003502     OPEN INPUT VENDAS-LOJAS
003503     IF NOT WS-LOJ-OK
003504         DISPLAY 'VENDALOJ INDISPONIVEL - STATUS ' WS-STATUS-LOJ
003505         MOVE 16 TO RETURN-CODE
003506         STOP RUN
003507     END-IF
003508     PERFORM 1310-LER-LOJA THRU 1310-LER-LOJA-EXIT
003509             UNTIL WS-LOJ-FIM OR NOT WS-LOJ-OK
003510     IF NOT WS-LOJ-FIM
003511         DISPLAY 'ERRO AO LER VENDALOJ - STATUS ' WS-STATUS-LOJ
003512         MOVE 16 TO RETURN-CODE
003513         STOP RUN
003514     END-IF
003515     CLOSE VENDAS-LOJAS
003516     IF WS-QTDE-LOJAS = 0
003517         DISPLAY 'NENHUMA FILIAL EM VENDALOJ - NADA A APURAR'
003518         MOVE 16 TO RETURN-CODE
003519         STOP RUN
003520     END-IF
003521     COMPUTE WS-FIL-QTDE = WS-QTDE-LOJAS + 1
003522     MOVE SPACES    TO WS-LOJA-ITEM(WS-FIL-QTDE)
003523     MOVE 'SEM FIL' TO WS-LOJA-ITEM(WS-FIL-QTDE)
003524     .
003525 1300-CARREGAR-LOJAS-EXIT.
003526     EXIT.
003527
003528 1310-LER-LOJA.
003529
003530     READ VENDAS-LOJAS NEXT RECORD
003531         AT END
003532             CONTINUE
003533         NOT AT END
003534             IF WS-QTDE-LOJAS < 50
003535                 ADD 1 TO WS-QTDE-LOJAS
003536                 MOVE SPACES TO WS-LOJA-ITEM(WS-QTDE-LOJAS)
003537                 MOVE VLJ-CODIGO
003538                     TO WS-LOJA-CODIGO(WS-QTDE-LOJAS)
003539                 MOVE VLJ-NOME
003540                     TO WS-LOJA-NOME(WS-QTDE-LOJAS)
003541             ELSE
003542                 DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
003543                         VLJ-CODIGO ' NAO CABE'
003544                 MOVE 16 TO RETURN-CODE
003545                 STOP RUN
003546             END-IF
003547     END-READ
003548     .
003549 1310-LER-LOJA-EXIT.
003550     EXIT.
003551
003552******************************************************************
003553* 2000-APURAR-LOG - READ ONE LOG RECORD AND FOLD IT IN BY ITS
003554* BUSINESS DATE (VDL-DATA-NF): INTO THE DAY TABLE WHEN IT
003555* FALLS INSIDE THE REQUESTED RANGE, AND INTO THE MONTH-TO-DATE
003560* ACCUMULATORS WHEN IT FALLS BETWEEN THE FIRST DAY OF THE
003570* FINAL DATE'S MONTH AND THE FINAL DATE. A RECORD WITHOUT A
003580* NUMERIC BUSINESS DATE PREDATES THE FIELD AND CANNOT BE
003590* PLACED ON A DAY, SO IT IS COUNTED BUT NOT APPLIED; SO IS AN
003595* ENTRY REVERSED BY PROGESTORNO.
003600******************************************************************
003610 2000-APURAR-LOG.
003620
003680             IF VDL-DATA-NF NUMERIC
003690                 AND VDL-VALOR NUMERIC
003700                 AND (VDL-TIPO = 'V' OR VDL-TIPO = 'D')
003705                 AND NOT VDL-ESTORNADO
003710                 PERFORM 2100-APLICAR-REGISTRO
003720                         THRU 2100-APLICAR-REGISTRO-EXIT
003730             END-IF
004060     EXIT.
004070
004080******************************************************************
004090* 2200-CLASSIFICAR-FILIAL - MAP THE BRANCH CODE TO ITS COLUMN
004100* BY SEARCHING THE STORE TABLE, WITH EVERYTHING UNKNOWN FALLING
004110* INTO THE SEM FIL BUCKET THE SAME WAY THE ANNUAL REPORT'S
004115* BRANCH SECTION DOES.
004120******************************************************************
004130 2200-CLASSIFICAR-FILIAL.
004140
004150     MOVE WS-FIL-QTDE TO WS-FIL-SUB
004160     PERFORM 2210-PROCURAR-FILIAL THRU 2210-PROCURAR-FILIAL-EXIT
004170         VARYING WS-LOJA-SUB FROM 1 BY 1
004180         UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
004190            OR WS-FIL-SUB < WS-FIL-QTDE
004280     .
004290 2200-CLASSIFICAR-FILIAL-EXIT.
004291     EXIT.
004292
004293 2210-PROCURAR-FILIAL.
004294
004295     IF WS-LOJA-CODIGO(WS-LOJA-SUB) = VDL-FILIAL
004296         MOVE WS-LOJA-SUB TO WS-FIL-SUB
004297     END-IF
004298     .
004299 2210-PROCURAR-FILIAL-EXIT.
004300     EXIT.
004310
004320******************************************************************
004550         ADD 1 TO WS-DIA-QTDE
004560         MOVE VDL-DATA-NF TO WS-DIA-DATA(WS-DIA-QTDE)
004570         PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
004580                 UNTIL WS-FIL-SUB > WS-FIL-QTDE
004590             MOVE 0 TO WS-DIA-VENDAS(WS-DIA-QTDE, WS-FIL-SUB)
004600             MOVE 0 TO WS-DIA-DEVOL(WS-DIA-QTDE, WS-FIL-SUB)
004610         END-PERFORM
005660     MOVE 0 TO WS-TOTAL-DEVOL-DIA
005670     PERFORM 9210-IMPRIMIR-DIA-FILIAL
005680             THRU 9210-IMPRIMIR-DIA-FILIAL-EXIT
005690         VARYING WS-FIL-SUB FROM 1 BY 1
005695         UNTIL WS-FIL-SUB > WS-FIL-QTDE
005700     MOVE WS-DIA-DATA(WS-DIA-SUB) TO WS-DET-DATA
005710     MOVE 'TOTAL'                 TO WS-DET-FILIAL
005720     MOVE WS-TOTAL-VENDAS-DIA     TO WS-DET-VENDAS
005770     IF WS-DIA-SUB > 1
005780         COMPUTE WS-LIQUIDO-ANTERIOR = 0
005790         PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
005800                 UNTIL WS-FIL-SUB > WS-FIL-QTDE
005810             ADD WS-DIA-VENDAS(WS-DIA-SUB - 1, WS-FIL-SUB)
005820                 TO WS-LIQUIDO-ANTERIOR
005830             SUBTRACT WS-DIA-DEVOL(WS-DIA-SUB - 1, WS-FIL-SUB)
006010         TO WS-TOTAL-VENDAS-DIA
006020     ADD WS-DIA-DEVOL(WS-DIA-SUB, WS-FIL-SUB)
006030         TO WS-TOTAL-DEVOL-DIA
006040     IF WS-FIL-SUB = WS-FIL-QTDE
006050         AND WS-DIA-VENDAS(WS-DIA-SUB, WS-FIL-SUB) = 0
006060         AND WS-DIA-DEVOL(WS-DIA-SUB, WS-FIL-SUB) = 0
006070         GO TO 9210-IMPRIMIR-DIA-FILIAL-EXIT
006080     END-IF
006090     MOVE WS-DIA-DATA(WS-DIA-SUB) TO WS-DET-DATA
006100     MOVE WS-LOJA-ITEM(WS-FIL-SUB) TO WS-DET-FILIAL
006110     MOVE WS-DIA-VENDAS(WS-DIA-SUB, WS-FIL-SUB)
006120                                  TO WS-DET-VENDAS
006130     MOVE WS-DIA-DEVOL(WS-DIA-SUB, WS-FIL-SUB)
006460     MOVE 0 TO WS-TOTAL-DEVOL-DIA
006470     PERFORM 9310-IMPRIMIR-MTD-FILIAL
006480             THRU 9310-IMPRIMIR-MTD-FILIAL-EXIT
006490         VARYING WS-FIL-SUB FROM 1 BY 1
006495         UNTIL WS-FIL-SUB > WS-FIL-QTDE
006500     MOVE 'ACUM MES'              TO WS-DET-DATA
006510     MOVE 'TOTAL'                 TO WS-DET-FILIAL
006520     MOVE WS-TOTAL-VENDAS-DIA     TO WS-DET-VENDAS
006650
006660     ADD WS-MTD-VENDAS(WS-FIL-SUB) TO WS-TOTAL-VENDAS-DIA
006670     ADD WS-MTD-DEVOL(WS-FIL-SUB)  TO WS-TOTAL-DEVOL-DIA
006680     IF WS-FIL-SUB = WS-FIL-QTDE
006690         AND WS-MTD-VENDAS(WS-FIL-SUB) = 0
006700         AND WS-MTD-DEVOL(WS-FIL-SUB) = 0
006710         GO TO 9310-IMPRIMIR-MTD-FILIAL-EXIT
006720     END-IF
006730     MOVE 'ACUM MES'              TO WS-DET-DATA
006740     MOVE WS-LOJA-ITEM(WS-FIL-SUB) TO WS-DET-FILIAL
006750     MOVE WS-MTD-VENDAS(WS-FIL-SUB) TO WS-DET-VENDAS
006760     MOVE WS-MTD-DEVOL(WS-FIL-SUB)  TO WS-DET-DEVOL
006770     COMPUTE WS-LIQUIDO-DIA =
