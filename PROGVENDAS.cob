002380*                  CHECKPOINT ARE RE-WRITTEN IN PLACE AS THEY
002390*                  ARE RE-APPLIED, WHICH ALSO ENDS THE OLD
002400*                  DOUBLE-LOGGING OF RESUMED ENTRIES.
002401* 15.10.2026 IK    ADDED THE VENDALOJ STORE MASTER (CODE, NAME,
002402*                  REGION, OPENING AND CLOSING DATES) WITH ITS
002403*                  OWN SUPERVISOR MAINTENANCE, PARM='F'. THE
002404*                  HARDCODED 001/002/003 LIST IS GONE: THE
002405*                  TERMINAL PROMPT, THE BATCH EDIT AND THE
002406*                  BRANCH SECTION NOW TAKE THE STORES FROM THE
002407*                  MASTER, THE BRANCH SECTION PRINTS THEIR NAMES
002408*                  AND RANKS EVERY STORE ON FILE, AND A POSTING
002409*                  DATED AFTER A STORE'S CLOSING DATE IS REFUSED
002410*                  AT THE TERMINAL AND REJECTED WITH REASON 10
002411*                  IN BATCH.
002412* 15.10.2026 IK    YEAR-END ROLLOVER. THE POSTING YEAR NOW COMES
002413*                  FROM THE TRANSACTION DATE ON BOTH PATHS, NOT
002414*                  FROM THE SYSTEM CLOCK: WHILE THE PREVIOUS YEAR
002415*                  IS STILL OPEN, AN ENTRY DATED IN IT POSTS INTO
002416*                  ITS MASTER RECORDS, ITS VENDALOG KEY AND ITS
002417*                  GL EXPORT. ANY OTHER YEAR IS REFUSED AT THE
002418*                  TERMINAL AND REJECTED WITH REASON 11 IN BATCH.
002419*                  NEW SUPERVISED YEAR-END CLOSE, PARM='E', LOCKS
002420*                  THE OLD YEAR ONCE ALL ITS MONTHS ARE CLOSED,
002421*                  AND NEW READ-ONLY ANNUAL REPORT, PARM='RAAAA',
002422*                  REPRINTS THE REPORT FOR A YEAR ALREADY OVER.
002423* 15.10.2026 IK    A RETURN NOW CARRIES THE NUMBER OF THE SALE
002424*                  INVOICE IT REVERSES (VDT/VDL-NF-ORIGEM), ASKED
002425*                  FOR AT THE TERMINAL AFTER THE NF. THE SALE IS
002426*                  LOOKED UP ON THE VDL-NUM-NF PATH OF VENDALOG,
002427*                  OR ON VENDAHST WHEN IT HAS BEEN ARCHIVED, AND
002428*                  EVERY RETURN ALREADY POSTED AGAINST IT ON THE
002429*                  NEW VDL-NF-ORIGEM PATH. A RETURN WHOSE SALE IS
002430*                  MISSING, BELONGS TO ANOTHER STORE OR HAS NO
002431*                  BALANCE LEFT TO RETURN IS REFUSED AT THE
002432*                  TERMINAL AND REJECTED WITH REASON 12, 13 OR 14
002433*                  IN BATCH. 2400 NO LONGER TAKES THE 'NOT
002434*                  FOUND' STATUS OF ITS START FOR A READ ERROR.
002435* 15.10.2026 IK    EVERY BATCH ENTRY NOW CARRIES THE BUSINESS
002436*                  DATE OF ITS STORE BATCH (VDL-DATA-LOTE) SO
002437*                  PROGESTORNO CAN BACK A WHOLE POSTED BATCH OUT.
002438*                  AN ENTRY IT HAS REVERSED (VDL-SITUACAO 'E')
002439*                  FREES ITS INVOICE NUMBER (2400), IS NOT A SALE
002440*                  OR A RETURN TO THE ORIGINAL-SALE CHECK (2440),
002441*                  THE PERIOD CLOSE OR THE BRANCH REPORT, AND IS
002442*                  FLAGGED IN THE MONTH INQUIRY. A VENDARUN 'X'
002443*                  RECORD CANCELS THE 'C' BEFORE IT, SO THE
002444*                  CORRECTED TAPE IS ACCEPTED.
002445* 15.10.2026 IK    EVERY MONTH 9350 EXPORTS IS SET BACK TO PENDING
002446*                  ON VENDAGLC UNTIL PROGGLRET MATCHES THE GL
002447*                  RETURN FOR IT; THE EXPORT REGISTER SHOWS EACH
002448*                  MONTH'S GL RETURN SITUATION.
002449* 15.10.2026 IK    EVERY CHANGE APPLIED IN THE SUPERVISOR MODES
002450*                  P, O, T, L, F AND E IS APPENDED TO THE VENDAAUD
002451*                  AUDIT FILE WITH WHO, WHEN, THE KEY AND THE
002452*                  RECORD BEFORE AND AFTER. THE SUPERVISOR IS
002453*                  NAMED ONCE AT THE START OF THE SESSION (1195),
002454*                  WHICH REPLACES THE SEPARATE REOPEN AND YEAR-END
002455*                  NAME PROMPTS.
002456* 15.10.2026 IK    EVERY SALE AND RETURN CARRIES THE CODE OF
002457*                  THE SALESPERSON WHO MADE IT (VDL-VENDEDOR),
002458*                  KEYED AT THE TERMINAL AFTER THE STORE AND DATE
002459*                  (2165) AND TAKEN FROM BYTES 46-49 OF THE TAPE
002460*                  DETAIL. THE CODE MUST BE ON THE NEW VENDAVEN
002461*                  MASTER, ACTIVE ON THE TRANSACTION DATE (REASON
002462*                  15) AND HOMED AT THE STORE OF THE ENTRY (REASON
002463*                  16). PARM='V' MAINTAINS VENDAVEN AND IS AUDITED
002464*                  LIKE THE OTHER SUPERVISOR MODES. THE LOG RECORD
002465*                  GREW FROM 80 TO 90 BYTES.
002466* 15.10.2026 IK    PARM='D' MAINTAINS THE NEW VENDACAL TRADING
002467*                  CALENDAR - EACH STORE'S TRADING WEEKDAYS AND
002468*                  AUTHORISED INVOICE RANGE, AND THE ONE-DAY
002469*                  EXCEPTIONS (HOLIDAYS, STOCKTAKES), STORE '***'
002470*                  FOR THE WHOLE CHAIN - AND IS AUDITED LIKE THE
002471*                  OTHER SUPERVISOR MODES (7991-7999).
002472******************************************************************
002473 IDENTIFICATION DIVISION.
002474 PROGRAM-ID. PROGVENDAS.
002475
002476 ENVIRONMENT DIVISION.
002477 CONFIGURATION SECTION.
002478 SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
002480
002490 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002690             WITH DUPLICATES
002700         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
002710             WITH DUPLICATES
002713         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
002716             WITH DUPLICATES
002720         FILE STATUS IS WS-STATUS-LOG.
002722     SELECT VENDAS-HISTORICO ASSIGN TO "VENDAHST"
002724         ORGANIZATION IS SEQUENTIAL
002726         ACCESS MODE IS SEQUENTIAL
002728         FILE STATUS IS WS-STATUS-HST.
002730     SELECT VENDAS-RELATORIO ASSIGN TO "VENDARPT"
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS WS-STATUS-RPT.
003090         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003110         FILE STATUS IS WS-STATUS-LCK.
003111     SELECT VENDAS-LOJAS ASSIGN TO "VENDALOJ"
003112         ORGANIZATION IS INDEXED
003113         ACCESS MODE IS DYNAMIC
003114         RECORD KEY IS VLJ-CHAVE
003115         FILE STATUS IS WS-STATUS-LOJ.
003116     SELECT VENDAS-AUDITORIA ASSIGN TO "VENDAAUD"
003117         ORGANIZATION IS SEQUENTIAL
003118         ACCESS MODE IS SEQUENTIAL
003119         FILE STATUS IS WS-STATUS-AUD.
003120     SELECT VENDAS-VENDEDORES ASSIGN TO "VENDAVEN"
003121         ORGANIZATION IS INDEXED
003122         ACCESS MODE IS DYNAMIC
003123         RECORD KEY IS VVE-CHAVE
003124         FILE STATUS IS WS-STATUS-VEN.
003125     SELECT VENDAS-CALENDARIO ASSIGN TO "VENDACAL"
003126         ORGANIZATION IS INDEXED
003127         ACCESS MODE IS DYNAMIC
003128         RECORD KEY IS VCA-CHAVE
003129         FILE STATUS IS WS-STATUS-CAL.
003130
003131 DATA DIVISION.
003140 FILE SECTION.
003150 FD  VENDAS-MESTRE.
003160     COPY VENDAMST.
003500
003510 FD  VENDAS-LOCK.
003520     COPY VENDALCK.
003521
003522 FD  VENDAS-LOJAS.
003523     COPY VENDALOJ.
003524
003525 FD  VENDAS-AUDITORIA.
003526     COPY VENDAAUD.
003527
003528 FD  VENDAS-VENDEDORES.
003529     COPY VENDAVEN.
003530
003531 FD  VENDAS-CALENDARIO.
003532     COPY VENDACAL.
003533
003534******************************************************************
003535* VENDAHST - THE ARCHIVED PART OF THE AUDIT LOG (VDL LAYOUT),
003536* READ ONLY TO FIND THE ORIGINAL SALE OF A RETURN AND THE
003537* RETURNS ALREADY POSTED AGAINST IT ONCE ARQLOG HAS MOVED THEM
003538* OFF THE LIVE LOG.
003539******************************************************************
003540 FD  VENDAS-HISTORICO.
003541 01  VHS-REGISTRO.
003542     05  VHS-SEQUENCIA           PIC 9(006).
003543     05  FILLER                  PIC X(002).
003544     05  VHS-VALOR               PIC 9(008)V99.
003545     05  VHS-TIPO                PIC X(001).
003546     05  VHS-FILIAL              PIC X(003).
003547     05  VHS-NUM-NF              PIC 9(009).
003548     05  VHS-DATA-NF             PIC 9(008).
003549     05  FILLER                  PIC X(022).
003550     05  VHS-NF-ORIGEM           PIC 9(009).
003551     05  VHS-SITUACAO            PIC X(001).
003552     05  FILLER                  PIC X(019).
003553
003554 WORKING-STORAGE SECTION.
003555 01  WS-VAR.
003560     02  WS-VENDAS           PIC 9(009)V99 OCCURS 12 TIMES.
003570     02  WS-VENDAS-ANT       PIC 9(009)V99 OCCURS 12 TIMES.
003580     02  WS-VENDAS-DEV       PIC 9(009)V99 OCCURS 12 TIMES.
003585     02  WS-VENDAS-DEV-ANT   PIC 9(009)V99 OCCURS 12 TIMES.
003590     02  WS-IMPOSTO          PIC 9(009)V99 OCCURS 12 TIMES.
003595     02  WS-IMPOSTO-ANT      PIC 9(009)V99 OCCURS 12 TIMES.
003600     02  WS-ORCADO           PIC 9(009)V99 OCCURS 12 TIMES.
003610
003620 01  WS-FLAGS.
004010         88  WS-TAX-OK                     VALUE '00'.
004020         88  WS-TAX-FIM                    VALUE '10'.
004030         88  WS-TAX-NAO-EXISTE             VALUE '35'.
004031     02  WS-STATUS-LOJ       PIC X(002)    VALUE SPACES.
004032         88  WS-LOJ-OK                     VALUE '00'.
004033         88  WS-LOJ-FIM                    VALUE '10'.
004034         88  WS-LOJ-NAO-EXISTE             VALUE '35'.
004035     02  WS-STATUS-HST       PIC X(002)    VALUE SPACES.
004036         88  WS-HST-OK                     VALUE '00'.
004037         88  WS-HST-FIM                    VALUE '10'.
004038         88  WS-HST-NAO-EXISTE             VALUE '35'.
004039     02  WS-STATUS-AUD       PIC X(002)    VALUE SPACES.
004040         88  WS-AUD-OK                     VALUE '00'.
004041         88  WS-AUD-NAO-EXISTE             VALUE '35'.
004042     02  WS-STATUS-VEN       PIC X(002)    VALUE SPACES.
004043         88  WS-VEN-OK                     VALUE '00'.
004044         88  WS-VEN-FIM                    VALUE '10'.
004045         88  WS-VEN-NAO-EXISTE             VALUE '35'.
004046     02  WS-STATUS-CAL       PIC X(002)    VALUE SPACES.
004047         88  WS-CAL-OK                     VALUE '00'.
004048         88  WS-CAL-NAO-EXISTE             VALUE '35'.
004049     02  WS-MODO-EXECUCAO    PIC X(001)    VALUE 'I'.
004050         88  WS-MODO-INTERATIVO            VALUE 'I'.
004060         88  WS-MODO-LOTE                  VALUE 'B'.
004070         88  WS-MODO-MANUT-PERIODO         VALUE 'P'.
004090         88  WS-MODO-MANUT-ORCAMENTO       VALUE 'O'.
004100         88  WS-MODO-MANUT-TAXA            VALUE 'T'.
004110         88  WS-MODO-LIMPAR-TRAVA          VALUE 'L'.
004111         88  WS-MODO-MANUT-FILIAL          VALUE 'F'.
004112         88  WS-MODO-ENCERRAR-EXERCICIO    VALUE 'E'.
004113         88  WS-MODO-RELATORIO-ANUAL       VALUE 'R'.
004114         88  WS-MODO-MANUT-VENDEDOR        VALUE 'V'.
004115         88  WS-MODO-MANUT-CALENDARIO      VALUE 'D'.
004116         88  WS-MODO-AUDITADO              VALUES 'P' 'O' 'T' 'L'
004117                                                  'F' 'E' 'V' 'D'.
004120
004130 77  WS-SW-TRAVA-OBTIDA      PIC X(001)    VALUE 'N'.
004140     88  WS-TRAVA-OBTIDA                   VALUE 'S'.
004360     88  WS-TIPO-VALIDO                    VALUES 'V' 'D'.
004370 77  WS-TIPO-ENTRADA         PIC X(001)    VALUE SPACES.
004380 77  WS-FILIAL               PIC X(003)    VALUE SPACES.
004390 77  WS-SW-FILIAL-VALIDA     PIC X(001)    VALUE 'N'.
004400     88  WS-FILIAL-VALIDA                  VALUE 'S'.
004403 77  WS-SW-FILIAL-ENCERRADA  PIC X(001)    VALUE 'N'.
004406     88  WS-FILIAL-ENCERRADA               VALUE 'S'.
004410 77  WS-FILIAL-ENTRADA       PIC X(003)    VALUE SPACES.
004420 77  WS-SW-LOTE              PIC X(001)    VALUE 'N'.
004430     88  WS-LOTE-OK                        VALUE 'S'.
004480 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
004490 77  WS-ANO-ATUAL            PIC 9(004)    VALUE 0.
004500 77  WS-ANO-ANTERIOR         PIC 9(004)    VALUE 0.
004501 77  WS-ANO-SISTEMA          PIC 9(004)    VALUE 0.
004502 77  WS-ANO-LANCAMENTO       PIC 9(004)    VALUE 0.
004503 77  WS-SW-EXERCICIO-VALIDO  PIC X(001)    VALUE 'N'.
004504     88  WS-EXERCICIO-VALIDO               VALUE 'S'.
004505 77  WS-SW-LANCTO-ANTERIOR   PIC X(001)    VALUE 'N'.
004506     88  WS-LANCTO-ANTERIOR                VALUE 'S'.
004507 77  WS-SW-ANTERIOR-ENCERRADO PIC X(001)   VALUE 'N'.
004508     88  WS-ANTERIOR-ENCERRADO             VALUE 'S'.
004509 77  WS-SW-ANO-ENCERRADO     PIC X(001)    VALUE 'N'.
004510     88  WS-ANO-ENCERRADO                  VALUE 'S'.
004511 77  WS-SW-EXPORT-ANTERIOR   PIC X(001)    VALUE 'N'.
004512     88  WS-EXPORT-ANTERIOR                VALUE 'S'.
004513 77  WS-QTDE-MESES-FECHADOS  PIC 9(002)    VALUE 0.
004514 77  WS-RESPOSTA-ENCERRAR    PIC X(001)    VALUE SPACES.
004515     88  WS-ENCERRAR-SIM                   VALUES 'S' 's'.
004516 77  WS-VARIACAO             PIC S9(003)V99 VALUE 0.
004520 77  WS-CONTADOR-ENTRADAS    PIC 9(006)    VALUE 0.
004530 77  WS-CONTADOR-LIDOS       PIC 9(006)    VALUE 0.
004540 77  WS-CONTADOR-APLICADOS   PIC 9(006)    VALUE 0.
004720 77  WS-DATA-FIM-RUN         PIC 9(008)    VALUE 0.
004730 77  WS-HORA-FIM-RUN         PIC 9(008)    VALUE 0.
004740 77  WS-RUNPOST-SUB          PIC 9(003)    VALUE 0.
004743 77  WS-SW-RUNPOST-ANULADO   PIC X(001)    VALUE 'N'.
004746     88  WS-RUNPOST-ANULADO                VALUE 'S'.
004750 77  WS-SW-LOTE-ABORTADO     PIC X(001)    VALUE 'N'.
004760     88  WS-LOTE-ABORTADO                  VALUE 'S'.
004770
005200         03  WS-RUNPOST-DATA-RUN PIC 9(008).
005210         03  WS-RUNPOST-HORA-RUN PIC 9(008).
005220
005230 77  WS-FIL-SUB              PIC 9(002)    VALUE 0.
005240 77  WS-FIL-SUB-2            PIC 9(002)    VALUE 0.
005241 77  WS-FIL-QTDE             PIC 9(002)    VALUE 0.
005242 77  WS-FIL-INICIO           PIC 9(002)    VALUE 0.
005243 77  WS-FIL-FIM              PIC 9(002)    VALUE 0.
005244 77  WS-FIL-COL-SUB          PIC 9(001)    VALUE 0.
005245 77  WS-RANK-QTDE            PIC 9(002)    VALUE 0.
005246 77  WS-RANK-LIMITE          PIC 9(002)    VALUE 0.
005250 77  WS-RANK-TROCA-CODIGO    PIC X(008)    VALUE SPACES.
005255 77  WS-RANK-TROCA-NOME      PIC X(020)    VALUE SPACES.
005260 77  WS-RANK-TROCA-TOTAL     PIC 9(011)V99 VALUE 0.
005280 77  WS-SW-PERIODO-FECHADO   PIC X(001)    VALUE 'N'.
005290     88  WS-PERIODO-FECHADO                VALUE 'S'.
005300 77  WS-ANO-PERIODO          PIC 9(004)    VALUE 0.
005540
005550 77  WS-SW-FIM-NF            PIC X(001)    VALUE 'N'.
005560     88  WS-FIM-NF                         VALUE 'S'.
005561
005562******************************************************************
005563* ORIGINAL-SALE MATCHING OF A RETURN (2190/2440). WS-NF-ORIGEM
005564* IS THE SALE INVOICE THE RETURN REVERSES; WS-ORIG-xxx HOLD
005565* THE SALE FOUND FOR IT, WS-ORIG-DEVOLVIDO WHAT HAS ALREADY
005566* BEEN RETURNED AGAINST IT AND WS-SALDO-ORIGEM WHAT IS LEFT.
005567******************************************************************
005568 77  WS-NF-ORIGEM            PIC 9(009)    VALUE 0.
005569 77  WS-SW-ORIGEM-ACHADA     PIC X(001)    VALUE 'N'.
005570     88  WS-ORIGEM-ACHADA                  VALUE 'S'.
005571 77  WS-SW-ORIGEM-HISTORICO  PIC X(001)    VALUE 'N'.
005572     88  WS-ORIGEM-HISTORICO               VALUE 'S'.
005573 77  WS-SW-ORIGEM-ACEITA     PIC X(001)    VALUE 'N'.
005574     88  WS-ORIGEM-ACEITA                  VALUE 'S'.
005575 77  WS-SW-ORIGEM-CANCELADA  PIC X(001)    VALUE 'N'.
005576     88  WS-ORIGEM-CANCELADA               VALUE 'S'.
005577 77  WS-SW-FIM-ORIGEM        PIC X(001)    VALUE 'N'.
005578     88  WS-FIM-ORIGEM                     VALUE 'S'.
005579 77  WS-MOTIVO-ORIGEM        PIC X(002)    VALUE SPACES.
005580 77  WS-ORIG-FILIAL          PIC X(003)    VALUE SPACES.
005581 77  WS-ORIG-DATA-NF         PIC 9(008)    VALUE 0.
005582 77  WS-ORIG-SEQUENCIA       PIC 9(006)    VALUE 0.
005583 77  WS-ORIG-VALOR           PIC 9(008)V99 VALUE 0.
005584 77  WS-ORIG-DEVOLVIDO       PIC 9(011)V99 VALUE 0.
005585 77  WS-SALDO-ORIGEM         PIC S9(011)V99 VALUE 0.
005586 77  WS-SALDO-ORIGEM-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
005587 77  WS-SW-FIM-FAIXA         PIC X(001)    VALUE 'N'.
005588     88  WS-FIM-FAIXA                      VALUE 'S'.
005590 77  WS-CHAVE-MES-BUSCA      PIC 9(006)    VALUE 0.
005600 77  WS-CHAVE-MES-LIMITE     PIC 9(006)    VALUE 0.
005610
005710 77  WS-CONS-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
005720 77  WS-CONS-LIQUIDO-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
005730 77  WS-CONS-QTDE-LOG        PIC 9(005)    VALUE 0.
005735 77  WS-CONS-MARCA           PIC X(009)    VALUE SPACES.
005740 77  WS-ANO-LOG-CONS         PIC 9(004)    VALUE 0.
005750 77  WS-SW-SEM-GLC           PIC X(001)    VALUE 'N'.
005760     88  WS-SEM-GLC                        VALUE 'S'.
005840 77  WS-FECH-DIF-DEV         PIC S9(011)V99 VALUE 0.
005850 77  WS-ANO-LOG-FECH         PIC 9(004)    VALUE 0.
005860 77  WS-RESPONSAVEL          PIC X(020)    VALUE SPACES.
005862 77  WS-AUD-ACAO             PIC X(001)    VALUE SPACES.
005864 77  WS-AUD-CHAVE            PIC X(010)    VALUE SPACES.
005866 77  WS-AUD-ANTES            PIC X(060)    VALUE SPACES.
005868 77  WS-AUD-DEPOIS           PIC X(060)    VALUE SPACES.
005870 77  WS-HORA-SISTEMA         PIC 9(008)    VALUE 0.
005871 77  WS-LOJA-SUB             PIC 9(002)    VALUE 0.
005872 77  WS-LOJA-ACHADA          PIC 9(002)    VALUE 0.
005873 77  WS-SW-FIM-FILIAIS       PIC X(001)    VALUE 'N'.
005874     88  WS-FIM-FILIAIS                    VALUE 'S'.
005875 77  WS-SW-LOJA-CADASTRADA   PIC X(001)    VALUE 'N'.
005876     88  WS-LOJA-CADASTRADA                VALUE 'S'.
005877 77  WS-NOME-ENTRADA         PIC X(020)    VALUE SPACES.
005878 77  WS-REGIAO-ENTRADA       PIC X(010)    VALUE SPACES.
005879 77  WS-VENDEDOR             PIC X(004)    VALUE SPACES.
005880 77  WS-VENDEDOR-ENTRADA     PIC X(004)    VALUE SPACES.
005881 77  WS-MOTIVO-VENDEDOR      PIC X(002)    VALUE SPACES.
005882 77  WS-VEN-SUB              PIC 9(003)    VALUE 0.
005883 77  WS-VEN-ACHADO           PIC 9(003)    VALUE 0.
005884 77  WS-SW-VENDEDOR-ACEITO   PIC X(001)    VALUE 'N'.
005885     88  WS-VENDEDOR-ACEITO                VALUE 'S'.
005886 77  WS-SW-VENDEDOR-CANCELADO PIC X(001)   VALUE 'N'.
005887     88  WS-VENDEDOR-CANCELADO             VALUE 'S'.
005888 77  WS-SW-FIM-VENDEDORES    PIC X(001)    VALUE 'N'.
005889     88  WS-FIM-VENDEDORES                 VALUE 'S'.
005890 77  WS-SW-VENDEDOR-CADASTRADO PIC X(001)  VALUE 'N'.
005891     88  WS-VENDEDOR-CADASTRADO            VALUE 'S'.
005892 77  WS-SW-TAXA-ACEITA       PIC X(001)    VALUE 'N'.
005893     88  WS-TAXA-ACEITA                    VALUE 'S'.
005894 77  WS-NOME-VEN-ENTRADA     PIC X(022)    VALUE SPACES.
005895 77  WS-MATRICULA-ENTRADA    PIC X(008)    VALUE SPACES.
005896 77  WS-SW-FIM-CALENDARIO    PIC X(001)    VALUE 'N'.
005897     88  WS-FIM-CALENDARIO                 VALUE 'S'.
005898 77  WS-SW-CAL-CADASTRADO    PIC X(001)    VALUE 'N'.
005899     88  WS-CAL-CADASTRADO                 VALUE 'S'.
005900 77  WS-SW-CAL-ACEITO        PIC X(001)    VALUE 'N'.
005901     88  WS-CAL-ACEITO                     VALUE 'S'.
005902 77  WS-DIAS-SEMANA-ENTRADA  PIC X(007)    VALUE SPACES.
005903 77  WS-QTDE-DIAS-VALIDOS    PIC 9(002)    VALUE 0.
005904 77  WS-SITUACAO-DIA-ENTRADA PIC X(001)    VALUE SPACES.
005905 77  WS-DESCR-DIA-ENTRADA    PIC X(020)    VALUE SPACES.
005906 77  WS-NF-FAIXA             PIC 9(009)    VALUE 0.
005907
005908******************************************************************
005909* WS-LOJA-TABELA - THE STORES ON THE VENDALOJ MASTER, LOADED BY
005910* 1700-CARREGAR-LOJAS BEFORE A POSTING SESSION STARTS. THE
005911* BRANCH EDIT OF BOTH POSTING PATHS, THE CLOSING-DATE CHECK
005912* AND THE BRANCH SECTION OF THE REPORT ALL WORK FROM THIS
005913* TABLE, SO A NEW STORE NEEDS NOTHING BUT ITS MASTER RECORD.
005914******************************************************************
005915 01  WS-LOJA-TABELA.
005916     02  WS-QTDE-LOJAS           PIC 9(002)    VALUE 0.
005917     02  WS-LOJA-ITEM OCCURS 50 TIMES.
005918         03  WS-LOJA-CODIGO      PIC X(003).
005919         03  WS-LOJA-NOME        PIC X(020).
005920         03  WS-LOJA-FECHAMENTO  PIC 9(008).
005921******************************************************************
005922* WS-VENDEDOR-TABELA - THE VENDAVEN SALESPERSON MASTER, LOADED
005923* ONCE PER POSTING SESSION (1750) SO EVERY SALE AND RETURN CAN
005924* BE CHECKED AGAINST ITS SELLER WITHOUT A READ PER ENTRY.
005925* LEAVERS STAY ON THE MASTER, SO THE TABLE HAS ROOM TO SPARE.
005926******************************************************************
005927 01  WS-VENDEDOR-TABELA.
005928     02  WS-QTDE-VENDEDORES      PIC 9(003)    VALUE 0.
005929     02  WS-VEN-ITEM OCCURS 500 TIMES.
005930         03  WS-VEN-CODIGO       PIC X(004).
005931         03  WS-VEN-NOME         PIC X(022).
005932         03  WS-VEN-LOJA         PIC X(003).
005933         03  WS-VEN-ADMISSAO     PIC 9(008).
005934         03  WS-VEN-DESLIGAMENTO PIC 9(008).
005935
005936******************************************************************
005937* WS-FILIAL-TABELA - GROSS SALES PER STORE AND MONTH, REBUILT
005938* FROM VENDALOG BY 9600-IMPRIMIR-FILIAIS. ONE ITEM PER STORE
005939* ON THE MASTER, PLUS A LAST ITEM (WS-FIL-QTDE) THAT COLLECTS
005940* LOG ENTRIES WRITTEN BEFORE THE BRANCH CODE EXISTED OR WITH A
005941* CODE NOT ON THE MASTER, SO THE SECTION STILL TIES OUT TO THE
005942* MONTHLY GROSS TOTALS.
005950******************************************************************
005960 01  WS-FILIAL-TABELA.
005970     02  WS-FIL-ITEM OCCURS 51 TIMES.
005975         03  WS-FIL-LOJA         PIC X(003).
005980         03  WS-FIL-CODIGO       PIC X(008).
005985         03  WS-FIL-NOME         PIC X(020).
005990         03  WS-FIL-VENDAS-MES   PIC 9(011)V99 OCCURS 12 TIMES.
006000         03  WS-FIL-TOTAL-ANO    PIC 9(011)V99.
006010
006020 01  WS-RANKING-TABELA.
006030     02  WS-RANK-ITEM OCCURS 50 TIMES.
006040         03  WS-RANK-CODIGO      PIC X(008).
006045         03  WS-RANK-NOME        PIC X(020).
006050         03  WS-RANK-TOTAL       PIC 9(011)V99.
006060 77  WS-CKP-INTERVALO        PIC 9(003)    VALUE 10.
006070 77  WS-CKP-QUOCIENTE        PIC 9(005)    VALUE 0.
006210
006220******************************************************************
006230* WS-EXPORT-TABELA - WHAT 9350 DECIDED FOR EACH MONTH OF THE GL
006240* EXPORT, FEEDING THE EXPORT REGISTER SECTION OF VENDARPT, FOR
006245* THE CURRENT YEAR AND FOR LAST YEAR WHILE IT IS STILL OPEN.
006250* E-EXPORTADO NESTE RUN  J-JA EXPORTADO (SEM MUDANCA)
006260* F-PERIODO FECHADO      S-SEM MOVIMENTO
006265* P-A EXPORTAR (ANNUAL REPORT ONLY - NOTHING GOES OUT THERE)
006270******************************************************************
006280 01  WS-EXPORT-TABELA.
006290     02  WS-EXP-DECISAO      PIC X(001) OCCURS 12 TIMES.
006292     02  WS-EXP-DECISAO-ANT  PIC X(001) OCCURS 12 TIMES.
006294 77  WS-EXP-DECISAO-MES      PIC X(001)    VALUE SPACES.
006296 77  WS-EXP-VENDAS-MES       PIC 9(009)V99 VALUE 0.
006298 77  WS-EXP-DEVOL-MES        PIC 9(009)V99 VALUE 0.
006300 77  WS-ALIQUOTA-IMPOSTO     PIC 9(004)    VALUE 0500.
006310 77  WS-ALIQUOTA-PADRAO      PIC 9(004)    VALUE 0500.
006320 77  WS-IMPOSTO-ENTRADA      PIC 9(008)V99 VALUE 0.
006820     02  WS-CAB-DATA.
006830         03  FILLER              PIC X(006) VALUE 'DATA: '.
006840         03  WS-CAB-DATA-VALOR   PIC X(010) VALUE SPACES.
006850         03  FILLER              PIC X(004) VALUE SPACES.
006852         03  FILLER              PIC X(011) VALUE 'EXERCICIO: '.
006854         03  WS-CAB-EXERCICIO    PIC 9(004) VALUE 0.
006856         03  FILLER              PIC X(097) VALUE SPACES.
006860     02  WS-CAB-COLUNAS.
006870         03  FILLER              PIC X(008) VALUE SPACES.
006880         03  FILLER              PIC X(006) VALUE 'MES'.
007880     02  WS-CAB-FIL-COLUNAS.
007890         03  FILLER              PIC X(008) VALUE SPACES.
007900         03  FILLER              PIC X(005) VALUE 'MES'.
007910         03  WS-CAB-FIL-GRUPO OCCURS 6 TIMES.
007920             04  WS-CAB-FIL-CODIGO PIC X(017).
007930             04  FILLER          PIC X(002) VALUE SPACES.
007940         03  FILLER              PIC X(005) VALUE SPACES.
007950     02  WS-CAB-FIL-NOMES.
007951         03  FILLER              PIC X(013) VALUE SPACES.
007952         03  WS-CAB-NOM-GRUPO OCCURS 6 TIMES.
007953             04  WS-CAB-FIL-NOME PIC X(017).
007954             04  FILLER          PIC X(002) VALUE SPACES.
007955         03  FILLER              PIC X(005) VALUE SPACES.
007960     02  WS-LINHA-FILIAL.
007970         03  FILLER              PIC X(008) VALUE SPACES.
007980         03  WS-FIL-MES          PIC ZZ.
007990         03  FILLER              PIC X(003) VALUE SPACES.
008000         03  WS-FIL-COL-GRUPO OCCURS 6 TIMES.
008010             04  WS-FIL-COL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
008020             04  FILLER          PIC X(002) VALUE SPACES.
008030         03  FILLER              PIC X(005) VALUE SPACES.
008040     02  WS-LINHA-FIL-TOTAL.
008050         03  FILLER              PIC X(008) VALUE SPACES.
008060         03  FILLER              PIC X(005) VALUE 'ANO'.
008070         03  WS-FILT-COL-GRUPO OCCURS 6 TIMES.
008080             04  WS-FILT-COL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
008090             04  FILLER          PIC X(002) VALUE SPACES.
008100         03  FILLER              PIC X(005) VALUE SPACES.
008110     02  WS-LINHA-RANKING.
008120         03  FILLER              PIC X(008) VALUE SPACES.
008130         03  WS-RANK-POSICAO     PIC Z9.
008140         03  FILLER              PIC X(002) VALUE '. '.
008150         03  WS-RANK-CODIGO-ED   PIC X(008).
008153         03  FILLER              PIC X(002) VALUE SPACES.
008156         03  WS-RANK-NOME-ED     PIC X(020).
008160         03  FILLER              PIC X(003) VALUE SPACES.
008170         03  WS-RANK-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
008180         03  FILLER              PIC X(070) VALUE SPACES.
008190     02  WS-CAB-ORCAMENTO.
008200         03  FILLER              PIC X(030) VALUE SPACES.
008210         03  FILLER              PIC X(072)
008600         03  FILLER              PIC X(072)
008610             VALUE 'REGISTRO DE EXPORTACAO PARA O GL'.
008620         03  FILLER              PIC X(030) VALUE SPACES.
008621     02  WS-CAB-EXP-EXERCICIO.
008622         03  FILLER              PIC X(008) VALUE SPACES.
008623         03  FILLER              PIC X(010) VALUE 'EXERCICIO '.
008624         03  WS-CAB-EXP-ANO      PIC 9(004) VALUE 0.
008625         03  FILLER              PIC X(110)
008626             VALUE ' - ANO ANTERIOR AINDA ABERTO'.
008630     02  WS-CAB-EXP-COLUNAS.
008640         03  FILLER              PIC X(008) VALUE SPACES.
008650         03  FILLER              PIC X(006) VALUE 'MES'.
008680         03  FILLER              PIC X(010) VALUE 'CONTROLE'.
008690         03  FILLER              PIC X(012) VALUE 'DATA EXP'.
008700         03  FILLER              PIC X(014) VALUE 'SITUACAO'.
008710         03  FILLER              PIC X(016) VALUE 'RETORNO GL'.
008715         03  FILLER              PIC X(034) VALUE SPACES.
008720     02  WS-LINHA-EXPORT.
008730         03  FILLER              PIC X(008) VALUE SPACES.
008740         03  WS-EXP-MES          PIC ZZ.
008820         03  WS-EXP-DATA         PIC 9(008).
008830         03  FILLER              PIC X(004) VALUE SPACES.
008840         03  WS-EXP-SITUACAO-ED  PIC X(014).
008850         03  FILLER              PIC X(002) VALUE SPACES.
008853         03  WS-EXP-RETORNO-ED   PIC X(014).
008856         03  FILLER              PIC X(028) VALUE SPACES.
008860
008870 PROCEDURE DIVISION.
008880 0000-PRINCIPAL.
009080                     PERFORM 8000-CONSULTAR
009090                             THRU 8000-CONSULTAR-EXIT
009100                 ELSE
009110                  IF WS-MODO-MANUT-FILIAL
009120                      PERFORM 7900-MANTER-FILIAIS
009130                              THRU 7900-MANTER-FILIAIS-EXIT
009140                  ELSE
009150                   IF WS-MODO-ENCERRAR-EXERCICIO
009151                       PERFORM 7600-ENCERRAR-EXERCICIO
009152                               THRU 7600-ENCERRAR-EXERCICIO-EXIT
009153                   ELSE
009154                    IF WS-MODO-RELATORIO-ANUAL
009155                        PERFORM 8500-RELATORIO-ANUAL
009156                                THRU 8500-RELATORIO-ANUAL-EXIT
009157                    ELSE
009158                     IF WS-MODO-MANUT-VENDEDOR
009159                         PERFORM 7950-MANTER-VENDEDORES
009160                                 THRU 7950-MANTER-VENDEDORES-EXIT
009161                     ELSE
009162                      IF WS-MODO-MANUT-CALENDARIO
009163                          PERFORM 7991-MANTER-CALENDARIO
009164                                  THRU 7991-MANTER-CALENDARIO-EXIT
009165                      ELSE
009166                       PERFORM 2000-PROCESSAR
009167                               THRU 2000-PROCESSAR-EXIT
009168                               UNTIL WS-MES-SAIR
009169                       PERFORM 9000-CONTABILIZAR
009170                               THRU 9000-CONTABILIZAR-EXIT
009171                      END-IF
009172                     END-IF
009173                    END-IF
009174                   END-IF
009175                  END-IF
009176                 END-IF
009177              END-IF
009180             END-IF
009190         END-IF
009200     END-IF.
009210     IF WS-MODO-MANUT-PERIODO OR WS-MODO-MANUT-ORCAMENTO
009220         OR WS-MODO-MANUT-TAXA OR WS-MODO-CONSULTA
009230         OR WS-MODO-LIMPAR-TRAVA OR WS-MODO-MANUT-FILIAL
009233         OR WS-MODO-ENCERRAR-EXERCICIO OR WS-MODO-RELATORIO-ANUAL
009236         OR WS-MODO-MANUT-VENDEDOR OR WS-MODO-MANUT-CALENDARIO
009240         PERFORM 9980-GRAVAR-REGISTRO-RUN
009250                 THRU 9980-GRAVAR-REGISTRO-RUN-EXIT
009260     END-IF.
009262     IF WS-MODO-AUDITADO
009264         CLOSE VENDAS-AUDITORIA
009266     END-IF.
009270     STOP RUN.
009280
009290******************************************************************
009390     PERFORM 1050-IDENTIFICAR-MODO
009400             THRU 1050-IDENTIFICAR-MODO-EXIT.
009410     PERFORM 1150-OBTER-ANO-ATUAL THRU 1150-OBTER-ANO-ATUAL-EXIT.
009412     IF WS-MODO-AUDITADO
009414         PERFORM 1190-ABRIR-AUDITORIA
009416                 THRU 1190-ABRIR-AUDITORIA-EXIT
009418     END-IF.
009420     IF WS-MODO-CONSULTA
009430         PERFORM 1110-ABRIR-MESTRE-CONSULTA
009440                 THRU 1110-ABRIR-MESTRE-CONSULTA-EXIT
009560     IF WS-MODO-LIMPAR-TRAVA
009570         GO TO 1000-INICIAR-EXIT
009580     END-IF.
009581     IF WS-MODO-MANUT-FILIAL
009582         PERFORM 1170-ABRIR-LOJAS THRU 1170-ABRIR-LOJAS-EXIT
009583         GO TO 1000-INICIAR-EXIT
009584     END-IF.
009585     IF WS-MODO-MANUT-VENDEDOR
009586         PERFORM 1700-CARREGAR-LOJAS
009587                 THRU 1700-CARREGAR-LOJAS-EXIT
009588         PERFORM 1175-ABRIR-VENDEDORES
009589                 THRU 1175-ABRIR-VENDEDORES-EXIT
009590         GO TO 1000-INICIAR-EXIT
009591     END-IF.
009592     IF WS-MODO-MANUT-CALENDARIO
009593         PERFORM 1700-CARREGAR-LOJAS
009594                 THRU 1700-CARREGAR-LOJAS-EXIT
009595         PERFORM 1177-ABRIR-CALENDARIO
009596                 THRU 1177-ABRIR-CALENDARIO-EXIT
009597         GO TO 1000-INICIAR-EXIT
009598     END-IF.
009599     PERFORM 1120-ABRIR-PERIODOS THRU 1120-ABRIR-PERIODOS-EXIT.
009600     IF WS-MODO-ENCERRAR-EXERCICIO
009601         GO TO 1000-INICIAR-EXIT
009602     END-IF.
009603     IF WS-MODO-RELATORIO-ANUAL
009604         PERFORM 1180-ABRIR-RELATORIO-ANUAL
009605                 THRU 1180-ABRIR-RELATORIO-ANUAL-EXIT
009606         GO TO 1000-INICIAR-EXIT
009607     END-IF.
009608     IF WS-MODO-MANUT-PERIODO
009610         PERFORM 1110-ABRIR-MESTRE-CONSULTA
009620                 THRU 1110-ABRIR-MESTRE-CONSULTA-EXIT
009630         PERFORM 1125-ABRIR-GLC-CONSULTA
009650         GO TO 1000-INICIAR-EXIT
009660     END-IF.
009670     IF NOT WS-MODO-MANUT-PERIODO
009672         PERFORM 1700-CARREGAR-LOJAS
009674                 THRU 1700-CARREGAR-LOJAS-EXIT
009676         PERFORM 1750-CARREGAR-VENDEDORES
009678                 THRU 1750-CARREGAR-VENDEDORES-EXIT
009680         PERFORM 1060-OBTER-TRAVA THRU 1060-OBTER-TRAVA-EXIT
009690         PERFORM 1100-ABRIR-MESTRE THRU 1100-ABRIR-MESTRE-EXIT
009700         PERFORM 1130-ABRIR-ORCAMENTO
009780                 THRU 1200-CARREGAR-VENDAS-EXIT
009790         PERFORM 1250-CARREGAR-VENDAS-ANTERIOR
009800                 THRU 1250-CARREGAR-VENDAS-ANTERIOR-EXIT
009803         PERFORM 1260-VERIFICAR-ANO-ANTERIOR
009806                 THRU 1260-VERIFICAR-ANO-ANTERIOR-EXIT
009810         PERFORM 1300-VERIFICAR-CHECKPOINT
009820                 THRU 1300-VERIFICAR-CHECKPOINT-EXIT
009830         PERFORM 1400-ABRIR-LOG THRU 1400-ABRIR-LOG-EXIT
009960* MAINTAIN THE VENDAORC BUDGET FILE, 'T' TO MAINTAIN THE
009970* VENDATAX RATE TABLE, 'C' OPENS THE READ-ONLY INQUIRY, AND
009980* 'L' IS THE SUPERVISED CLEAR OF A VENDALCK LOCK LEFT BY A
009990* CRASHED POSTING SESSION, 'F' MAINTAINS THE VENDALOJ STORE
010000* MASTER, 'V' MAINTAINS THE VENDAVEN SALESPERSON MASTER, 'D'
010001* MAINTAINS THE VENDACAL TRADING CALENDAR, 'E'
010002* IS THE SUPERVISED YEAR-END CLOSE AND 'RAAAA' PRINTS THE
010003* READ-ONLY ANNUAL REPORT FOR YEAR AAAA (BLANK = THE PREVIOUS
010004* YEAR). NO PARM, OR ANYTHING ELSE, LEAVES THE
010005* PROGRAM IN THE ORIGINAL INTERATIVE TERMINAL MODE.
010010******************************************************************
010020 1050-IDENTIFICAR-MODO.
010030
010260                         OR WS-PARAMETRO-ENTRADA(1:1) = 'l'
010270                          MOVE 'L' TO WS-MODO-EXECUCAO
010280                      ELSE
010290                       IF WS-PARAMETRO-ENTRADA(1:1) = 'F'
010291                          OR WS-PARAMETRO-ENTRADA(1:1) = 'f'
010292                           MOVE 'F' TO WS-MODO-EXECUCAO
010293                       ELSE
010294                        IF WS-PARAMETRO-ENTRADA(1:1) = 'E'
010295                           OR WS-PARAMETRO-ENTRADA(1:1) = 'e'
010296                            MOVE 'E' TO WS-MODO-EXECUCAO
010297                        ELSE
010298                         IF WS-PARAMETRO-ENTRADA(1:1) = 'R'
010299                            OR WS-PARAMETRO-ENTRADA(1:1) = 'r'
010300                             MOVE 'R' TO WS-MODO-EXECUCAO
010301                         ELSE
010302                          IF WS-PARAMETRO-ENTRADA(1:1) = 'V'
010303                             OR WS-PARAMETRO-ENTRADA(1:1) = 'v'
010304                              MOVE 'V' TO WS-MODO-EXECUCAO
010305                          ELSE
010306                           IF WS-PARAMETRO-ENTRADA(1:1) = 'D'
010307                              OR WS-PARAMETRO-ENTRADA(1:1) = 'd'
010308                               MOVE 'D' TO WS-MODO-EXECUCAO
010309                           ELSE
010310                               MOVE 'I' TO WS-MODO-EXECUCAO
010311                           END-IF
010312                          END-IF
010313                         END-IF
010314                        END-IF
010315                       END-IF
010316                      END-IF
010317                     END-IF
010320                 END-IF
010330             END-IF
010340         END-IF
011790     END-IF
011800     .
011810 1140-ABRIR-TAXAS-EXIT.
011811     EXIT.
011812
011813******************************************************************
011814* 1170-ABRIR-LOJAS - OPEN THE VENDALOJ STORE MASTER FOR THE
011815* PARM='F' MAINTENANCE, CREATING IT EMPTY ON FIRST USE THE SAME
011816* WAY THE OTHER SUPERVISOR FILES ARE CREATED.
011817******************************************************************
011818 1170-ABRIR-LOJAS.
011819
011820     OPEN I-O VENDAS-LOJAS.
011821     IF WS-LOJ-NAO-EXISTE
011822         OPEN OUTPUT VENDAS-LOJAS
011823         CLOSE       VENDAS-LOJAS
011824         OPEN I-O    VENDAS-LOJAS
011825     END-IF
011826     IF NOT WS-LOJ-OK
011827         DISPLAY 'ERRO AO ABRIR VENDALOJ - STATUS ' WS-STATUS-LOJ
011828         MOVE 16 TO RETURN-CODE
011829         STOP RUN
011830     END-IF
011831     .
011832 1170-ABRIR-LOJAS-EXIT.
011833     EXIT.
011834
011835******************************************************************
011836* 1175-ABRIR-VENDEDORES - OPEN THE VENDAVEN SALESPERSON MASTER
011837* FOR THE PARM='V' MAINTENANCE, CREATING IT EMPTY ON FIRST USE
011838* THE SAME WAY AS THE STORE MASTER.
011839******************************************************************
011840 1175-ABRIR-VENDEDORES.
011841
011842     OPEN I-O VENDAS-VENDEDORES.
011843     IF WS-VEN-NAO-EXISTE
011844         OPEN OUTPUT VENDAS-VENDEDORES
011845         CLOSE       VENDAS-VENDEDORES
011846         OPEN I-O    VENDAS-VENDEDORES
011847     END-IF
011848     IF NOT WS-VEN-OK
011849         DISPLAY 'ERRO AO ABRIR VENDAVEN - STATUS ' WS-STATUS-VEN
011850         MOVE 16 TO RETURN-CODE
011851         STOP RUN
011852     END-IF
011853     .
011854 1175-ABRIR-VENDEDORES-EXIT.
011855     EXIT.
011856
011857******************************************************************
011858* 1177-ABRIR-CALENDARIO - OPEN THE VENDACAL TRADING CALENDAR FOR
011859* THE PARM='D' MAINTENANCE, CREATING IT EMPTY ON FIRST USE THE
011860* SAME WAY AS THE STORE MASTER.
011861******************************************************************
011862 1177-ABRIR-CALENDARIO.
011863
011864     OPEN I-O VENDAS-CALENDARIO.
011865     IF WS-CAL-NAO-EXISTE
011866         OPEN OUTPUT VENDAS-CALENDARIO
011867         CLOSE       VENDAS-CALENDARIO
011868         OPEN I-O    VENDAS-CALENDARIO
011869     END-IF
011870     IF NOT WS-CAL-OK
011871         DISPLAY 'ERRO AO ABRIR VENDACAL - STATUS ' WS-STATUS-CAL
011872         MOVE 16 TO RETURN-CODE
011873         STOP RUN
011874     END-IF
011875     .
011876 1177-ABRIR-CALENDARIO-EXIT.
011877     EXIT.
011878
011879******************************************************************
011880* 1180-ABRIR-RELATORIO-ANUAL - SET UP THE READ-ONLY ANNUAL
011881* REPORT (PARM='RAAAA', BLANK YEAR = LAST YEAR), SO THE REPORT
011882* OF A YEAR JUST CLOSED CAN STILL BE PRINTED IN JANUARY. THE
011883* REPORT YEAR TAKES THE PLACE OF THE CURRENT YEAR FOR THE
011884* WHOLE RUN. EVERY FILE IS OPENED FOR INPUT EXCEPT THE PERIOD
011885* AND BUDGET FILES, WHICH ARE ONLY READ; NO LOCK IS TAKEN AND
011886* NOTHING IS WRITTEN BACK. A FILE THAT CANNOT BE READ STOPS
011887* THE RUN RC=16 - A REPORT OF ZEROS WOULD BE WORSE THAN NONE.
011888******************************************************************
011889 1180-ABRIR-RELATORIO-ANUAL.
011890
011891     MOVE WS-ANO-ANTERIOR TO WS-ANO-PERIODO
011892     IF WS-PARAMETRO-ENTRADA(2:4) NOT = SPACES
011893         IF WS-PARAMETRO-ENTRADA(2:4) IS NUMERIC
011894             MOVE WS-PARAMETRO-ENTRADA(2:4) TO WS-ANO-PERIODO
011895         ELSE
011896             DISPLAY 'ANO INVALIDO NO PARM DO RELATORIO ANUAL: '
011897                     WS-PARAMETRO-ENTRADA(2:4)
011898             MOVE 16 TO RETURN-CODE
011899             STOP RUN
011900         END-IF
011901     END-IF
011902     IF WS-ANO-PERIODO = 0 OR WS-ANO-PERIODO > WS-ANO-SISTEMA
011903         DISPLAY 'EXERCICIO ' WS-ANO-PERIODO
011904                 ' INVALIDO - RELATORIO ANUAL NAO EMITIDO'
011905         MOVE 16 TO RETURN-CODE
011906         STOP RUN
011907     END-IF
011908     MOVE WS-ANO-PERIODO TO WS-ANO-ATUAL
011909     SUBTRACT 1 FROM WS-ANO-ATUAL GIVING WS-ANO-ANTERIOR
011910     DISPLAY 'RELATORIO ANUAL DO EXERCICIO ' WS-ANO-ATUAL
011911     PERFORM 1700-CARREGAR-LOJAS THRU 1700-CARREGAR-LOJAS-EXIT
011912     OPEN INPUT VENDAS-MESTRE
011913     IF NOT WS-MST-OK
011914         DISPLAY 'ERRO AO ABRIR VENDAMST - STATUS ' WS-STATUS-MST
011915         MOVE 16 TO RETURN-CODE
011916         STOP RUN
011917     END-IF
011918     OPEN INPUT VENDAS-GL-CONTROLE
011919     IF NOT WS-GLC-OK
011920         DISPLAY 'ERRO AO ABRIR VENDAGLC - STATUS ' WS-STATUS-GLC
011921         MOVE 16 TO RETURN-CODE
011922         STOP RUN
011923     END-IF
011924     OPEN INPUT VENDAS-LOG
011925     IF NOT WS-LOG-OK
011926         DISPLAY 'ERRO AO ABRIR VENDALOG - STATUS ' WS-STATUS-LOG
011927         MOVE 16 TO RETURN-CODE
011928         STOP RUN
011929     END-IF
011930     PERFORM 1130-ABRIR-ORCAMENTO THRU 1130-ABRIR-ORCAMENTO-EXIT
011931     PERFORM 1600-CARREGAR-ORCAMENTO
011932             THRU 1600-CARREGAR-ORCAMENTO-EXIT
011933     PERFORM 1200-CARREGAR-VENDAS THRU 1200-CARREGAR-VENDAS-EXIT
011934     PERFORM 1250-CARREGAR-VENDAS-ANTERIOR
011935             THRU 1250-CARREGAR-VENDAS-ANTERIOR-EXIT
011936     .
011937 1180-ABRIR-RELATORIO-ANUAL-EXIT.
011938     EXIT.
011939
011940******************************************************************
011941* 1190-ABRIR-AUDITORIA - EVERY SUPERVISOR MAINTENANCE SESSION
011942* (PARM P, O, T, L, F, E, V OR D) APPENDS TO THE VENDAAUD AUDIT
011943* FILE, OPENED ONCE HERE FOR THE WHOLE SESSION LIKE THE RUN
011944* REGISTER - EXTEND, OR OUTPUT THE FIRST TIME. A CHANGE THAT
011945* COULD NOT BE AUDITED MUST NOT BE MADE, SO A FILE THAT CANNOT BE
011946* OPENED STOPS THE SESSION RC=16 BEFORE ANY PROMPT. THEN THE
011947* SUPERVISOR IS NAMED FOR EVERY RECORD THE SESSION WRITES.
011948******************************************************************
011949 1190-ABRIR-AUDITORIA.
011950
011951     OPEN EXTEND VENDAS-AUDITORIA
011952     IF WS-AUD-NAO-EXISTE
011953         OPEN OUTPUT VENDAS-AUDITORIA
011954     END-IF
011955     IF NOT WS-AUD-OK
011956         DISPLAY 'ERRO AO ABRIR VENDAAUD - STATUS ' WS-STATUS-AUD
011957                 ' - MANUTENCAO NAO PERMITIDA SEM AUDITORIA'
011958         MOVE 16 TO RETURN-CODE
011959         STOP RUN
011960     END-IF
011961     PERFORM 1195-OBTER-RESPONSAVEL
011962             THRU 1195-OBTER-RESPONSAVEL-EXIT
011963     .
011964 1190-ABRIR-AUDITORIA-EXIT.
011965     EXIT.
011966
011967******************************************************************
011968* 1195-OBTER-RESPONSAVEL - A MAINTENANCE SESSION MUST SAY WHO IS
011969* MAKING THE CHANGES, SO THE AUDIT TRAIL NAMES A PERSON AND NOT
011970* JUST A TERMINAL. A BLANK ANSWER IS RE-PROMPTED. THE SAME NAME
011971* GOES ON THE REOPEN AND YEAR-END CLOSE MESSAGES ON SYSOUT.
011972******************************************************************
011973 1195-OBTER-RESPONSAVEL.
011974
011975     MOVE SPACES TO WS-RESPONSAVEL
011976     DISPLAY 'INFORME O RESPONSAVEL PELA MANUTENCAO: '
011977     ACCEPT WS-RESPONSAVEL
011978     IF WS-RESPONSAVEL = SPACES
011979         DISPLAY 'RESPONSAVEL OBRIGATORIO.'
011980         GO TO 1195-OBTER-RESPONSAVEL
011981     END-IF
011982     .
011983 1195-OBTER-RESPONSAVEL-EXIT.
011984     EXIT.
011985******************************************************************
011986* 1500-CARREGAR-TAXAS - LOAD THE VENDATAX RATES INTO WS-TAXA-
011987* TABELA IN ASCENDING EFFECTIVE-DATE ORDER SO 2750-OBTER-
011988* ALIQUOTA CAN PICK THE RATE IN FORCE FOR ANY PERIOD WITHOUT
011989* GOING BACK TO THE FILE ON EVERY SALE. A START THAT FINDS NO
011990* RECORD JUST MEANS THE TABLE IS EMPTY, AND ANY OTHER BAD
011991* STATUS ON THE WAY THROUGH ENDS THE LOAD RATHER THAN LOOPING
011992* ON A FILE THAT CANNOT BE READ.
011993******************************************************************
011994 1500-CARREGAR-TAXAS.
011995
011996     MOVE 0     TO WS-TAXA-QTDE
011997     MOVE ZEROS TO VTX-CHAVE
011998     START VENDAS-TAXAS KEY NOT LESS THAN VTX-CHAVE
011999         INVALID KEY
012000             GO TO 1500-CARREGAR-TAXAS-EXIT
012001     END-START
012002     IF NOT WS-TAX-OK
012010         DISPLAY 'ERRO AO LER VENDATAX - STATUS ' WS-STATUS-TAX
012020         GO TO 1500-CARREGAR-TAXAS-EXIT
012030     END-IF
012490     .
012500 1600-CARREGAR-ORCAMENTO-EXIT.
012510     EXIT.
012511
012512******************************************************************
012513* 1700-CARREGAR-LOJAS - LOAD THE VENDALOJ STORE MASTER INTO
012514* WS-LOJA-TABELA BEFORE A POSTING SESSION TAKES THE LOCK. A
012515* POSTING WITHOUT THE MASTER COULD NOT TELL A GOOD STORE FROM
012516* A BAD ONE, SO A MISSING OR EMPTY MASTER, OR MORE STORES THAN
012517* THE TABLE HOLDS, ENDS THE RUN RC=16 BEFORE ANYTHING IS
012518* TOUCHED.
012519******************************************************************
012520 1700-CARREGAR-LOJAS.
012521
012522     MOVE 0 TO WS-QTDE-LOJAS
012523     OPEN INPUT VENDAS-LOJAS
012524     IF NOT WS-LOJ-OK
012525         DISPLAY 'VENDALOJ INDISPONIVEL (STATUS ' WS-STATUS-LOJ
012526                 ') - CADASTRE AS FILIAIS COM PARM=F'
012527         MOVE 16 TO RETURN-CODE
012528         STOP RUN
012529     END-IF
012530     PERFORM 1710-LER-LOJA THRU 1710-LER-LOJA-EXIT
012531             UNTIL WS-LOJ-FIM OR NOT WS-LOJ-OK
012532     IF NOT WS-LOJ-FIM
012533         DISPLAY 'ERRO AO LER VENDALOJ - STATUS ' WS-STATUS-LOJ
012534         MOVE 16 TO RETURN-CODE
012535         STOP RUN
012536     END-IF
012537     CLOSE VENDAS-LOJAS
012538     IF WS-QTDE-LOJAS = 0
012539         DISPLAY 'NENHUMA FILIAL EM VENDALOJ - CADASTRE AS '
012540                 'FILIAIS COM PARM=F'
012541         MOVE 16 TO RETURN-CODE
012542         STOP RUN
012543     END-IF
012544     .
012545 1700-CARREGAR-LOJAS-EXIT.
012546     EXIT.
012547
012548 1710-LER-LOJA.
012549
012550     READ VENDAS-LOJAS NEXT RECORD
012551         AT END
012552             CONTINUE
012553         NOT AT END
012554             IF WS-QTDE-LOJAS < 50
012555                 ADD 1 TO WS-QTDE-LOJAS
012556                 MOVE VLJ-CODIGO
012557                     TO WS-LOJA-CODIGO(WS-QTDE-LOJAS)
012558                 MOVE VLJ-NOME
012559                     TO WS-LOJA-NOME(WS-QTDE-LOJAS)
012560                 MOVE VLJ-DATA-FECHAMENTO
012561                     TO WS-LOJA-FECHAMENTO(WS-QTDE-LOJAS)
012562             ELSE
012563                 DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
012564                         VLJ-CODIGO ' NAO CABE'
012565                 MOVE 16 TO RETURN-CODE
012566                 STOP RUN
012567             END-IF
012568     END-READ
012569     .
012570 1710-LER-LOJA-EXIT.
012571     EXIT.
012572
012573******************************************************************
012574* 1750-CARREGAR-VENDEDORES - LOAD THE VENDAVEN SALESPERSON MASTER
012575* INTO WS-VENDEDOR-TABELA BEFORE A POSTING SESSION TAKES THE
012576* LOCK, FOR THE SELLER CHECK OF 2460. AS WITH THE STORES, A
012577* MISSING OR EMPTY MASTER, OR MORE SALESPERSONS THAN THE TABLE
012578* HOLDS, ENDS THE RUN RC=16 BEFORE ANYTHING IS TOUCHED - EVERY
012579* ENTRY WOULD OTHERWISE BE REFUSED.
012580******************************************************************
012581 1750-CARREGAR-VENDEDORES.
012582
012583     MOVE 0 TO WS-QTDE-VENDEDORES
012584     OPEN INPUT VENDAS-VENDEDORES
012585     IF NOT WS-VEN-OK
012586         DISPLAY 'VENDAVEN INDISPONIVEL (STATUS ' WS-STATUS-VEN
012587                 ') - CADASTRE OS VENDEDORES COM PARM=V'
012588         MOVE 16 TO RETURN-CODE
012589         STOP RUN
012590     END-IF
012591     PERFORM 1760-LER-VENDEDOR THRU 1760-LER-VENDEDOR-EXIT
012592             UNTIL WS-VEN-FIM OR NOT WS-VEN-OK
012593     IF NOT WS-VEN-FIM
012594         DISPLAY 'ERRO AO LER VENDAVEN - STATUS ' WS-STATUS-VEN
012595         MOVE 16 TO RETURN-CODE
012596         STOP RUN
012597     END-IF
012598     CLOSE VENDAS-VENDEDORES
012599     IF WS-QTDE-VENDEDORES = 0
012600         DISPLAY 'NENHUM VENDEDOR EM VENDAVEN - CADASTRE OS '
012601                 'VENDEDORES COM PARM=V'
012602         MOVE 16 TO RETURN-CODE
012603         STOP RUN
012604     END-IF
012605     .
012606 1750-CARREGAR-VENDEDORES-EXIT.
012607     EXIT.
012608
012609 1760-LER-VENDEDOR.
012610
012611     READ VENDAS-VENDEDORES NEXT RECORD
012612         AT END
012613             CONTINUE
012614         NOT AT END
012615             IF WS-QTDE-VENDEDORES < 500
012616                 ADD 1 TO WS-QTDE-VENDEDORES
012617                 MOVE VVE-CODIGO
012618                     TO WS-VEN-CODIGO(WS-QTDE-VENDEDORES)
012619                 MOVE VVE-NOME
012620                     TO WS-VEN-NOME(WS-QTDE-VENDEDORES)
012621                 MOVE VVE-LOJA
012622                     TO WS-VEN-LOJA(WS-QTDE-VENDEDORES)
012623                 MOVE VVE-DATA-ADMISSAO
012624                     TO WS-VEN-ADMISSAO(WS-QTDE-VENDEDORES)
012625                 MOVE VVE-DATA-DESLIGAMENTO
012626                     TO WS-VEN-DESLIGAMENTO(WS-QTDE-VENDEDORES)
012627             ELSE
012628                 DISPLAY 'TABELA DE VENDEDORES CHEIA - VENDEDOR '
012629                         VVE-CODIGO ' NAO CABE'
012630                 MOVE 16 TO RETURN-CODE
012631                 STOP RUN
012632             END-IF
012633     END-READ
012634     .
012635 1760-LER-VENDEDOR-EXIT.
012636     EXIT.
012637
012638******************************************************************
012639* 1110-ABRIR-MESTRE-CONSULTA - OPEN THE MASTER FOR INPUT ONLY.
012640* THE INQUIRY MUST NOT BE ABLE TO TOUCH IT, SO IT NEVER GETS
012641* THE I-O OPEN THE POSTING MODES USE. WHEN THE MASTER CANNOT BE
012642* READ THE INQUIRY STILL RUNS AND SHOWS ZEROS, SO ACCOUNTING AT
012643* LEAST SEES THAT NOTHING IS ON FILE.
012644******************************************************************
012645 1110-ABRIR-MESTRE-CONSULTA.
012646
012647     MOVE 'N' TO WS-SW-SEM-MESTRE-CONS
012648     OPEN INPUT VENDAS-MESTRE
012649     IF NOT WS-MST-OK
012650         DISPLAY 'VENDAMST INDISPONIVEL (STATUS ' WS-STATUS-MST
012651                 ') - CONSULTA MOSTRARA ZEROS'
012660         SET WS-SEM-MESTRE-CONS TO TRUE
012670     END-IF
012680     .
012710******************************************************************
012720* 1150-OBTER-ANO-ATUAL - DERIVE THE CURRENT AND PRIOR CALENDAR
012730* YEARS FROM THE SYSTEM DATE SO THE MASTER FILE CAN BE READ AND
012740* WRITTEN KEYED BY YEAR AND MONTH. THE SYSTEM YEAR IS KEPT
012743* APART BECAUSE THE ANNUAL REPORT REPLACES THE CURRENT YEAR
012746* WITH THE YEAR BEING REPORTED.
012750******************************************************************
012760 1150-OBTER-ANO-ATUAL.
012770
012780     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
012785     MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-SISTEMA
012790     MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL
012800     SUBTRACT 1 FROM WS-ANO-ATUAL GIVING WS-ANO-ANTERIOR
012810     .
013080* FROM THE MASTER FILE INTO WS-VENDAS-ANT FOR THE YEAR-OVER-YEAR
013090* COMPARISON REPORT. A MISSING PRIOR-YEAR RECORD JUST MEANS THE
013100* MASTER FILE DOES NOT GO BACK THAT FAR YET, SO IT IS TREATED AS
013110* ZERO RATHER THAN AN ERROR. RETURNS AND TAX COME IN AS WELL,
013113* SINCE AN ENTRY DATED IN LAST YEAR STILL POSTS INTO IT UNTIL
013116* ITS YEAR-END CLOSE AND 9000 WRITES THE YEAR BACK.
013120******************************************************************
013130 1250-CARREGAR-VENDAS-ANTERIOR.
013140
013180         READ VENDAS-MESTRE
013190             INVALID KEY
013200                 MOVE 0 TO WS-VENDAS-ANT(WS-SUB)
013203                 MOVE 0 TO WS-VENDAS-DEV-ANT(WS-SUB)
013206                 MOVE 0 TO WS-IMPOSTO-ANT(WS-SUB)
013210             NOT INVALID KEY
013220                 MOVE VDM-VALOR-VENDAS TO WS-VENDAS-ANT(WS-SUB)
013222                 MOVE VDM-VALOR-DEVOLUCOES
013224                     TO WS-VENDAS-DEV-ANT(WS-SUB)
013226                 MOVE VDM-VALOR-IMPOSTO
013228                     TO WS-IMPOSTO-ANT(WS-SUB)
013230         END-READ
013240     END-PERFORM
013250     .
013260 1250-CARREGAR-VENDAS-ANTERIOR-EXIT.
013261     EXIT.
013262
013263******************************************************************
013264* 1260-VERIFICAR-ANO-ANTERIOR - FIND OUT WHETHER LAST YEAR HAS
013265* HAD ITS YEAR-END CLOSE (VENDAPER MONTH 00, PARM='E'). UNTIL IT
013266* HAS, AN ENTRY DATED IN LAST YEAR STILL POSTS INTO LAST YEAR -
013267* THE DECEMBER INVOICES KEYED IN THE FIRST DAYS OF JANUARY AND
013268* THE LATE ADJUSTMENTS ACCOUNTING BOOKS BEFORE IT CLOSES.
013269******************************************************************
013270 1260-VERIFICAR-ANO-ANTERIOR.
013271
013272     MOVE WS-ANO-ANTERIOR TO WS-ANO-PERIODO
013273     PERFORM 2330-VERIFICAR-ANO-ENCERRADO
013274             THRU 2330-VERIFICAR-ANO-ENCERRADO-EXIT
013275     MOVE WS-SW-ANO-ENCERRADO TO WS-SW-ANTERIOR-ENCERRADO
013276     .
013277 1260-VERIFICAR-ANO-ANTERIOR-EXIT.
013278     EXIT.
013279
013280******************************************************************
013290* 1300-VERIFICAR-CHECKPOINT - IF A CHECKPOINT WAS LEFT BEHIND BY
013300* AN EARLIER SESSION THAT DID NOT REACH 9000-CONTABILIZAR, OFFER
013720******************************************************************
013730* 1310-RETOMAR-CHECKPOINT - OVERLAY THE MONTHLY ARRAYS JUST LOADED
013740* FROM VENDAMST WITH THE CHECKPOINTED FIGURES, WHICH ALREADY
013750* INCLUDE EVERY ENTRY ACCEPTED BEFORE THE INTERRUPTION. THE
013752* ARRAYS ARE ONLY MEANINGFUL IN THE YEAR THAT WROTE THEM: A
013754* CHECKPOINT LEFT BEHIND ACROSS THE TURN OF THE YEAR WOULD LAND
013756* LAST YEAR'S FIGURES ON THIS YEAR, SO THE RUN STOPS RC=16 WITH
013758* THE CHECKPOINT KEPT FOR ACCOUNTING TO RECONCILE FROM VENDALOG.
013760******************************************************************
013770 1310-RETOMAR-CHECKPOINT.
013780
013781     IF VCK-ANO NOT = WS-ANO-ATUAL
013782         DISPLAY 'CHECKPOINT GRAVADO NO EXERCICIO ' VCK-ANO
013783                 ' - NAO PODE SER RETOMADO EM ' WS-ANO-ATUAL
013784         DISPLAY 'CONCILIE O VENDALOG (PROGCONCIL) E REMOVA O '
013785                 'VENDACKP ANTES DE LANCAR'
013786         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
013787         GO TO 1310-RETOMAR-CHECKPOINT-EXIT
013788     END-IF
013790     PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
013800         MOVE VCK-VENDAS(WS-SUB)     TO WS-VENDAS(WS-SUB)
013810         MOVE VCK-DEVOLUCOES(WS-SUB) TO WS-VENDAS-DEV(WS-SUB)
013820         MOVE VCK-IMPOSTO(WS-SUB)    TO WS-IMPOSTO(WS-SUB)
013821         MOVE VCK-VENDAS-ANT(WS-SUB) TO WS-VENDAS-ANT(WS-SUB)
013822         MOVE VCK-DEVOLUCOES-ANT(WS-SUB)
013823             TO WS-VENDAS-DEV-ANT(WS-SUB)
013824         MOVE VCK-IMPOSTO-ANT(WS-SUB)
013825             TO WS-IMPOSTO-ANT(WS-SUB)
013830     END-PERFORM
013840     MOVE VCK-SEQ-LOG        TO WS-SEQ-LOG
013850     MOVE VCK-QTDE-ENTRADAS  TO WS-CONTADOR-ENTRADAS
015170* 1452-CARREGAR-REGISTRO-RUNS - READ THE VENDARUN RUN REGISTER
015180* AND LOAD EVERY STORE BATCH ALREADY POSTED SUCCESSFULLY
015190* (SITUACAO C) INTO WS-RUNPOST-TABELA, WITH THE DATE AND TIME
015200* OF THE RUN THAT POSTED IT. A LATER REVERSAL BY PROGESTORNO
015210* (SITUACAO X) TAKES THAT BATCH BACK OUT OF THE TABLE AGAIN
015220* (1454), SO ITS CORRECTED TAPE POSTS. A MISSING REGISTER JUST
015230* MEANS NO RUN WAS EVER RECORDED; A READ ERROR MID-FILE ABORTS
015232* THE BATCH - POSTING WITHOUT THE REFUSAL CHECK COULD LET THE
015234* SAME TAPE IN TWICE, WHICH IS WHAT THE REGISTER EXISTS TO
015236* PREVENT.
015240******************************************************************
015250 1452-CARREGAR-REGISTRO-RUNS.
015260
015680                             ' NAO VERIFICAVEL'
015690                 END-IF
015700             END-IF
015701             IF VRN-SITUACAO = 'X'
015702                 MOVE 'N' TO WS-SW-RUNPOST-ANULADO
015703                 PERFORM 1454-ANULAR-LOTE-ESTORNADO
015704                         THRU 1454-ANULAR-LOTE-ESTORNADO-EXIT
015705                     VARYING WS-RUNPOST-SUB
015706                        FROM WS-RUNPOST-QTDE BY -1
015707                     UNTIL WS-RUNPOST-SUB = 0
015708                        OR WS-RUNPOST-ANULADO
015709             END-IF
015710     END-READ
015720     .
015730 1453-LER-RUN-EXIT.
015731     EXIT.
015732
015733******************************************************************
015734* 1454-ANULAR-LOTE-ESTORNADO - A REVERSAL RECORD: DROP THE MOST
015735* RECENT POSTING OF THE SAME STORE AND BUSINESS DATE FROM THE
015736* TABLE BY MOVING THE LAST ITEM INTO ITS PLACE. ITS ENTRIES ARE
015737* NO LONGER ON THE BOOKS, SO THE TAPE MAY BE POSTED AGAIN.
015738******************************************************************
015739 1454-ANULAR-LOTE-ESTORNADO.
015740
015741     IF WS-RUNPOST-LOJA(WS-RUNPOST-SUB) = VRN-LOJA
015742         AND WS-RUNPOST-DATA(WS-RUNPOST-SUB) = VRN-DATA-LOTE
015743         MOVE WS-RUNPOST-ITEM(WS-RUNPOST-QTDE)
015744             TO WS-RUNPOST-ITEM(WS-RUNPOST-SUB)
015745         SUBTRACT 1 FROM WS-RUNPOST-QTDE
015746         SET WS-RUNPOST-ANULADO TO TRUE
015747     END-IF
015748     .
015749 1454-ANULAR-LOTE-ESTORNADO-EXIT.
015750     EXIT.
015751******************************************************************
015760* 1465-VERIFICAR-LOTE-PROCESSADO - A GROUP WHOSE CONTROLS JUST
015770* PROVED OUT IS STILL REFUSED WHEN THE VENDARUN REGISTER SAYS
015780* THE SAME STORE AND BUSINESS DATE WERE ALREADY POSTED BY AN
018800******************************************************************
018810* 2100-PROCESSAR-TERMINAL - REPROMPT UNTIL A VALID MONTH AND
018820* VALUE ARE KEYED IN. WS-MES-SAIR (99) EXITS WITHOUT ASKING FOR
018830* A VALUE. THE TRANSACTION DATE IS ASKED BEFORE THE INVOICE
018831* NUMBER BECAUSE ITS YEAR DECIDES WHICH YEAR THE ENTRY POSTS
018832* INTO - AND SO WHICH PERIOD MUST BE OPEN AND WHICH YEAR'S
018833* INVOICES THE NUMBER MUST NOT REPEAT. A RETURN ALSO ASKS FOR
018834* THE SALE INVOICE IT REVERSES (2190) AND MAY NOT RETURN MORE
018835* THAN IS LEFT OF THAT SALE (2120). THE SALESPERSON (2165) IS
018836* ASKED ONCE THE STORE AND DATE ARE KNOWN, SINCE BOTH DECIDE
018837* WHO MAY TAKE THE ENTRY.
018840******************************************************************
018850 2100-PROCESSAR-TERMINAL.
018860
018870     MOVE 0 TO WS-MESVENDA
018880     PERFORM 2110-OBTER-MES THRU 2110-OBTER-MES-EXIT
018890             UNTIL WS-MES-VALIDO OR WS-MES-SAIR.
018990     IF         NOT WS-MES-SAIR
019000         MOVE SPACES TO WS-TIPO-TRANSACAO
019010         MOVE SPACES TO WS-FILIAL
019020         MOVE 0      TO WS-VALOR
019025         MOVE 0      TO WS-NF-ORIGEM
019030         PERFORM 2130-OBTER-TIPO THRU 2130-OBTER-TIPO-EXIT
019040                 UNTIL WS-TIPO-VALIDO
019045         MOVE 'N'    TO WS-SW-FILIAL-VALIDA
019050         PERFORM 2140-OBTER-FILIAL THRU 2140-OBTER-FILIAL-EXIT
019060                 UNTIL WS-FILIAL-VALIDA
019100         MOVE 'N' TO WS-SW-DATA-ACEITA
019110         PERFORM 2160-OBTER-DATA-NF
019120                 THRU 2160-OBTER-DATA-NF-EXIT
019130                 UNTIL WS-DATA-ACEITA
019133         PERFORM 2310-VERIFICAR-EXERCICIO
019136                 THRU 2310-VERIFICAR-EXERCICIO-EXIT
019139         IF NOT WS-EXERCICIO-VALIDO
019142             DISPLAY 'DATA ' WS-DATA-TRANSACAO
019145                     ' FORA DO EXERCICIO ABERTO'
019148                     ' - LANCAMENTO NAO PERMITIDO'
019151             GO TO 2100-PROCESSAR-TERMINAL-EXIT
019154         END-IF
019157         IF WS-LANCTO-ANTERIOR
019160             DISPLAY 'LANCAMENTO NO EXERCICIO ANTERIOR '
019163                     WS-ANO-LANCAMENTO
019166         END-IF
019169         PERFORM 2300-VERIFICAR-PERIODO
019172                 THRU 2300-VERIFICAR-PERIODO-EXIT
019175         IF WS-PERIODO-FECHADO
019178             DISPLAY 'PERIODO ' WS-ANO-LANCAMENTO '/' WS-MESVENDA
019181                     ' FECHADO - LANCAMENTO NAO PERMITIDO'
019184             GO TO 2100-PROCESSAR-TERMINAL-EXIT
019187         END-IF
019190         PERFORM 2180-VERIFICAR-ENCERRAMENTO
019193                 THRU 2180-VERIFICAR-ENCERRAMENTO-EXIT
019196         IF WS-FILIAL-ENCERRADA
019199             DISPLAY 'FILIAL ' WS-FILIAL ' ENCERRADA EM '
019202                     WS-LOJA-FECHAMENTO(WS-LOJA-ACHADA)
019205                     ' - LANCAMENTO NAO PERMITIDO'
019208             GO TO 2100-PROCESSAR-TERMINAL-EXIT
019211         END-IF
019214         MOVE SPACES TO WS-VENDEDOR
019217         MOVE 'N' TO WS-SW-VENDEDOR-ACEITO
019220         MOVE 'N' TO WS-SW-VENDEDOR-CANCELADO
019223         PERFORM 2165-OBTER-VENDEDOR THRU 2165-OBTER-VENDEDOR-EXIT
019226                 UNTIL WS-VENDEDOR-ACEITO OR WS-VENDEDOR-CANCELADO
019229         IF WS-VENDEDOR-CANCELADO
019232             DISPLAY 'LANCAMENTO NAO EFETUADO.'
019235             GO TO 2100-PROCESSAR-TERMINAL-EXIT
019238         END-IF
019241         MOVE 'N' TO WS-SW-NF-ACEITA
019244         PERFORM 2150-OBTER-NF THRU 2150-OBTER-NF-EXIT
019247                 UNTIL WS-NF-ACEITA
019250         IF WS-TIPO-DEVOLUCAO
019253             MOVE 'N' TO WS-SW-ORIGEM-ACEITA
019256             MOVE 'N' TO WS-SW-ORIGEM-CANCELADA
019259             PERFORM 2190-OBTER-NF-ORIGEM
019262                     THRU 2190-OBTER-NF-ORIGEM-EXIT
019265                     UNTIL WS-ORIGEM-ACEITA OR WS-ORIGEM-CANCELADA
019268             IF WS-ORIGEM-CANCELADA
019271                 DISPLAY 'DEVOLUCAO NAO LANCADA.'
019274                 GO TO 2100-PROCESSAR-TERMINAL-EXIT
019277             END-IF
019280         END-IF
019283         PERFORM 2120-OBTER-VALOR THRU 2120-OBTER-VALOR-EXIT
019286                 UNTIL NOT WS-VALOR-ZERO
019289         PERFORM 2500-GRAVAR-LOG THRU 2500-GRAVAR-LOG-EXIT
019292         PERFORM 2550-ACUMULAR-LANCAMENTO
019295                 THRU 2550-ACUMULAR-LANCAMENTO-EXIT
019320         PERFORM 2600-ATUALIZAR-CHECKPOINT
019330                 THRU 2600-ATUALIZAR-CHECKPOINT-EXIT
019340     END-IF
019800******************************************************************
019810* 2140-OBTER-FILIAL - ASK WHICH STORE THE ENTRY BELONGS TO SO
019820* THE AUDIT LOG AND THE BRANCH SECTION OF THE ANNUAL REPORT CAN
019830* BREAK THE TOTALS DOWN PER STORE. THE CODE MUST BE ON THE
019835* VENDALOJ MASTER; A WRONG ONE LISTS THE STORES ON FILE.
019840******************************************************************
019850 2140-OBTER-FILIAL.
019860
019870     DISPLAY 'INFORME A FILIAL: '
019880     ACCEPT WS-FILIAL-ENTRADA.
019890     MOVE WS-FILIAL-ENTRADA TO WS-FILIAL
019895     PERFORM 2170-VALIDAR-FILIAL THRU 2170-VALIDAR-FILIAL-EXIT
019900     IF NOT WS-FILIAL-VALIDA
019910         DISPLAY 'FILIAL INVALIDA - FILIAIS CADASTRADAS:'
019912         PERFORM 2145-LISTAR-FILIAL THRU 2145-LISTAR-FILIAL-EXIT
019914             VARYING WS-LOJA-SUB FROM 1 BY 1
019916             UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
019920     END-IF
019930     .
019940 2140-OBTER-FILIAL-EXIT.
019941     EXIT.
019942
019943 2145-LISTAR-FILIAL.
019944
019945     DISPLAY '    ' WS-LOJA-CODIGO(WS-LOJA-SUB) ' - '
019946             WS-LOJA-NOME(WS-LOJA-SUB)
019947     .
019948 2145-LISTAR-FILIAL-EXIT.
019950     EXIT.
019960
019970******************************************************************
019980* 2150-OBTER-NF - ASK FOR THE INVOICE/DOCUMENT NUMBER AND REFUSE
019990* A NUMBER THE AUDIT LOG (OR THIS SESSION) HAS ALREADY POSTED
020000* INTO THE ENTRY'S YEAR, SO THE SAME SALE CANNOT BE KEYED TWICE.
020010******************************************************************
020020 2150-OBTER-NF.
020030
020590 2160-OBTER-DATA-NF-EXIT.
020600     EXIT.
020610
020611******************************************************************
020612* 2165-OBTER-VENDEDOR - ASK WHICH SALESPERSON MADE THE SALE OR
020613* TOOK THE RETURN. THE CODE IS CHECKED BY 2460 AGAINST THE STORE
020614* AND DATE JUST KEYED; A CODE THAT FAILS LISTS THE STORE'S
020615* SALESPERSONS ACTIVE ON THAT DATE AND IS ASKED AGAIN. BLANK
020616* GIVES UP THE ENTRY.
020617******************************************************************
020618 2165-OBTER-VENDEDOR.
020619
020620     DISPLAY 'INFORME O VENDEDOR (BRANCO P/ CANCELAR): '
020621     MOVE SPACES TO WS-VENDEDOR-ENTRADA
020622     ACCEPT WS-VENDEDOR-ENTRADA.
020623     IF WS-VENDEDOR-ENTRADA = SPACES
020624         SET WS-VENDEDOR-CANCELADO TO TRUE
020625         GO TO 2165-OBTER-VENDEDOR-EXIT
020626     END-IF
020627     MOVE WS-VENDEDOR-ENTRADA TO WS-VENDEDOR
020628     PERFORM 2460-VALIDAR-VENDEDOR
020629             THRU 2460-VALIDAR-VENDEDOR-EXIT
020630     EVALUATE WS-MOTIVO-VENDEDOR
020631         WHEN SPACES
020632             DISPLAY 'VENDEDOR ' WS-VENDEDOR ' - '
020633                     WS-VEN-NOME(WS-VEN-ACHADO)
020634             SET WS-VENDEDOR-ACEITO TO TRUE
020635         WHEN '16'
020636             DISPLAY 'VENDEDOR ' WS-VENDEDOR ' E DA FILIAL '
020637                     WS-VEN-LOJA(WS-VEN-ACHADO)
020638                     ' - VENDEDORES DA FILIAL ' WS-FILIAL ':'
020639         WHEN OTHER
020640             DISPLAY 'VENDEDOR ' WS-VENDEDOR ' NAO CADASTRADO OU '
020641                     'INATIVO EM ' WS-DATA-TRANSACAO
020642                     ' - VENDEDORES DA FILIAL ' WS-FILIAL ':'
020643     END-EVALUATE
020644     IF NOT WS-VENDEDOR-ACEITO
020645         PERFORM 2167-LISTAR-VENDEDOR
020646                 THRU 2167-LISTAR-VENDEDOR-EXIT
020647             VARYING WS-VEN-SUB FROM 1 BY 1
020648             UNTIL WS-VEN-SUB > WS-QTDE-VENDEDORES
020649     END-IF
020650     .
020651 2165-OBTER-VENDEDOR-EXIT.
020652     EXIT.
020653
020654 2167-LISTAR-VENDEDOR.
020655
020656     IF WS-VEN-LOJA(WS-VEN-SUB) = WS-FILIAL
020657         AND WS-VEN-ADMISSAO(WS-VEN-SUB) NOT > WS-DATA-TRANSACAO
020658         AND (WS-VEN-DESLIGAMENTO(WS-VEN-SUB) = 0
020659              OR WS-VEN-DESLIGAMENTO(WS-VEN-SUB)
020660                 NOT < WS-DATA-TRANSACAO)
020661         DISPLAY '    ' WS-VEN-CODIGO(WS-VEN-SUB) ' - '
020662                 WS-VEN-NOME(WS-VEN-SUB)
020663     END-IF
020664     .
020665 2167-LISTAR-VENDEDOR-EXIT.
020666     EXIT.
020667
020668******************************************************************
020669* 2170-VALIDAR-FILIAL - LOOK WS-FILIAL UP IN WS-LOJA-TABELA.
020670* SETS WS-FILIAL-VALIDA AND LEAVES THE STORE'S ENTRY IN
020671* WS-LOJA-ACHADA FOR THE CLOSING-DATE CHECK (ZERO WHEN THE
020672* CODE IS NOT ON THE MASTER).
020673******************************************************************
020674 2170-VALIDAR-FILIAL.
020675
020676     MOVE 'N' TO WS-SW-FILIAL-VALIDA
020677     MOVE 0   TO WS-LOJA-ACHADA
020678     PERFORM 2175-PROCURAR-FILIAL THRU 2175-PROCURAR-FILIAL-EXIT
020679         VARYING WS-LOJA-SUB FROM 1 BY 1
020680         UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS OR WS-FILIAL-VALIDA
020681     .
020682 2170-VALIDAR-FILIAL-EXIT.
020683     EXIT.
020684
020685 2175-PROCURAR-FILIAL.
020686
020687     IF WS-LOJA-CODIGO(WS-LOJA-SUB) = WS-FILIAL
020688         SET WS-FILIAL-VALIDA TO TRUE
020689         MOVE WS-LOJA-SUB TO WS-LOJA-ACHADA
020690     END-IF
020691     .
020692 2175-PROCURAR-FILIAL-EXIT.
020693     EXIT.
020694
020695******************************************************************
020696* 2180-VERIFICAR-ENCERRAMENTO - A STORE WITH A CLOSING DATE ON
020697* THE MASTER TAKES NO POSTING DATED AFTER THAT DATE. EXPECTS
020698* WS-LOJA-ACHADA FROM 2170 AND THE TRANSACTION DATE IN
020699* WS-DATA-TRANSACAO.
020700******************************************************************
020701 2180-VERIFICAR-ENCERRAMENTO.
020702
020703     MOVE 'N' TO WS-SW-FILIAL-ENCERRADA
020704     IF WS-LOJA-ACHADA = 0
020705         GO TO 2180-VERIFICAR-ENCERRAMENTO-EXIT
020706     END-IF
020707     IF WS-LOJA-FECHAMENTO(WS-LOJA-ACHADA) > 0
020708         AND WS-DATA-TRANSACAO >
020709             WS-LOJA-FECHAMENTO(WS-LOJA-ACHADA)
020710         SET WS-FILIAL-ENCERRADA TO TRUE
020711     END-IF
020712     .
020713 2180-VERIFICAR-ENCERRAMENTO-EXIT.
020714     EXIT.
020715
020716******************************************************************
020717* 2190-OBTER-NF-ORIGEM - A RETURN MUST NAME THE SALE INVOICE IT
020718* REVERSES. THE SALE IS LOOKED UP (2440) AND A NUMBER THAT IS
020719* NOT ON FILE, BELONGS TO ANOTHER STORE OR HAS NOTHING LEFT TO
020720* RETURN IS REFUSED WITH ITS REASON AND ASKED AGAIN. ZERO
020721* GIVES UP THE RETURN.
020722******************************************************************
020723 2190-OBTER-NF-ORIGEM.
020724
020725     DISPLAY 'INFORME A NF DA VENDA ORIGINAL (0 P/ CANCELAR): '
020726     MOVE SPACES TO WS-NF-ENTRADA
020727     ACCEPT WS-NF-ENTRADA.
020728     INSPECT WS-NF-ENTRADA REPLACING LEADING SPACE BY '0'
020729     IF WS-NF-ENTRADA NOT NUMERIC
020730         DISPLAY 'NF INVALIDA - DIGITE SOMENTE NUMEROS.'
020731         GO TO 2190-OBTER-NF-ORIGEM-EXIT
020732     END-IF
020733     MOVE WS-NF-ENTRADA TO WS-NF-ORIGEM
020734     IF WS-NF-ORIGEM = 0
020735         SET WS-ORIGEM-CANCELADA TO TRUE
020736         GO TO 2190-OBTER-NF-ORIGEM-EXIT
020737     END-IF
020738     PERFORM 2440-VERIFICAR-NF-ORIGEM
020739             THRU 2440-VERIFICAR-NF-ORIGEM-EXIT
020740     IF WS-MES-SAIR
020741         SET WS-ORIGEM-CANCELADA TO TRUE
020742         GO TO 2190-OBTER-NF-ORIGEM-EXIT
020743     END-IF
020744     EVALUATE WS-MOTIVO-ORIGEM
020745         WHEN '12'
020746             DISPLAY 'NF ORIGINAL ' WS-NF-ORIGEM
020747                     ' NAO ENCONTRADA - DEVOLUCAO RECUSADA.'
020748         WHEN '13'
020749             DISPLAY 'NF ORIGINAL ' WS-NF-ORIGEM
020750                     ' E DA FILIAL ' WS-ORIG-FILIAL
020751                     ' - DEVOLUCAO RECUSADA.'
020752         WHEN '14'
020753             DISPLAY 'NF ORIGINAL ' WS-NF-ORIGEM
020754                     ' JA TOTALMENTE DEVOLVIDA - DEVOLUCAO'
020755                     ' RECUSADA.'
020756         WHEN OTHER
020757             MOVE WS-SALDO-ORIGEM TO WS-SALDO-ORIGEM-ED
020758             DISPLAY 'NF ORIGINAL ' WS-NF-ORIGEM ' DE '
020759                     WS-ORIG-DATA-NF ' - SALDO A DEVOLVER '
020760                     WS-SALDO-ORIGEM-ED
020761             SET WS-ORIGEM-ACEITA TO TRUE
020762     END-EVALUATE
020763     .
020764 2190-OBTER-NF-ORIGEM-EXIT.
020765     EXIT.
020766
020767 2120-OBTER-VALOR.
020768
020769     DISPLAY 'INFORME VALOR DA VENDA: '
020770     ACCEPT WS-VALOR-ENTRADA.
020771     INSPECT WS-VALOR-ENTRADA REPLACING LEADING SPACE BY '0'
020772     IF WS-VALOR-ENTRADA NUMERIC
020773         MOVE WS-VALOR-ENTRADA TO WS-VALOR
020774         IF WS-VALOR-ZERO
020775             DISPLAY 'VALOR INVALIDO - INFORME UM VALOR MAIOR'
020776                     ' QUE ZERO.'
020777         ELSE
020778             IF WS-TIPO-DEVOLUCAO
020779                 AND WS-VALOR > WS-SALDO-ORIGEM
020780                 MOVE WS-SALDO-ORIGEM TO WS-SALDO-ORIGEM-ED
020781                 DISPLAY 'VALOR ACIMA DO SALDO DA NF ORIGINAL - '
020782                         'SALDO ' WS-SALDO-ORIGEM-ED
020783                 MOVE ZERO TO WS-VALOR
020784             END-IF
020785         END-IF
020786     ELSE
020787         MOVE ZERO TO WS-VALOR
020788         DISPLAY 'VALOR INVALIDO - DIGITE SOMENTE NUMEROS.'
020789     END-IF
020790     .
020791 2120-OBTER-VALOR-EXIT.
020792     EXIT.
020800
020810******************************************************************
020820* 2200-PROCESSAR-LOTE - READ TRANSACTIONS FROM THE BATCH FILE
021240             MOVE VDT-VALOR TO WS-VALOR
021250             MOVE VDT-TIPO  TO WS-TIPO-TRANSACAO
021260             MOVE VDT-FILIAL TO WS-FILIAL
021263             PERFORM 2170-VALIDAR-FILIAL
021266                     THRU 2170-VALIDAR-FILIAL-EXIT
021270             IF WS-MES-VALIDO AND NOT WS-VALOR-ZERO
021280                 AND WS-TIPO-VALIDO AND WS-FILIAL-VALIDA
021290                 PERFORM 2320-VALIDAR-COMPLEMENTO
021440                         TO WS-LOTE-VALOR-APL(WS-LOTE-CORRENTE)
021450                     PERFORM 2500-GRAVAR-LOG
021460                             THRU 2500-GRAVAR-LOG-EXIT
021470                     PERFORM 2550-ACUMULAR-LANCAMENTO
021480                             THRU 2550-ACUMULAR-LANCAMENTO-EXIT
021630                     PERFORM 2600-ATUALIZAR-CHECKPOINT
021640                             THRU 2600-ATUALIZAR-CHECKPOINT-EXIT
021650                 END-IF
022370     EXIT.
022380
022390******************************************************************
022400* 2300-VERIFICAR-PERIODO - LOOK WS-ANO-LANCAMENTO AND
022410* WS-MESVENDA UP IN VENDAPER. A MISSING RECORD MEANS THE PERIOD
022420* WAS NEVER CLOSED, SO ONLY AN EXPLICIT 'F' ON FILE BLOCKS THE
022422* POSTING. EVERY CALLER SETS WS-ANO-LANCAMENTO FIRST - THE
022424* YEAR OF THE TRANSACTION DATE WHEN POSTING, THE YEAR BEING
022426* EXPORTED IN 9350.
022430******************************************************************
022440 2300-VERIFICAR-PERIODO.
022450
022460     MOVE 'N' TO WS-SW-PERIODO-FECHADO
022470     MOVE WS-ANO-LANCAMENTO TO VPE-ANO
022480     MOVE WS-MESVENDA  TO VPE-MES
022490     READ VENDAS-PERIODOS
022500         INVALID KEY
022560     END-READ
022570     .
022580 2300-VERIFICAR-PERIODO-EXIT.
022581     EXIT.
022582
022583******************************************************************
022584* 2310-VERIFICAR-EXERCICIO - DECIDE WHICH YEAR THE ENTRY DATED
022585* WS-DATA-TRANSACAO POSTS INTO. THE CURRENT YEAR ALWAYS TAKES
022586* ITS OWN ENTRIES; LAST YEAR TAKES THEM UNTIL ITS YEAR-END
022587* CLOSE (1260), WHICH IS WHAT LETS THE DECEMBER INVOICES KEYED
022588* IN JANUARY LAND IN DECEMBER. ANY OTHER YEAR - OLDER, CLOSED
022589* OR STILL TO COME - IS NOT VALID. SETS WS-ANO-LANCAMENTO AND,
022590* FOR A LAST-YEAR ENTRY, WS-LANCTO-ANTERIOR.
022591******************************************************************
022592 2310-VERIFICAR-EXERCICIO.
022593
022594     MOVE 'N' TO WS-SW-EXERCICIO-VALIDO
022595     MOVE 'N' TO WS-SW-LANCTO-ANTERIOR
022596     MOVE WS-DATA-TRANSACAO(1:4) TO WS-ANO-LANCAMENTO
022597     IF WS-ANO-LANCAMENTO = WS-ANO-ATUAL
022598         SET WS-EXERCICIO-VALIDO TO TRUE
022599     ELSE
022600         IF WS-ANO-LANCAMENTO = WS-ANO-ANTERIOR
022601             AND NOT WS-ANTERIOR-ENCERRADO
022602             SET WS-EXERCICIO-VALIDO TO TRUE
022603             SET WS-LANCTO-ANTERIOR TO TRUE
022604         END-IF
022605     END-IF
022606     .
022607 2310-VERIFICAR-EXERCICIO-EXIT.
022608     EXIT.
022609
022610******************************************************************
022620* 2320-VALIDAR-COMPLEMENTO - VALIDATE THE INVOICE NUMBER AND THE
022630* TRANSACTION DATE OF THE BATCH RECORD JUST READ AND CHECK THE
022640* NUMBER FOR DUPLICITY, AND CHECK THE DATE AGAINST THE STORE'S
022650* CLOSING DATE. A RETURN IS ALSO MATCHED AGAINST ITS ORIGINAL
022651* SALE (2440), AND AN ENTRY THAT PASSES ALL OF THAT HAS ITS
022652* SALESPERSON CHECKED (2460). LEAVES THE REJECT REASON
022653* (06/07/11/10/08, 12/13/14 AND 15/16) IN WS-MOTIVO-COMPLEMENTO,
022654* OR SPACES WHEN EVERYTHING IS GOOD. A GOOD DATE ALSO SETS THE
022655* YEAR THE ENTRY POSTS INTO (2310); UNTIL THEN THE CURRENT YEAR
022656* STANDS, FOR THE PERIOD CHECK.
022660******************************************************************
022670 2320-VALIDAR-COMPLEMENTO.
022680
022690     MOVE SPACES TO WS-MOTIVO-COMPLEMENTO
022693     MOVE WS-ANO-ATUAL TO WS-ANO-LANCAMENTO
022696     MOVE 'N' TO WS-SW-LANCTO-ANTERIOR
022700     IF VDT-NUM-NF NUMERIC
022710         MOVE VDT-NUM-NF TO WS-NUM-NF
022720     ELSE
022730         MOVE 0 TO WS-NUM-NF
022740     END-IF
022741     IF WS-TIPO-DEVOLUCAO AND VDT-NF-ORIGEM NUMERIC
022742         MOVE VDT-NF-ORIGEM TO WS-NF-ORIGEM
022743     ELSE
022744         MOVE 0 TO WS-NF-ORIGEM
022745     END-IF
022746     MOVE VDT-VENDEDOR TO WS-VENDEDOR
022750     IF VDT-DATA NUMERIC
022760         MOVE VDT-DATA TO WS-DATA-TRANSACAO
022770     ELSE
022850         IF NOT WS-DATA-NF-VALIDA
022860             MOVE '07' TO WS-MOTIVO-COMPLEMENTO
022870         ELSE
022880             PERFORM 2310-VERIFICAR-EXERCICIO
022890                     THRU 2310-VERIFICAR-EXERCICIO-EXIT
022900             IF NOT WS-EXERCICIO-VALIDO
022910                 MOVE '11' TO WS-MOTIVO-COMPLEMENTO
022911             ELSE
022912                 PERFORM 2180-VERIFICAR-ENCERRAMENTO
022913                         THRU 2180-VERIFICAR-ENCERRAMENTO-EXIT
022914                 IF WS-FILIAL-ENCERRADA
022915                     MOVE '10' TO WS-MOTIVO-COMPLEMENTO
022916                 ELSE
022917                     PERFORM 2400-VERIFICAR-NF-DUPLICADA
022918                         THRU 2400-VERIFICAR-NF-DUPLICADA-EXIT
022919                     IF WS-NF-DUPLICADA
022920                         MOVE '08' TO WS-MOTIVO-COMPLEMENTO
022921                     ELSE
022922                         IF WS-TIPO-DEVOLUCAO
022923                             PERFORM 2440-VERIFICAR-NF-ORIGEM
022924                             THRU 2440-VERIFICAR-NF-ORIGEM-EXIT
022925                             MOVE WS-MOTIVO-ORIGEM
022926                               TO WS-MOTIVO-COMPLEMENTO
022927                         END-IF
022928                         IF WS-MOTIVO-COMPLEMENTO = SPACES
022929                             PERFORM 2460-VALIDAR-VENDEDOR
022930                             THRU 2460-VALIDAR-VENDEDOR-EXIT
022931                             MOVE WS-MOTIVO-VENDEDOR
022932                               TO WS-MOTIVO-COMPLEMENTO
022933                         END-IF
022934                     END-IF
022935                 END-IF
022936             END-IF
022937         END-IF
022940     END-IF
022950     .
022960 2320-VALIDAR-COMPLEMENTO-EXIT.
022961     EXIT.
022962
022963******************************************************************
022964* 2330-VERIFICAR-ANO-ENCERRADO - LOOK UP THE YEAR-END CLOSE
022965* RECORD (MONTH 00) OF YEAR WS-ANO-PERIODO IN VENDAPER. ONLY AN
022966* 'F' ON FILE MEANS THE YEAR IS CLOSED.
022967******************************************************************
022968 2330-VERIFICAR-ANO-ENCERRADO.
022969
022970     MOVE 'N' TO WS-SW-ANO-ENCERRADO
022971     MOVE WS-ANO-PERIODO TO VPE-ANO
022972     MOVE 0              TO VPE-MES
022973     READ VENDAS-PERIODOS
022974         INVALID KEY
022975             CONTINUE
022976         NOT INVALID KEY
022977             IF VPE-SITUACAO = 'F'
022978                 SET WS-ANO-ENCERRADO TO TRUE
022979             END-IF
022980     END-READ
022981     .
022982 2330-VERIFICAR-ANO-ENCERRADO-EXIT.
022983     EXIT.
022984
022990******************************************************************
023000* 2400-VERIFICAR-NF-DUPLICADA - ONE KEYED LOOKUP ON THE
023010* VDL-NUM-NF PATH OF THE AUDIT LOG FOR THE NUMBER IN
023020* WS-NUM-NF, INSTEAD OF THE OLD IN-CORE TABLE FED BY A FULL
023030* FILE SCAN. A MATCH ONLY COUNTS WHEN IT WAS POSTED INTO THE
023040* ENTRY'S YEAR (VDL-CHAVE-MES) AND ITS SEQUENCE IS NOT BEYOND
023050* WS-SEQ-LOG - A RECORD BEYOND IT BELONGS TO AN ENTRY APPLIED
023060* AFTER THE LAST CHECKPOINT, WHICH A RESUMED RUN IS ABOUT TO
023070* RE-APPLY, AND FLAGGING IT WOULD SILENTLY DROP THAT SALE THE
023080* WAY THE OLD TABLE PRELOAD ONCE DID. ENTRIES POSTED BY THIS
023090* SESSION SIT AT OR BELOW WS-SEQ-LOG, SO A REPEAT INSIDE ONE
023100* RUN IS CAUGHT THE SAME WAY. AN ENTRY REVERSED BY PROGESTORNO
023105* HAS BEEN WRITTEN OFF AND DOES NOT HOLD ITS NUMBER.
023110******************************************************************
023120 2400-VERIFICAR-NF-DUPLICADA.
023130
023270     PERFORM 2410-LER-NF-CHAVE THRU 2410-LER-NF-CHAVE-EXIT
023280             UNTIL WS-FIM-NF OR WS-NF-DUPLICADA
023290                OR NOT WS-LOG-OK
023300     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM AND NOT WS-FIM-NF
023310         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
023320         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023330     END-IF
023440             IF VDL-NUM-NF NOT = WS-NUM-NF
023450                 SET WS-FIM-NF TO TRUE
023460             ELSE
023470                 MOVE VDL-CHAVE-MES(1:4) TO WS-ANO-LOG-NF
023480                 IF WS-ANO-LOG-NF = WS-ANO-LANCAMENTO
023490                     AND VDL-SEQUENCIA NOT > WS-SEQ-LOG
023495                     AND NOT VDL-ESTORNADO
023500                     SET WS-NF-DUPLICADA TO TRUE
023510                 END-IF
023520             END-IF
023720     END-IF
023730     .
023740 2420-VALIDAR-DATA-NF-EXIT.
023741     EXIT.
023742
023743******************************************************************
023744* 2440-VERIFICAR-NF-ORIGEM - MATCH THE RETURN BEING POSTED
023745* AGAINST THE SALE INVOICE WS-NF-ORIGEM IT REVERSES. THE SALE
023746* IS THE LATEST 'V' ENTRY UNDER THAT NUMBER DATED NO LATER THAN
023747* THE RETURN - FIRST ON THE VDL-NUM-NF PATH OF THE LIVE LOG
023748* (2441), THEN ON VENDAHST WHEN IT HAS BEEN ARCHIVED (2442).
023749* WHAT WAS ALREADY RETURNED AGAINST IT COMES FROM THE
023750* VDL-NF-ORIGEM PATH (2444) AND, FOR AN ARCHIVED SALE, FROM
023751* VENDAHST AS WELL (2446). LIKE 2400, A LIVE ENTRY BEYOND
023752* WS-SEQ-LOG IS ABOUT TO BE RE-APPLIED BY A RESUMED RUN AND IS
023753* NOT COUNTED, AND NEITHER IS AN ENTRY REVERSED BY PROGESTORNO.
023754* LEAVES IN WS-MOTIVO-ORIGEM:
023755*   12 - NO NUMBER, OR NO SUCH SALE ON THE LOG OR THE HISTORY
023756*   13 - THE SALE BELONGS TO ANOTHER STORE
023757*   14 - NOTHING LEFT TO RETURN, OR WS-VALOR ABOVE WHAT IS LEFT
023758* OR SPACES, WITH THE BALANCE IN WS-SALDO-ORIGEM.
023759******************************************************************
023760 2440-VERIFICAR-NF-ORIGEM.
023761
023762     MOVE SPACES TO WS-MOTIVO-ORIGEM
023763     MOVE SPACES TO WS-ORIG-FILIAL
023764     MOVE 'N'    TO WS-SW-ORIGEM-ACHADA
023765     MOVE 'N'    TO WS-SW-ORIGEM-HISTORICO
023766     MOVE 0      TO WS-ORIG-DATA-NF
023767     MOVE 0      TO WS-ORIG-SEQUENCIA
023768     MOVE 0      TO WS-ORIG-VALOR
023769     MOVE 0      TO WS-ORIG-DEVOLVIDO
023770     MOVE 0      TO WS-SALDO-ORIGEM
023771     IF WS-NF-ORIGEM = 0
023772         MOVE '12' TO WS-MOTIVO-ORIGEM
023773         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023774     END-IF
023775     MOVE 'N' TO WS-SW-FIM-ORIGEM
023776     MOVE WS-NF-ORIGEM TO VDL-NUM-NF
023777     START VENDAS-LOG KEY = VDL-NUM-NF
023778         INVALID KEY
023779             SET WS-FIM-ORIGEM TO TRUE
023780     END-START
023781     IF NOT WS-FIM-ORIGEM AND NOT WS-LOG-OK
023782         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
023783                 WS-STATUS-LOG
023784         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023785         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023786     END-IF
023787     PERFORM 2441-LER-ORIGEM-LOG THRU 2441-LER-ORIGEM-LOG-EXIT
023788             UNTIL WS-FIM-ORIGEM OR NOT WS-LOG-OK
023789     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM AND NOT WS-FIM-ORIGEM
023790         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
023791         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023792         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023793     END-IF
023794     IF NOT WS-ORIGEM-ACHADA
023795         PERFORM 2442-PROCURAR-ORIGEM-HIST
023796                 THRU 2442-PROCURAR-ORIGEM-HIST-EXIT
023797         IF WS-MES-SAIR
023798             GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023799         END-IF
023800     END-IF
023801     IF NOT WS-ORIGEM-ACHADA
023802         MOVE '12' TO WS-MOTIVO-ORIGEM
023803         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023804     END-IF
023805     IF WS-ORIG-FILIAL NOT = WS-FILIAL
023806         MOVE '13' TO WS-MOTIVO-ORIGEM
023807         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023808     END-IF
023809     MOVE 'N' TO WS-SW-FIM-ORIGEM
023810     MOVE WS-NF-ORIGEM TO VDL-NF-ORIGEM
023811     START VENDAS-LOG KEY = VDL-NF-ORIGEM
023812         INVALID KEY
023813             SET WS-FIM-ORIGEM TO TRUE
023814     END-START
023815     IF NOT WS-FIM-ORIGEM AND NOT WS-LOG-OK
023816         DISPLAY 'ERRO AO POSICIONAR VENDALOG - STATUS '
023817                 WS-STATUS-LOG
023818         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023819         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023820     END-IF
023821     PERFORM 2444-LER-DEVOLUCAO-LOG
023822             THRU 2444-LER-DEVOLUCAO-LOG-EXIT
023823             UNTIL WS-FIM-ORIGEM OR NOT WS-LOG-OK
023824     IF NOT WS-LOG-OK AND NOT WS-LOG-FIM AND NOT WS-FIM-ORIGEM
023825         DISPLAY 'ERRO AO LER VENDALOG - STATUS ' WS-STATUS-LOG
023826         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023827         GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023828     END-IF
023829     IF WS-ORIGEM-HISTORICO
023830         PERFORM 2446-SOMAR-DEVOLUCAO-HIST
023831                 THRU 2446-SOMAR-DEVOLUCAO-HIST-EXIT
023832         IF WS-MES-SAIR
023833             GO TO 2440-VERIFICAR-NF-ORIGEM-EXIT
023834         END-IF
023835     END-IF
023836     COMPUTE WS-SALDO-ORIGEM = WS-ORIG-VALOR - WS-ORIG-DEVOLVIDO
023837     IF WS-SALDO-ORIGEM NOT > 0
023838         OR WS-VALOR > WS-SALDO-ORIGEM
023839         MOVE '14' TO WS-MOTIVO-ORIGEM
023840     END-IF
023841     .
023842 2440-VERIFICAR-NF-ORIGEM-EXIT.
023843     EXIT.
023844
023845 2441-LER-ORIGEM-LOG.
023846
023847     READ VENDAS-LOG NEXT RECORD
023848         AT END
023849             SET WS-FIM-ORIGEM TO TRUE
023850         NOT AT END
023851             IF VDL-NUM-NF NOT = WS-NF-ORIGEM
023852                 SET WS-FIM-ORIGEM TO TRUE
023853             ELSE
023854                 IF VDL-TIPO = 'V'
023855                     AND NOT VDL-ESTORNADO
023856                     AND VDL-SEQUENCIA NOT > WS-SEQ-LOG
023857                     AND VDL-DATA-NF NOT > WS-DATA-TRANSACAO
023858                     AND VDL-DATA-NF NOT < WS-ORIG-DATA-NF
023859                     SET WS-ORIGEM-ACHADA TO TRUE
023860                     MOVE VDL-FILIAL    TO WS-ORIG-FILIAL
023861                     MOVE VDL-DATA-NF   TO WS-ORIG-DATA-NF
023862                     MOVE VDL-SEQUENCIA TO WS-ORIG-SEQUENCIA
023863                     MOVE VDL-VALOR     TO WS-ORIG-VALOR
023864                 END-IF
023865             END-IF
023866     END-READ
023867     .
023868 2441-LER-ORIGEM-LOG-EXIT.
023869     EXIT.
023870
023871******************************************************************
023872* 2442-PROCURAR-ORIGEM-HIST - THE SALE IS NOT ON THE LIVE LOG:
023873* SCAN THE ARCHIVE FOR IT. VENDAHST IS SEQUENTIAL, SO IT IS
023874* OPENED, READ THROUGH AND CLOSED AGAIN EACH TIME; A HISTORY
023875* THAT DOES NOT EXIST YET SIMPLY HOLDS NO SALE.
023876******************************************************************
023877 2442-PROCURAR-ORIGEM-HIST.
023878
023879     OPEN INPUT VENDAS-HISTORICO
023880     IF WS-HST-NAO-EXISTE
023881         GO TO 2442-PROCURAR-ORIGEM-HIST-EXIT
023882     END-IF
023883     IF NOT WS-HST-OK
023884         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
023885         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023886         GO TO 2442-PROCURAR-ORIGEM-HIST-EXIT
023887     END-IF
023888     MOVE 'N' TO WS-SW-FIM-ORIGEM
023889     PERFORM 2443-LER-ORIGEM-HIST THRU 2443-LER-ORIGEM-HIST-EXIT
023890             UNTIL WS-FIM-ORIGEM
023891     CLOSE VENDAS-HISTORICO
023892     IF WS-ORIGEM-ACHADA
023893         SET WS-ORIGEM-HISTORICO TO TRUE
023894     END-IF
023895     .
023896 2442-PROCURAR-ORIGEM-HIST-EXIT.
023897     EXIT.
023898
023899 2443-LER-ORIGEM-HIST.
023900
023901     READ VENDAS-HISTORICO
023902         AT END
023903             SET WS-FIM-ORIGEM TO TRUE
023904         NOT AT END
023905             IF VHS-NUM-NF = WS-NF-ORIGEM
023906                 AND VHS-TIPO = 'V'
023907                 AND VHS-SITUACAO NOT = 'E'
023908                 AND VHS-DATA-NF NOT > WS-DATA-TRANSACAO
023909                 AND VHS-DATA-NF NOT < WS-ORIG-DATA-NF
023910                 SET WS-ORIGEM-ACHADA TO TRUE
023911                 MOVE VHS-FILIAL    TO WS-ORIG-FILIAL
023912                 MOVE VHS-DATA-NF   TO WS-ORIG-DATA-NF
023913                 MOVE VHS-SEQUENCIA TO WS-ORIG-SEQUENCIA
023914                 MOVE VHS-VALOR     TO WS-ORIG-VALOR
023915             END-IF
023916     END-READ
023917     IF NOT WS-HST-OK AND NOT WS-HST-FIM
023918         SET WS-FIM-ORIGEM TO TRUE
023919     END-IF
023920     .
023921 2443-LER-ORIGEM-HIST-EXIT.
023922     EXIT.
023923
023924 2444-LER-DEVOLUCAO-LOG.
023925
023926     READ VENDAS-LOG NEXT RECORD
023927         AT END
023928             SET WS-FIM-ORIGEM TO TRUE
023929         NOT AT END
023930             IF VDL-NF-ORIGEM NOT = WS-NF-ORIGEM
023931                 SET WS-FIM-ORIGEM TO TRUE
023932             ELSE
023933                 IF VDL-TIPO = 'D'
023934                     AND NOT VDL-ESTORNADO
023935                     AND VDL-FILIAL = WS-ORIG-FILIAL
023936                     AND VDL-SEQUENCIA NOT > WS-SEQ-LOG
023937                     AND VDL-DATA-NF NOT < WS-ORIG-DATA-NF
023938                     ADD VDL-VALOR TO WS-ORIG-DEVOLVIDO
023939                 END-IF
023940             END-IF
023941     END-READ
023942     .
023943 2444-LER-DEVOLUCAO-LOG-EXIT.
023944     EXIT.
023945
023946******************************************************************
023947* 2446-SOMAR-DEVOLUCAO-HIST - THE SALE WAS FOUND ON VENDAHST, SO
023948* PART OF WHAT HAS BEEN RETURNED AGAINST IT MAY HAVE BEEN
023949* ARCHIVED WITH IT. ONE MORE PASS OVER THE HISTORY ADDS THOSE
023950* RETURNS TO WHAT 2444 FOUND ON THE LIVE LOG.
023951******************************************************************
023952 2446-SOMAR-DEVOLUCAO-HIST.
023953
023954     OPEN INPUT VENDAS-HISTORICO
023955     IF NOT WS-HST-OK
023956         DISPLAY 'ERRO AO ABRIR VENDAHST - STATUS ' WS-STATUS-HST
023957         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
023958         GO TO 2446-SOMAR-DEVOLUCAO-HIST-EXIT
023959     END-IF
023960     MOVE 'N' TO WS-SW-FIM-ORIGEM
023961     PERFORM 2447-LER-DEVOLUCAO-HIST
023962             THRU 2447-LER-DEVOLUCAO-HIST-EXIT
023963             UNTIL WS-FIM-ORIGEM
023964     CLOSE VENDAS-HISTORICO
023965     .
023966 2446-SOMAR-DEVOLUCAO-HIST-EXIT.
023967     EXIT.
023968
023969 2447-LER-DEVOLUCAO-HIST.
023970
023971     READ VENDAS-HISTORICO
023972         AT END
023973             SET WS-FIM-ORIGEM TO TRUE
023974         NOT AT END
023975             IF VHS-NF-ORIGEM = WS-NF-ORIGEM
023976                 AND VHS-TIPO = 'D'
023977                 AND VHS-SITUACAO NOT = 'E'
023978                 AND VHS-FILIAL = WS-ORIG-FILIAL
023979                 AND VHS-DATA-NF NOT < WS-ORIG-DATA-NF
023980                 ADD VHS-VALOR TO WS-ORIG-DEVOLVIDO
023981             END-IF
023982     END-READ
023983     IF NOT WS-HST-OK AND NOT WS-HST-FIM
023984         SET WS-FIM-ORIGEM TO TRUE
023985     END-IF
023986     .
023987 2447-LER-DEVOLUCAO-HIST-EXIT.
023988     EXIT.
023989
023990******************************************************************
023991* 2460-VALIDAR-VENDEDOR - LOOK WS-VENDEDOR UP IN WS-VENDEDOR-
023992* TABELA. A BLANK CODE, A CODE NOT ON VENDAVEN, OR A SALESPERSON
023993* NOT YET HIRED OR ALREADY GONE ON WS-DATA-TRANSACAO IS REASON
023994* 15; ONE HOMED AT ANOTHER STORE THAN WS-FILIAL IS REASON 16.
023995* LEAVES THE REASON IN WS-MOTIVO-VENDEDOR (SPACES WHEN GOOD) AND
023996* THE TABLE ENTRY IN WS-VEN-ACHADO (ZERO WHEN NOT FOUND).
023997******************************************************************
023998 2460-VALIDAR-VENDEDOR.
023999
024000     MOVE SPACES TO WS-MOTIVO-VENDEDOR
024001     MOVE 0      TO WS-VEN-ACHADO
024002     IF WS-VENDEDOR = SPACES
024003         MOVE '15' TO WS-MOTIVO-VENDEDOR
024004         GO TO 2460-VALIDAR-VENDEDOR-EXIT
024005     END-IF
024006     PERFORM 2465-PROCURAR-VENDEDOR
024007             THRU 2465-PROCURAR-VENDEDOR-EXIT
024008         VARYING WS-VEN-SUB FROM 1 BY 1
024009         UNTIL WS-VEN-SUB > WS-QTDE-VENDEDORES
024010            OR WS-VEN-ACHADO > 0
024011     IF WS-VEN-ACHADO = 0
024012         MOVE '15' TO WS-MOTIVO-VENDEDOR
024013         GO TO 2460-VALIDAR-VENDEDOR-EXIT
024014     END-IF
024015     IF WS-DATA-TRANSACAO < WS-VEN-ADMISSAO(WS-VEN-ACHADO)
024016         OR (WS-VEN-DESLIGAMENTO(WS-VEN-ACHADO) > 0
024017             AND WS-DATA-TRANSACAO >
024018                 WS-VEN-DESLIGAMENTO(WS-VEN-ACHADO))
024019         MOVE '15' TO WS-MOTIVO-VENDEDOR
024020         GO TO 2460-VALIDAR-VENDEDOR-EXIT
024021     END-IF
024022     IF WS-VEN-LOJA(WS-VEN-ACHADO) NOT = WS-FILIAL
024023         MOVE '16' TO WS-MOTIVO-VENDEDOR
024024     END-IF
024025     .
024026 2460-VALIDAR-VENDEDOR-EXIT.
024027     EXIT.
024028
024029 2465-PROCURAR-VENDEDOR.
024030
024031     IF WS-VEN-CODIGO(WS-VEN-SUB) = WS-VENDEDOR
024032         MOVE WS-VEN-SUB TO WS-VEN-ACHADO
024033     END-IF
024034     .
024035 2465-PROCURAR-VENDEDOR-EXIT.
024036     EXIT.
024037
024038******************************************************************
024039* 2500-GRAVAR-LOG - WRITE THE DETAIL AUDIT RECORD FOR THE SALE
024040* JUST ACCEPTED, BEFORE IT IS FOLDED INTO WS-VENDAS, SO THE
024041* MONTHLY TOTAL CAN ALWAYS BE TRACED BACK TO ITS TRANSACTIONS.
024042* THE MONTH KEY CARRIES THE YEAR THE ENTRY POSTED INTO, WHICH
024043* IS NOT THE YEAR OF VDL-DATA FOR A LATE LAST-YEAR ENTRY. A
024044* BATCH ENTRY ALSO CARRIES THE BUSINESS DATE OF ITS STORE BATCH,
024045* THE KEY PROGESTORNO BACKS A WHOLE BATCH OUT BY. EVERY ENTRY
024046* CARRIES THE SALESPERSON IT IS COMMISSIONED TO (PROGCOMIS).
024047******************************************************************
024048 2500-GRAVAR-LOG.
024049
024050     ADD 1 TO WS-SEQ-LOG
024051     MOVE WS-SEQ-LOG TO VDL-SEQUENCIA
024052     MOVE WS-MESVENDA TO VDL-MES
024053     MOVE WS-VALOR TO VDL-VALOR
024054     MOVE WS-TIPO-TRANSACAO TO VDL-TIPO
024055     MOVE WS-FILIAL TO VDL-FILIAL
024056     MOVE WS-NUM-NF TO VDL-NUM-NF
024057     MOVE WS-DATA-TRANSACAO TO VDL-DATA-NF
024058     MOVE WS-NF-ORIGEM TO VDL-NF-ORIGEM
024059     MOVE WS-VENDEDOR TO VDL-VENDEDOR
024060     MOVE SPACE TO VDL-SITUACAO
024061     IF WS-MODO-LOTE AND WS-LOTE-CORRENTE > 0
024062         MOVE WS-LOTE-DATA(WS-LOTE-CORRENTE) TO VDL-DATA-LOTE
024063     ELSE
024064         MOVE 0 TO VDL-DATA-LOTE
024065     END-IF
024066     ACCEPT VDL-DATA FROM DATE YYYYMMDD
024067     ACCEPT VDL-HORA FROM TIME
024068     MOVE WS-ANO-LANCAMENTO TO VDL-CHAVE-MES(1:4)
024069     MOVE WS-MESVENDA   TO VDL-CHAVE-MES(5:2)
024070     WRITE VDL-REGISTRO
024071         INVALID KEY
024072             REWRITE VDL-REGISTRO
024073     END-WRITE
024074     IF NOT WS-LOG-OK
024075         DISPLAY 'ERRO AO GRAVAR VENDALOG - STATUS '
024076                 WS-STATUS-LOG
024077         PERFORM 1458-ABORTAR-LOTE THRU 1458-ABORTAR-LOTE-EXIT
024078     END-IF
024079     .
024080 2500-GRAVAR-LOG-EXIT.
024081     EXIT.
024082
024083******************************************************************
024084* 2550-ACUMULAR-LANCAMENTO - FOLD THE ENTRY JUST LOGGED INTO THE
024085* MONTHLY ACCUMULATORS OF THE YEAR IT POSTS INTO: THIS YEAR'S,
024086* OR LAST YEAR'S WHILE THAT YEAR IS STILL OPEN. SHARED BY THE
024087* TERMINAL AND THE BATCH PATHS. A SALE ALSO CARRIES ITS TAX.
024088******************************************************************
024089 2550-ACUMULAR-LANCAMENTO.
024090
024091     IF WS-LANCTO-ANTERIOR
024092         IF WS-TIPO-VENDA
024093             ADD WS-VALOR TO WS-VENDAS-ANT(WS-MESVENDA)
024094                 ON SIZE ERROR
024095                     PERFORM 2800-ABORTAR-ESTOURO
024096                             THRU 2800-ABORTAR-ESTOURO-EXIT
024097             END-ADD
024098         ELSE
024099             ADD WS-VALOR TO WS-VENDAS-DEV-ANT(WS-MESVENDA)
024100                 ON SIZE ERROR
024101                     PERFORM 2800-ABORTAR-ESTOURO
024102                             THRU 2800-ABORTAR-ESTOURO-EXIT
024103             END-ADD
024104         END-IF
024105     ELSE
024106         IF WS-TIPO-VENDA
024107             ADD WS-VALOR TO WS-VENDAS(WS-MESVENDA)
024108                 ON SIZE ERROR
024109                     PERFORM 2800-ABORTAR-ESTOURO
024110                             THRU 2800-ABORTAR-ESTOURO-EXIT
024111             END-ADD
024112         ELSE
024113             ADD WS-VALOR TO WS-VENDAS-DEV(WS-MESVENDA)
024114                 ON SIZE ERROR
024115                     PERFORM 2800-ABORTAR-ESTOURO
024116                             THRU 2800-ABORTAR-ESTOURO-EXIT
024117             END-ADD
024118         END-IF
024119     END-IF
024120     IF WS-TIPO-VENDA
024121         PERFORM 2700-CALCULAR-IMPOSTO
024122                 THRU 2700-CALCULAR-IMPOSTO-EXIT
024123     END-IF
024124     .
024125 2550-ACUMULAR-LANCAMENTO-EXIT.
024126     EXIT.
024127
024128******************************************************************
024129* 2510-GRAVAR-CONTROLE-LOG - REWRITE THE 000000 SEQUENCE
024130* CONTROL RECORD WITH THE LAST SEQUENCE USED, SO THE NEXT
024131* SESSION CONTINUES THE NUMBERING. PERFORMED AT EVERY
024132* CHECKPOINT AND ONCE MORE BEFORE THE LOG IS CLOSED - A CRASH
024140* BETWEEN CHECKPOINTS LEAVES AT MOST THE POST-CHECKPOINT
024150* ENTRIES BEYOND THE CONTROL, EXACTLY THE ENTRIES A RESUME
024160* RE-APPLIES IN PLACE.
024570         MOVE WS-VENDAS(WS-SUB)     TO VCK-VENDAS(WS-SUB)
024580         MOVE WS-VENDAS-DEV(WS-SUB) TO VCK-DEVOLUCOES(WS-SUB)
024590         MOVE WS-IMPOSTO(WS-SUB)    TO VCK-IMPOSTO(WS-SUB)
024600         MOVE WS-VENDAS-ANT(WS-SUB) TO VCK-VENDAS-ANT(WS-SUB)
024601         MOVE WS-VENDAS-DEV-ANT(WS-SUB)
024602             TO VCK-DEVOLUCOES-ANT(WS-SUB)
024603         MOVE WS-IMPOSTO-ANT(WS-SUB)
024604             TO VCK-IMPOSTO-ANT(WS-SUB)
024605     END-PERFORM
024606     MOVE WS-ANO-ATUAL         TO VCK-ANO
024610     MOVE WS-SEQ-LOG           TO VCK-SEQ-LOG
024620     MOVE WS-CONTADOR-ENTRADAS TO VCK-QTDE-ENTRADAS
024630     MOVE WS-CONTADOR-LIDOS    TO VCK-QTDE-LIDAS
024930* TRANSACTION'S PERIOD TO THE SALE JUST ACCEPTED AND FOLD THE
024940* RESULT INTO THE MONTH'S TAX ACCUMULATOR. RETURNS DO NOT
024950* GENERATE TAX, SO THIS IS ONLY PERFORMED FOR WS-TIPO-VENDA
024960* ENTRIES. A LAST-YEAR ENTRY ADDS TO LAST YEAR'S ACCUMULATOR.
024970******************************************************************
024980 2700-CALCULAR-IMPOSTO.
024990
025010             THRU 2750-OBTER-ALIQUOTA-EXIT
025020     COMPUTE WS-IMPOSTO-ENTRADA ROUNDED =
025030         (WS-VALOR * WS-ALIQUOTA-IMPOSTO) / 10000
025040     IF WS-LANCTO-ANTERIOR
025050         ADD WS-IMPOSTO-ENTRADA TO WS-IMPOSTO-ANT(WS-MESVENDA)
025060             ON SIZE ERROR
025070                 PERFORM 2800-ABORTAR-ESTOURO
025080                         THRU 2800-ABORTAR-ESTOURO-EXIT
025081         END-ADD
025082     ELSE
025083         ADD WS-IMPOSTO-ENTRADA TO WS-IMPOSTO(WS-MESVENDA)
025084             ON SIZE ERROR
025085                 PERFORM 2800-ABORTAR-ESTOURO
025086                         THRU 2800-ABORTAR-ESTOURO-EXIT
025087         END-ADD
025088     END-IF
025090     .
025100 2700-CALCULAR-IMPOSTO-EXIT.
025110     EXIT.
025230
025240     MOVE WS-ALIQUOTA-PADRAO TO WS-ALIQUOTA-IMPOSTO
025250     COMPUTE WS-DATA-PERIODO =
025260         WS-ANO-LANCAMENTO * 10000 + WS-MESVENDA * 100 + 1
025270     PERFORM VARYING WS-TAXA-SUB FROM 1 BY 1
025280             UNTIL WS-TAXA-SUB > WS-TAXA-QTDE
025290         IF WS-TAXA-VIGENCIA(WS-TAXA-SUB) NOT > WS-DATA-PERIODO
025780     END-IF
025790     .
025800 7000-MANTER-PERIODOS-EXIT.
025801     EXIT.
025802
025803******************************************************************
025804* 7050-GRAVAR-AUDITORIA - APPEND ONE VENDAAUD RECORD FOR A CHANGE
025805* JUST APPLIED: THE SUPERVISOR NAMED AT THE START OF THE SESSION,
025806* THE DATE AND TIME, THE MODE, AND THE ACTION, KEY AND BEFORE
025807* AND AFTER IMAGES THE CALLER LEFT IN WS-AUD-ACAO, WS-AUD-CHAVE,
025808* WS-AUD-ANTES AND WS-AUD-DEPOIS. THE CHANGE IS ALREADY ON FILE
025809* WHEN THIS RUNS, SO A FAILED WRITE IS NOT AN ABEND: THE IMAGES
025810* GO TO SYSOUT INSTEAD AND THE SESSION ENDS RC=8 TO BE FOLLOWED
025811* UP, THERE AND THEN - NO FURTHER CHANGE MAY BE MADE WITHOUT ITS
025812* AUDIT RECORD. THE FILES THE MODE MAINTAINS ARE CLOSED AND THE
025813* SESSION IS STILL ENTERED ON THE RUN REGISTER.
025814******************************************************************
025815 7050-GRAVAR-AUDITORIA.
025816
025817     MOVE SPACES           TO VAU-REGISTRO
025818     ACCEPT VAU-DATA FROM DATE YYYYMMDD
025819     ACCEPT VAU-HORA FROM TIME
025820     MOVE WS-MODO-EXECUCAO TO VAU-MODO
025821     MOVE WS-AUD-ACAO      TO VAU-ACAO
025822     MOVE WS-RESPONSAVEL   TO VAU-RESPONSAVEL
025823     MOVE WS-AUD-CHAVE     TO VAU-CHAVE
025824     MOVE WS-AUD-ANTES     TO VAU-ANTES
025825     MOVE WS-AUD-DEPOIS    TO VAU-DEPOIS
025826     WRITE VAU-REGISTRO
025827     IF NOT WS-AUD-OK
025828         DISPLAY 'ERRO AO GRAVAR VENDAAUD - STATUS ' WS-STATUS-AUD
025829         DISPLAY '  MODO ' WS-MODO-EXECUCAO ' ACAO ' WS-AUD-ACAO
025830                 ' CHAVE ' WS-AUD-CHAVE ' POR ' WS-RESPONSAVEL
025831         DISPLAY '  ANTES:  ' WS-AUD-ANTES
025832         DISPLAY '  DEPOIS: ' WS-AUD-DEPOIS
025833         MOVE 8 TO RETURN-CODE
025834         PERFORM 7060-ENCERRAR-SEM-AUDITORIA
025835                 THRU 7060-ENCERRAR-SEM-AUDITORIA-EXIT
025836     END-IF
025837     .
025838 7050-GRAVAR-AUDITORIA-EXIT.
025839     EXIT.
025840
025841******************************************************************
025842* 7060-ENCERRAR-SEM-AUDITORIA - END A MAINTENANCE SESSION WHOSE
025843* AUDIT TRAIL CAN NO LONGER BE WRITTEN: CLOSE VENDAAUD AND THE
025844* FILES THE MODE HAS OPEN, ENTER THE SESSION ON THE RUN
025845* REGISTER WITH ITS RC=8 AND STOP.
025846******************************************************************
025847 7060-ENCERRAR-SEM-AUDITORIA.
025848
025849     DISPLAY 'SESSAO ENCERRADA - NENHUMA OUTRA ALTERACAO SERA '
025850             'ACEITA SEM AUDITORIA'
025851     CLOSE VENDAS-AUDITORIA
025852     IF WS-MODO-MANUT-PERIODO OR WS-MODO-ENCERRAR-EXERCICIO
025853         CLOSE VENDAS-PERIODOS
025854     END-IF
025855     IF WS-MODO-MANUT-PERIODO
025856         IF NOT WS-SEM-MESTRE-CONS
025857             CLOSE VENDAS-MESTRE
025858         END-IF
025859         IF NOT WS-SEM-GLC
025860             CLOSE VENDAS-GL-CONTROLE
025861         END-IF
025862     END-IF
025863     IF WS-MODO-MANUT-ORCAMENTO
025864         CLOSE VENDAS-ORCAMENTO
025865     END-IF
025866     IF WS-MODO-MANUT-TAXA
025867         CLOSE VENDAS-TAXAS
025868     END-IF
025869     IF WS-MODO-MANUT-FILIAL
025870         CLOSE VENDAS-LOJAS
025871     END-IF
025872     IF WS-MODO-MANUT-VENDEDOR
025873         CLOSE VENDAS-VENDEDORES
025874     END-IF
025875     IF WS-MODO-MANUT-CALENDARIO
025876         CLOSE VENDAS-CALENDARIO
025877     END-IF
025878     PERFORM 9980-GRAVAR-REGISTRO-RUN
025879             THRU 9980-GRAVAR-REGISTRO-RUN-EXIT
025880     MOVE 8 TO RETURN-CODE
025881     STOP RUN
025882     .
025883 7060-ENCERRAR-SEM-AUDITORIA-EXIT.
025884     EXIT.
025885
025886******************************************************************
025887* 7100-PROCESSAR-PERIODO - OBTAIN ONE PERIOD (MONTH AND YEAR)
025888* AND THE ACTION TO TAKE ON IT, THEN APPLY IT TO VENDAPER. THE
025889* MONTH PROMPT AND ITS 99 EXIT SENTINEL ARE THE SAME ONES THE
025890* TERMINAL ENTRY PATH USES.
025891******************************************************************
025892 7100-PROCESSAR-PERIODO.
025900
025910     MOVE 0 TO WS-MESVENDA
025920     PERFORM 2110-OBTER-MES THRU 2110-OBTER-MES-EXIT
026390******************************************************************
026400* 7200-ATUALIZAR-PERIODO - WRITE OR REWRITE THE VENDAPER RECORD
026410* FOR THE CHOSEN PERIOD. THE REWRITE-THEN-WRITE PATTERN IS THE
026420* SAME ONE 9000-CONTABILIZAR USES ON THE MASTER. A MONTH OF A
026422* YEAR THAT HAS HAD ITS YEAR-END CLOSE (PARM='E') CAN NEITHER
026424* BE CLOSED NOR REOPENED ANY MORE. THE RECORD AS IT STOOD IS
026426* READ FIRST SO THE CLOSE OR REOPEN GOES TO VENDAAUD WITH ITS
026428* BEFORE AND AFTER IMAGES.
026430******************************************************************
026440 7200-ATUALIZAR-PERIODO.
026450
026451     PERFORM 2330-VERIFICAR-ANO-ENCERRADO
026452             THRU 2330-VERIFICAR-ANO-ENCERRADO-EXIT
026453     IF WS-ANO-ENCERRADO
026454         DISPLAY 'EXERCICIO ' WS-ANO-PERIODO ' ENCERRADO - '
026455                 'PERIODO ' WS-ANO-PERIODO '/' WS-MESVENDA
026456                 ' NAO PODE SER ALTERADO'
026457         GO TO 7200-ATUALIZAR-PERIODO-EXIT
026458     END-IF
026460     IF WS-ACAO-FECHAR
026470         PERFORM 7300-VERIFICAR-FECHAMENTO
026480                 THRU 7300-VERIFICAR-FECHAMENTO-EXIT
026510                     WS-MESVENDA ' RECUSADO'
026520             GO TO 7200-ATUALIZAR-PERIODO-EXIT
026530         END-IF
026540     END-IF
026550     MOVE WS-ANO-PERIODO TO VPE-ANO
026560     MOVE WS-MESVENDA    TO VPE-MES
026570     READ VENDAS-PERIODOS
026571         INVALID KEY
026572             MOVE 'I'          TO WS-AUD-ACAO
026573             MOVE SPACES       TO WS-AUD-ANTES
026574         NOT INVALID KEY
026575             MOVE 'A'          TO WS-AUD-ACAO
026576             MOVE VPE-REGISTRO TO WS-AUD-ANTES
026577     END-READ
026580     MOVE SPACES TO VPE-REGISTRO
026590     MOVE WS-ANO-PERIODO TO VPE-ANO
026600     MOVE WS-MESVENDA    TO VPE-MES
026630     ELSE
026640         MOVE 'A' TO VPE-SITUACAO
026650     END-IF
026653     MOVE VPE-CHAVE    TO WS-AUD-CHAVE
026656     MOVE VPE-REGISTRO TO WS-AUD-DEPOIS
026660     REWRITE VPE-REGISTRO
026670         INVALID KEY
026680             WRITE VPE-REGISTRO
026700     IF NOT WS-PER-OK
026710         DISPLAY 'ERRO AO GRAVAR VENDAPER - STATUS ' WS-STATUS-PER
026720     ELSE
026723         PERFORM 7050-GRAVAR-AUDITORIA
026726                 THRU 7050-GRAVAR-AUDITORIA-EXIT
026730         IF WS-ACAO-FECHAR
026740             DISPLAY 'PERIODO ' WS-ANO-PERIODO '/' WS-MESVENDA
026750                     ' FECHADO'
026860 7200-ATUALIZAR-PERIODO-EXIT.
026870     EXIT.
026880
027070******************************************************************
027080* 7300-VERIFICAR-FECHAMENTO - THE GATE IN FRONT OF A PERIOD
027090* CLOSE. THE MONTH ONLY CLOSES WHEN (1) THE VENDALOG DETAIL
028200* VDL-CHAVE-MES PATH AND, WHILE IT STILL BELONGS TO THE
028210* PERIOD UNDER CLOSE, FOLD ITS VALUE INTO THE ACCUMULATOR FOR
028220* ITS TYPE - THE SAME AGGREGATION PROGCONCIL USES, WITHOUT
028230* THE FULL FILE PASS. A REVERSED ENTRY IS NO LONGER IN THE
028235* MASTER AND IS LEFT OUT HERE TOO.
028240******************************************************************
028250 7310-LER-LOG-FECHAMENTO.
028260
028310             IF VDL-CHAVE-MES NOT = WS-CHAVE-MES-BUSCA
028320                 SET WS-FIM-FAIXA TO TRUE
028330             ELSE
028332                 IF VDL-ESTORNADO
028334                     GO TO 7310-LER-LOG-FECHAMENTO-EXIT
028336                 END-IF
028340                 IF VDL-TIPO = 'V'
028350                     ADD VDL-VALOR TO WS-FECH-VENDAS-LOG
028360                 ELSE
029110******************************************************************
029120* 7530-ATUALIZAR-ORCAMENTO - WRITE OR REWRITE THE VENDAORC
029130* RECORD FOR THE CHOSEN PERIOD. THE REWRITE-THEN-WRITE PATTERN
029140* IS THE SAME ONE THE PERIOD MAINTENANCE AND THE MASTER USE. THE
029145* FIGURE IT REPLACES IS READ FIRST FOR THE VENDAAUD RECORD.
029150******************************************************************
029160 7530-ATUALIZAR-ORCAMENTO.
029170
029171     MOVE WS-ANO-PERIODO  TO VOR-ANO
029172     MOVE WS-MESVENDA     TO VOR-MES
029173     READ VENDAS-ORCAMENTO
029174         INVALID KEY
029175             MOVE 'I'          TO WS-AUD-ACAO
029176             MOVE SPACES       TO WS-AUD-ANTES
029177         NOT INVALID KEY
029178             MOVE 'A'          TO WS-AUD-ACAO
029179             MOVE VOR-REGISTRO TO WS-AUD-ANTES
029180     END-READ
029181     MOVE SPACES TO VOR-REGISTRO
029190     MOVE WS-ANO-PERIODO  TO VOR-ANO
029200     MOVE WS-MESVENDA     TO VOR-MES
029210     MOVE WS-VALOR-ORCADO TO VOR-VALOR-ORCADO
029213     MOVE VOR-CHAVE    TO WS-AUD-CHAVE
029216     MOVE VOR-REGISTRO TO WS-AUD-DEPOIS
029220     REWRITE VOR-REGISTRO
029230         INVALID KEY
029240             WRITE VOR-REGISTRO
029260     IF NOT WS-ORC-OK
029270         DISPLAY 'ERRO AO GRAVAR VENDAORC - STATUS ' WS-STATUS-ORC
029280     ELSE
029283         PERFORM 7050-GRAVAR-AUDITORIA
029286                 THRU 7050-GRAVAR-AUDITORIA-EXIT
029290         DISPLAY 'ORCAMENTO DE ' WS-ANO-PERIODO '/' WS-MESVENDA
029300                 ' GRAVADO'
029310     END-IF
029320     .
029330 7530-ATUALIZAR-ORCAMENTO-EXIT.
029340     EXIT.
029341
029342******************************************************************
029343* 7600-ENCERRAR-EXERCICIO - SUPERVISED YEAR-END CLOSE, SELECTED
029344* BY PARM='E'. ONCE ACCOUNTING HAS BOOKED THE LAST ADJUSTMENTS
029345* OF THE OLD YEAR AND CLOSED ALL TWELVE OF ITS MONTHS (PARM='P',
029346* EACH CLOSE GATED ON THE LOG TIE-OUT AND THE GL EXPORT), THIS
029347* WRITES THE YEAR-END RECORD - VENDAPER MONTH 00, SITUACAO F.
029348* FROM THEN ON NO ENTRY DATED IN THAT YEAR IS ACCEPTED, ITS
029349* MONTHS CAN NO LONGER BE REOPENED AND THE POSTING RUNS STOP
029350* CARRYING IT. THERE IS NO REOPEN OF A CLOSED YEAR. WHO CLOSED
029351* IT, AND WHEN, GOES TO SYSOUT AND TO THE VENDAAUD AUDIT FILE.
029352******************************************************************
029353 7600-ENCERRAR-EXERCICIO.
029354
029355     DISPLAY 'ENCERRAMENTO DE EXERCICIO'
029356     PERFORM 7610-PROCESSAR-ENCERRAMENTO
029357             THRU 7610-PROCESSAR-ENCERRAMENTO-EXIT
029358     CLOSE VENDAS-PERIODOS
029359     .
029360 7600-ENCERRAR-EXERCICIO-EXIT.
029361     EXIT.
029362
029363******************************************************************
029364* 7610-PROCESSAR-ENCERRAMENTO - ONLY A YEAR ALREADY OVER CAN BE
029365* CLOSED, AND ONLY WHEN EVERY ONE OF ITS MONTHS IS CLOSED. THE
029366* MONTHS STILL OPEN ARE LISTED SO THE SUPERVISOR KNOWS WHAT IS
029367* MISSING. THE CLOSE ITSELF NEEDS A CONFIRMATION; THE NAME IS
029368* THE SUPERVISOR GIVEN AT THE START OF THE SESSION (1195).
029369******************************************************************
029370 7610-PROCESSAR-ENCERRAMENTO.
029371
029372     PERFORM 7620-OBTER-ANO-EXERCICIO
029373             THRU 7620-OBTER-ANO-EXERCICIO-EXIT
029374     IF WS-ANO-PERIODO NOT < WS-ANO-ATUAL
029375         DISPLAY 'EXERCICIO ' WS-ANO-PERIODO ' AINDA NAO '
029376                 'TERMINOU - ENCERRAMENTO RECUSADO'
029377         GO TO 7610-PROCESSAR-ENCERRAMENTO-EXIT
029378     END-IF
029379     PERFORM 2330-VERIFICAR-ANO-ENCERRADO
029380             THRU 2330-VERIFICAR-ANO-ENCERRADO-EXIT
029381     IF WS-ANO-ENCERRADO
029382         DISPLAY 'EXERCICIO ' WS-ANO-PERIODO ' JA ENCERRADO'
029383         GO TO 7610-PROCESSAR-ENCERRAMENTO-EXIT
029384     END-IF
029385     MOVE 0 TO WS-QTDE-MESES-FECHADOS
029386     PERFORM 7630-VERIFICAR-MES-FECHADO
029387             THRU 7630-VERIFICAR-MES-FECHADO-EXIT
029388             VARYING WS-MESVENDA FROM 1 BY 1
029389             UNTIL WS-MESVENDA > 12
029390     IF WS-QTDE-MESES-FECHADOS < 12
029391         DISPLAY 'ENCERRAMENTO DE ' WS-ANO-PERIODO ' RECUSADO - '
029392                 'FECHE OS MESES ACIMA (PARM=P)'
029393         GO TO 7610-PROCESSAR-ENCERRAMENTO-EXIT
029394     END-IF
029395     DISPLAY 'APOS O ENCERRAMENTO NENHUM LANCAMENTO ENTRA EM '
029396             WS-ANO-PERIODO ' E OS MESES NAO PODEM SER REABERTOS.'
029397     DISPLAY 'CONFIRMA O ENCERRAMENTO DE ' WS-ANO-PERIODO
029398             '? (S/N): '
029399     ACCEPT WS-RESPOSTA-ENCERRAR
029400     IF NOT WS-ENCERRAR-SIM
029401         DISPLAY 'EXERCICIO ' WS-ANO-PERIODO ' MANTIDO ABERTO'
029402         GO TO 7610-PROCESSAR-ENCERRAMENTO-EXIT
029403     END-IF
029404     MOVE WS-ANO-PERIODO TO VPE-ANO
029405     MOVE 0              TO VPE-MES
029406     READ VENDAS-PERIODOS
029407         INVALID KEY
029408             MOVE 'I'          TO WS-AUD-ACAO
029409             MOVE SPACES       TO WS-AUD-ANTES
029410         NOT INVALID KEY
029411             MOVE 'A'          TO WS-AUD-ACAO
029412             MOVE VPE-REGISTRO TO WS-AUD-ANTES
029413     END-READ
029414     MOVE SPACES         TO VPE-REGISTRO
029415     MOVE WS-ANO-PERIODO TO VPE-ANO
029416     MOVE 0              TO VPE-MES
029417     MOVE 'F'            TO VPE-SITUACAO
029418     MOVE VPE-CHAVE      TO WS-AUD-CHAVE
029419     MOVE VPE-REGISTRO   TO WS-AUD-DEPOIS
029420     REWRITE VPE-REGISTRO
029421         INVALID KEY
029422             WRITE VPE-REGISTRO
029423     END-REWRITE
029424     IF NOT WS-PER-OK
029425         DISPLAY 'ERRO AO GRAVAR VENDAPER - STATUS ' WS-STATUS-PER
029426     ELSE
029427         PERFORM 7050-GRAVAR-AUDITORIA
029428                 THRU 7050-GRAVAR-AUDITORIA-EXIT
029429         ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
029430         ACCEPT WS-HORA-SISTEMA FROM TIME
029431         DISPLAY 'EXERCICIO ' WS-ANO-PERIODO ' ENCERRADO POR '
029432                 WS-RESPONSAVEL ' EM ' WS-DATA-SISTEMA ' AS '
029433                 WS-HORA-SISTEMA(1:6)
029434     END-IF
029435     .
029436 7610-PROCESSAR-ENCERRAMENTO-EXIT.
029437     EXIT.
029438
029439 7620-OBTER-ANO-EXERCICIO.
029440
029441     DISPLAY 'INFORME O ANO A ENCERRAR (AAAA, BRANCO = '
029442             WS-ANO-ANTERIOR '): '
029443     MOVE SPACES TO WS-ANO-PER-ENTRADA
029444     ACCEPT WS-ANO-PER-ENTRADA.
029445     IF WS-ANO-PER-ENTRADA = SPACES
029446         MOVE WS-ANO-ANTERIOR TO WS-ANO-PERIODO
029447     ELSE
029448         INSPECT WS-ANO-PER-ENTRADA
029449             REPLACING LEADING SPACE BY '0'
029450         IF WS-ANO-PER-ENTRADA NUMERIC
029451             MOVE WS-ANO-PER-ENTRADA TO WS-ANO-PERIODO
029452         ELSE
029453             DISPLAY 'ANO INVALIDO - INFORME AAAA.'
029454             GO TO 7620-OBTER-ANO-EXERCICIO
029455         END-IF
029456     END-IF
029457     .
029458 7620-OBTER-ANO-EXERCICIO-EXIT.
029459     EXIT.
029460
029461 7630-VERIFICAR-MES-FECHADO.
029462
029463     MOVE WS-ANO-PERIODO TO VPE-ANO
029464     MOVE WS-MESVENDA    TO VPE-MES
029465     READ VENDAS-PERIODOS
029466         INVALID KEY
029467             MOVE 'A' TO VPE-SITUACAO
029468     END-READ
029469     IF VPE-SITUACAO = 'F'
029470         ADD 1 TO WS-QTDE-MESES-FECHADOS
029471     ELSE
029472         DISPLAY 'PERIODO ' WS-ANO-PERIODO '/' WS-MESVENDA
029473                 ' AINDA ABERTO'
029474     END-IF
029475     .
029476 7630-VERIFICAR-MES-FECHADO-EXIT.
029477     EXIT.
029478
029481******************************************************************
029482* 7700-MANTER-TAXAS - SUPERVISOR MAINTENANCE OF THE VENDATAX
029483* EFFECTIVE-DATED RATE TABLE, SELECTED BY PARM='T'. LOOPS
029484* ASKING FOR AN EFFECTIVE DATE AND THE RATE THAT COMES INTO
029485* FORCE ON IT, UNTIL A BLANK DATE ENDS THE SESSION. FUTURE
029486* DATES ARE THE POINT OF THE TABLE, SO NO POSTING IS NEEDED
029487* BEFORE A RATE CHANGE TAKES EFFECT. NO OTHER FILE IS TOUCHED
029488* IN THIS MODE.
029489******************************************************************
029490 7700-MANTER-TAXAS.
029491
029492     DISPLAY 'MANUTENCAO DA TABELA DE ALIQUOTAS'
029493     MOVE 'N' TO WS-SW-FIM-TAXAS
029494     PERFORM 7710-PROCESSAR-TAXA
029500             THRU 7710-PROCESSAR-TAXA-EXIT
029510             UNTIL WS-FIM-TAXAS
029520     CLOSE VENDAS-TAXAS
030190******************************************************************
030200* 7730-ATUALIZAR-TAXA - WRITE OR REWRITE THE VENDATAX RECORD
030210* FOR THE CHOSEN EFFECTIVE DATE. THE REWRITE-THEN-WRITE PATTERN
030220* IS THE SAME ONE THE PERIOD MAINTENANCE AND THE MASTER USE. THE
030225* RATE IT REPLACES IS READ FIRST FOR THE VENDAAUD RECORD.
030230******************************************************************
030240 7730-ATUALIZAR-TAXA.
030250
030251     MOVE WS-DATA-TRANSACAO TO VTX-DATA-VIGENCIA
030252     READ VENDAS-TAXAS
030253         INVALID KEY
030254             MOVE 'I'          TO WS-AUD-ACAO
030255             MOVE SPACES       TO WS-AUD-ANTES
030256         NOT INVALID KEY
030257             MOVE 'A'          TO WS-AUD-ACAO
030258             MOVE VTX-REGISTRO TO WS-AUD-ANTES
030259     END-READ
030260     MOVE SPACES TO VTX-REGISTRO
030270     MOVE WS-DATA-TRANSACAO TO VTX-DATA-VIGENCIA
030280     MOVE WS-ALIQUOTA-NOVA  TO VTX-ALIQUOTA
030283     MOVE VTX-CHAVE         TO WS-AUD-CHAVE
030286     MOVE VTX-REGISTRO      TO WS-AUD-DEPOIS
030290     REWRITE VTX-REGISTRO
030300         INVALID KEY
030310             WRITE VTX-REGISTRO
030330     IF NOT WS-TAX-OK
030340         DISPLAY 'ERRO AO GRAVAR VENDATAX - STATUS ' WS-STATUS-TAX
030350     ELSE
030353         PERFORM 7050-GRAVAR-AUDITORIA
030356                 THRU 7050-GRAVAR-AUDITORIA-EXIT
030360         DISPLAY 'ALIQUOTA ' WS-ALIQUOTA-NOVA ' VIGENTE A PARTIR'
030370                 ' DE ' WS-DATA-TRANSACAO ' GRAVADA'
030380     END-IF
030450* SELECTED BY PARM='L'. SHOWS WHO HOLDS THE LOCK AND SINCE
030460* WHEN, DEMANDS AN EXPLICIT CONFIRMATION THAT THE SESSION IS
030470* REALLY DEAD, AND ONLY THEN EMPTIES THE FILE. EVERYTHING IS
030480* DISPLAYED ON SYSOUT, AND A CLEAR THAT GOES THROUGH IS WRITTEN
030490* TO VENDAAUD WITH THE LOCK RECORD IT REMOVED. NO OTHER FILE IS
030495* TOUCHED IN THIS MODE.
030500******************************************************************
030510 7800-LIMPAR-TRAVA.
030520
030620     DISPLAY 'LIMPAR A TRAVA? (S/N): '
030630     ACCEPT WS-RESPOSTA-TRAVA
030640     IF WS-LIMPAR-SIM
030642         MOVE 'L'          TO WS-AUD-ACAO
030644         MOVE 'VENDALCK'   TO WS-AUD-CHAVE
030646         MOVE VLK-REGISTRO TO WS-AUD-ANTES
030648         MOVE SPACES       TO WS-AUD-DEPOIS
030650         OPEN OUTPUT VENDAS-LOCK
030660         IF NOT WS-LCK-OK
030670             DISPLAY 'ERRO AO LIMPAR VENDALCK - STATUS '
030680                     WS-STATUS-LCK
030690         ELSE
030700             CLOSE VENDAS-LOCK
030703             PERFORM 7050-GRAVAR-AUDITORIA
030706                     THRU 7050-GRAVAR-AUDITORIA-EXIT
030710             DISPLAY 'TRAVA LIMPA EM ' WS-DATA-INICIO-RUN
030720                     ' AS ' WS-HORA-INICIO-RUN
030730         END-IF
030760     END-IF
030770     .
030780 7800-LIMPAR-TRAVA-EXIT.
030781     EXIT.
030782
030783******************************************************************
030784* 7900-MANTER-FILIAIS - SUPERVISOR MAINTENANCE OF THE VENDALOJ
030785* STORE MASTER, SELECTED BY PARM='F'. ONE STORE CODE AT A TIME
030786* IS ADDED OR CHANGED, UNTIL A BLANK CODE ENDS THE SESSION. A
030787* STORE IS NEVER DELETED - IT IS CLOSED BY GIVING IT A CLOSING
030788* DATE, SO ITS HISTORY STAYS ON THE REPORTS. NO OTHER FILE IS
030789* TOUCHED IN THIS MODE.
030790******************************************************************
030791 7900-MANTER-FILIAIS.
030792
030793     DISPLAY 'MANUTENCAO DO CADASTRO DE FILIAIS'
030794     MOVE 'N' TO WS-SW-FIM-FILIAIS
030795     PERFORM 7910-PROCESSAR-FILIAL
030796             THRU 7910-PROCESSAR-FILIAL-EXIT
030797             UNTIL WS-FIM-FILIAIS
030798     CLOSE VENDAS-LOJAS
030799     .
030800 7900-MANTER-FILIAIS-EXIT.
030801     EXIT.
030802
030803******************************************************************
030804* 7910-PROCESSAR-FILIAL - OBTAIN ONE STORE CODE, SHOW WHAT IS ON
030805* FILE FOR IT, COLLECT THE NEW VALUES (BLANK KEEPS THE CURRENT
030806* ONE) AND APPLY THEM. A NEW STORE MUST BE GIVEN A NAME AND AN
030807* OPENING DATE. THE RECORD AS READ IS KEPT AS THE BEFORE IMAGE
030808* FOR VENDAAUD.
030809******************************************************************
030810 7910-PROCESSAR-FILIAL.
030811
030812     DISPLAY 'CODIGO DA FILIAL (3 DIGITOS, BRANCO P/ SAIR): '
030813     MOVE SPACES TO WS-FILIAL-ENTRADA
030814     ACCEPT WS-FILIAL-ENTRADA.
030815     IF WS-FILIAL-ENTRADA = SPACES
030816         SET WS-FIM-FILIAIS TO TRUE
030817         GO TO 7910-PROCESSAR-FILIAL-EXIT
030818     END-IF
030819     IF WS-FILIAL-ENTRADA NOT NUMERIC
030820         DISPLAY 'CODIGO INVALIDO - INFORME 3 DIGITOS (EX.: 004).'
030821         GO TO 7910-PROCESSAR-FILIAL-EXIT
030822     END-IF
030823     MOVE WS-FILIAL-ENTRADA TO VLJ-CODIGO
030824     READ VENDAS-LOJAS
030825         INVALID KEY
030826             MOVE 'N' TO WS-SW-LOJA-CADASTRADA
030827             MOVE 'I'          TO WS-AUD-ACAO
030828             MOVE SPACES       TO WS-AUD-ANTES
030829         NOT INVALID KEY
030830             SET WS-LOJA-CADASTRADA TO TRUE
030831             MOVE 'A'          TO WS-AUD-ACAO
030832             MOVE VLJ-REGISTRO TO WS-AUD-ANTES
030833     END-READ
030834     IF WS-LOJA-CADASTRADA
030835         DISPLAY 'FILIAL ' VLJ-CODIGO ': ' VLJ-NOME
030836                 ' REGIAO ' VLJ-REGIAO
030837         DISPLAY '    ABERTURA ' VLJ-DATA-ABERTURA
030838                 ' FECHAMENTO ' VLJ-DATA-FECHAMENTO
030839     ELSE
030840         MOVE SPACES            TO VLJ-REGISTRO
030841         MOVE WS-FILIAL-ENTRADA TO VLJ-CODIGO
030842         MOVE 0                 TO VLJ-DATA-ABERTURA
030843         MOVE 0                 TO VLJ-DATA-FECHAMENTO
030844         DISPLAY 'FILIAL ' VLJ-CODIGO ' NAO CADASTRADA - INCLUSAO'
030845     END-IF
030846     PERFORM 7920-OBTER-NOME-FILIAL
030847             THRU 7920-OBTER-NOME-FILIAL-EXIT
030848             UNTIL VLJ-NOME NOT = SPACES
030849     DISPLAY 'REGIAO (BRANCO = MANTER): '
030850     MOVE SPACES TO WS-REGIAO-ENTRADA
030851     ACCEPT WS-REGIAO-ENTRADA.
030852     IF WS-REGIAO-ENTRADA NOT = SPACES
030853         MOVE WS-REGIAO-ENTRADA TO VLJ-REGIAO
030854     END-IF
030855     MOVE 'N' TO WS-SW-DATA-ACEITA
030856     PERFORM 7922-OBTER-ABERTURA THRU 7922-OBTER-ABERTURA-EXIT
030857             UNTIL WS-DATA-ACEITA
030858     MOVE 'N' TO WS-SW-DATA-ACEITA
030859     PERFORM 7924-OBTER-FECHAMENTO THRU 7924-OBTER-FECHAMENTO-EXIT
030860             UNTIL WS-DATA-ACEITA
030861     PERFORM 7930-ATUALIZAR-FILIAL
030862             THRU 7930-ATUALIZAR-FILIAL-EXIT
030863     .
030864 7910-PROCESSAR-FILIAL-EXIT.
030865     EXIT.
030866
030867 7920-OBTER-NOME-FILIAL.
030868
030869     DISPLAY 'NOME DA FILIAL (BRANCO = MANTER): '
030870     MOVE SPACES TO WS-NOME-ENTRADA
030871     ACCEPT WS-NOME-ENTRADA.
030872     IF WS-NOME-ENTRADA NOT = SPACES
030873         MOVE WS-NOME-ENTRADA TO VLJ-NOME
030874     END-IF
030875     IF VLJ-NOME = SPACES
030876         DISPLAY 'NOME OBRIGATORIO PARA FILIAL NOVA.'
030877     END-IF
030878     .
030879 7920-OBTER-NOME-FILIAL-EXIT.
030880     EXIT.
030881
030882******************************************************************
030883* 7922-OBTER-ABERTURA - THE OPENING DATE, CHECKED THE SAME WAY
030884* AS A TRANSACTION DATE. BLANK KEEPS THE DATE ON FILE; A NEW
030885* STORE LEFT BLANK OPENS TODAY.
030886******************************************************************
030887 7922-OBTER-ABERTURA.
030888
030889     DISPLAY 'DATA DE ABERTURA (AAAAMMDD, BRANCO = MANTER): '
030890     MOVE SPACES TO WS-DATA-NF-ENTRADA
030891     ACCEPT WS-DATA-NF-ENTRADA.
030892     IF WS-DATA-NF-ENTRADA = SPACES
030893         IF VLJ-DATA-ABERTURA = 0
030894             MOVE WS-DATA-SISTEMA TO VLJ-DATA-ABERTURA
030895         END-IF
030896         SET WS-DATA-ACEITA TO TRUE
030897         GO TO 7922-OBTER-ABERTURA-EXIT
030898     END-IF
030899     IF WS-DATA-NF-ENTRADA NOT NUMERIC
030900         DISPLAY 'DATA INVALIDA - DIGITE SOMENTE NUMEROS.'
030901         GO TO 7922-OBTER-ABERTURA-EXIT
030902     END-IF
030903     MOVE WS-DATA-NF-ENTRADA TO WS-DATA-TRANSACAO
030904     PERFORM 2420-VALIDAR-DATA-NF
030905             THRU 2420-VALIDAR-DATA-NF-EXIT
030906     IF NOT WS-DATA-NF-VALIDA
030907         DISPLAY 'DATA INVALIDA - USE AAAAMMDD.'
030908         GO TO 7922-OBTER-ABERTURA-EXIT
030909     END-IF
030910     MOVE WS-DATA-TRANSACAO TO VLJ-DATA-ABERTURA
030911     SET WS-DATA-ACEITA TO TRUE
030912     .
030913 7922-OBTER-ABERTURA-EXIT.
030914     EXIT.
030915
030916******************************************************************
030917* 7924-OBTER-FECHAMENTO - THE CLOSING DATE. BLANK KEEPS THE DATE
030918* ON FILE, ZERO MARKS THE STORE AS TRADING AGAIN, AND A DATE
030919* BEFORE THE OPENING DATE IS REFUSED. FROM THE DAY AFTER THIS
030920* DATE ON, BOTH POSTING PATHS REFUSE THE STORE.
030921******************************************************************
030922 7924-OBTER-FECHAMENTO.
030923
030924     DISPLAY 'DATA DE FECHAMENTO (AAAAMMDD, 0 = EM ATIVIDADE,'
030925             ' BRANCO = MANTER): '
030926     MOVE SPACES TO WS-DATA-NF-ENTRADA
030927     ACCEPT WS-DATA-NF-ENTRADA.
030928     IF WS-DATA-NF-ENTRADA = SPACES
030929         SET WS-DATA-ACEITA TO TRUE
030930         GO TO 7924-OBTER-FECHAMENTO-EXIT
030931     END-IF
030932     INSPECT WS-DATA-NF-ENTRADA REPLACING LEADING SPACE BY '0'
030933     IF WS-DATA-NF-ENTRADA NOT NUMERIC
030934         DISPLAY 'DATA INVALIDA - DIGITE SOMENTE NUMEROS.'
030935         GO TO 7924-OBTER-FECHAMENTO-EXIT
030936     END-IF
030937     MOVE WS-DATA-NF-ENTRADA TO WS-DATA-TRANSACAO
030938     IF WS-DATA-TRANSACAO = 0
030939         MOVE 0 TO VLJ-DATA-FECHAMENTO
030940         SET WS-DATA-ACEITA TO TRUE
030941         GO TO 7924-OBTER-FECHAMENTO-EXIT
030942     END-IF
030943     PERFORM 2420-VALIDAR-DATA-NF
030944             THRU 2420-VALIDAR-DATA-NF-EXIT
030945     IF NOT WS-DATA-NF-VALIDA
030946         DISPLAY 'DATA INVALIDA - USE AAAAMMDD.'
030947         GO TO 7924-OBTER-FECHAMENTO-EXIT
030948     END-IF
030949     IF WS-DATA-TRANSACAO < VLJ-DATA-ABERTURA
030950         DISPLAY 'FECHAMENTO ANTERIOR A ABERTURA ('
030951                 VLJ-DATA-ABERTURA ') - RECUSADO.'
030952         GO TO 7924-OBTER-FECHAMENTO-EXIT
030953     END-IF
030954     MOVE WS-DATA-TRANSACAO TO VLJ-DATA-FECHAMENTO
030955     SET WS-DATA-ACEITA TO TRUE
030956     .
030957 7924-OBTER-FECHAMENTO-EXIT.
030958     EXIT.
030959
030960******************************************************************
030961* 7930-ATUALIZAR-FILIAL - WRITE OR REWRITE THE VENDALOJ RECORD.
030962* THE REWRITE-THEN-WRITE PATTERN IS THE SAME ONE THE OTHER
030963* MAINTENANCE MODES USE, AND SO IS THE VENDAAUD RECORD.
030964******************************************************************
030965 7930-ATUALIZAR-FILIAL.
030966
030967     MOVE VLJ-CHAVE    TO WS-AUD-CHAVE
030968     MOVE VLJ-REGISTRO TO WS-AUD-DEPOIS
030969     REWRITE VLJ-REGISTRO
030970         INVALID KEY
030971             WRITE VLJ-REGISTRO
030972     END-REWRITE
030973     IF NOT WS-LOJ-OK
030974         DISPLAY 'ERRO AO GRAVAR VENDALOJ - STATUS ' WS-STATUS-LOJ
030975     ELSE
030976         PERFORM 7050-GRAVAR-AUDITORIA
030977                 THRU 7050-GRAVAR-AUDITORIA-EXIT
030978         DISPLAY 'FILIAL ' VLJ-CODIGO ' - ' VLJ-NOME ' GRAVADA'
030979     END-IF
030980     .
030981 7930-ATUALIZAR-FILIAL-EXIT.
030982     EXIT.
030983
030984******************************************************************
030985* 7950-MANTER-VENDEDORES - SUPERVISOR MAINTENANCE OF THE VENDAVEN
030986* SALESPERSON MASTER, SELECTED BY PARM='V', FROM THE HIRINGS,
030987* TRANSFERS AND LEAVERS HR REPORTS. ONE SALESPERSON CODE AT A
030988* TIME IS ADDED OR CHANGED, UNTIL A BLANK CODE ENDS THE SESSION.
030989* A SALESPERSON IS NEVER DELETED - A LEAVER IS GIVEN A LEAVING
030990* DATE, SO THE COMMISSION STATEMENT STILL FINDS THE SELLER OF AN
030991* OLD SALE. THE STORE MASTER IS READ (1700) ONLY TO CHECK THE
030992* HOME STORE.
030993******************************************************************
030994 7950-MANTER-VENDEDORES.
030995
030996     DISPLAY 'MANUTENCAO DO CADASTRO DE VENDEDORES'
030997     MOVE 'N' TO WS-SW-FIM-VENDEDORES
030998     PERFORM 7960-PROCESSAR-VENDEDOR
030999             THRU 7960-PROCESSAR-VENDEDOR-EXIT
031000             UNTIL WS-FIM-VENDEDORES
031001     CLOSE VENDAS-VENDEDORES
031002     .
031003 7950-MANTER-VENDEDORES-EXIT.
031004     EXIT.
031005
031006******************************************************************
031007* 7960-PROCESSAR-VENDEDOR - OBTAIN ONE SALESPERSON CODE, SHOW
031008* WHAT IS ON FILE FOR IT, COLLECT THE NEW VALUES (BLANK KEEPS
031009* THE CURRENT ONE) AND APPLY THEM. A NEW SALESPERSON MUST BE
031010* GIVEN A NAME, A HOME STORE AND A PAYROLL NUMBER. THE RECORD AS
031011* READ IS KEPT AS THE BEFORE IMAGE FOR VENDAAUD.
031012******************************************************************
031013 7960-PROCESSAR-VENDEDOR.
031014
031015     DISPLAY 'CODIGO DO VENDEDOR (4 POSICOES, BRANCO P/ SAIR): '
031016     MOVE SPACES TO WS-VENDEDOR-ENTRADA
031017     ACCEPT WS-VENDEDOR-ENTRADA.
031018     IF WS-VENDEDOR-ENTRADA = SPACES
031019         SET WS-FIM-VENDEDORES TO TRUE
031020         GO TO 7960-PROCESSAR-VENDEDOR-EXIT
031021     END-IF
031022     MOVE WS-VENDEDOR-ENTRADA TO VVE-CODIGO
031023     READ VENDAS-VENDEDORES
031024         INVALID KEY
031025             MOVE 'N' TO WS-SW-VENDEDOR-CADASTRADO
031026             MOVE 'I'          TO WS-AUD-ACAO
031027             MOVE SPACES       TO WS-AUD-ANTES
031028         NOT INVALID KEY
031029             SET WS-VENDEDOR-CADASTRADO TO TRUE
031030             MOVE 'A'          TO WS-AUD-ACAO
031031             MOVE VVE-REGISTRO TO WS-AUD-ANTES
031032     END-READ
031033     IF WS-VENDEDOR-CADASTRADO
031034         DISPLAY 'VENDEDOR ' VVE-CODIGO ': ' VVE-NOME
031035                 ' FILIAL ' VVE-LOJA ' MATRICULA ' VVE-MATRICULA
031036         DISPLAY '    COMISSAO ' VVE-TAXA-COMISSAO
031037                 ' ADMISSAO ' VVE-DATA-ADMISSAO
031038                 ' DESLIGAMENTO ' VVE-DATA-DESLIGAMENTO
031039     ELSE
031040         MOVE SPACES              TO VVE-REGISTRO
031041         MOVE WS-VENDEDOR-ENTRADA TO VVE-CODIGO
031042         MOVE 0                   TO VVE-TAXA-COMISSAO
031043         MOVE 0                   TO VVE-DATA-ADMISSAO
031044         MOVE 0                   TO VVE-DATA-DESLIGAMENTO
031045         DISPLAY 'VENDEDOR ' VVE-CODIGO
031046                 ' NAO CADASTRADO - INCLUSAO'
031047     END-IF
031048     PERFORM 7962-OBTER-NOME-VENDEDOR
031049             THRU 7962-OBTER-NOME-VENDEDOR-EXIT
031050             UNTIL VVE-NOME NOT = SPACES
031051     MOVE 'N' TO WS-SW-FILIAL-VALIDA
031052     PERFORM 7964-OBTER-LOJA-VENDEDOR
031053             THRU 7964-OBTER-LOJA-VENDEDOR-EXIT
031054             UNTIL WS-FILIAL-VALIDA
031055     PERFORM 7966-OBTER-MATRICULA THRU 7966-OBTER-MATRICULA-EXIT
031056             UNTIL VVE-MATRICULA NOT = SPACES
031057     MOVE 'N' TO WS-SW-TAXA-ACEITA
031058     PERFORM 7968-OBTER-TAXA-COMISSAO
031059             THRU 7968-OBTER-TAXA-COMISSAO-EXIT
031060             UNTIL WS-TAXA-ACEITA
031061     MOVE 'N' TO WS-SW-DATA-ACEITA
031062     PERFORM 7970-OBTER-ADMISSAO THRU 7970-OBTER-ADMISSAO-EXIT
031063             UNTIL WS-DATA-ACEITA
031064     MOVE 'N' TO WS-SW-DATA-ACEITA
031065     PERFORM 7972-OBTER-DESLIGAMENTO
031066             THRU 7972-OBTER-DESLIGAMENTO-EXIT
031067             UNTIL WS-DATA-ACEITA
031068     PERFORM 7990-ATUALIZAR-VENDEDOR
031069             THRU 7990-ATUALIZAR-VENDEDOR-EXIT
031070     .
031071 7960-PROCESSAR-VENDEDOR-EXIT.
031072     EXIT.
031073
031074 7962-OBTER-NOME-VENDEDOR.
031075
031076     DISPLAY 'NOME DO VENDEDOR (BRANCO = MANTER): '
031077     MOVE SPACES TO WS-NOME-VEN-ENTRADA
031078     ACCEPT WS-NOME-VEN-ENTRADA.
031079     IF WS-NOME-VEN-ENTRADA NOT = SPACES
031080         MOVE WS-NOME-VEN-ENTRADA TO VVE-NOME
031081     END-IF
031082     IF VVE-NOME = SPACES
031083         DISPLAY 'NOME OBRIGATORIO PARA VENDEDOR NOVO.'
031084     END-IF
031085     .
031086 7962-OBTER-NOME-VENDEDOR-EXIT.
031087     EXIT.
031088
031089******************************************************************
031090* 7964-OBTER-LOJA-VENDEDOR - THE HOME STORE, WHICH MUST BE ON THE
031091* STORE MASTER. A TRANSFER IS RECORDED BY CHANGING IT; FROM THEN
031092* ON ONLY THE NEW STORE'S ENTRIES ACCEPT THE SALESPERSON.
031093******************************************************************
031094 7964-OBTER-LOJA-VENDEDOR.
031095
031096     DISPLAY 'FILIAL DE LOTACAO (BRANCO = MANTER): '
031097     MOVE SPACES TO WS-FILIAL-ENTRADA
031098     ACCEPT WS-FILIAL-ENTRADA.
031099     IF WS-FILIAL-ENTRADA = SPACES
031100         IF VVE-LOJA = SPACES
031101             DISPLAY 'FILIAL OBRIGATORIA PARA VENDEDOR NOVO.'
031102         ELSE
031103             SET WS-FILIAL-VALIDA TO TRUE
031104         END-IF
031105         GO TO 7964-OBTER-LOJA-VENDEDOR-EXIT
031106     END-IF
031107     MOVE WS-FILIAL-ENTRADA TO WS-FILIAL
031108     PERFORM 2170-VALIDAR-FILIAL THRU 2170-VALIDAR-FILIAL-EXIT
031109     IF WS-FILIAL-VALIDA
031110         MOVE WS-FILIAL TO VVE-LOJA
031111     ELSE
031112         DISPLAY 'FILIAL INVALIDA - FILIAIS CADASTRADAS:'
031113         PERFORM 2145-LISTAR-FILIAL THRU 2145-LISTAR-FILIAL-EXIT
031114             VARYING WS-LOJA-SUB FROM 1 BY 1
031115             UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
031116     END-IF
031117     .
031118 7964-OBTER-LOJA-VENDEDOR-EXIT.
031119     EXIT.
031120
031121 7966-OBTER-MATRICULA.
031122
031123     DISPLAY 'MATRICULA NA FOLHA DE PAGAMENTO (BRANCO = MANTER): '
031124     MOVE SPACES TO WS-MATRICULA-ENTRADA
031125     ACCEPT WS-MATRICULA-ENTRADA.
031126     IF WS-MATRICULA-ENTRADA NOT = SPACES
031127         MOVE WS-MATRICULA-ENTRADA TO VVE-MATRICULA
031128     END-IF
031129     IF VVE-MATRICULA = SPACES
031130         DISPLAY 'MATRICULA OBRIGATORIA PARA VENDEDOR NOVO.'
031131     END-IF
031132     .
031133 7966-OBTER-MATRICULA-EXIT.
031134     EXIT.
031135
031136******************************************************************
031137* 7968-OBTER-TAXA-COMISSAO - THE COMMISSION RATE IN HUNDREDTHS OF
031138* A PERCENT, KEYED THE SAME WAY AS THE SALES-TAX RATE (0250 =
031139* 2,50%). BLANK KEEPS THE RATE ON FILE; ZERO IS ALLOWED FOR A
031140* SALESPERSON WHO EARNS NO COMMISSION.
031141******************************************************************
031142 7968-OBTER-TAXA-COMISSAO.
031143
031144     DISPLAY 'TAXA DE COMISSAO (0250 = 2,50%, BRANCO = MANTER): '
031145     MOVE SPACES TO WS-ALIQ-ENTRADA
031146     ACCEPT WS-ALIQ-ENTRADA.
031147     IF WS-ALIQ-ENTRADA = SPACES
031148         SET WS-TAXA-ACEITA TO TRUE
031149         GO TO 7968-OBTER-TAXA-COMISSAO-EXIT
031150     END-IF
031151     INSPECT WS-ALIQ-ENTRADA REPLACING LEADING SPACE BY '0'
031152     IF WS-ALIQ-ENTRADA NOT NUMERIC
031153         DISPLAY 'TAXA INVALIDA - DIGITE SOMENTE NUMEROS.'
031154         GO TO 7968-OBTER-TAXA-COMISSAO-EXIT
031155     END-IF
031156     MOVE WS-ALIQ-ENTRADA TO VVE-TAXA-COMISSAO
031157     SET WS-TAXA-ACEITA TO TRUE
031158     .
031159 7968-OBTER-TAXA-COMISSAO-EXIT.
031160     EXIT.
031161
031162******************************************************************
031163* 7970-OBTER-ADMISSAO - THE HIRING DATE, CHECKED THE SAME WAY AS
031164* A TRANSACTION DATE. BLANK KEEPS THE DATE ON FILE; A NEW
031165* SALESPERSON LEFT BLANK STARTS TODAY. NO ENTRY DATED BEFORE IT
031166* ACCEPTS THE SALESPERSON.
031167******************************************************************
031168 7970-OBTER-ADMISSAO.
031169
031170     DISPLAY 'DATA DE ADMISSAO (AAAAMMDD, BRANCO = MANTER): '
031171     MOVE SPACES TO WS-DATA-NF-ENTRADA
031172     ACCEPT WS-DATA-NF-ENTRADA.
031173     IF WS-DATA-NF-ENTRADA = SPACES
031174         IF VVE-DATA-ADMISSAO = 0
031175             MOVE WS-DATA-SISTEMA TO VVE-DATA-ADMISSAO
031176         END-IF
031177         SET WS-DATA-ACEITA TO TRUE
031178         GO TO 7970-OBTER-ADMISSAO-EXIT
031179     END-IF
031180     IF WS-DATA-NF-ENTRADA NOT NUMERIC
031181         DISPLAY 'DATA INVALIDA - DIGITE SOMENTE NUMEROS.'
031182         GO TO 7970-OBTER-ADMISSAO-EXIT
031183     END-IF
031184     MOVE WS-DATA-NF-ENTRADA TO WS-DATA-TRANSACAO
031185     PERFORM 2420-VALIDAR-DATA-NF
031186             THRU 2420-VALIDAR-DATA-NF-EXIT
031187     IF NOT WS-DATA-NF-VALIDA
031188         DISPLAY 'DATA INVALIDA - USE AAAAMMDD.'
031189         GO TO 7970-OBTER-ADMISSAO-EXIT
031190     END-IF
031191     MOVE WS-DATA-TRANSACAO TO VVE-DATA-ADMISSAO
031192     SET WS-DATA-ACEITA TO TRUE
031193     .
031194 7970-OBTER-ADMISSAO-EXIT.
031195     EXIT.
031196
031197******************************************************************
031198* 7972-OBTER-DESLIGAMENTO - THE LEAVING DATE. BLANK KEEPS THE
031199* DATE ON FILE, ZERO MARKS THE SALESPERSON AS ACTIVE AGAIN, AND
031200* A DATE BEFORE THE HIRING DATE IS REFUSED. FROM THE DAY AFTER
031201* THIS DATE ON, BOTH POSTING PATHS REFUSE THE SALESPERSON.
031202******************************************************************
031203 7972-OBTER-DESLIGAMENTO.
031204
031205     DISPLAY 'DATA DE DESLIGAMENTO (AAAAMMDD, 0 = ATIVO,'
031206             ' BRANCO = MANTER): '
031207     MOVE SPACES TO WS-DATA-NF-ENTRADA
031208     ACCEPT WS-DATA-NF-ENTRADA.
031209     IF WS-DATA-NF-ENTRADA = SPACES
031210         SET WS-DATA-ACEITA TO TRUE
031211         GO TO 7972-OBTER-DESLIGAMENTO-EXIT
031212     END-IF
031213     INSPECT WS-DATA-NF-ENTRADA REPLACING LEADING SPACE BY '0'
031214     IF WS-DATA-NF-ENTRADA NOT NUMERIC
031215         DISPLAY 'DATA INVALIDA - DIGITE SOMENTE NUMEROS.'
031216         GO TO 7972-OBTER-DESLIGAMENTO-EXIT
031217     END-IF
031218     MOVE WS-DATA-NF-ENTRADA TO WS-DATA-TRANSACAO
031219     IF WS-DATA-TRANSACAO = 0
031220         MOVE 0 TO VVE-DATA-DESLIGAMENTO
031221         SET WS-DATA-ACEITA TO TRUE
031222         GO TO 7972-OBTER-DESLIGAMENTO-EXIT
031223     END-IF
031224     PERFORM 2420-VALIDAR-DATA-NF
031225             THRU 2420-VALIDAR-DATA-NF-EXIT
031226     IF NOT WS-DATA-NF-VALIDA
031227         DISPLAY 'DATA INVALIDA - USE AAAAMMDD.'
031228         GO TO 7972-OBTER-DESLIGAMENTO-EXIT
031229     END-IF
031230     IF WS-DATA-TRANSACAO < VVE-DATA-ADMISSAO
031231         DISPLAY 'DESLIGAMENTO ANTERIOR A ADMISSAO ('
031232                 VVE-DATA-ADMISSAO ') - RECUSADO.'
031233         GO TO 7972-OBTER-DESLIGAMENTO-EXIT
031234     END-IF
031235     MOVE WS-DATA-TRANSACAO TO VVE-DATA-DESLIGAMENTO
031236     SET WS-DATA-ACEITA TO TRUE
031237     .
031238 7972-OBTER-DESLIGAMENTO-EXIT.
031239     EXIT.
031240
031241******************************************************************
031242* 7990-ATUALIZAR-VENDEDOR - WRITE OR REWRITE THE VENDAVEN RECORD
031243* AND ITS VENDAAUD RECORD, AS 7930 DOES FOR A STORE.
031244******************************************************************
031245 7990-ATUALIZAR-VENDEDOR.
031246
031247     MOVE VVE-CHAVE    TO WS-AUD-CHAVE
031248     MOVE VVE-REGISTRO TO WS-AUD-DEPOIS
031249     REWRITE VVE-REGISTRO
031250         INVALID KEY
031251             WRITE VVE-REGISTRO
031252     END-REWRITE
031253     IF NOT WS-VEN-OK
031254         DISPLAY 'ERRO AO GRAVAR VENDAVEN - STATUS ' WS-STATUS-VEN
031255     ELSE
031256         PERFORM 7050-GRAVAR-AUDITORIA
031257                 THRU 7050-GRAVAR-AUDITORIA-EXIT
031258         DISPLAY 'VENDEDOR ' VVE-CODIGO ' - ' VVE-NOME ' GRAVADO'
031259     END-IF
031260     .
031261 7990-ATUALIZAR-VENDEDOR-EXIT.
031262     EXIT.
031263
031264******************************************************************
031265* 7991-MANTER-CALENDARIO - SUPERVISOR MAINTENANCE OF THE VENDACAL
031266* TRADING CALENDAR, SELECTED BY PARM='D'. ONE STORE AND DATE AT A
031267* TIME IS ADDED OR CHANGED, UNTIL A BLANK STORE ENDS THE SESSION.
031268* DATE ZERO IS THE STORE'S STANDING PROFILE (TRADING WEEKDAYS AND
031269* AUTHORISED INVOICE RANGE); ANY OTHER DATE IS A ONE-DAY
031270* EXCEPTION. STORE '***' STANDS FOR THE WHOLE CHAIN. NOTHING IS
031271* EVER DELETED - AN EXCEPTION KEYED BY MISTAKE IS CHANGED TO AGREE
031272* WITH THE PROFILE. THE STORE MASTER IS READ (1700) ONLY TO CHECK
031273* THE STORE CODE.
031274******************************************************************
031275 7991-MANTER-CALENDARIO.
031276
031277     DISPLAY 'MANUTENCAO DO CALENDARIO DE FUNCIONAMENTO'
031278     MOVE 'N' TO WS-SW-FIM-CALENDARIO
031279     PERFORM 7992-PROCESSAR-CALENDARIO
031280             THRU 7992-PROCESSAR-CALENDARIO-EXIT
031281             UNTIL WS-FIM-CALENDARIO
031282     CLOSE VENDAS-CALENDARIO
031283     .
031284 7991-MANTER-CALENDARIO-EXIT.
031285     EXIT.
031286
031287******************************************************************
031288* 7992-PROCESSAR-CALENDARIO - OBTAIN ONE STORE AND DATE, SHOW WHAT
031289* IS ON FILE FOR THEM, COLLECT THE NEW VALUES (BLANK KEEPS THE
031290* CURRENT ONE) AND APPLY THEM. THE RECORD AS READ IS KEPT AS THE
031291* BEFORE IMAGE FOR VENDAAUD.
031292******************************************************************
031293 7992-PROCESSAR-CALENDARIO.
031294
031295     DISPLAY 'FILIAL (3 DIGITOS, *** = TODAS, BRANCO P/ SAIR): '
031296     MOVE SPACES TO WS-FILIAL-ENTRADA
031297     ACCEPT WS-FILIAL-ENTRADA.
031298     IF WS-FILIAL-ENTRADA = SPACES
031299         SET WS-FIM-CALENDARIO TO TRUE
031300         GO TO 7992-PROCESSAR-CALENDARIO-EXIT
031301     END-IF
031302     IF WS-FILIAL-ENTRADA NOT = '***'
031303         MOVE WS-FILIAL-ENTRADA TO WS-FILIAL
031304         PERFORM 2170-VALIDAR-FILIAL THRU 2170-VALIDAR-FILIAL-EXIT
031305         IF NOT WS-FILIAL-VALIDA
031306             DISPLAY 'FILIAL INVALIDA - FILIAIS CADASTRADAS:'
031307             PERFORM 2145-LISTAR-FILIAL
031308                     THRU 2145-LISTAR-FILIAL-EXIT
031309                 VARYING WS-LOJA-SUB FROM 1 BY 1
031310                 UNTIL WS-LOJA-SUB > WS-QTDE-LOJAS
031311             GO TO 7992-PROCESSAR-CALENDARIO-EXIT
031312         END-IF
031313     END-IF
031314     MOVE 'N' TO WS-SW-DATA-ACEITA
031315     PERFORM 7993-OBTER-DATA-CALENDARIO
031316             THRU 7993-OBTER-DATA-CALENDARIO-EXIT
031317             UNTIL WS-DATA-ACEITA
031318     MOVE WS-FILIAL-ENTRADA TO VCA-LOJA
031319     MOVE WS-DATA-TRANSACAO TO VCA-DATA
031320     READ VENDAS-CALENDARIO
031321         INVALID KEY
031322             MOVE 'N' TO WS-SW-CAL-CADASTRADO
031323             MOVE 'I'          TO WS-AUD-ACAO
031324             MOVE SPACES       TO WS-AUD-ANTES
031325         NOT INVALID KEY
031326             SET WS-CAL-CADASTRADO TO TRUE
031327             MOVE 'A'          TO WS-AUD-ACAO
031328             MOVE VCA-REGISTRO TO WS-AUD-ANTES
031329     END-READ
031330     IF NOT WS-CAL-CADASTRADO
031331         MOVE SPACES            TO VCA-REGISTRO
031332         MOVE WS-FILIAL-ENTRADA TO VCA-LOJA
031333         MOVE WS-DATA-TRANSACAO TO VCA-DATA
031334         MOVE 0                 TO VCA-NF-INICIAL
031335         MOVE 0                 TO VCA-NF-FINAL
031336     END-IF
031337     IF VCA-DATA = 0
031338         IF WS-CAL-CADASTRADO
031339             DISPLAY 'PERFIL DA FILIAL ' VCA-LOJA
031340                     ': DIAS (DSTQQSS) ' VCA-DIAS-SEMANA
031341             DISPLAY '    FAIXA DE NF ' VCA-NF-INICIAL ' A '
031342                     VCA-NF-FINAL
031343         ELSE
031344             MOVE 'SSSSSSS' TO VCA-DIAS-SEMANA
031345             DISPLAY 'PERFIL DA FILIAL ' VCA-LOJA
031346                     ' NAO CADASTRADO - INCLUSAO'
031347         END-IF
031348         MOVE 'N' TO WS-SW-CAL-ACEITO
031349         PERFORM 7994-OBTER-DIAS-SEMANA
031350                 THRU 7994-OBTER-DIAS-SEMANA-EXIT
031351                 UNTIL WS-CAL-ACEITO
031352         MOVE 'N' TO WS-SW-CAL-ACEITO
031353         PERFORM 7995-OBTER-NF-INICIAL
031354                 THRU 7995-OBTER-NF-INICIAL-EXIT
031355                 UNTIL WS-CAL-ACEITO
031356         MOVE 'N' TO WS-SW-CAL-ACEITO
031357         PERFORM 7996-OBTER-NF-FINAL THRU 7996-OBTER-NF-FINAL-EXIT
031358                 UNTIL WS-CAL-ACEITO
031359     ELSE
031360         IF WS-CAL-CADASTRADO
031361             DISPLAY 'EXCECAO ' VCA-LOJA ' ' VCA-DATA
031362                     ': SITUACAO ' VCA-SITUACAO
031363                     ' - ' VCA-DESCRICAO
031364         ELSE
031365             DISPLAY 'EXCECAO ' VCA-LOJA ' ' VCA-DATA
031366                     ' NAO CADASTRADA - INCLUSAO'
031367         END-IF
031368         PERFORM 7997-OBTER-SITUACAO-DIA
031369                 THRU 7997-OBTER-SITUACAO-DIA-EXIT
031370                 UNTIL VCA-DIA-COM-MOVIMENTO
031371                    OR VCA-DIA-SEM-MOVIMENTO
031372         PERFORM 7998-OBTER-DESCRICAO-DIA
031373                 THRU 7998-OBTER-DESCRICAO-DIA-EXIT
031374                 UNTIL VCA-DESCRICAO NOT = SPACES
031375     END-IF
031376     PERFORM 7999-ATUALIZAR-CALENDARIO
031377             THRU 7999-ATUALIZAR-CALENDARIO-EXIT
031378     .
031379 7992-PROCESSAR-CALENDARIO-EXIT.
031380     EXIT.
031381
031382******************************************************************
031383* 7993-OBTER-DATA-CALENDARIO - THE DATE OF THE ENTRY, CHECKED THE
031384* SAME WAY AS A TRANSACTION DATE. BLANK OR ZERO SELECTS THE
031385* STANDING PROFILE. LEAVES THE DATE IN WS-DATA-TRANSACAO.
031386******************************************************************
031387 7993-OBTER-DATA-CALENDARIO.
031388
031389     DISPLAY 'DATA (AAAAMMDD, 0 OU BRANCO = PERFIL PERMANENTE): '
031390     MOVE SPACES TO WS-DATA-NF-ENTRADA
031391     ACCEPT WS-DATA-NF-ENTRADA.
031392     INSPECT WS-DATA-NF-ENTRADA REPLACING LEADING SPACE BY '0'
031393     IF WS-DATA-NF-ENTRADA NOT NUMERIC
031394         DISPLAY 'DATA INVALIDA - DIGITE SOMENTE NUMEROS.'
031395         GO TO 7993-OBTER-DATA-CALENDARIO-EXIT
031396     END-IF
031397     MOVE WS-DATA-NF-ENTRADA TO WS-DATA-TRANSACAO
031398     IF WS-DATA-TRANSACAO = 0
031399         SET WS-DATA-ACEITA TO TRUE
031400         GO TO 7993-OBTER-DATA-CALENDARIO-EXIT
031401     END-IF
031402     PERFORM 2420-VALIDAR-DATA-NF
031403             THRU 2420-VALIDAR-DATA-NF-EXIT
031404     IF NOT WS-DATA-NF-VALIDA
031405         DISPLAY 'DATA INVALIDA - USE AAAAMMDD.'
031406         GO TO 7993-OBTER-DATA-CALENDARIO-EXIT
031407     END-IF
031408     SET WS-DATA-ACEITA TO TRUE
031409     .
031410 7993-OBTER-DATA-CALENDARIO-EXIT.
031411     EXIT.
031412
031413******************************************************************
031414* 7994-OBTER-DIAS-SEMANA - THE TRADING WEEKDAYS, ONE BYTE PER DAY
031415* FROM SUNDAY TO SATURDAY, 'S' = TRADES, 'N' = CLOSED (SNNNNNN
031416* IS A STORE THAT ONLY OPENS ON SUNDAYS). BLANK KEEPS THE DAYS ON
031417* FILE; A NEW PROFILE LEFT BLANK TRADES EVERY DAY.
031418******************************************************************
031419 7994-OBTER-DIAS-SEMANA.
031420
031421     DISPLAY 'DIAS DE FUNCIONAMENTO (DSTQQSS, S/N, BRANCO = '
031422             'MANTER): '
031423     MOVE SPACES TO WS-DIAS-SEMANA-ENTRADA
031424     ACCEPT WS-DIAS-SEMANA-ENTRADA.
031425     IF WS-DIAS-SEMANA-ENTRADA = SPACES
031426         SET WS-CAL-ACEITO TO TRUE
031427         GO TO 7994-OBTER-DIAS-SEMANA-EXIT
031428     END-IF
031429     INSPECT WS-DIAS-SEMANA-ENTRADA CONVERTING 'sn' TO 'SN'
031430     MOVE 0 TO WS-QTDE-DIAS-VALIDOS
031431     INSPECT WS-DIAS-SEMANA-ENTRADA TALLYING WS-QTDE-DIAS-VALIDOS
031432             FOR ALL 'S' ALL 'N'
031433     IF WS-QTDE-DIAS-VALIDOS NOT = 7
031434         DISPLAY 'INFORME 7 POSICOES S OU N, DE DOMINGO A SABADO.'
031435         GO TO 7994-OBTER-DIAS-SEMANA-EXIT
031436     END-IF
031437     MOVE WS-DIAS-SEMANA-ENTRADA TO VCA-DIAS-SEMANA
031438     SET WS-CAL-ACEITO TO TRUE
031439     .
031440 7994-OBTER-DIAS-SEMANA-EXIT.
031441     EXIT.
031442
031443******************************************************************
031444* 7995-OBTER-NF-INICIAL - FIRST INVOICE NUMBER THE STORE IS
031445* AUTHORISED TO ISSUE. BLANK KEEPS THE NUMBER ON FILE.
031446******************************************************************
031447 7995-OBTER-NF-INICIAL.
031448
031449     DISPLAY 'PRIMEIRA NF AUTORIZADA (BRANCO = MANTER): '
031450     MOVE SPACES TO WS-NF-ENTRADA
031451     ACCEPT WS-NF-ENTRADA.
031452     IF WS-NF-ENTRADA = SPACES
031453         SET WS-CAL-ACEITO TO TRUE
031454         GO TO 7995-OBTER-NF-INICIAL-EXIT
031455     END-IF
031456     INSPECT WS-NF-ENTRADA REPLACING LEADING SPACE BY '0'
031457     IF WS-NF-ENTRADA NOT NUMERIC
031458         DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE NUMEROS.'
031459         GO TO 7995-OBTER-NF-INICIAL-EXIT
031460     END-IF
031461     MOVE WS-NF-ENTRADA TO VCA-NF-INICIAL
031462     SET WS-CAL-ACEITO TO TRUE
031463     .
031464 7995-OBTER-NF-INICIAL-EXIT.
031465     EXIT.
031466
031467******************************************************************
031468* 7996-OBTER-NF-FINAL - LAST INVOICE NUMBER OF THE AUTHORISED
031469* RANGE. ZERO MEANS NO RANGE ON FILE, AND A NUMBER BELOW THE FIRST
031470* ONE IS REFUSED. BLANK KEEPS THE NUMBER ON FILE.
031471******************************************************************
031472 7996-OBTER-NF-FINAL.
031473
031474     DISPLAY 'ULTIMA NF AUTORIZADA (0 = SEM FAIXA, BRANCO = '
031475             'MANTER): '
031476     MOVE SPACES TO WS-NF-ENTRADA
031477     ACCEPT WS-NF-ENTRADA.
031478     IF WS-NF-ENTRADA = SPACES
031479         MOVE VCA-NF-FINAL TO WS-NF-FAIXA
031480     ELSE
031481         INSPECT WS-NF-ENTRADA REPLACING LEADING SPACE BY '0'
031482         IF WS-NF-ENTRADA NOT NUMERIC
031483             DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE NUMEROS.'
031484             GO TO 7996-OBTER-NF-FINAL-EXIT
031485         END-IF
031486         MOVE WS-NF-ENTRADA TO WS-NF-FAIXA
031487     END-IF
031488     IF WS-NF-FAIXA NOT = 0
031489        AND WS-NF-FAIXA < VCA-NF-INICIAL
031490         DISPLAY 'ULTIMA NF MENOR QUE A PRIMEIRA ('
031491                 VCA-NF-INICIAL ') - RECUSADA.'
031492         GO TO 7996-OBTER-NF-FINAL-EXIT
031493     END-IF
031494     MOVE WS-NF-FAIXA TO VCA-NF-FINAL
031495     SET WS-CAL-ACEITO TO TRUE
031496     .
031497 7996-OBTER-NF-FINAL-EXIT.
031498     EXIT.
031499
031500******************************************************************
031501* 7997-OBTER-SITUACAO-DIA - 'F' CLOSES THE STORE ON THE DAY
031502* (HOLIDAY, STOCKTAKE), 'A' OPENS IT ON A DAY ITS PROFILE HAS
031503* CLOSED. BLANK KEEPS THE SITUATION ON FILE.
031504******************************************************************
031505 7997-OBTER-SITUACAO-DIA.
031506
031507     DISPLAY 'SITUACAO NO DIA (F = FECHADA, A = ABERTA, BRANCO = '
031508             'MANTER): '
031509     MOVE SPACES TO WS-SITUACAO-DIA-ENTRADA
031510     ACCEPT WS-SITUACAO-DIA-ENTRADA.
031511     INSPECT WS-SITUACAO-DIA-ENTRADA CONVERTING 'fa' TO 'FA'
031512     IF WS-SITUACAO-DIA-ENTRADA = 'F' OR 'A'
031513         MOVE WS-SITUACAO-DIA-ENTRADA TO VCA-SITUACAO
031514     END-IF
031515     IF NOT VCA-DIA-COM-MOVIMENTO AND NOT VCA-DIA-SEM-MOVIMENTO
031516         DISPLAY 'SITUACAO INVALIDA - INFORME F OU A.'
031517     END-IF
031518     .
031519 7997-OBTER-SITUACAO-DIA-EXIT.
031520     EXIT.
031521
031522 7998-OBTER-DESCRICAO-DIA.
031523
031524     DISPLAY 'MOTIVO (BRANCO = MANTER): '
031525     MOVE SPACES TO WS-DESCR-DIA-ENTRADA
031526     ACCEPT WS-DESCR-DIA-ENTRADA.
031527     IF WS-DESCR-DIA-ENTRADA NOT = SPACES
031528         MOVE WS-DESCR-DIA-ENTRADA TO VCA-DESCRICAO
031529     END-IF
031530     IF VCA-DESCRICAO = SPACES
031531         DISPLAY 'MOTIVO OBRIGATORIO PARA A EXCECAO.'
031532     END-IF
031533     .
031534 7998-OBTER-DESCRICAO-DIA-EXIT.
031535     EXIT.
031536
031537******************************************************************
031538* 7999-ATUALIZAR-CALENDARIO - WRITE OR REWRITE THE VENDACAL RECORD
031539* AND ITS VENDAAUD RECORD, AS 7930 DOES FOR A STORE. THE AUDIT KEY
031540* HOLDS THE FIRST TEN BYTES OF THE ELEVEN-BYTE CALENDAR KEY; THE
031541* FULL KEY IS IN THE IMAGES.
031542******************************************************************
031543 7999-ATUALIZAR-CALENDARIO.
031544
031545     MOVE VCA-CHAVE    TO WS-AUD-CHAVE
031546     MOVE VCA-REGISTRO TO WS-AUD-DEPOIS
031547     REWRITE VCA-REGISTRO
031548         INVALID KEY
031549             WRITE VCA-REGISTRO
031550     END-REWRITE
031551     IF NOT WS-CAL-OK
031552         DISPLAY 'ERRO AO GRAVAR VENDACAL - STATUS ' WS-STATUS-CAL
031553     ELSE
031554         PERFORM 7050-GRAVAR-AUDITORIA
031555                 THRU 7050-GRAVAR-AUDITORIA-EXIT
031556         DISPLAY 'CALENDARIO ' VCA-LOJA ' ' VCA-DATA ' GRAVADO'
031557     END-IF
031558     .
031559 7999-ATUALIZAR-CALENDARIO-EXIT.
031560     EXIT.
031561
031562******************************************************************
031563* 8000-CONSULTAR - READ-ONLY INQUIRY, SELECTED BY PARM='C'.
031564* LOOPS ASKING FOR A MONTH AND SHOWING ITS POSITION UNTIL THE
031565* 99 SENTINEL. ONLY VENDAMST AND (ON REQUEST) VENDALOG ARE
031566* TOUCHED, BOTH FOR INPUT, SO AN INQUIRY CAN NEVER DISTURB THE
031567* MASTER, THE CHECKPOINT OR THE GL EXPORT.
031568******************************************************************
031569 8000-CONSULTAR.
031570
031571     DISPLAY 'CONSULTA DE POSICAO MENSAL - ANO ' WS-ANO-ATUAL
031572     PERFORM 8100-CONSULTAR-MES THRU 8100-CONSULTAR-MES-EXIT
031573             UNTIL WS-MES-SAIR
031574     IF NOT WS-SEM-MESTRE-CONS
031575         CLOSE VENDAS-MESTRE
031576     END-IF
031577     .
031578 8000-CONSULTAR-EXIT.
031579     EXIT.
031580
031581******************************************************************
031582* 8100-CONSULTAR-MES - SHOW ONE MONTH: GROSS, RETURNS, TAX AND
031583* NET FROM THE CURRENT YEAR'S MASTER RECORD, NEXT TO LAST
031584* YEAR'S GROSS FOR THE SAME MONTH, THEN OFFER TO LIST THE LOG
031585* ENTRIES BEHIND THE FIGURES.
031586******************************************************************
031587 8100-CONSULTAR-MES.
031588
031589     MOVE 0 TO WS-MESVENDA
031590     PERFORM 2110-OBTER-MES THRU 2110-OBTER-MES-EXIT
031591             UNTIL WS-MES-VALIDO OR WS-MES-SAIR
031592     IF WS-MES-SAIR
031593         GO TO 8100-CONSULTAR-MES-EXIT
031594     END-IF
031595     PERFORM 8150-LER-POSICAO THRU 8150-LER-POSICAO-EXIT
031596     COMPUTE WS-CONS-LIQUIDO =
031597         WS-CONS-BRUTO - WS-CONS-DEVOL - WS-CONS-IMPOSTO
031598     DISPLAY 'POSICAO DE ' WS-ANO-ATUAL '/' WS-MESVENDA
031599     MOVE WS-CONS-BRUTO    TO WS-CONS-VALOR-ED
031600     DISPLAY '  VENDAS BRUTAS....: ' WS-CONS-VALOR-ED
031601     MOVE WS-CONS-DEVOL    TO WS-CONS-VALOR-ED
031602     DISPLAY '  DEVOLUCOES.......: ' WS-CONS-VALOR-ED
031603     MOVE WS-CONS-IMPOSTO  TO WS-CONS-VALOR-ED
031604     DISPLAY '  IMPOSTO..........: ' WS-CONS-VALOR-ED
031605     MOVE WS-CONS-LIQUIDO  TO WS-CONS-LIQUIDO-ED
031606     DISPLAY '  VENDAS LIQUIDAS..: ' WS-CONS-LIQUIDO-ED
031607     MOVE WS-CONS-ANTERIOR TO WS-CONS-VALOR-ED
031608     DISPLAY '  BRUTAS ANO ANTER.: ' WS-CONS-VALOR-ED
031609     MOVE SPACES TO WS-RESPOSTA-DETALHE
031610     DISPLAY 'LISTAR OS LANCAMENTOS DO MES? (S/N): '
031611     ACCEPT WS-RESPOSTA-DETALHE
031612     IF WS-DETALHE-SIM
031613         PERFORM 8200-LISTAR-LOG THRU 8200-LISTAR-LOG-EXIT
031614     END-IF
031615     .
031616 8100-CONSULTAR-MES-EXIT.
031617     EXIT.
031618
031619******************************************************************
031620* 8150-LER-POSICAO - FETCH THE CURRENT AND PRIOR YEAR MASTER
031621* RECORDS FOR THE MONTH UNDER INQUIRY. MISSING RECORDS (OR AN
031622* UNAVAILABLE MASTER) SIMPLY SHOW AS ZEROS.
031623******************************************************************
031624 8150-LER-POSICAO.
031625
031626     MOVE 0 TO WS-CONS-BRUTO
031627     MOVE 0 TO WS-CONS-DEVOL
031628     MOVE 0 TO WS-CONS-IMPOSTO
031629     MOVE 0 TO WS-CONS-ANTERIOR
031630     IF WS-SEM-MESTRE-CONS
031631         GO TO 8150-LER-POSICAO-EXIT
031632     END-IF
031633     MOVE WS-ANO-ATUAL TO VDM-ANO
031634     MOVE WS-MESVENDA  TO VDM-MES
031635     READ VENDAS-MESTRE
031636         INVALID KEY
031637             CONTINUE
031638         NOT INVALID KEY
031639             MOVE VDM-VALOR-VENDAS     TO WS-CONS-BRUTO
031640             MOVE VDM-VALOR-DEVOLUCOES TO WS-CONS-DEVOL
031641             MOVE VDM-VALOR-IMPOSTO    TO WS-CONS-IMPOSTO
031642     END-READ
031643     MOVE WS-ANO-ANTERIOR TO VDM-ANO
031644     MOVE WS-MESVENDA     TO VDM-MES
031645     READ VENDAS-MESTRE
031650         INVALID KEY
031660             CONTINUE
031670         NOT INVALID KEY
032170             ELSE
032180                 ADD 1 TO WS-CONS-QTDE-LOG
032190                 MOVE VDL-VALOR TO WS-CONS-VALOR-ED
032191                 IF VDL-ESTORNADO
032192                     MOVE 'ESTORNADO' TO WS-CONS-MARCA
032193                 ELSE
032194                     MOVE SPACES TO WS-CONS-MARCA
032195                 END-IF
032200                 DISPLAY '  SEQ ' VDL-SEQUENCIA
032210                         ' NF ' VDL-NUM-NF
032220                         ' DATA ' VDL-DATA-NF
032230                         ' FIL ' VDL-FILIAL
032240                         ' ' VDL-TIPO
032250                         ' ' WS-CONS-VALOR-ED
032255                         ' ' WS-CONS-MARCA
032260             END-IF
032270     END-READ
032280     .
032290 8250-LER-LOG-CONSULTA-EXIT.
032291     EXIT.
032292
032293******************************************************************
032294* 8500-RELATORIO-ANUAL - THE READ-ONLY ANNUAL REPORT, SELECTED
032295* BY PARM='RAAAA'. PRINTS THE SAME VENDARPT SECTIONS A POSTING
032296* RUN PRINTS - MONTHLY DETAIL, COMPARISON, BUDGET, BRANCHES AND
032297* THE GL EXPORT REGISTER - FOR THE YEAR ASKED FOR, STRAIGHT
032298* FROM THE MASTER AND THE LOG. NOTHING IS REWRITTEN, NOTHING
032299* GOES OUT TO THE GL AND NO LOCK IS TAKEN, SO IT CAN RUN
032300* ALONGSIDE A POSTING SESSION IN THE NEW YEAR.
032301******************************************************************
032302 8500-RELATORIO-ANUAL.
032303
032304     PERFORM 9100-ABRIR-RELATORIO
032305             THRU 9100-ABRIR-RELATORIO-EXIT.
032306     PERFORM 9200-IMPRIMIR-CABECALHO
032307             THRU 9200-IMPRIMIR-CABECALHO-EXIT.
032308     PERFORM 8510-IMPRIMIR-MES-ANUAL
032309             THRU 8510-IMPRIMIR-MES-ANUAL-EXIT
032310         VARYING WS-MESVENDA FROM 1 BY 1 UNTIL WS-MESVENDA > 12.
032311     PERFORM 9360-IMPRIMIR-RODAPE
032312             THRU 9360-IMPRIMIR-RODAPE-EXIT.
032313     PERFORM 9400-IMPRIMIR-COMPARATIVO
032314             THRU 9400-IMPRIMIR-COMPARATIVO-EXIT.
032315     PERFORM 9700-IMPRIMIR-ORCAMENTO
032316             THRU 9700-IMPRIMIR-ORCAMENTO-EXIT.
032317     PERFORM 9600-IMPRIMIR-FILIAIS
032318             THRU 9600-IMPRIMIR-FILIAIS-EXIT.
032319     PERFORM 9800-IMPRIMIR-REGISTRO-EXPORT
032320             THRU 9800-IMPRIMIR-REGISTRO-EXPORT-EXIT.
032321     PERFORM 9900-FECHAR-RELATORIO
032322             THRU 9900-FECHAR-RELATORIO-EXIT.
032323     CLOSE VENDAS-MESTRE.
032324     CLOSE VENDAS-PERIODOS.
032325     CLOSE VENDAS-ORCAMENTO.
032326     CLOSE VENDAS-GL-CONTROLE.
032327     DISPLAY 'RELATORIO ANUAL DE ' WS-ANO-ATUAL ' EMITIDO'
032328     .
032329 8500-RELATORIO-ANUAL-EXIT.
032330     EXIT.
032331
032332******************************************************************
032333* 8510-IMPRIMIR-MES-ANUAL - ONE MONTH OF THE ANNUAL REPORT: ADD
032334* IT TO THE YEAR TOTALS, PRINT ITS LINE AND CLASSIFY ITS GL
032335* EXPORT STATUS FOR THE REGISTER, THE WAY 9000 DOES.
032336******************************************************************
032337 8510-IMPRIMIR-MES-ANUAL.
032338
032339     ADD WS-VENDAS(WS-MESVENDA)     TO WS-TOTAL-ANUAL
032340     ADD WS-VENDAS-DEV(WS-MESVENDA) TO WS-TOTAL-ANUAL-DEV
032341     ADD WS-IMPOSTO(WS-MESVENDA)    TO WS-TOTAL-ANUAL-IMPOSTO
032342     COMPUTE WS-VALOR-LIQUIDO-MES =
032343         WS-VENDAS(WS-MESVENDA) - WS-VENDAS-DEV(WS-MESVENDA)
032344             - WS-IMPOSTO(WS-MESVENDA)
032345     ADD WS-VALOR-LIQUIDO-MES TO WS-TOTAL-ANUAL-LIQ
032346     PERFORM 9300-IMPRIMIR-DETALHE
032347             THRU 9300-IMPRIMIR-DETALHE-EXIT
032348     MOVE WS-ANO-ATUAL TO WS-ANO-LANCAMENTO
032349     MOVE WS-VENDAS(WS-MESVENDA)     TO WS-EXP-VENDAS-MES
032350     MOVE WS-VENDAS-DEV(WS-MESVENDA) TO WS-EXP-DEVOL-MES
032351     PERFORM 9350-EXPORTAR-GL THRU 9350-EXPORTAR-GL-EXIT
032352     MOVE WS-EXP-DECISAO-MES TO WS-EXP-DECISAO(WS-MESVENDA)
032353     .
032354 8510-IMPRIMIR-MES-ANUAL-EXIT.
032355     EXIT.
032356
032357******************************************************************
032358* 9000-CONTABILIZAR - REWRITE THE MONTHLY MASTER FILE SO THE NEXT
032359* RUN PICKS UP WHERE THIS ONE LEFT OFF, AND PRINT A HEADED ANNUAL
032360* REPORT WITH A GRAND TOTAL INSTEAD OF JUST DISPLAYING THE RAW
032361* FIGURES. WHILE LAST YEAR IS STILL OPEN ITS MONTHS ARE WRITTEN
032362* BACK AND OFFERED TO THE GL EXPORT AS WELL (9370), SINCE LATE
032363* ENTRIES DATED IN IT STILL POST INTO IT.
032370******************************************************************
032380 9000-CONTABILIZAR.
032390
032670         ADD WS-VALOR-LIQUIDO-MES TO WS-TOTAL-ANUAL-LIQ
032680         PERFORM 9300-IMPRIMIR-DETALHE
032690                 THRU 9300-IMPRIMIR-DETALHE-EXIT
032692         MOVE WS-ANO-ATUAL TO WS-ANO-LANCAMENTO
032694         MOVE WS-VENDAS(WS-MESVENDA)     TO WS-EXP-VENDAS-MES
032696         MOVE WS-VENDAS-DEV(WS-MESVENDA) TO WS-EXP-DEVOL-MES
032700         PERFORM 9350-EXPORTAR-GL THRU 9350-EXPORTAR-GL-EXIT
032705         MOVE WS-EXP-DECISAO-MES TO WS-EXP-DECISAO(WS-MESVENDA)
032710     END-PERFORM.
032711     IF NOT WS-ANTERIOR-ENCERRADO
032712         SET WS-EXPORT-ANTERIOR TO TRUE
032713         PERFORM 9370-CONTABILIZAR-ANTERIOR
032714                 THRU 9370-CONTABILIZAR-ANTERIOR-EXIT
032715             VARYING WS-MESVENDA FROM 1 BY 1
032716             UNTIL WS-MESVENDA > 12
032717     END-IF.
032720     PERFORM 9360-IMPRIMIR-RODAPE
032730             THRU 9360-IMPRIMIR-RODAPE-EXIT.
032740     PERFORM 9400-IMPRIMIR-COMPARATIVO
034400     EXIT.
034410
034420******************************************************************
034430* 9200-IMPRIMIR-CABECALHO - PRINT THE REPORT TITLE, THE RUN DATE,
034440* THE YEAR REPORTED AND THE COLUMN HEADINGS.
034450******************************************************************
034460 9200-IMPRIMIR-CABECALHO.
034470
034500     MOVE WS-DATA-SISTEMA(5:2)  TO WS-DATA-MES
034510     MOVE WS-DATA-SISTEMA(7:2)  TO WS-DATA-DIA
034520     MOVE WS-DATA-FORMATADA     TO WS-CAB-DATA-VALOR
034525     MOVE WS-ANO-ATUAL          TO WS-CAB-EXERCICIO
034530     MOVE WS-CAB-EMPRESA        TO VDR-REGISTRO
034540     WRITE VDR-REGISTRO.
034550     MOVE WS-CAB-DATA           TO VDR-REGISTRO
034920* WHAT VENDAGLC SAYS WAS LAST EXPORTED IS SKIPPED AS ALREADY
034930* BOOKED; A MONTH NEVER EXPORTED AND STILL AT ZERO HAS NOTHING
034940* TO BOOK. WHAT GOES OUT IS RECORDED BACK ON VENDAGLC SO THE
034950* NEXT RUN SKIPS IT UNLESS THE MASTER MOVES AGAIN. THE CALLER
034951* SETS THE YEAR (WS-ANO-LANCAMENTO) AND THE MONTH'S FIGURES
034952* (WS-EXP-VENDAS-MES / WS-EXP-DEVOL-MES) AND PICKS THE DECISION
034953* UP FROM WS-EXP-DECISAO-MES. THE ANNUAL REPORT ONLY CLASSIFIES:
034954* A MONTH THAT WOULD GO OUT IS SHOWN AS STILL TO BE EXPORTED.
034955* A MONTH THAT GOES OUT IS PENDING ON VENDAGLC, WITH ANY EARLIER
034956* GL RETURN CLEARED, UNTIL PROGGLRET MATCHES THE GL'S ANSWER.
034960******************************************************************
034970 9350-EXPORTAR-GL.
034980
034990     PERFORM 2300-VERIFICAR-PERIODO
035000             THRU 2300-VERIFICAR-PERIODO-EXIT
035010     IF WS-PERIODO-FECHADO
035020         MOVE 'F' TO WS-EXP-DECISAO-MES
035030         GO TO 9350-EXPORTAR-GL-EXIT
035040     END-IF
035050     MOVE 'N' TO WS-SW-GLC-ACHADO
035060     MOVE WS-ANO-LANCAMENTO TO VGC-ANO
035070     MOVE WS-MESVENDA  TO VGC-MES
035080     READ VENDAS-GL-CONTROLE
035090         INVALID KEY
035120             SET WS-GLC-ACHADO TO TRUE
035130     END-READ
035140     IF WS-GLC-ACHADO
035150         AND VGC-VALOR-VENDAS = WS-EXP-VENDAS-MES
035160         AND VGC-VALOR-DEVOLUCOES = WS-EXP-DEVOL-MES
035170         MOVE 'J' TO WS-EXP-DECISAO-MES
035180         GO TO 9350-EXPORTAR-GL-EXIT
035190     END-IF
035200     IF NOT WS-GLC-ACHADO
035210         AND WS-EXP-VENDAS-MES = 0
035220         AND WS-EXP-DEVOL-MES = 0
035230         MOVE 'S' TO WS-EXP-DECISAO-MES
035240         GO TO 9350-EXPORTAR-GL-EXIT
035242     END-IF
035244     IF WS-MODO-RELATORIO-ANUAL
035246         MOVE 'P' TO WS-EXP-DECISAO-MES
035248         GO TO 9350-EXPORTAR-GL-EXIT
035250     END-IF
035260     IF WS-CONTROLE-EXPORT = 0
035270         ADD 1 TO WS-CONTROLE-ULTIMO GIVING WS-CONTROLE-EXPORT
035280     END-IF
035290     MOVE WS-CONTA-VENDAS          TO VGL-CONTA
035300     MOVE WS-ANO-LANCAMENTO        TO VGL-PERIODO-ANO
035310     MOVE WS-MESVENDA              TO VGL-PERIODO-MES
035320     MOVE WS-EXP-VENDAS-MES        TO VGL-VALOR
035330     MOVE WS-CONTROLE-EXPORT       TO VGL-CONTROLE
035340     MOVE WS-DATA-SISTEMA          TO VGL-DATA-EXPORT
035350     WRITE VGL-REGISTRO.
035360     MOVE WS-CONTA-DEVOLUCOES      TO VGL-CONTA
035370     COMPUTE VGL-VALOR = WS-EXP-DEVOL-MES * -1
035380     WRITE VGL-REGISTRO.
035390     MOVE WS-ANO-LANCAMENTO        TO VGC-ANO
035400     MOVE WS-MESVENDA              TO VGC-MES
035410     MOVE WS-EXP-VENDAS-MES        TO VGC-VALOR-VENDAS
035420     MOVE WS-EXP-DEVOL-MES         TO VGC-VALOR-DEVOLUCOES
035430     MOVE WS-CONTROLE-EXPORT       TO VGC-CONTROLE
035440     MOVE WS-DATA-SISTEMA          TO VGC-DATA-EXPORT
035441     MOVE SPACES                   TO VGC-RETORNO-VENDAS
035442     MOVE SPACES                   TO VGC-RETORNO-DEVOLUCOES
035443     MOVE 'P'                      TO VGC-SITUACAO-GL
035444     MOVE 0                        TO VGC-DATA-RETORNO
035445     MOVE 0                        TO VGC-VALOR-GL-VENDAS
035446     MOVE 0                        TO VGC-VALOR-GL-DEVOLUCOES
035447     MOVE SPACES                   TO VGC-MOTIVO-GL
035450     REWRITE VGC-REGISTRO
035460         INVALID KEY
035470             WRITE VGC-REGISTRO
035500         DISPLAY 'ERRO AO GRAVAR VENDAGLC - STATUS '
035510                 WS-STATUS-GLC
035520     END-IF
035530     MOVE 'E' TO WS-EXP-DECISAO-MES
035540     .
035550 9350-EXPORTAR-GL-EXIT.
035551     EXIT.
035552
035553******************************************************************
035554* 9370-CONTABILIZAR-ANTERIOR - ONE MONTH OF LAST YEAR, WHILE IT
035555* IS STILL OPEN: WRITE ITS MASTER RECORD BACK FROM THE PRIOR-
035556* YEAR ARRAYS AND OFFER IT TO THE GL EXPORT UNDER LAST YEAR'S
035557* PERIOD. A MONTH ALREADY CLOSED COMES BACK AS LOADED AND IS
035558* LEFT OFF THE EXPORT BY THE PERIOD CHECK IN 9350.
035559******************************************************************
035560 9370-CONTABILIZAR-ANTERIOR.
035561
035562     MOVE WS-ANO-ANTERIOR    TO VDM-ANO
035563     MOVE WS-MESVENDA        TO VDM-MES
035564     MOVE WS-VENDAS-ANT(WS-MESVENDA) TO VDM-VALOR-VENDAS
035565     MOVE WS-VENDAS-DEV-ANT(WS-MESVENDA) TO VDM-VALOR-DEVOLUCOES
035566     MOVE WS-IMPOSTO-ANT(WS-MESVENDA) TO VDM-VALOR-IMPOSTO
035567     REWRITE VDM-REGISTRO
035568         INVALID KEY
035569             WRITE VDM-REGISTRO
035570     END-REWRITE
035571     MOVE WS-ANO-ANTERIOR TO WS-ANO-LANCAMENTO
035572     MOVE WS-VENDAS-ANT(WS-MESVENDA)     TO WS-EXP-VENDAS-MES
035573     MOVE WS-VENDAS-DEV-ANT(WS-MESVENDA) TO WS-EXP-DEVOL-MES
035574     PERFORM 9350-EXPORTAR-GL THRU 9350-EXPORTAR-GL-EXIT
035575     MOVE WS-EXP-DECISAO-MES TO WS-EXP-DECISAO-ANT(WS-MESVENDA)
035576     .
035577 9370-CONTABILIZAR-ANTERIOR-EXIT.
035578     EXIT.
035579
035580******************************************************************
035590* 9360-IMPRIMIR-RODAPE - PRINT THE GRAND ANNUAL TOTAL.
035600******************************************************************
037230* SAME WAY THE MONTHLY COLUMNS DO. THE AUDIT LOG IS STILL
037240* OPEN I-O AT THIS POINT, SO THE SECTION JUST POSITIONS ON THE
037250* VDL-CHAVE-MES PATH AND READS THE CURRENT YEAR'S RECORDS -
037260* NOT THE WHOLE HISTORY. THE STORES COME FROM THE VENDALOJ
037270* MASTER, SIX COLUMNS TO A BLOCK WITH CODE AND NAME ON TOP,
037280* SO A NEW STORE SIMPLY APPEARS AS ONE MORE COLUMN. THE
037282* SEQUENCE CONTROL RECORD IS BROUGHT UP TO DATE AND THE LOG
037284* STAYS CLOSED WHEN THE SECTION IS DONE (THE ANNUAL REPORT
037286* ONLY READS THE LOG AND LEAVES THE CONTROL RECORD ALONE).
037290******************************************************************
037300 9600-IMPRIMIR-FILIAIS.
037310
037350     WRITE VDR-REGISTRO.
037360     MOVE WS-CAB-FILIAIS        TO VDR-REGISTRO
037370     WRITE VDR-REGISTRO.
037380     PERFORM 9620-IMPRIMIR-BLOCO-FILIAIS
037390             THRU 9620-IMPRIMIR-BLOCO-FILIAIS-EXIT
037400         VARYING WS-FIL-INICIO FROM 1 BY 6
037410         UNTIL WS-FIL-INICIO > WS-FIL-QTDE.
037490     PERFORM 9630-IMPRIMIR-RANKING
037500             THRU 9630-IMPRIMIR-RANKING-EXIT.
037510     IF NOT WS-MODO-RELATORIO-ANUAL
037520         PERFORM 2510-GRAVAR-CONTROLE-LOG
037523                 THRU 2510-GRAVAR-CONTROLE-LOG-EXIT
037526     END-IF.
037530     CLOSE VENDAS-LOG
037540     .
037550 9600-IMPRIMIR-FILIAIS-EXIT.
037560     EXIT.
037570
037580******************************************************************
037590* 9610-CARREGAR-FILIAIS - BUILD THE PER-STORE TABLE FROM THE
037600* STORES ON THE MASTER PLUS THE SEM FIL BUCKET, AND REBUILD THE
037610* FIGURES FROM THE AUDIT LOG: EVERY SALE POSTED INTO THE YEAR
037620* IS ACCUMULATED UNDER ITS STORE, AND ENTRIES WRITTEN BEFORE
037630* THE BRANCH CODE EXISTED (OR WITH A CODE NOT ON THE MASTER)
037640* FALL INTO THE SEM FIL BUCKET SO THE SECTION STILL TIES OUT
037645* TO THE MONTHLY GROSS TOTALS.
037650******************************************************************
037660 9610-CARREGAR-FILIAIS.
037670
037680     COMPUTE WS-FIL-QTDE = WS-QTDE-LOJAS + 1
037690     PERFORM 9611-INICIAR-FILIAL THRU 9611-INICIAR-FILIAL-EXIT
037700         VARYING WS-FIL-SUB FROM 1 BY 1
037710         UNTIL WS-FIL-SUB > WS-FIL-QTDE
037790     MOVE WS-ANO-ATUAL TO VDL-CHAVE-MES(1:4)
037800     MOVE 01           TO VDL-CHAVE-MES(5:2)
037810     COMPUTE WS-CHAVE-MES-LIMITE = WS-ANO-ATUAL * 100 + 12
037940         UNTIL WS-FIM-FAIXA OR NOT WS-LOG-OK
037950     .
037960 9610-CARREGAR-FILIAIS-EXIT.
037961     EXIT.
037962
037963******************************************************************
037964* 9611-INICIAR-FILIAL - ZERO ONE ITEM OF THE PER-STORE TABLE
037965* AND LABEL IT: A STORE FROM THE MASTER, OR THE SEM FIL BUCKET
037966* WHEN IT IS THE LAST ITEM.
037967******************************************************************
037968 9611-INICIAR-FILIAL.
037969
037970     MOVE 0 TO WS-FIL-TOTAL-ANO(WS-FIL-SUB)
037971     PERFORM 9612-ZERAR-MES-FILIAL THRU 9612-ZERAR-MES-FILIAL-EXIT
037972         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
037973     IF WS-FIL-SUB = WS-FIL-QTDE
037974         MOVE SPACES           TO WS-FIL-LOJA(WS-FIL-SUB)
037975         MOVE 'SEM FIL'        TO WS-FIL-CODIGO(WS-FIL-SUB)
037976         MOVE 'NAO CADASTRADA' TO WS-FIL-NOME(WS-FIL-SUB)
037977     ELSE
037978         MOVE WS-LOJA-CODIGO(WS-FIL-SUB)
037979             TO WS-FIL-LOJA(WS-FIL-SUB)
037980         MOVE SPACES TO WS-FIL-CODIGO(WS-FIL-SUB)
037981         STRING 'LOJA ' WS-LOJA-CODIGO(WS-FIL-SUB)
037982             DELIMITED BY SIZE INTO WS-FIL-CODIGO(WS-FIL-SUB)
037983         MOVE WS-LOJA-NOME(WS-FIL-SUB)
037984             TO WS-FIL-NOME(WS-FIL-SUB)
037985     END-IF
037986     .
037987 9611-INICIAR-FILIAL-EXIT.
037988     EXIT.
037989
037990 9612-ZERAR-MES-FILIAL.
037991
037992     MOVE 0 TO WS-FIL-VENDAS-MES(WS-FIL-SUB, WS-SUB)
037993     .
037994 9612-ZERAR-MES-FILIAL-EXIT.
037995     EXIT.
037996
037997******************************************************************
038000* 9615-LER-LOG-FILIAL - READ ONE VENDALOG RECORD AND, WHEN IT IS
038010* A SALE, ACCUMULATE IT UNDER ITS STORE'S COLUMN. THE MONTH-KEY
038020* RANGE ALREADY HOLDS IT TO THE YEAR IT POSTED INTO, WHATEVER
038025* THE DATE IT WAS KEYED ON.
038030******************************************************************
038040 9615-LER-LOG-FILIAL.
038050
038120                 SET WS-FIM-FAIXA TO TRUE
038130                 GO TO 9615-LER-LOG-FILIAL-EXIT
038140             END-IF
038150             IF VDL-TIPO = 'V'
038160                 AND NOT VDL-ESTORNADO
038180                 AND VDL-MES > 0 AND VDL-MES < 13
038190                 PERFORM 9616-LOCALIZAR-FILIAL
038200                         THRU 9616-LOCALIZAR-FILIAL-EXIT
038320                 ADD VDL-VALOR
038330                     TO WS-FIL-VENDAS-MES(WS-FIL-SUB, VDL-MES)
038340                 ADD VDL-VALOR TO WS-FIL-TOTAL-ANO(WS-FIL-SUB)
038390     EXIT.
038400
038410******************************************************************
038420* 9616-LOCALIZAR-FILIAL - POINT WS-FIL-SUB AT THE TABLE ITEM OF
038430* VDL-FILIAL, OR AT THE SEM FIL BUCKET WHEN THE CODE IS BLANK
038435* OR NOT ON THE MASTER.
038440******************************************************************
038450 9616-LOCALIZAR-FILIAL.
038451
038452     MOVE VDL-FILIAL TO WS-FILIAL
038453     PERFORM 2170-VALIDAR-FILIAL THRU 2170-VALIDAR-FILIAL-EXIT
038454     IF WS-FILIAL-VALIDA
038455         MOVE WS-LOJA-ACHADA TO WS-FIL-SUB
038456     ELSE
038457         MOVE WS-FIL-QTDE    TO WS-FIL-SUB
038458     END-IF
038459     .
038460 9616-LOCALIZAR-FILIAL-EXIT.
038461     EXIT.
038462
038463******************************************************************
038464* 9620-IMPRIMIR-BLOCO-FILIAIS - PRINT ONE BLOCK OF UP TO SIX
038465* STORE COLUMNS, STARTING AT WS-FIL-INICIO: CODE AND NAME
038466* HEADINGS, ONE LINE PER MONTH AND THE ANNUAL TOTAL LINE.
038467******************************************************************
038468 9620-IMPRIMIR-BLOCO-FILIAIS.
038469
038470     COMPUTE WS-FIL-FIM = WS-FIL-INICIO + 5
038471     IF WS-FIL-FIM > WS-FIL-QTDE
038472         MOVE WS-FIL-QTDE TO WS-FIL-FIM
038473     END-IF
038474     PERFORM 9622-MONTAR-CABECALHO-BLOCO
038475             THRU 9622-MONTAR-CABECALHO-BLOCO-EXIT
038476         VARYING WS-FIL-COL-SUB FROM 1 BY 1
038477         UNTIL WS-FIL-COL-SUB > 6
038478     MOVE SPACES                TO VDR-REGISTRO
038479     WRITE VDR-REGISTRO.
038480     MOVE WS-CAB-FIL-COLUNAS    TO VDR-REGISTRO
038481     WRITE VDR-REGISTRO.
038482     MOVE WS-CAB-FIL-NOMES      TO VDR-REGISTRO
038483     WRITE VDR-REGISTRO.
038484     PERFORM 9624-IMPRIMIR-LINHA-FILIAL
038485             THRU 9624-IMPRIMIR-LINHA-FILIAL-EXIT
038486         VARYING WS-MESVENDA FROM 1 BY 1 UNTIL WS-MESVENDA > 12.
038487     PERFORM 9628-MONTAR-TOTAL-BLOCO
038488             THRU 9628-MONTAR-TOTAL-BLOCO-EXIT
038489         VARYING WS-FIL-COL-SUB FROM 1 BY 1
038490         UNTIL WS-FIL-COL-SUB > 6
038491     MOVE WS-LINHA-FIL-TOTAL    TO VDR-REGISTRO
038492     WRITE VDR-REGISTRO
038493     .
038494 9620-IMPRIMIR-BLOCO-FILIAIS-EXIT.
038495     EXIT.
038496
038497 9622-MONTAR-CABECALHO-BLOCO.
038498
038499     COMPUTE WS-FIL-SUB = WS-FIL-INICIO + WS-FIL-COL-SUB - 1
038500     MOVE SPACES TO WS-CAB-FIL-GRUPO(WS-FIL-COL-SUB)
038501     MOVE SPACES TO WS-CAB-NOM-GRUPO(WS-FIL-COL-SUB)
038502     IF WS-FIL-SUB NOT > WS-FIL-FIM
038503         MOVE WS-FIL-CODIGO(WS-FIL-SUB)
038504             TO WS-CAB-FIL-CODIGO(WS-FIL-COL-SUB)
038505         MOVE WS-FIL-NOME(WS-FIL-SUB)
038506             TO WS-CAB-FIL-NOME(WS-FIL-COL-SUB)
038507     END-IF
038508     .
038509 9622-MONTAR-CABECALHO-BLOCO-EXIT.
038510     EXIT.
038511
038512******************************************************************
038513* 9624-IMPRIMIR-LINHA-FILIAL - PRINT ONE MONTH'S LINE OF THE
038514* CURRENT BLOCK, ONE COLUMN PER STORE (THE SEM FIL BUCKET IS
038515* THE LAST COLUMN OF THE LAST BLOCK).
038516******************************************************************
038517 9624-IMPRIMIR-LINHA-FILIAL.
038518
038519     MOVE WS-MESVENDA TO WS-FIL-MES
038520     PERFORM 9626-MONTAR-COLUNA-FILIAL
038521             THRU 9626-MONTAR-COLUNA-FILIAL-EXIT
038522         VARYING WS-FIL-COL-SUB FROM 1 BY 1
038523         UNTIL WS-FIL-COL-SUB > 6
038524     MOVE WS-LINHA-FILIAL TO VDR-REGISTRO
038530     WRITE VDR-REGISTRO
038540     .
038550 9624-IMPRIMIR-LINHA-FILIAL-EXIT.
038551     EXIT.
038552
038553 9626-MONTAR-COLUNA-FILIAL.
038554
038555     COMPUTE WS-FIL-SUB = WS-FIL-INICIO + WS-FIL-COL-SUB - 1
038556     IF WS-FIL-SUB > WS-FIL-FIM
038557         MOVE SPACES TO WS-FIL-COL-GRUPO(WS-FIL-COL-SUB)
038558     ELSE
038559         MOVE WS-FIL-VENDAS-MES(WS-FIL-SUB, WS-MESVENDA)
038560             TO WS-FIL-COL(WS-FIL-COL-SUB)
038561     END-IF
038562     .
038563 9626-MONTAR-COLUNA-FILIAL-EXIT.
038564     EXIT.
038565
038566 9628-MONTAR-TOTAL-BLOCO.
038567
038568     COMPUTE WS-FIL-SUB = WS-FIL-INICIO + WS-FIL-COL-SUB - 1
038569     IF WS-FIL-SUB > WS-FIL-FIM
038570         MOVE SPACES TO WS-FILT-COL-GRUPO(WS-FIL-COL-SUB)
038571     ELSE
038572         MOVE WS-FIL-TOTAL-ANO(WS-FIL-SUB)
038573             TO WS-FILT-COL(WS-FIL-COL-SUB)
038574     END-IF
038575     .
038576 9628-MONTAR-TOTAL-BLOCO-EXIT.
038577     EXIT.
038578
038580******************************************************************
038590* 9630-IMPRIMIR-RANKING - SORT THE STORES ON THE MASTER BY
038600* ANNUAL GROSS SALES AND PRINT THEM IN ORDER. THE SEM FIL
038610* BUCKET IS NOT A STORE, SO IT STAYS OUT OF THE RANKING.
038620******************************************************************
038630 9630-IMPRIMIR-RANKING.
038640
038650     MOVE WS-QTDE-LOJAS TO WS-RANK-QTDE
038660     IF WS-RANK-QTDE = 0
038670         GO TO 9630-IMPRIMIR-RANKING-EXIT
038680     END-IF
038690     PERFORM 9631-COPIAR-RANKING THRU 9631-COPIAR-RANKING-EXIT
038700         VARYING WS-FIL-SUB FROM 1 BY 1
038710         UNTIL WS-FIL-SUB > WS-RANK-QTDE
038720     SUBTRACT 1 FROM WS-RANK-QTDE GIVING WS-RANK-LIMITE
038730     PERFORM 9632-PASSAR-RANKING THRU 9632-PASSAR-RANKING-EXIT
038740         VARYING WS-FIL-SUB FROM 1 BY 1
038750         UNTIL WS-FIL-SUB > WS-RANK-LIMITE
038910     MOVE SPACES TO VDR-REGISTRO
038920     WRITE VDR-REGISTRO
038930     PERFORM 9636-IMPRIMIR-POSICAO THRU 9636-IMPRIMIR-POSICAO-EXIT
038940         VARYING WS-FIL-SUB FROM 1 BY 1
038950         UNTIL WS-FIL-SUB > WS-RANK-QTDE
039000     .
039010 9630-IMPRIMIR-RANKING-EXIT.
039011     EXIT.
039012
039013 9631-COPIAR-RANKING.
039014
039015     MOVE WS-FIL-CODIGO(WS-FIL-SUB)
039016         TO WS-RANK-CODIGO(WS-FIL-SUB)
039017     MOVE WS-FIL-NOME(WS-FIL-SUB)
039018         TO WS-RANK-NOME(WS-FIL-SUB)
039019     MOVE WS-FIL-TOTAL-ANO(WS-FIL-SUB)
039020         TO WS-RANK-TOTAL(WS-FIL-SUB)
039021     .
039022 9631-COPIAR-RANKING-EXIT.
039023     EXIT.
039024
039025 9632-PASSAR-RANKING.
039026
039027     PERFORM 9634-COMPARAR-RANKING THRU 9634-COMPARAR-RANKING-EXIT
039028         VARYING WS-FIL-SUB-2 FROM 1 BY 1
039029         UNTIL WS-FIL-SUB-2 > WS-RANK-LIMITE
039030     .
039031 9632-PASSAR-RANKING-EXIT.
039032     EXIT.
039033
039034 9634-COMPARAR-RANKING.
039035
039036     IF WS-RANK-TOTAL(WS-FIL-SUB-2) <
039037         WS-RANK-TOTAL(WS-FIL-SUB-2 + 1)
039038         MOVE WS-RANK-CODIGO(WS-FIL-SUB-2)
039039             TO WS-RANK-TROCA-CODIGO
039040         MOVE WS-RANK-NOME(WS-FIL-SUB-2)
039041             TO WS-RANK-TROCA-NOME
039042         MOVE WS-RANK-TOTAL(WS-FIL-SUB-2)
039043             TO WS-RANK-TROCA-TOTAL
039044         MOVE WS-RANK-CODIGO(WS-FIL-SUB-2 + 1)
039045             TO WS-RANK-CODIGO(WS-FIL-SUB-2)
039046         MOVE WS-RANK-NOME(WS-FIL-SUB-2 + 1)
039047             TO WS-RANK-NOME(WS-FIL-SUB-2)
039048         MOVE WS-RANK-TOTAL(WS-FIL-SUB-2 + 1)
039049             TO WS-RANK-TOTAL(WS-FIL-SUB-2)
039050         MOVE WS-RANK-TROCA-CODIGO
039051             TO WS-RANK-CODIGO(WS-FIL-SUB-2 + 1)
039052         MOVE WS-RANK-TROCA-NOME
039053             TO WS-RANK-NOME(WS-FIL-SUB-2 + 1)
039054         MOVE WS-RANK-TROCA-TOTAL
039055             TO WS-RANK-TOTAL(WS-FIL-SUB-2 + 1)
039056     END-IF
039057     .
039058 9634-COMPARAR-RANKING-EXIT.
039059     EXIT.
039060
039061 9636-IMPRIMIR-POSICAO.
039062
039063     MOVE WS-FIL-SUB                 TO WS-RANK-POSICAO
039064     MOVE WS-RANK-CODIGO(WS-FIL-SUB) TO WS-RANK-CODIGO-ED
039065     MOVE WS-RANK-NOME(WS-FIL-SUB)   TO WS-RANK-NOME-ED
039066     MOVE WS-RANK-TOTAL(WS-FIL-SUB)  TO WS-RANK-VALOR
039067     MOVE WS-LINHA-RANKING           TO VDR-REGISTRO
039068     WRITE VDR-REGISTRO
039069     .
039070 9636-IMPRIMIR-POSICAO-EXIT.
039071     EXIT.
039072
039073******************************************************************
039074* 9700-IMPRIMIR-ORCAMENTO - PRINT THE ORCADO X REALIZADO
039075* SECTION: EACH MONTH'S ACTUAL GROSS SALES AGAINST THE VENDAORC
039076* BUDGET WITH THE VARIANCE IN VALUE AND PERCENT, THEN THE YEAR-
039080* TO-DATE ACTUAL AGAINST THE YEAR-TO-DATE BUDGET THROUGH THE
039090* MONTH THE REPORT RUNS IN. A MONTH WITH NO BUDGET ON FILE
039100* REPORTS AGAINST ZERO, AND A BUDGET OF ZERO HAS NO MEANINGFUL
039220     MOVE 0 TO WS-ORC-ACUM-REAL
039230     MOVE 0 TO WS-ORC-ACUM-ORCADO
039240     MOVE WS-DATA-SISTEMA(5:2)  TO WS-ORC-MES-LIMITE
039242     IF WS-ANO-ATUAL < WS-ANO-SISTEMA
039244         MOVE 12 TO WS-ORC-MES-LIMITE
039246     END-IF
039250     PERFORM VARYING WS-MESVENDA FROM 1 BY 1
039260                                 UNTIL WS-MESVENDA > 12
039270         PERFORM 9710-IMPRIMIR-LINHA-ORCAMENTO
039830* THE CONTROL NUMBER AND DATE THEY WENT OUT UNDER (FROM
039840* VENDAGLC), WITH WHAT THIS RUN DECIDED FOR THE MONTH - SO THE
039850* GL TEAM SEES EXACTLY WHICH PERIODS WENT OUT UNDER WHICH
039860* CONTROL NUMBER WITHOUT FILTERING THE FILE BY HAND. WHEN LAST
039863* YEAR WAS STILL OPEN AND WENT THROUGH THE EXPORT AS WELL, ITS
039866* TWELVE MONTHS FOLLOW UNDER THEIR OWN SUB-HEADING.
039870******************************************************************
039880 9800-IMPRIMIR-REGISTRO-EXPORT.
039890
039930     WRITE VDR-REGISTRO.
039940     MOVE WS-CAB-EXP-COLUNAS    TO VDR-REGISTRO
039950     WRITE VDR-REGISTRO.
039955     MOVE WS-ANO-ATUAL          TO WS-ANO-LANCAMENTO
039960     PERFORM 9810-IMPRIMIR-LINHA-EXPORT
039970             THRU 9810-IMPRIMIR-LINHA-EXPORT-EXIT
039980         VARYING WS-MESVENDA FROM 1 BY 1 UNTIL WS-MESVENDA > 12
039981     IF WS-EXPORT-ANTERIOR
039982         MOVE SPACES                TO VDR-REGISTRO
039983         WRITE VDR-REGISTRO
039984         MOVE WS-ANO-ANTERIOR       TO WS-CAB-EXP-ANO
039985         MOVE WS-CAB-EXP-EXERCICIO  TO VDR-REGISTRO
039986         WRITE VDR-REGISTRO
039987         MOVE WS-CAB-EXP-COLUNAS    TO VDR-REGISTRO
039988         WRITE VDR-REGISTRO
039989         MOVE WS-ANO-ANTERIOR       TO WS-ANO-LANCAMENTO
039990         PERFORM 9810-IMPRIMIR-LINHA-EXPORT
039991                 THRU 9810-IMPRIMIR-LINHA-EXPORT-EXIT
039992             VARYING WS-MESVENDA FROM 1 BY 1
039993             UNTIL WS-MESVENDA > 12
039994     END-IF
039995     .
040000 9800-IMPRIMIR-REGISTRO-EXPORT-EXIT.
040010     EXIT.
040020
040040* 9810-IMPRIMIR-LINHA-EXPORT - PRINT ONE MONTH'S LINE OF THE
040050* EXPORT REGISTER FROM ITS VENDAGLC RECORD AND THIS RUN'S
040060* DECISION. A MONTH WITH NO VENDAGLC RECORD NEVER WENT OUT AND
040070* SHOWS ZEROS. THE YEAR PRINTED IS WS-ANO-LANCAMENTO. THE GL
040073* RETURN COLUMN IS WHAT PROGGLRET LAST MATCHED FOR THE MONTH;
040076* IT IS BLANK FOR A MONTH EXPORTED BEFORE RETURNS WERE KEPT.
040080******************************************************************
040090 9810-IMPRIMIR-LINHA-EXPORT.
040100
040110     MOVE WS-MESVENDA           TO WS-EXP-MES
040120     MOVE WS-ANO-LANCAMENTO     TO VGC-ANO
040130     MOVE WS-MESVENDA           TO VGC-MES
040140     READ VENDAS-GL-CONTROLE
040150         INVALID KEY
040170             MOVE 0 TO WS-EXP-DEVOL
040180             MOVE 0 TO WS-EXP-CONTROLE
040190             MOVE 0 TO WS-EXP-DATA
040195             MOVE SPACES TO VGC-SITUACAO-GL
040200         NOT INVALID KEY
040210             MOVE VGC-VALOR-VENDAS     TO WS-EXP-VENDAS
040220             MOVE VGC-VALOR-DEVOLUCOES TO WS-EXP-DEVOL
040230             MOVE VGC-CONTROLE         TO WS-EXP-CONTROLE
040240             MOVE VGC-DATA-EXPORT      TO WS-EXP-DATA
040250     END-READ
040260     MOVE SPACES TO WS-EXP-RETORNO-ED
040261     IF VGC-GL-PENDENTE
040262         MOVE 'AGUARDANDO'    TO WS-EXP-RETORNO-ED
040263     END-IF
040264     IF VGC-GL-CONTABILIZADO
040265         MOVE 'CONTABILIZADO' TO WS-EXP-RETORNO-ED
040266     END-IF
040267     IF VGC-GL-REJEITADO
040268         MOVE 'REJEITADO'     TO WS-EXP-RETORNO-ED
040269     END-IF
040270     IF VGC-GL-DIVERGENTE
040271         MOVE 'DIVERGENTE'    TO WS-EXP-RETORNO-ED
040272     END-IF
040273     IF WS-ANO-LANCAMENTO = WS-ANO-ATUAL
040274         MOVE WS-EXP-DECISAO(WS-MESVENDA) TO WS-EXP-DECISAO-MES
040275     ELSE
040276         MOVE WS-EXP-DECISAO-ANT(WS-MESVENDA)
040277             TO WS-EXP-DECISAO-MES
040278     END-IF
040279     IF WS-EXP-DECISAO-MES = 'E'
040280         MOVE 'EXPORTADO'     TO WS-EXP-SITUACAO-ED
040281     ELSE
040290         IF WS-EXP-DECISAO-MES = 'J'
040300             MOVE 'JA EXPORTADO'  TO WS-EXP-SITUACAO-ED
040310         ELSE
040320             IF WS-EXP-DECISAO-MES = 'F'
040330                 MOVE 'FECHADO'       TO WS-EXP-SITUACAO-ED
040340             ELSE
040342                 IF WS-EXP-DECISAO-MES = 'P'
040344                     MOVE 'A EXPORTAR'    TO WS-EXP-SITUACAO-ED
040346                 ELSE
040350                     MOVE 'SEM MOVIMENTO' TO WS-EXP-SITUACAO-ED
040355                 END-IF
040360             END-IF
040370         END-IF
040380     END-IF
