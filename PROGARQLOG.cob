000390*                  SEQUENCE CONTROL RECORD (SEQUENCIA 000000)
000400*                  HAS NO POSTING DATE AND SO STAYS ON THE
000410*                  LIVE LOG, AS IT MUST.
000411* 15.10.2026 IK    WHILE LAST YEAR HAS NOT HAD ITS YEAR-END
000412*                  CLOSE IT STILL TAKES LATE ENTRIES, AND ITS
000413*                  DUPLICATE CHECK, BRANCH REPORT AND
000414*                  RECONCILIATION STILL WORK OFF THE LIVE LOG -
000415*                  THE LATEST CUTOFF IS THEN JANUARY 1 OF LAST
000416*                  YEAR. THE YEAR-END CLOSE IS READ FROM VENDAPER.
000417* 15.10.2026 IK    THE LOG RECORD GREW FROM 62 TO 80 BYTES
000418*                  (VDL-NF-ORIGEM) AND GAINED A THIRD ALTERNATE
000419*                  PATH; THE HISTORY AND NEW-LOG AREAS FOLLOW.
000420* 15.10.2026 IK    THE LOG RECORD GREW FROM 80 TO 90 BYTES
000421*                  (VDL-VENDEDOR); THE HISTORY AND NEW-LOG
000422*                  AREAS FOLLOW.
000423******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PROGARQLOG.
000450
000570             WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS VDL-CHAVE-MES
000590             WITH DUPLICATES
000593         ALTERNATE RECORD KEY IS VDL-NF-ORIGEM
000596             WITH DUPLICATES
000600         FILE STATUS IS WS-STATUS-LOG.
000610     SELECT VENDAS-HISTORICO ASSIGN TO "VENDAHST"
000620         ORGANIZATION IS SEQUENTIAL
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-STATUS-NOV.
000681     SELECT VENDAS-PERIODOS ASSIGN TO "VENDAPER"
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS DYNAMIC
000684         RECORD KEY IS VPE-CHAVE
000685         FILE STATUS IS WS-STATUS-PER.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000730     COPY VENDALOG.
000740
000750 FD  VENDAS-HISTORICO.
000760 01  VHS-REGISTRO                PIC X(090).
000770
000780 FD  VENDAS-LOG-NOVO.
000790 01  VNV-REGISTRO                PIC X(090).
000792
000794 FD  VENDAS-PERIODOS.
000796     COPY VENDAPER.
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-FLAGS.
000890         88  WS-HST-NAO-EXISTE             VALUE '35'.
000900     02  WS-STATUS-NOV       PIC X(002)    VALUE SPACES.
000910         88  WS-NOV-OK                     VALUE '00'.
000912     02  WS-STATUS-PER       PIC X(002)    VALUE SPACES.
000914         88  WS-PER-OK                     VALUE '00'.
000916         88  WS-PER-NAO-EXISTE             VALUE '35'.
000920
000930 01  WS-PARAMETRO-ENTRADA    PIC X(020)    VALUE SPACES.
000940
000960 77  WS-DATA-SISTEMA         PIC 9(008)    VALUE 0.
000970 77  WS-ANO-ATUAL            PIC 9(004)    VALUE 0.
000980 77  WS-CORTE-MAXIMO         PIC 9(008)    VALUE 0.
000982 77  WS-ANO-ANTERIOR         PIC 9(004)    VALUE 0.
000984 77  WS-SW-ANTERIOR-ENCERRADO PIC X(001)   VALUE 'N'.
000986     88  WS-ANTERIOR-ENCERRADO             VALUE 'S'.
000990 77  WS-CONTADOR-LIDOS       PIC 9(007)    VALUE 0.
001000 77  WS-CONTADOR-ARQUIVADOS  PIC 9(007)    VALUE 0.
001010 77  WS-CONTADOR-MANTIDOS    PIC 9(007)    VALUE 0.
001210* POSTING PROGRAMS REBUILD THE INVOICE DUPLICATE TABLE, THE
001220* BRANCH SECTION AND THE RECONCILIATION FROM THE LIVE LOG, SO
001230* ARCHIVING CURRENT-YEAR RECORDS WOULD SILENTLY DISABLE THEM.
001233* WHILE LAST YEAR IS STILL OPEN (1100) THE SAME HOLDS FOR LAST
001236* YEAR, AND THE LATEST CUTOFF MOVES BACK TO ITS JANUARY 1.
001240******************************************************************
001250 1000-INICIAR.
001260
001410     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001420     MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL
001430     COMPUTE WS-CORTE-MAXIMO = WS-ANO-ATUAL * 10000 + 0101
001431     SUBTRACT 1 FROM WS-ANO-ATUAL GIVING WS-ANO-ANTERIOR
001432     PERFORM 1100-VERIFICAR-ANO-ANTERIOR
001433             THRU 1100-VERIFICAR-ANO-ANTERIOR-EXIT
001434     IF NOT WS-ANTERIOR-ENCERRADO
001435         COMPUTE WS-CORTE-MAXIMO = WS-ANO-ANTERIOR * 10000 + 0101
001436     END-IF
001440     IF WS-DATA-CORTE > WS-CORTE-MAXIMO
001450         IF WS-ANTERIOR-ENCERRADO
001460             DISPLAY 'DATA DE CORTE ' WS-DATA-CORTE
001461                     ' DENTRO DO ANO CORRENTE - O LOG DO ANO'
001462                     ' DEVE PERMANECER VIVO'
001463         ELSE
001464             DISPLAY 'DATA DE CORTE ' WS-DATA-CORTE
001465                     ' POSTERIOR A ' WS-CORTE-MAXIMO
001466                     ' - EXERCICIO ' WS-ANO-ANTERIOR
001467                     ' AINDA NAO ENCERRADO'
001468         END-IF
001470         MOVE 16 TO RETURN-CODE
001480         STOP RUN
001490     END-IF
001760     DISPLAY 'ARQUIVANDO VENDALOG - CORTE EM ' WS-DATA-CORTE
001770     .
001780 1000-INICIAR-EXIT.
001781     EXIT.
001782
001783******************************************************************
001784* 1100-VERIFICAR-ANO-ANTERIOR - LOOK FOR LAST YEAR'S YEAR-END
001785* CLOSE RECORD (MONTH 00) IN VENDAPER. A MISSING FILE OR RECORD
001786* MEANS LAST YEAR IS STILL OPEN. THE FILE IS ONLY READ, AND IS
001787* CLOSED AGAIN AT ONCE.
001788******************************************************************
001789 1100-VERIFICAR-ANO-ANTERIOR.
001790
001791     MOVE 'N' TO WS-SW-ANTERIOR-ENCERRADO
001792     OPEN INPUT VENDAS-PERIODOS
001793     IF WS-PER-NAO-EXISTE
001794         GO TO 1100-VERIFICAR-ANO-ANTERIOR-EXIT
001795     END-IF
001796     IF NOT WS-PER-OK
001797         DISPLAY 'ERRO AO ABRIR VENDAPER - STATUS ' WS-STATUS-PER
001798         MOVE 16 TO RETURN-CODE
001799         STOP RUN
001800     END-IF
001801     MOVE WS-ANO-ANTERIOR TO VPE-ANO
001802     MOVE 0               TO VPE-MES
001803     READ VENDAS-PERIODOS
001804         INVALID KEY
001805             CONTINUE
001806         NOT INVALID KEY
001807             IF VPE-SITUACAO = 'F'
001808                 SET WS-ANTERIOR-ENCERRADO TO TRUE
001809             END-IF
001810     END-READ
001811     CLOSE VENDAS-PERIODOS
001812     .
001813 1100-VERIFICAR-ANO-ANTERIOR-EXIT.
001814     EXIT.
001815
001816******************************************************************
001820* 2000-PROCESSAR - READ ONE LOG RECORD AND ROUTE IT: OLDER THAN
001830* THE CUTOFF GOES TO THE HISTORY FILE, ANYTHING ELSE STAYS ON
001840* THE NEW LIVE LOG. A RECORD WHOSE POSTING DATE IS NOT EVEN
