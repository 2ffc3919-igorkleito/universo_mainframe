000180*            01 - MES FORA DE 01-12
000190*            02 - VALOR ZERO OU NAO NUMERICO
000200*            03 - TIPO DIFERENTE DE V OU D
000210*            04 - FILIAL NAO CADASTRADA EM VENDALOJ
000220*            05 - PERIODO CONTABIL FECHADO
000230*            06 - NUMERO DE NF ZERO OU NAO NUMERICO
000240*            07 - DATA DA TRANSACAO INVALIDA
000250*            08 - NF JA LANCADA (DUPLICIDADE)
000260*            09 - LOTE DA LOJA NAO CONFERE (CONTROLE)
000261*            10 - FILIAL ENCERRADA NA DATA DA TRANSACAO
000262*            11 - DATA FORA DO EXERCICIO ABERTO
000263*            12 - DEVOLUCAO SEM NF ORIGINAL OU NF ORIGINAL
000264*                 NAO ENCONTRADA EM VENDALOG/VENDAHST
000265*            13 - NF ORIGINAL DE OUTRA FILIAL
000266*            14 - NF ORIGINAL JA TOTALMENTE DEVOLVIDA OU
000267*                 VALOR ACIMA DO SALDO A DEVOLVER
000268*            15 - VENDEDOR NAO CADASTRADO EM VENDAVEN OU FORA
000269*                 DO PERIODO DE ADMISSAO/DESLIGAMENTO
000270*            16 - VENDEDOR DE OUTRA FILIAL
000271******************************************************************
000280* MODIFICATION HISTORY
000290* DATE       WHO   DESCRIPTION
000300* 23.08.2026 IK    ORIGINAL COPYBOOK.
000473*                  THE RECORD FROM 40 TO 42 BYTES. A REJECT
000474*                  FILE ON DISK AT CUTOVER IS CONVERTED BY THE
000475*                  CNVVAL JOB.
000476* 15.10.2026 IK    ADDED REASON CODE 10 - A TRANSACTION DATED
000477*                  AFTER THE CLOSING DATE OF ITS STORE ON THE
000478*                  VENDALOJ STORE MASTER. CODE 04 NOW MEANS A
000479*                  STORE THAT IS NOT ON THE MASTER.
000480* 15.10.2026 IK    ADDED REASON CODE 11 - A TRANSACTION DATED
000481*                  IN A YEAR THAT CAN NO LONGER TAKE ENTRIES:
000482*                  NEITHER THE CURRENT YEAR NOR THE PREVIOUS
000483*                  ONE STILL AWAITING ITS YEAR-END CLOSE.
000484* 15.10.2026 IK    ADDED VRJ-NF-ORIGEM IN STEP WITH VDT-NF-ORIGEM,
000485*                  GROWING THE RECORD FROM 42 TO 50 BYTES AND
000486*                  MOVING VRJ-MOTIVO TO BYTES 44-45. ADDED REASON
000487*                  CODES 12, 13 AND 14 FOR A RETURN THAT CANNOT
000488*                  BE MATCHED AGAINST ITS ORIGINAL SALE. A REJECT
000489*                  FILE ON DISK AT CUTOVER IS CONVERTED BY THE
000490*                  CNVDEV JOB.
000491* 15.10.2026 IK    ADDED VRJ-VENDEDOR IN STEP WITH VDT-VENDEDOR
000492*                  (BYTES 46-49, CARVED OUT OF THE FILLER - THE
000493*                  RECORD STAYS 50 BYTES) AND REASON CODES 15
000494*                  AND 16 FOR A SALESPERSON THAT IS NOT ON THE
000495*                  VENDAVEN MASTER, NOT ACTIVE ON THE
000496*                  TRANSACTION DATE OR FROM ANOTHER STORE.
000497******************************************************************
000498 01  VRJ-REGISTRO.
000500     05  VRJ-TIPO-REG            PIC X(001).
000510     05  VRJ-MES                 PIC 9(002).
000520     05  VRJ-VALOR               PIC 9(008)V99.
000540     05  VRJ-FILIAL              PIC X(003).
000550     05  VRJ-NUM-NF              PIC 9(009).
000560     05  VRJ-DATA                PIC 9(008).
000565     05  VRJ-NF-ORIGEM           PIC 9(009).
000570     05  VRJ-MOTIVO              PIC X(002).
000580     05  VRJ-VENDEDOR            PIC X(004).
000590     05  FILLER                  PIC X(001).
