000010******************************************************************
000020* COPYBOOK: VENDAIMP
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: FIXED-FORMAT EXTRACT FOR THE MONTHLY SALES-TAX FILING
000060*          PACKAGE, WRITTEN BY PROGAPURA FROM THE VENDALOG DETAIL
000070*          OF ONE POSTING PERIOD. ONE HEADER ('H'), ONE DETAIL
000080*          ('D') PER STORE AND TAX RATE - TAX DUE ON SALES, TAX
000090*          CREDITED BACK ON RETURNS AND THE NET PAYABLE - AND ONE
000100*          TRAILER ('T') WITH THE DETAIL COUNT AND THE TOTALS SO
000110*          THE RECEIVING SIDE CAN PROVE THE FILE IS COMPLETE.
000120*          THE RATE IS IN HUNDREDTHS OF A PERCENT, AS ON
000130*          VENDATAX (0500 = 5,00%).
000140******************************************************************
000150* MODIFICATION HISTORY
000160* DATE       WHO   DESCRIPTION
000170* 15.10.2026 IK    ORIGINAL COPYBOOK.
000180******************************************************************
000190 01  VIM-REGISTRO.
000200     05  VIM-TIPO-REG            PIC X(001).
000210         88  VIM-CABECALHO-REG             VALUE 'H'.
000220         88  VIM-DETALHE-REG               VALUE 'D'.
000230         88  VIM-TRAILER-REG               VALUE 'T'.
000240     05  VIM-PERIODO.
000250         10  VIM-PERIODO-ANO     PIC 9(004).
000260         10  VIM-PERIODO-MES     PIC 9(002).
000270     05  VIM-DADOS.
000280         10  VIM-FILIAL          PIC X(003).
000290         10  VIM-ALIQUOTA        PIC 9(004).
000300         10  VIM-QTDE-VENDAS     PIC 9(006).
000310         10  VIM-BASE-VENDAS     PIC 9(011)V99.
000320         10  VIM-IMPOSTO-VENDAS  PIC 9(011)V99.
000330         10  VIM-QTDE-DEVOLUCOES PIC 9(006).
000340         10  VIM-BASE-DEVOLUCOES PIC 9(011)V99.
000350         10  VIM-CREDITO-DEVOLUCOES
000360                                 PIC 9(011)V99.
000370         10  VIM-IMPOSTO-LIQUIDO PIC S9(011)V99.
000380         10  FILLER              PIC X(009).
000390     05  VIM-CABECALHO REDEFINES VIM-DADOS.
000400         10  VIM-CAB-DATA-GERACAO
000410                                 PIC 9(008).
000420         10  VIM-CAB-HORA-GERACAO
000430                                 PIC 9(008).
000440         10  VIM-CAB-SITUACAO    PIC X(001).
000450         10  FILLER              PIC X(076).
000460     05  VIM-TRAILER REDEFINES VIM-DADOS.
000470         10  VIM-TRL-QTDE        PIC 9(006).
000480         10  VIM-TRL-IMPOSTO-VENDAS
000490                                 PIC 9(013)V99.
000500         10  VIM-TRL-CREDITO-DEVOLUCOES
000510                                 PIC 9(013)V99.
000520         10  VIM-TRL-IMPOSTO-LIQUIDO
000530                                 PIC S9(013)V99.
000540         10  FILLER              PIC X(042).
