000010******************************************************************
000020* COPYBOOK: VENDAFOL
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: FIXED-FORMAT PAYROLL INTERFACE FOR THE MONTHLY SALES
000060*          COMMISSIONS, WRITTEN BY PROGCOMIS FROM THE VENDALOG
000070*          DETAIL OF ONE POSTING PERIOD AND LOADED BY THE HR
000080*          PAYROLL SYSTEM INSTEAD OF THE FIGURES BEING RETYPED
000090*          FROM THE STATEMENT. ONE HEADER ('H'), ONE DETAIL
000100*          ('D') PER SALESPERSON WITH MOVEMENT IN THE PERIOD -
000110*          GROSS SALES, RETURNS CHARGED BACK, COMMISSION BASE,
000120*          RATE AND COMMISSION DUE - AND ONE TRAILER ('T') WITH
000130*          THE DETAIL COUNT AND THE TOTALS SO THE RECEIVING SIDE
000140*          CAN PROVE THE FILE IS COMPLETE. THE BASE AND THE
000150*          COMMISSION ARE SIGNED: A MONTH WHOSE CHARGEBACKS
000160*          EXCEED THE SALES GIVES A NEGATIVE COMMISSION, TO BE
000170*          DEDUCTED BY PAYROLL. THE RATE IS IN HUNDREDTHS OF A
000180*          PERCENT, AS ON VENDAVEN (0250 = 2,50%). THE HEADER
000190*          SITUATION IS 'F' FOR A CLOSED PERIOD AND 'A' FOR ONE
000200*          STILL OPEN (PROVISIONAL FIGURES).
000210******************************************************************
000220* MODIFICATION HISTORY
000230* DATE       WHO   DESCRIPTION
000240* 15.10.2026 IK    ORIGINAL COPYBOOK.
000250******************************************************************
000260 01  VFO-REGISTRO.
000270     05  VFO-TIPO-REG            PIC X(001).
000280         88  VFO-CABECALHO-REG             VALUE 'H'.
000290         88  VFO-DETALHE-REG               VALUE 'D'.
000300         88  VFO-TRAILER-REG               VALUE 'T'.
000310     05  VFO-PERIODO.
000320         10  VFO-PERIODO-ANO     PIC 9(004).
000330         10  VFO-PERIODO-MES     PIC 9(002).
000340     05  VFO-DADOS.
000350         10  VFO-MATRICULA       PIC X(008).
000360         10  VFO-VENDEDOR        PIC X(004).
000370         10  VFO-NOME            PIC X(022).
000380         10  VFO-FILIAL          PIC X(003).
000390         10  VFO-VENDAS          PIC 9(009)V99.
000400         10  VFO-DEVOLUCOES      PIC 9(009)V99.
000410         10  VFO-BASE            PIC S9(009)V99.
000420         10  VFO-TAXA-COMISSAO   PIC 9(004).
000430         10  VFO-COMISSAO        PIC S9(007)V99.
000440         10  FILLER              PIC X(010).
000450     05  VFO-CABECALHO REDEFINES VFO-DADOS.
000460         10  VFO-CAB-DATA-GERACAO
000470                                 PIC 9(008).
000480         10  VFO-CAB-HORA-GERACAO
000490                                 PIC 9(008).
000500         10  VFO-CAB-SITUACAO    PIC X(001).
000510         10  FILLER              PIC X(076).
000520     05  VFO-TRAILER REDEFINES VFO-DADOS.
000530         10  VFO-TRL-QTDE        PIC 9(006).
000540         10  VFO-TRL-VENDAS      PIC 9(011)V99.
000550         10  VFO-TRL-DEVOLUCOES  PIC 9(011)V99.
000560         10  VFO-TRL-COMISSAO    PIC S9(011)V99.
000570         10  FILLER              PIC X(048).
