000010******************************************************************
000020* COPYBOOK: VENDAGLR
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: FIXED-FORMAT RETURN RECORD FROM THE GENERAL LEDGER
000060*          BATCH POSTING JOB. ONE RECORD COMES BACK FOR EVERY
000070*          VENDAGL RECORD THE GL PROCESSED, CARRYING THE EXPORT
000080*          CONTROL NUMBER, ACCOUNT AND PERIOD IT WAS SENT UNDER,
000090*          WHETHER IT WAS BOOKED ('C') OR REJECTED ('R'), THE
000100*          AMOUNT BOOKED (SIGNED AS IT WAS EXPORTED - RETURNS
000110*          ARE NEGATIVE), THE GL POSTING DATE AND, FOR A
000120*          REJECTION, THE GL'S REASON. PROGGLRET MATCHES IT TO
000130*          VENDAGLC.
000140******************************************************************
000150* MODIFICATION HISTORY
000160* DATE       WHO   DESCRIPTION
000170* 15.10.2026 IK    ORIGINAL COPYBOOK.
000180******************************************************************
000190 01  VGR-REGISTRO.
000200     05  VGR-CONTROLE            PIC 9(006).
000210     05  VGR-CONTA               PIC X(006).
000220     05  VGR-PERIODO.
000230         10  VGR-PERIODO-ANO     PIC 9(004).
000240         10  VGR-PERIODO-MES     PIC 9(002).
000250     05  VGR-SITUACAO            PIC X(001).
000260         88  VGR-CONTABILIZADO             VALUE 'C'.
000270         88  VGR-REJEITADO                 VALUE 'R'.
000280     05  VGR-VALOR               PIC S9(011)V99.
000290     05  VGR-DATA-LANCAMENTO     PIC 9(008).
000300     05  VGR-MOTIVO              PIC X(030).
000310     05  FILLER                  PIC X(010).
