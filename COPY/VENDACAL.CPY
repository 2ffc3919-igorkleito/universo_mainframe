000010******************************************************************
000020* COPYBOOK: VENDACAL
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: RECORD LAYOUT FOR THE VENDACAL TRADING CALENDAR, KEYED
000060*          BY STORE CODE + DATE. IT SAYS ON WHICH DAYS EACH STORE
000070*          IS EXPECTED TO SEND A BATCH AND WHICH INVOICE NUMBERS
000080*          IT IS AUTHORISED TO ISSUE, MAINTAINED BY THE SUPERVISOR
000090*          (PARM='D' MAINTENANCE). TWO KINDS OF RECORD SHARE IT:
000100*          - DATE ZERO: THE STORE'S STANDING PROFILE. VCA-DIAS-
000110*            SEMANA HOLDS ONE BYTE PER WEEKDAY, SUNDAY FIRST, 'S'
000120*            = TRADES, 'N' = CLOSED; VCA-NF-INICIAL/VCA-NF-FINAL
000130*            THE INVOICE RANGE AUTHORISED FOR THE STORE (ZERO
000140*            FINAL = NO RANGE ON FILE). VCA-SITUACAO IS BLANK.
000150*          - ANY OTHER DATE: AN EXCEPTION FOR THAT ONE DAY, WITH
000160*            VCA-SITUACAO 'F' (CLOSED - HOLIDAY, STOCKTAKE) OR 'A'
000170*            (TRADES ON A DAY THE PROFILE HAS CLOSED) AND THE
000180*            REASON IN VCA-DESCRICAO. WEEKDAYS AND RANGE UNUSED.
000190*          STORE CODE '***' HOLDS THE CHAIN-WIDE PROFILE AND THE
000200*          CHAIN-WIDE HOLIDAYS. A DAY IS A TRADING DAY FOR A STORE
000210*          OPEN ON IT (VENDALOJ DATES) UNLESS, IN THIS ORDER, ITS
000220*          OWN EXCEPTION, THE '***' EXCEPTION, ITS OWN PROFILE OR
000230*          THE '***' PROFILE SAYS OTHERWISE; WITH NO RECORD AT ALL
000240*          EVERY DAY IS A TRADING DAY.
000250******************************************************************
000260* MODIFICATION HISTORY
000270* DATE       WHO   DESCRIPTION
000280* 15.10.2026 IK    ORIGINAL COPYBOOK.
000290******************************************************************
000300 01  VCA-REGISTRO.
000310     05  VCA-CHAVE.
000320         10  VCA-LOJA            PIC X(003).
000330         10  VCA-DATA            PIC 9(008).
000340     05  VCA-SITUACAO            PIC X(001).
000350         88  VCA-DIA-COM-MOVIMENTO         VALUE 'A'.
000360         88  VCA-DIA-SEM-MOVIMENTO         VALUE 'F'.
000370     05  VCA-DESCRICAO           PIC X(020).
000380     05  VCA-DIAS-SEMANA         PIC X(007).
000390     05  VCA-DIAS-SEMANA-R REDEFINES VCA-DIAS-SEMANA.
000400         10  VCA-DIA-SEMANA      PIC X(001) OCCURS 7 TIMES.
000410     05  VCA-NF-INICIAL          PIC 9(009).
000420     05  VCA-NF-FINAL            PIC 9(009).
000430     05  FILLER                  PIC X(003).
