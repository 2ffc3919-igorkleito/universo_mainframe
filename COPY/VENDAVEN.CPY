000010******************************************************************
000020* COPYBOOK: VENDAVEN
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: RECORD LAYOUT FOR THE VENDAVEN SALESPERSON MASTER,
000060*          KEYED BY THE FOUR-CHARACTER SALESPERSON CODE CARRIED
000070*          IN VDT-VENDEDOR AND VDL-VENDEDOR. ONE RECORD PER
000080*          SALESPERSON HOLDS THE NAME, THE HOME STORE, THE
000090*          PAYROLL REGISTRATION NUMBER (MATRICULA) HR KNOWS THE
000100*          PERSON BY, THE COMMISSION RATE AND THE DATES THE
000110*          PERSON WAS HIRED AND LEFT, MAINTAINED BY THE
000120*          SUPERVISOR (PARM='V' MAINTENANCE). THE RATE IS IN
000130*          HUNDREDTHS OF A PERCENT, AS ON VENDATAX (0250 =
000140*          2,50%). A ZERO LEAVING DATE MEANS THE SALESPERSON IS
000150*          ACTIVE; A SALE OR RETURN DATED BEFORE THE HIRING DATE
000160*          OR AFTER A NON-ZERO LEAVING DATE IS REFUSED, AND SO
000170*          IS ONE KEYED FOR A STORE OTHER THAN THE HOME STORE.
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       WHO   DESCRIPTION
000210* 15.10.2026 IK    ORIGINAL COPYBOOK.
000220******************************************************************
000230 01  VVE-REGISTRO.
000240     05  VVE-CHAVE.
000250         10  VVE-CODIGO          PIC X(004).
000260     05  VVE-NOME                PIC X(022).
000270     05  VVE-LOJA                PIC X(003).
000280     05  VVE-MATRICULA           PIC X(008).
000290     05  VVE-TAXA-COMISSAO       PIC 9(004).
000300     05  VVE-DATA-ADMISSAO       PIC 9(008).
000310     05  VVE-DATA-DESLIGAMENTO   PIC 9(008).
000320     05  FILLER                  PIC X(003).
