000140* MODIFICATION HISTORY
000150* DATE       WHO   DESCRIPTION
000160* 23.08.2026 IK    ORIGINAL COPYBOOK.
000161* 15.10.2026 IK    MONTH 00 IS THE YEAR-END CLOSE RECORD: SITUACAO
000162*                  F ON (YEAR, 00) MEANS THE SUPERVISOR CLOSED THE
000163*                  WHOLE YEAR (PARM='E'). UNTIL THEN ENTRIES DATED
000164*                  IN THE PREVIOUS YEAR STILL POST INTO IT; AFTER
000165*                  IT NO ENTRY REACHES THAT YEAR AND ITS MONTHS
000166*                  CAN NO LONGER BE REOPENED.
000170******************************************************************
000180 01  VPE-REGISTRO.
000190     05  VPE-CHAVE.
