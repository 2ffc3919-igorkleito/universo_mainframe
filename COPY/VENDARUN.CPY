000180*          SITUACAO: C-CONCLUIDO  E-LOTE NAO CONFERE
000190*                    R-RECUSADO (LOTE JA PROCESSADO)
000200*                    A-ABORTADO RC=16
000203*                    X-ESTORNADO (LOTE REVERTIDO PELO
000206*                      PROGESTORNO, MODO 'X')
000210******************************************************************
000220* MODIFICATION HISTORY
000230* DATE       WHO   DESCRIPTION
000242*                  TO 9(011)V99 IN STEP WITH THE BALANCING
000243*                  TOTALS (RECORD 90 TO 92 BYTES, EXISTING
000244*                  REGISTER CONVERTED BY THE CNVVAL JOB).
000245* 15.10.2026 IK    NEW SITUACAO 'X'. PROGESTORNO APPENDS ONE
000246*                  RECORD (MODO 'X', THE STORE AND BUSINESS DATE
000247*                  OF THE BATCH, THE ENTRIES AND AMOUNT TAKEN
000248*                  BACK OUT) WHEN IT REVERSES A CONCLUDED BATCH.
000249*                  THE REGISTER IS READ IN ORDER, SO AN 'X'
000250*                  CANCELS THE 'C' BEFORE IT FOR THAT STORE AND
000251*                  DATE AND THE CORRECTED TAPE IS ACCEPTED. ON A
000252*                  MODO 'X' RECORD VRN-PARM HOLDS THE FIRST EIGHT
000253*                  CHARACTERS OF THE SUPERVISOR WHO AUTHORISED IT;
000254*                  A REFUSED REVERSAL IS RECORDED SITUACAO 'R'.
000255******************************************************************
000260 01  VRN-REGISTRO.
000270     05  VRN-DATA-INICIO         PIC 9(008).
000280     05  VRN-HORA-INICIO         PIC 9(008).
