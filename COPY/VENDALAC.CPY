000010******************************************************************
000020* COPYBOOK: VENDALAC
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: RECORD LAYOUT FOR THE VENDALAC COMPLETENESS REGISTER,
000060*          KEYED BY TYPE + STORE + START. PROGCOMPL WRITES ONE
000070*          RECORD FOR EVERY HOLE IT FINDS IN WHAT THE STORES SENT:
000080*          TIPO 'L' - A TRADING DAY WITH NO CONCLUDED BATCH
000090*                     (INICIO = FIM = THE BUSINESS DATE);
000100*          TIPO 'N' - A GAP IN THE STORE'S INVOICE NUMBERS
000110*                     (INICIO/FIM = FIRST/LAST NUMBER MISSING);
000120*          TIPO 'F' - AN INVOICE NUMBER OUTSIDE THE RANGE ON THE
000130*                     STORE'S VENDACAL PROFILE (INICIO = FIM).
000140*          SITUACAO: A-ABERTA      STILL TO BE INVESTIGATED
000150*                    J-JUSTIFICADA EXPLAINED - WHO, WHEN AND WHY
000160*                                  IN VLA-RESPONSAVEL, VLA-DATA-
000170*                                  SITUACAO AND VLA-JUSTIFICATIVA
000180*                    R-REGULARIZADA NOT FOUND AGAIN BY A LATER RUN
000190*                                  FOR THE SAME PERIOD (THE BATCH
000200*                                  OR THE INVOICES TURNED UP)
000210*          OCORRENCIA (TIPO 'L'): BLANK = NO BATCH AT ALL, 'E' =
000220*          BATCH DID NOT PROVE OUT, 'X' = REVERSED AND NOT POSTED
000230*          AGAIN; (TIPO 'F'): 'I' = BELOW THE RANGE, 'S' = ABOVE.
000240*          VLA-DATA/HORA-VERIFICACAO STAMP THE LAST RUN THAT FOUND
000250*          THE RECORD, SO THAT RUN CAN TELL WHAT IT DID NOT FIND.
000260*          AN EXPLAINED ITEM KEEPS ITS SITUATION ON EVERY RERUN.
000270******************************************************************
000280* MODIFICATION HISTORY
000290* DATE       WHO   DESCRIPTION
000300* 15.10.2026 IK    ORIGINAL COPYBOOK.
000310******************************************************************
000320 01  VLA-REGISTRO.
000330     05  VLA-CHAVE.
000340         10  VLA-TIPO            PIC X(001).
000350             88  VLA-LOTE-FALTANTE         VALUE 'L'.
000360             88  VLA-NF-LACUNA             VALUE 'N'.
000370             88  VLA-NF-FORA-FAIXA         VALUE 'F'.
000380         10  VLA-LOJA            PIC X(003).
000390         10  VLA-INICIO          PIC 9(009).
000400     05  VLA-FIM                 PIC 9(009).
000410     05  VLA-PERIODO             PIC 9(006).
000420     05  VLA-OCORRENCIA          PIC X(001).
000430     05  VLA-SITUACAO            PIC X(001).
000440         88  VLA-ABERTA                    VALUE 'A'.
000450         88  VLA-JUSTIFICADA               VALUE 'J'.
000460         88  VLA-REGULARIZADA              VALUE 'R'.
000470     05  VLA-DATA-DETECCAO       PIC 9(008).
000480     05  VLA-DATA-VERIFICACAO    PIC 9(008).
000490     05  VLA-HORA-VERIFICACAO    PIC 9(008).
000500     05  VLA-DATA-SITUACAO       PIC 9(008).
000510     05  VLA-RESPONSAVEL         PIC X(020).
000520     05  VLA-JUSTIFICATIVA       PIC X(050).
000530     05  FILLER                  PIC X(008).
