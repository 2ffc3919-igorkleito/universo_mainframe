000344*                  9(011)V99). THE CNVVAL CUTOVER JOB DELETES
000345*                  ANY CHECKPOINT ON FILE - A RESUME ACROSS
000346*                  THIS LAYOUT CHANGE IS NOT POSSIBLE.
000347* 15.10.2026 IK    ADDED VCK-ANO AND THE PRIOR-YEAR ARRAYS NOW
000348*                  THAT AN ENTRY DATED IN THE PREVIOUS, STILL
000349*                  OPEN YEAR POSTS INTO THAT YEAR. A CHECKPOINT
000350*                  IS ONLY RESUMED IN THE YEAR THAT WROTE IT.
000351*                  THE RECORD GREW, SO ANY CHECKPOINT WRITTEN BY
000352*                  THE PREVIOUS VERSION MUST BE DELETED BEFORE
000353*                  THE FIRST RUN OF THIS VERSION.
000354******************************************************************
000360 01  VCK-REGISTRO.
000370     05  VCK-QTDE-ENTRADAS       PIC 9(006).
000380     05  VCK-SEQ-LOG             PIC 9(006).
000490     05  VCK-VENDAS              PIC 9(009)V99 OCCURS 12 TIMES.
000500     05  VCK-DEVOLUCOES          PIC 9(009)V99 OCCURS 12 TIMES.
000510     05  VCK-IMPOSTO             PIC 9(009)V99 OCCURS 12 TIMES.
000520     05  VCK-ANO                 PIC 9(004).
000530     05  VCK-VENDAS-ANT          PIC 9(009)V99 OCCURS 12 TIMES.
000540     05  VCK-DEVOLUCOES-ANT      PIC 9(009)V99 OCCURS 12 TIMES.
000550     05  VCK-IMPOSTO-ANT         PIC 9(009)V99 OCCURS 12 TIMES.
