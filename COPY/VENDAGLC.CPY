000172*                  TO 9(009)V99 IN STEP WITH THE MASTER
000173*                  (RECORD 42 TO 46 BYTES, CLUSTER RELOADED BY
000174*                  THE CNVVAL CUTOVER JOB).
000175* 15.10.2026 IK    ADDED THE GL RETURN STATUS: WHAT THE GL
000176*                  POSTING JOB SAID ABOUT EACH ACCOUNT OF THE
000177*                  LAST EXPORT (BOOKED, REJECTED OR BOOKED AT
000178*                  ANOTHER AMOUNT), THE AMOUNTS IT BOOKED, THE
000179*                  RETURN DATE AND THE REJECT REASON, KEPT BY
000180*                  PROGGLRET. 9350-EXPORTAR-GL SETS A MONTH
000181*                  BACK TO PENDING EVERY TIME IT GOES OUT.
000182*                  RECORD 46 TO 120 BYTES (CLUSTER RELOADED BY
000183*                  THE CNVGLC CUTOVER JOB, WHICH LEAVES THE
000184*                  STATUS BLANK ON MONTHS EXPORTED BEFORE).
000185******************************************************************
000190 01  VGC-REGISTRO.
000200     05  VGC-CHAVE.
000210         10  VGC-ANO             PIC 9(004).
000240     05  VGC-VALOR-DEVOLUCOES    PIC 9(009)V99.
000250     05  VGC-CONTROLE            PIC 9(006).
000260     05  VGC-DATA-EXPORT         PIC 9(008).
000270     05  VGC-RETORNO-VENDAS      PIC X(001).
000280     05  VGC-RETORNO-DEVOLUCOES  PIC X(001).
000290     05  VGC-SITUACAO-GL         PIC X(001).
000300         88  VGC-GL-ANTERIOR               VALUE SPACE.
000310         88  VGC-GL-PENDENTE               VALUE 'P'.
000320         88  VGC-GL-CONTABILIZADO          VALUE 'C'.
000330         88  VGC-GL-REJEITADO              VALUE 'R'.
000340         88  VGC-GL-DIVERGENTE             VALUE 'D'.
000350     05  VGC-DATA-RETORNO        PIC 9(008).
000360     05  VGC-VALOR-GL-VENDAS     PIC S9(011)V99.
000370     05  VGC-VALOR-GL-DEVOLUCOES PIC S9(011)V99.
000380     05  VGC-MOTIVO-GL           PIC X(030).
000390     05  FILLER                  PIC X(011).
