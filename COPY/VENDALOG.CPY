000277*                  DATE AND KEY-PATH FIELDS ARE BLANK, SO THE
000278*                  ARCHIVE, THE RECONCILIATION AND EVERY SCAN
000279*                  LEAVE IT ALONE.
000280* 15.10.2026 IK    THE YEAR IN VDL-CHAVE-MES IS NOW THE ACCOUNTING
000281*                  YEAR OF THE TRANSACTION DATE (VDL-DATA-NF), NOT
000282*                  THE YEAR OF THE POSTING DATE: A DECEMBER SALE
000283*                  KEYED IN JANUARY BELONGS TO THE OLD YEAR WHILE
000284*                  THAT YEAR IS STILL OPEN. EVERY 'POSTED IN YEAR'
000285*                  TEST NOW READS VDL-CHAVE-MES, NOT VDL-DATA.
000286* 15.10.2026 IK    ADDED VDL-NF-ORIGEM - ON A RETURN ('D') THE
000287*                  NUMBER OF THE SALE INVOICE IT REVERSES, ZERO
000288*                  ON A SALE - AND A THIRD ALTERNATE PATH BY IT
000289*                  (WITH DUPLICATES), SO EVERY RETURN ALREADY
000290*                  POSTED AGAINST A SALE IS ONE KEYED BROWSE
000291*                  AWAY. THE RECORD GROWS FROM 62 TO 80 BYTES;
000292*                  THE LIVE LOG AND VENDAHST ARE CONVERTED BY
000293*                  THE CNVDEV JOB (ZEROS IN THE NEW FIELD).
000294* 15.10.2026 IK    ADDED VDL-SITUACAO AND VDL-DATA-LOTE, CARVED
000295*                  OUT OF THE FILLER SO THE RECORD STAYS 80
000296*                  BYTES AND NEEDS NO CONVERSION. A BATCH ENTRY
000297*                  CARRIES THE BUSINESS DATE OF ITS STORE BATCH
000298*                  (ZERO FOR A TERMINAL ENTRY; BLANK ON ENTRIES
000299*                  POSTED BEFORE THIS CHANGE), SO PROGESTORNO
000300*                  CAN FIND EVERY ENTRY ONE BATCH POSTED. AN
000301*                  ENTRY REVERSED BY PROGESTORNO STAYS ON THE
000302*                  LOG WITH SITUACAO 'E': IT NO LONGER COUNTS IN
000303*                  ANY TOTAL, AND ITS INVOICE NUMBER IS FREE TO
000304*                  BE POSTED AGAIN.
000305* 15.10.2026 IK    ADDED VDL-VENDEDOR, THE SALESPERSON WHO MADE
000306*                  THE SALE OR TOOK THE RETURN, FOR THE MONTHLY
000307*                  COMMISSION STATEMENT (PROGCOMIS). THE ONE
000308*                  FILLER BYTE LEFT COULD NOT HOLD IT, SO THE
000309*                  RECORD GROWS FROM 80 TO 90 BYTES; THE LIVE
000310*                  LOG AND VENDAHST ARE CONVERTED BY THE CNVVEN
000311*                  JOB, WHICH LEAVES THE CODE BLANK ON EVERY
000312*                  ENTRY POSTED BEFORE THIS CHANGE.
000313******************************************************************
000314 01  VDL-REGISTRO.
000315     05  VDL-SEQUENCIA           PIC 9(006).
000316     05  VDL-MES                 PIC 9(002).
000320     05  VDL-VALOR               PIC 9(008)V99.
000330     05  VDL-TIPO                PIC X(001).
000340     05  VDL-FILIAL              PIC X(003).
000370     05  VDL-DATA                PIC 9(008).
000380     05  VDL-HORA                PIC 9(008).
000390     05  VDL-CHAVE-MES           PIC 9(006).
000392     05  VDL-NF-ORIGEM           PIC 9(009).
000394     05  VDL-SITUACAO            PIC X(001).
000396         88  VDL-ESTORNADO                 VALUE 'E'.
000398     05  VDL-DATA-LOTE           PIC 9(008).
000400     05  FILLER                  PIC X(001).
000403     05  VDL-VENDEDOR            PIC X(004).
000406     05  FILLER                  PIC X(006).
000410 01  VDL-CONTROLE-REGISTRO.
000420     05  VDL-CTL-SEQUENCIA       PIC 9(006).
000430     05  VDL-CTL-ULTIMA-SEQ      PIC 9(006).
000440     05  FILLER                  PIC X(078).
