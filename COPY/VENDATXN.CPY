000336*                  MUST BE RE-CUT IN THE NEW LAYOUT BEFORE
000337*                  THEY GO IN - THE CNVVAL CUTOVER JOB ONLY
000338*                  CONVERTS THE FILES THIS SHOP KEEPS ON DISK.
000339* 15.10.2026 IK    ADDED VDT-NF-ORIGEM - A RETURN ('D') MUST
000340*                  CARRY THE NUMBER OF THE SALE INVOICE IT
000341*                  REVERSES, SO IT CAN BE MATCHED AGAINST THE
000342*                  ORIGINAL SALE BEFORE IT POSTS. ZERO ON A
000343*                  SALE. THE RECORD GROWS FROM 42 TO 50 BYTES;
000344*                  OLD-LAYOUT TAPES MUST BE RE-CUT IN THE NEW
000345*                  LAYOUT BEFORE THEY GO IN (SEE THE CNVDEV JOB
000346*                  FOR THE FILES KEPT ON DISK).
000347* 15.10.2026 IK    ADDED VDT-VENDEDOR - EVERY SALE AND RETURN NOW
000348*                  CARRIES THE CODE OF THE SALESPERSON WHO MADE
000349*                  IT, CHECKED AGAINST THE VENDAVEN SALESPERSON
000350*                  MASTER, FOR THE MONTHLY COMMISSION STATEMENT.
000351*                  IT SITS IN BYTES 46-49, CARVED OUT OF THE
000352*                  FILLER, SO THE RECORD STAYS 50 BYTES; BYTES
000353*                  44-45 STAY FREE BECAUSE THE REJECT FILE KEEPS
000354*                  ITS VRJ-MOTIVO THERE. A TAPE THAT LEAVES THE
000355*                  CODE BLANK HAS EVERY DETAIL REJECTED.
000356******************************************************************
000357 01  VDT-REGISTRO.
000360     05  VDT-TIPO-REG            PIC X(001).
000370     05  VDT-DADOS.
000380         10  VDT-MES             PIC 9(002).
000410         10  VDT-FILIAL          PIC X(003).
000420         10  VDT-NUM-NF          PIC 9(009).
000430         10  VDT-DATA            PIC 9(008).
000440         10  VDT-NF-ORIGEM       PIC 9(009).
000442         10  FILLER              PIC X(002).
000444         10  VDT-VENDEDOR        PIC X(004).
000446         10  FILLER              PIC X(001).
000450     05  VDT-CABECALHO REDEFINES VDT-DADOS.
000460         10  VDT-CAB-LOJA        PIC X(003).
000470         10  VDT-CAB-DATA        PIC 9(008).
000480         10  FILLER              PIC X(038).
000490     05  VDT-TRAILER REDEFINES VDT-DADOS.
000500         10  VDT-TRL-QTDE        PIC 9(006).
000510         10  VDT-TRL-HASH        PIC 9(013)V99.
000520         10  FILLER              PIC X(028).
