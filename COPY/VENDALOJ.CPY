000010******************************************************************
000020* COPYBOOK: VENDALOJ
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: RECORD LAYOUT FOR THE VENDALOJ STORE MASTER, KEYED BY
000060*          THE THREE-DIGIT STORE CODE CARRIED IN VDT-FILIAL AND
000070*          VDL-FILIAL. ONE RECORD PER STORE HOLDS ITS NAME, ITS
000080*          REGION AND THE DATES IT OPENED AND CLOSED, MAINTAINED
000090*          BY THE SUPERVISOR (PARM='F' MAINTENANCE). THE POSTING
000100*          PATHS, THE RECYCLE AND THE REPORTS ALL TAKE THE LIST
000110*          OF VALID STORES FROM HERE, SO OPENING A STORE IS A
000120*          DATA ENTRY TASK INSTEAD OF A PROGRAM CHANGE. A ZERO
000130*          CLOSING DATE MEANS THE STORE IS TRADING; A POSTING
000140*          DATED AFTER A NON-ZERO CLOSING DATE IS REFUSED.
000150******************************************************************
000160* MODIFICATION HISTORY
000170* DATE       WHO   DESCRIPTION
000180* 15.10.2026 IK    ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  VLJ-REGISTRO.
000210     05  VLJ-CHAVE.
000220         10  VLJ-CODIGO          PIC X(003).
000230     05  VLJ-NOME                PIC X(020).
000240     05  VLJ-REGIAO              PIC X(010).
000250     05  VLJ-DATA-ABERTURA       PIC 9(008).
000260     05  VLJ-DATA-FECHAMENTO     PIC 9(008).
000270     05  FILLER                  PIC X(011).
