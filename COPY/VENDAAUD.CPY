000010******************************************************************
000020* COPYBOOK: VENDAAUD
000030* Author: IGOR KLEITO
000040* Date: 15.10.2026
000050* Purpose: PERMANENT AUDIT TRAIL OF THE SUPERVISOR MAINTENANCE
000060*          MODES OF PROGVENDAS - PERIOD CLOSE/REOPEN ('P'),
000070*          BUDGET ('O'), TAX RATES ('T'), LOCK CLEAR ('L'),
000080*          STORE MASTER ('F') AND YEAR-END CLOSE ('E'). ONE
000090*          RECORD IS APPENDED FOR EVERY CHANGE APPLIED, WITH
000100*          WHO DID IT, WHEN, THE MODE, THE KEY OF THE RECORD
000110*          CHANGED AND ITS FULL IMAGE BEFORE AND AFTER THE
000120*          CHANGE (VENDAPER, VENDAORC, VENDATAX, VENDALCK OR
000130*          VENDALOJ LAYOUT, PER VAU-MODO). A BEFORE IMAGE OF
000140*          SPACES MEANS THE RECORD DID NOT EXIST (INCLUSION);
000150*          AN AFTER IMAGE OF SPACES MEANS IT WAS REMOVED (THE
000160*          LOCK CLEAR). THE FILE IS APPEND-ONLY, LIKE VENDARUN,
000170*          AND IS LISTED BY PROGAUDREL.
000180******************************************************************
000190* MODIFICATION HISTORY
000200* DATE       WHO   DESCRIPTION
000210* 15.10.2026 IK    ORIGINAL COPYBOOK.
000220* 15.10.2026 IK    ALSO WRITTEN BY THE SALESPERSON MASTER ('V',
000230*                  VENDAVEN LAYOUT) AND TRADING CALENDAR ('D',
000240*                  VENDACAL LAYOUT) MAINTENANCE. THE CALENDAR KEY
000250*                  IS ELEVEN BYTES: VAU-CHAVE HOLDS ITS FIRST TEN
000260*                  AND THE FULL KEY IS IN THE IMAGES.
000270******************************************************************
000280 01  VAU-REGISTRO.
000290     05  VAU-DATA                PIC 9(008).
000300     05  VAU-HORA                PIC 9(008).
000310     05  VAU-MODO                PIC X(001).
000320     05  VAU-ACAO                PIC X(001).
000330         88  VAU-INCLUSAO                  VALUE 'I'.
000340         88  VAU-ALTERACAO                 VALUE 'A'.
000350         88  VAU-LIMPEZA                   VALUE 'L'.
000360     05  VAU-RESPONSAVEL         PIC X(020).
000370     05  VAU-CHAVE               PIC X(010).
000380     05  VAU-ANTES               PIC X(060).
000390     05  VAU-DEPOIS              PIC X(060).
000400     05  FILLER                  PIC X(012).
