000010*****************************************************************
000020*    COPYBOOK      : XPRFRJ                                    *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRFLGRJ FLAG CLOSE    *
000040*                    REJECTS FILE WRITTEN BY PRTD20FC. CARRIES   *
000050*                    THE REASON CODE AND LABEL FOLLOWED BY THE   *
000060*                    UNCHANGED IMAGE OF THE PRFLGTX TRANSACTION, *
000070*                    THE WAY XPRINRJ RETURNS INTAKE REJECTS.     *
000080*                    REASON CODES WRITTEN BY PRTD20FC :           *
000090*                      01  DOSSIER NUMBER NOT NUMERIC OR ZERO    *
000100*                      02  BLANK FLAG REASON                     *
000110*                      03  UNKNOWN DISPOSITION CODE              *
000120*                      04  BLANK CLOSING OPERATOR                *
000130*                      05  NO OPEN FLAG FOR DOSSIER/REASON       *
000140*                      06  FLAG REWRITE FAILED                   *
000145*                      07  CHECK DIGIT WRONG                     *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  -------------------------------------------*
000180*    2026-09-07  DLM  ORIGINAL LAYOUT.                            *
000182*    2026-09-15  DLM  ADDED REASON 07 - A DOSSIER NUMBER OF       *
000184*                     ELEVEN DIGITS MUST CARRY A VALID CHECK      *
000186*                     DIGIT (PRTD20NA).                           *
000190*****************************************************************
000200 01  PRFRJ-RECORD.
000210     05  PRFRJ-CD-RAISON        PIC X(02).
000220     05  PRFRJ-LIB-RAISON       PIC X(30).
000230     05  PRFRJ-IMAGE            PIC X(50).
