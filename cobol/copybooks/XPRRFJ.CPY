000010*****************************************************************
000020*    COPYBOOK      : XPRRFJ                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRREFRJ               *
000040*                    REFERENCE-FILE MAINTENANCE REJECTS FILE     *
000050*                    WRITTEN BY PRTD20RF. CARRIES THE REASON     *
000060*                    CODE AND LABEL FOLLOWED BY THE UNCHANGED    *
000070*                    IMAGE OF THE PRREFTX TRANSACTION, THE WAY   *
000080*                    XPRFRJ RETURNS FLAG CLOSE REJECTS. REASON   *
000090*                    CODES WRITTEN BY PRTD20RF :                 *
000100*                      01  UNKNOWN FILE NAME                     *
000110*                      02  KEY BLANK OR NOT VALID                *
000120*                      03  KEY ALREADY ON FILE                   *
000130*                      04  DESCRIPTION OR VALUE BLANK            *
000140*                      05  KEY NOT ON FILE                       *
000150*                      06  UNKNOWN ACTION CODE                   *
000160*                      07  SUBMITTER BLANK                       *
000170*                      08  TABLE FULL                            *
000180*                      09  FILE UPDATE FAILED                    *
000190*                      10  UNIT STILL OWNS DOSSIERS              *
000200*                      11  UNIT STILL HAS OPERATORS              *
000210*                      12  UNIT STILL HAS AN SLA TARGET          *
000220*                      13  REASON CODE USED ON PRAUD20           *
000230*                      14  CURRENCY ON LIVE DOSSIERS             *
000240*                      15  OPERATOR HAS ASSIGNED DOSSIERS        *
000250*                      16  FILE NOT AVAILABLE                    *
000260*                      17  CURRENCY STILL HAS RATES              *
000270*                      20  UNIT NOT ON PRUNITE                   *
000280*                      21  TARGET DAYS NOT NUMERIC OR 0          *
000290*                      22  CURRENCY NOT ON PRDEVISE              *
000300*                      23  DATE NOT VALID                        *
000310*                      24  RATE NOT NUMERIC OR ZERO              *
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    ---------- ----  -------------------------------------------*
000350*    2026-09-17  DLM  ORIGINAL LAYOUT.                            *
000360*****************************************************************
000370 01  PRRFJ-RECORD.
000380     05  PRRFJ-CD-RAISON        PIC X(02).
000390     05  PRRFJ-LIB-RAISON       PIC X(30).
000400     05  PRRFJ-IMAGE            PIC X(100).
