000010*****************************************************************
000020*    COPYBOOK      : XPRDQH                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRDQHIS DAILY         *
000040*                    DATA-QUALITY HISTORY FILE. THE PRTD20DQ     *
000050*                    SWEEP APPENDS ONE RECORD PER OWNING UNIT    *
000060*                    PLUS ONE PORTFOLIO-WIDE RECORD (UNIT        *
000070*                    '***') PER RUN : DOSSIERS CHECKED,          *
000080*                    DOSSIERS FAILING AT LEAST ONE RULE AND THE  *
000090*                    FAILURE COUNT OF EACH RULE, SO THE TREND    *
000100*                    OF EACH RULE CAN BE FOLLOWED DAY BY DAY.    *
000110*                    THE TRAILING FILLER LEAVES ROOM FOR MORE    *
000120*                    RULES.                                      *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  -------------------------------------------*
000160*    2026-09-16  DLM  ORIGINAL LAYOUT.                            *
000170*****************************************************************
000180 01  PRDQHIS-RECORD.
000190     05  DQH-DT-CONTROLE        PIC 9(8).
000200     05  DQH-CD-UNITE           PIC X(3).
000210         88  DQH-PORTEFEUILLE       VALUE '***'.
000220     05  DQH-NB-LUS             PIC 9(7).
000230     05  DQH-NB-EN-ECHEC        PIC 9(7).
000240     05  DQH-NB-REGLE           PIC 9(7)
000250                                OCCURS 7 TIMES.
000260     05  FILLER                 PIC X(26).
