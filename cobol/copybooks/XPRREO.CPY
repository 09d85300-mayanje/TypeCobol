000010*****************************************************************
000020*    COPYBOOK      : XPRREO                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRREORG UNIT          *
000040*                    REORGANISATION MAPPING FILE READ BY PRTD20UR *
000050*                    WHEN A TEAM IS MERGED OR SPLIT. TWO RECORD  *
000060*                    TYPES :                                     *
000070*                      'U' MOVE  - EVERY DOSSIER OF PRREO-CD-    *
000080*                                  UNITE-ANC (WITHIN THE OPTIONAL *
000090*                                  DOSSIER-NUMBER RANGE, ZERO FOR *
000100*                                  NO BOUND) GOES TO PRREO-CD-   *
000110*                                  UNITE-NOUV,                   *
000120*                      'O' GRANT - PRREO-ID-OPER IS AUTHORIZED ON *
000130*                                  PRREO-CD-UNITE-NOUV; WITH A   *
000140*                                  BLANK OPERATOR, EVERY OPERATOR *
000150*                                  OF PRREO-CD-UNITE-ANC IS.     *
000160*                    THE SAME FILE DRIVES THE TRIAL RUN AND THE  *
000170*                    APPLY RUN.                                  *
000180*    MODIFICATION HISTORY                                       *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------- ----  -------------------------------------------*
000210*    2026-09-12  DLM  ORIGINAL LAYOUT.                            *
000220*****************************************************************
000230 01  PRREORG-RECORD.
000240     05  PRREO-CD-TYPE          PIC X(01).
000250         88  PRREO-MOUVEMENT        VALUE 'U'.
000260         88  PRREO-HABILITATION     VALUE 'O'.
000270     05  PRREO-CD-UNITE-ANC     PIC X(03).
000280     05  PRREO-CD-UNITE-NOUV    PIC X(03).
000290     05  PRREO-NO-DEBUT         PIC 9(11).
000300     05  PRREO-NO-FIN           PIC 9(11).
000310     05  PRREO-ID-OPER          PIC X(08).
000320     05  FILLER                 PIC X(23).
