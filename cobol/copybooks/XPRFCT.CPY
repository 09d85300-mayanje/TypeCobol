000010*****************************************************************
000020*    COPYBOOK      : XPRFCT                                    *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRFLGTX FLAG CLOSE    *
000040*                    TRANSACTION FILE READ BY PRTD20FC. ONE      *
000050*                    RECORD CLOSES THE FLAG STILL OPEN ON        *
000060*                    PRTD20F FOR THE DOSSIER AND REASON GIVEN,   *
000070*                    WITH THE FOLLOW-UP TEAM'S DISPOSITION CODE  *
000080*                    (SEE XPRFLAG) AND THE CLOSING OPERATOR.     *
000090*    MODIFICATION HISTORY                                       *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-07  DLM  ORIGINAL LAYOUT.                            *
000130*****************************************************************
000140 01  PRFCT-RECORD.
000150     05  PRFCT-NO-DOSSIER       PIC 9(11).
000160     05  PRFCT-RAISON           PIC X(20).
000170     05  PRFCT-CD-DISPO         PIC X(02).
000180     05  PRFCT-ID-OPER          PIC X(08).
000190     05  FILLER                 PIC X(09).
