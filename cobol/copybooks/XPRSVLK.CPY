000010*****************************************************************
000020*    COPYBOOK      : XPRSVLK                                    *
000030*    DESCRIPTION   : LINKAGE PARAMETER GROUP FOR THE PRTD20SV    *
000040*                    SECURITY-EVENT WRITE SUBPROGRAM. THE        *
000050*                    CALLING BATCH PROGRAM FILLS IN ITS PROGRAM  *
000060*                    ID, THE OPERATOR REFUSED, THE DOSSIER AND   *
000070*                    THE UNIT CHECKED; PRTD20SV STAMPS THE       *
000080*                    DATE, TIME AND SEQUENCE AND OWNS ALL        *
000090*                    PRSECEV FILE I/O.                           *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    ---------- ----  -------------------------------------------*
000130*    2026-09-18  DLM  ORIGINAL LAYOUT.                            *
000140*****************************************************************
000150 01  DL20-SV-PARMS.
000160     05  DL20-SV-PROGRAMME      PIC X(08).
000170     05  DL20-SV-ID-OPER        PIC X(08).
000180     05  DL20-SV-NO-DOSSIER     PIC S9(11)V USAGE COMP-3.
000190     05  DL20-SV-CD-UNITE       PIC X(03).
000200     05  DL20-SV-RETOUR         PIC X(01).
000210         88  DL20-SV-ECRIT          VALUE '0'.
000220         88  DL20-SV-ECHEC          VALUE '1'.
