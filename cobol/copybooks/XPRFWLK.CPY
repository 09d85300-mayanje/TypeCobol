000010*****************************************************************
000020*    COPYBOOK      : XPRFWLK                                    *
000030*    DESCRIPTION   : LINKAGE PARAMETER GROUP FOR THE PRTD20FW    *
000040*                    FLAG-RAISE SUBPROGRAM. THE RAISING PROGRAM  *
000050*                    FILLS IN THE DOSSIER, ITS CURRENT STATUS,   *
000060*                    THE REASON AND THE DATE FLAGGED; PRTD20FW   *
000070*                    OWNS ALL PRTD20F FILE I/O AND ANSWERS       *
000080*                    WHETHER A NEW OPEN FLAG WAS WRITTEN OR ONE  *
000090*                    WAS ALREADY OPEN FOR THAT DOSSIER/REASON.   *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    ---------- ----  -------------------------------------------*
000130*    2026-09-07  DLM  ORIGINAL LAYOUT.                            *
000140*****************************************************************
000150 01  DL20-FW-PARMS.
000160     05  DL20-FW-NO-DOSSIER     PIC S9(11)V USAGE COMP-3.
000170     05  DL20-FW-CD-ETA         PIC X(01).
000180     05  DL20-FW-RAISON         PIC X(20).
000190     05  DL20-FW-DT-FLAGGED     PIC 9(08).
000200     05  DL20-FW-RETOUR         PIC X(01).
000210         88  DL20-FW-ECRIT          VALUE '0'.
000220         88  DL20-FW-DEJA-OUVERT    VALUE '1'.
000230         88  DL20-FW-ECHEC          VALUE '2'.
