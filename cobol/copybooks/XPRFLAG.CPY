000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-08-08  DLM  ORIGINAL LAYOUT.                            *
000102*    2026-09-07  DLM  PRTD20F IS NOW A KEYED CASE FILE (DOSSIER,  *
000103*                     REASON, DATE FLAGGED) SHARED BY EVERY       *
000104*                     RAISING PROGRAM. EACH FLAG CARRIES AN       *
000105*                     OPEN/CLOSED STATE, A DISPOSITION CODE AND   *
000106*                     THE CLOSING OPERATOR AND DATE, SET BY       *
000107*                     PRTD20FC (BATCH) OR PRTD20FO (PR2F).        *
000110*****************************************************************
000120 01  PRFLAG-RECORD.
000122     05  PRFLAG-KEY.
000130         10  PRFLAG-NO-DOSSIER  PIC S9(11)V USAGE COMP-3.
000132         10  PRFLAG-RAISON      PIC X(20).
000134         10  PRFLAG-DT-FLAGGED  PIC 9(8).
000140     05  PRFLAG-CD-ETA          PIC X(1).
000170     05  PRFLAG-CD-STATUT       PIC X(1).
000172         88  PRFLAG-OUVERT          VALUE 'O'.
000174         88  PRFLAG-CLOS            VALUE 'C'.
000180     05  PRFLAG-CD-DISPO        PIC X(2).
000182         88  PRFLAG-DISPO-VALIDE    VALUE 'CO' 'NA' 'RF'
000184                                          'WO' 'DU'.
000186         88  PRFLAG-DISPO-CORRIGE   VALUE 'CO'.
000188         88  PRFLAG-DISPO-SANS-ACT  VALUE 'NA'.
000190         88  PRFLAG-DISPO-TRANSMIS  VALUE 'RF'.
000192         88  PRFLAG-DISPO-PASSE-PERTE VALUE 'WO'.
000194         88  PRFLAG-DISPO-DOUBLON   VALUE 'DU'.
000200     05  PRFLAG-ID-OPER-CLOS    PIC X(8).
000210     05  PRFLAG-DT-CLOS         PIC 9(8).
000220     05  FILLER                 PIC X(10).
