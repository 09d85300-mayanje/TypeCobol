000010*****************************************************************
000020*    COPYBOOK      : XPRQRS                                     *
000030*    DESCRIPTION   : SORT-WORK RECORD FOR THE PRTD20QR MONTHLY   *
000040*                    QUALITY-CONTROL ERROR-RATE REPORT. ONE      *
000050*                    ENTRY PER PRQCTRL ENTRY OF THE MONTH,       *
000060*                    SORTED ON OPERATOR AND UNIT.                *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-20  DLM  ORIGINAL LAYOUT.                            *
000110*****************************************************************
000120 01  PRQRS-SORT-RECORD.
000130     05  QRS-ID-OPER            PIC X(8).
000140     05  QRS-CD-UNITE           PIC X(3).
000150     05  QRS-CD-STATUT          PIC X(1).
000160     05  QRS-CD-RESULTAT        PIC X(1).
000170     05  QRS-CD-ERREUR          PIC X(2).
000180     05  QRS-CD-MOTIF-ECH       PIC X(1).
