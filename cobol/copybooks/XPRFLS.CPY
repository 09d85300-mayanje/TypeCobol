000010*****************************************************************
000020*    COPYBOOK      : XPRFLS                                    *
000030*    DESCRIPTION   : SORT-WORK RECORD FOR THE PRTD20FA OPEN-FLAG *
000040*                    AGING REPORT. ONE ENTRY PER PRTD20F FLAG    *
000050*                    STILL OPEN, CARRYING ITS REASON, THE        *
000060*                    DOSSIER'S OWNING UNIT AND ITS AGE IN        *
000070*                    WORKING DAYS (PRTD20JO).                    *
000080*    MODIFICATION HISTORY                                       *
000090*    DATE       INIT  DESCRIPTION                                *
000100*    ---------- ----  -------------------------------------------*
000110*    2026-09-07  DLM  ORIGINAL LAYOUT.                            *
000120*****************************************************************
000130 01  PRFLS-SORT-RECORD.
000140     05  PRFLS-RAISON           PIC X(20).
000150     05  PRFLS-CD-UNITE         PIC X(3).
000160     05  PRFLS-AGE-OUVRES       PIC 9(6).
000170     05  PRFLS-NO-DOSSIER       PIC S9(11)V USAGE COMP-3.
000180     05  PRFLS-DT-FLAGGED       PIC 9(8).
000190     05  PRFLS-CD-ETA           PIC X(1).
