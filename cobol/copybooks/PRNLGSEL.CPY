000010*****************************************************************
000020*    COPYBOOK      : PRNLGSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRNUMLG  *
000040*                    DOSSIER-NUMBER ALLOCATION LOG (XPRNLG).    *
000050*    MODIFICATION HISTORY                                       *
000060*    DATE       INIT  DESCRIPTION                                *
000070*    ---------- ----  -------------------------------------------*
000080*    2026-09-15  DLM  ORIGINAL ENTRY.                             *
000090*****************************************************************
000100     SELECT PRNUMLG-FILE ASSIGN TO PRNUMLG
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000130         RECORD KEY IS NLG-NO-DOSSIER
000140         FILE STATUS IS DL20-PRNUMLG-STATUS.
