000010*****************************************************************
000020*    COPYBOOK      : PRSEVSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRSECEV  *
000040*                    SECURITY EVENT LOG (XPRSEV), WRITTEN BY    *
000050*                    PRTD20SV AND PRTD20O AND READ BY           *
000060*                    PRTD20SR.                                  *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-18  DLM  ORIGINAL ENTRY.                             *
000110*****************************************************************
000120     SELECT PRSECEV-FILE ASSIGN TO PRSECEV
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS SEV-KEY
000160         FILE STATUS IS DL20-PRSECEV-STATUS.
