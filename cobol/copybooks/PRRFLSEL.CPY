000010*****************************************************************
000020*    COPYBOOK      : PRRFLSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREFLG  *
000040*                    REFERENCE-FILE CHANGE LOG (XPRRFL),        *
000050*                    APPENDED TO BY PRTD20RF.                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-17  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRREFLG-FILE ASSIGN TO PRREFLG
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRREFLG-STATUS.
