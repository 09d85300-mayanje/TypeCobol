000010*****************************************************************
000020*    COPYBOOK      : PRRFTSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREFTX  *
000040*                    REFERENCE-FILE MAINTENANCE TRANSACTIONS    *
000050*                    (XPRRFT) READ BY PRTD20RF.                 *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-17  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRREFTX-FILE ASSIGN TO PRREFTX
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRREFTX-STATUS.
