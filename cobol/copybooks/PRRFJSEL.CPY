000010*****************************************************************
000020*    COPYBOOK      : PRRFJSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREFRJ  *
000040*                    REFERENCE-FILE MAINTENANCE REJECTS FILE    *
000050*                    (XPRRFJ) WRITTEN BY PRTD20RF.              *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-17  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRREFRJ-FILE ASSIGN TO PRREFRJ
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRREFRJ-STATUS.
