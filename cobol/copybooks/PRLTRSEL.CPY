000010*****************************************************************
000020*    COPYBOOK      : PRLTRSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRLETTR  *
000040*                    CLIENT LETTER PRINT FILE WRITTEN BY        *
000050*                    PRTD20LT.                                  *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-14  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRLETTR-FILE ASSIGN TO PRLETTR
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRLETTR-STATUS.
