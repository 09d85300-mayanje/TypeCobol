000010*****************************************************************
000020*    COPYBOOK      : PRANTSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRANNTX   *
000040*                    SETTLEMENT REVERSAL REQUEST FILE READ BY    *
000050*                    PRTD20RV.                                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-10  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRANNTX-FILE ASSIGN TO PRANNTX
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRANNTX-STATUS.
