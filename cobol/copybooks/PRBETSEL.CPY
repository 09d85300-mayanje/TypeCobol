000010*****************************************************************
000020*    COPYBOOK      : PRBETSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRBENTX   *
000040*                    PAYEE MAINTENANCE TRANSACTION FILE READ BY  *
000050*                    PRTD20PY.                                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-09  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRBENTX-FILE ASSIGN TO PRBENTX
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRBENTX-STATUS.
