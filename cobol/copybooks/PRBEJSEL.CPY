000010*****************************************************************
000020*    COPYBOOK      : PRBEJSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRBENRJ   *
000040*                    PAYEE MAINTENANCE REJECTS FILE WRITTEN BY   *
000050*                    PRTD20PY.                                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-09  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRBENRJ-FILE ASSIGN TO PRBENRJ
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRBENRJ-STATUS.
