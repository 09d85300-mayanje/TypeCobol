000010*****************************************************************
000020*    COPYBOOK      : PRDQESEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRDQEXC  *
000040*                    DATA-QUALITY EXCEPTIONS FILE (XPRDQE),     *
000050*                    REWRITTEN EACH NIGHT BY PRTD20DQ.          *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-16  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRDQEXC-FILE ASSIGN TO PRDQEXC
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRDQEXC-STATUS.
