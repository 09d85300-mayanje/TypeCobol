000010*****************************************************************
000020*    COPYBOOK      : PRDQHSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRDQHIS  *
000040*                    DAILY DATA-QUALITY HISTORY FILE (XPRDQH),  *
000050*                    APPENDED TO BY PRTD20DQ.                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-16  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRDQHIS-FILE ASSIGN TO PRDQHIS
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRDQHIS-STATUS.
