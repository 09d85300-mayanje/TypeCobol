000010*****************************************************************
000020*    COPYBOOK      : PRFRJSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRFLGRJ   *
000040*                    FLAG CLOSE REJECTS FILE WRITTEN BY          *
000050*                    PRTD20FC.                                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-07  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRFLGRJ-FILE ASSIGN TO PRFLGRJ
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRFLGRJ-STATUS.
