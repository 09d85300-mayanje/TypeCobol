000010*****************************************************************
000020*    COPYBOOK      : PRQCJSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRQCRJ   *
000040*                    REJECTS FILE (XPRQCJ) WRITTEN BY           *
000050*                    PRTD20QC.                                  *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-20  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRQCRJ-FILE ASSIGN TO PRQCRJ
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRQCRJ-STATUS.
