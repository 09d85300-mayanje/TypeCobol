000010*****************************************************************
000020*    COPYBOOK      : PRLETSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRLETEN  *
000040*                    SENT-LETTERS FILE (XPRLET) KEPT BY         *
000050*                    PRTD20LT.                                  *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-14  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRLETEN-FILE ASSIGN TO PRLETEN
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS PRLET-KEY
000150         FILE STATUS IS DL20-PRLETEN-STATUS.
