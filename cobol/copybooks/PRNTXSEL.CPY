000010*****************************************************************
000020*    COPYBOOK      : PRNTXSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRNUMTX  *
000040*                    NUMBER-RANGE TRANSACTION FILE (XPRNTX)     *
000050*                    READ BY PRTD20NU.                          *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-15  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRNUMTX-FILE ASSIGN TO PRNUMTX
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRNUMTX-STATUS.
