000010*****************************************************************
000020*    COPYBOOK      : PRQCXSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRQCTX   *
000040*                    QUALITY-CONTROL CLOSE TRANSACTIONS         *
000050*                    (XPRQCX) READ BY PRTD20QC.                 *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-20  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRQCTX-FILE ASSIGN TO PRQCTX
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRQCTX-STATUS.
