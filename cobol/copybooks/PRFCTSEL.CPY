000010*****************************************************************
000020*    COPYBOOK      : PRFCTSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRFLGTX   *
000040*                    FLAG CLOSE TRANSACTION FILE READ BY         *
000050*                    PRTD20FC.                                   *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-07  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRFLGTX-FILE ASSIGN TO PRFLGTX
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRFLGTX-STATUS.
