000010*****************************************************************
000020*    COPYBOOK      : PRGLJSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRGLJRN  *
000040*                    NIGHTLY GENERAL-LEDGER JOURNAL WRITTEN BY  *
000050*                    PRTD20GL AND PICKED UP BY FINANCE.         *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-11  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRGLJRN-FILE ASSIGN TO PRGLJRN
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRGLJRN-STATUS.
