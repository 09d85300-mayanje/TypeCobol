000010*****************************************************************
000020*    COPYBOOK      : PRCKNSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRCKPN   *
000040*                    CHECKPOINT/RESTART LOG (XPRCKN) OF THE     *
000050*                    PRTD20NB SINGLE-PASS NIGHTLY DRIVER.       *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-21  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRCKPN-FILE ASSIGN TO PRCKPN
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRCKPN-STATUS.
