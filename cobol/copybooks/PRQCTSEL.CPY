000010*****************************************************************
000020*    COPYBOOK      : PRQCTSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRQCTRL  *
000040*                    QUALITY-CONTROL WORK FILE (XPRQCT),        *
000050*                    WRITTEN BY PRTD20QS, CLOSED BY PRTD20QC    *
000060*                    AND READ BY PRTD20QR.                      *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-20  DLM  ORIGINAL ENTRY.                             *
000110*****************************************************************
000120     SELECT PRQCTRL-FILE ASSIGN TO PRQCTRL
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS QCT-KEY
000160         FILE STATUS IS DL20-PRQCTRL-STATUS.
