000010*****************************************************************
000020*    COPYBOOK      : XPRLTR                                     *
000030*    DESCRIPTION   : 80-COLUMN PRINT RECORD FOR THE PRLETTR      *
000040*                    CLIENT LETTER FILE WRITTEN BY PRTD20LT FOR  *
000050*                    WINDOW ENVELOPES. ONE LETTER PER PAGE,      *
000060*                    FOLLOWED BY THE EXCEPTIONS SECTION. PAGE    *
000070*                    CONTROL IS DONE WITH WRITE AFTER            *
000080*                    ADVANCING, AS FOR XPRPRT.                   *
000090*    MODIFICATION HISTORY                                       *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-14  DLM  ORIGINAL LAYOUT.                            *
000130*****************************************************************
000140 01  PRLETTR-RECORD             PIC X(80).
