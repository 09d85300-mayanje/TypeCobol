000010*****************************************************************
000020*    COPYBOOK      : PRRANSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREGAN   *
000040*                    SETTLEMENT REVERSAL EXTRACT WRITTEN BY      *
000050*                    PRTD20RV AND READ BACK BY PRTD20BR. SAME    *
000060*                    XPRREG LAYOUT AS THE PRREGL EXTRACT.        *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-10  DLM  ORIGINAL ENTRY.                             *
000110*****************************************************************
000120     SELECT PRREGAN-FILE ASSIGN TO PRREGAN
000130         ORGANIZATION IS SEQUENTIAL
000140         ACCESS MODE IS SEQUENTIAL
000150         FILE STATUS IS DL20-PRREGAN-STATUS.
