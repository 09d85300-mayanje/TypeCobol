000010*****************************************************************
000020*    COPYBOOK      : PRROCSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREOCT  *
000040*                    TRIAL CERTIFICATE WRITTEN BY A PRTD20UR    *
000050*                    TRIAL RUN AND CHECKED BY THE APPLY RUN.    *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-12  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRREOCT-FILE ASSIGN TO PRREOCT
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRREOCT-STATUS.
