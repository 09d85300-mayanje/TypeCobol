000010*****************************************************************
000020*    COPYBOOK      : PRREOSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREORG  *
000040*                    UNIT REORGANISATION MAPPING FILE READ BY   *
000050*                    PRTD20UR.                                  *
000060*    MODIFICATION HISTORY                                       *
000070*    DATE       INIT  DESCRIPTION                                *
000080*    ---------- ----  -------------------------------------------*
000090*    2026-09-12  DLM  ORIGINAL ENTRY.                             *
000100*****************************************************************
000110     SELECT PRREORG-FILE ASSIGN TO PRREORG
000120         ORGANIZATION IS SEQUENTIAL
000130         ACCESS MODE IS SEQUENTIAL
000140         FILE STATUS IS DL20-PRREORG-STATUS.
