000010*****************************************************************
000020*    COPYBOOK      : PRNUMSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRNUMER  *
000040*                    DOSSIER-NUMBER CONTROL FILE (XPRNUM),      *
000050*                    UPDATED BY PRTD20IN AND PRTD20NU AND       *
000060*                    ONLINE BY PRTD20C.                         *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-15  DLM  ORIGINAL ENTRY.                             *
000110*****************************************************************
000120     SELECT PRNUMER-FILE ASSIGN TO PRNUMER
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS NUM-CD-UNITE
000160         FILE STATUS IS DL20-PRNUMER-STATUS.
