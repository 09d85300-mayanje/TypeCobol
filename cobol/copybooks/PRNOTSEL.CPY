000010*****************************************************************
000020*    COPYBOOK      : PRNOTSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRNOTE   *
000040*                    DOSSIER NOTES DIARY. INDEXED ON PRNOT-KEY, *
000050*                    DYNAMIC ACCESS SO PRTD20WL CAN START AT A  *
000060*                    DOSSIER AND READ ITS NOTES WITH READ NEXT. *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-13  DLM  ORIGINAL ENTRY.                             *
000110*****************************************************************
000120     SELECT PRNOTE-FILE ASSIGN TO PRNOTE
000130         ORGANIZATION IS INDEXED
000140         ACCESS MODE IS DYNAMIC
000150         RECORD KEY IS PRNOT-KEY
000160         FILE STATUS IS DL20-PRNOTE-STATUS.
