000010*****************************************************************
000020*    COPYBOOK      : PRMOTRSL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRMOTIF  *
000040*                    REASON-CODE REFERENCE FILE WITH DYNAMIC    *
000050*                    ACCESS, FOR PROGRAMS THAT READ OR UPDATE   *
000060*                    IT BY KEY (PRTD20RF). SAME FILE AND KEY    *
000070*                    AS PRMOTSEL.                               *
000080*    MODIFICATION HISTORY                                       *
000090*    DATE       INIT  DESCRIPTION                                *
000100*    ---------- ----  -------------------------------------------*
000110*    2026-09-17  DLM  ORIGINAL ENTRY.                             *
000120*****************************************************************
000130     SELECT PRMOTIF-FILE ASSIGN TO PRMOTIF
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS MOT-CD-MOTIF
000170         FILE STATUS IS DL20-PRMOTIF-STATUS.
