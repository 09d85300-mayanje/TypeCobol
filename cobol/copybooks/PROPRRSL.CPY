000010*****************************************************************
000020*    COPYBOOK      : PROPRRSL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PROPER   *
000040*                    OPERATOR PROFILE FILE FOR PROGRAMS THAT    *
000050*                    ADD PROFILES AS WELL AS WALK THEM (RANDOM  *
000060*                    WRITE BY OPR-KEY). PROPRSEL REMAINS THE    *
000070*                    ENTRY FOR THE PROGRAMS THAT ONLY LOAD      *
000080*                    THEIR TABLES FROM IT.                      *
000090*    MODIFICATION HISTORY                                       *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-12  DLM  ORIGINAL ENTRY.                             *
000130*****************************************************************
000140     SELECT PROPER-FILE ASSIGN TO PROPER
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS OPR-KEY
000180         FILE STATUS IS DL20-PROPER-STATUS.
