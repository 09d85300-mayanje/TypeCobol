000010*****************************************************************
000020*    COPYBOOK      : PRRELSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRREOLG  *
000040*                    RE-HOMED DOSSIER LOG APPENDED BY PRTD20UR. *
000050*    MODIFICATION HISTORY                                       *
000060*    DATE       INIT  DESCRIPTION                                *
000070*    ---------- ----  -------------------------------------------*
000080*    2026-09-12  DLM  ORIGINAL ENTRY.                             *
000090*****************************************************************
000100     SELECT PRREOLG-FILE ASSIGN TO PRREOLG
000110         ORGANIZATION IS SEQUENTIAL
000120         ACCESS MODE IS SEQUENTIAL
000130         FILE STATUS IS DL20-PRREOLG-STATUS.
