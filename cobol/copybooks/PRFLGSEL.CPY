000060*    DATE       INIT  DESCRIPTION                                *
000070*    ---------- ----  -------------------------------------------*
000080*    2026-08-08  DLM  ORIGINAL ENTRY.                             *
000082*    2026-09-07  DLM  NOW INDEXED ON PRFLAG-KEY WITH DYNAMIC      *
000084*                     ACCESS, SO A RAISER CAN LOOK FOR A FLAG     *
000086*                     STILL OPEN FOR THE SAME DOSSIER AND REASON  *
000088*                     AND A CLOSE CAN REWRITE THE FLAG IN PLACE.  *
000090*****************************************************************
000100     SELECT PRTD20F-FILE ASSIGN TO PRTD20F
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS DYNAMIC
000125         RECORD KEY IS PRFLAG-KEY
000130         FILE STATUS IS DL20-PRTD20F-STATUS.
