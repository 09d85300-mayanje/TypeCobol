000010*****************************************************************
000020*    COPYBOOK      : PRSTOSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR PRSTATO, THE  *
000040*                    OLD 83-BYTE COPY OF THE PRSTATH STATISTICS  *
000050*                    HISTORY READ BY THE ONE-OFF PRTD20SC        *
000060*                    CONVERSION.                                 *
000070*    MODIFICATION HISTORY                                       *
000080*    DATE       INIT  DESCRIPTION                                *
000090*    ---------- ----  -------------------------------------------*
000100*    2026-09-22  DLM  ORIGINAL ENTRY.                             *
000110*****************************************************************
000120     SELECT PRSTATO-FILE ASSIGN TO PRSTATO
000130         ORGANIZATION IS SEQUENTIAL
000140         ACCESS MODE IS SEQUENTIAL
000150         FILE STATUS IS DL20-PRSTATO-STATUS.
