000010*****************************************************************
000020*    COPYBOOK      : PRBENSEL                                  *
000030*    DESCRIPTION   : FILE-CONTROL SELECT ENTRY FOR THE PRBENEF   *
000040*                    PAYEE MASTER, KEYED ON THE PAYEE CODE.      *
000050*                    READ BY KEY AT INTAKE (PRTD20IN) AND AT     *
000060*                    SETTLEMENT EXTRACT (PRTD20SE), MAINTAINED   *
000070*                    BY PRTD20PY.                                *
000080*    MODIFICATION HISTORY                                       *
000090*    DATE       INIT  DESCRIPTION                                *
000100*    ---------- ----  -------------------------------------------*
000110*    2026-09-09  DLM  ORIGINAL ENTRY.                             *
000120*****************************************************************
000130     SELECT PRBENEF-FILE ASSIGN TO PRBENEF
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS PRBEN-ID-BENEF
000170         FILE STATUS IS DL20-PRBENEF-STATUS.
