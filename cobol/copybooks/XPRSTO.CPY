000010*****************************************************************
000020*    COPYBOOK      : XPRSTO                                     *
000030*    DESCRIPTION   : RECORD LAYOUT OF THE PRSTATH DAILY          *
000040*                    STATISTICS HISTORY AS WRITTEN BEFORE        *
000050*                    2026-09-22 - 83 BYTES, WITHOUT STH-NB-APP   *
000060*                    AND STH-MT-APP. READ ONLY BY THE ONE-OFF    *
000070*                    PRTD20SC CONVERSION, FROM THE PRSTATO COPY  *
000080*                    OF THE OLD FILE. IT DESCRIBES DATA ALREADY  *
000090*                    ON FILE - DO NOT CHANGE IT WHEN XPRSTH      *
000100*                    CHANGES.                                    *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  -------------------------------------------*
000140*    2026-09-22  DLM  ORIGINAL LAYOUT - XPRSTH OF 2026-09-03.     *
000150*****************************************************************
000160 01  PRSTATO-RECORD.
000170     05  STO-DT-STAT            PIC 9(8).
000180     05  STO-CD-UNITE           PIC X(3).
000190     05  STO-NB-SAI             PIC 9(7).
000200     05  STO-MT-SAI             PIC S9(13)V9(2) USAGE COMP-3.
000210     05  STO-NB-VAL             PIC 9(7).
000220     05  STO-MT-VAL             PIC S9(13)V9(2) USAGE COMP-3.
000230     05  STO-NB-REJ             PIC 9(7).
000240     05  STO-MT-REJ             PIC S9(13)V9(2) USAGE COMP-3.
000250     05  STO-AGE-MOYEN          PIC 9(5).
000260     05  STO-NB-VAL-JOUR        PIC 9(7).
000270     05  STO-NB-REJ-JOUR        PIC 9(7).
000280     05  FILLER                 PIC X(8).
