000010*****************************************************************
000020*    COPYBOOK      : XPRNTX                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRNUMTX NUMBER-RANGE  *
000040*                    TRANSACTION FILE READ BY PRTD20NU. ONE      *
000050*                    RECORD SETS UP THE RANGE OF A UNIT THAT     *
000060*                    HAS NONE ON PRNUMER, OR CHANGES AN          *
000070*                    EXISTING ONE : THE START MAY ONLY MOVE      *
000080*                    WHILE NOTHING HAS BEEN ALLOCATED FROM THE   *
000090*                    RANGE, THE END NEVER BELOW THE LAST NUMBER  *
000100*                    ALREADY ALLOCATED. NO TWO UNITS MAY HOLD    *
000110*                    OVERLAPPING RANGES.                         *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  -------------------------------------------*
000150*    2026-09-15  DLM  ORIGINAL LAYOUT.                            *
000160*****************************************************************
000170 01  PRNUMTX-RECORD.
000180     05  NTX-CD-UNITE           PIC X(3).
000190     05  NTX-NO-DEBUT           PIC 9(10).
000200     05  NTX-NO-FIN             PIC 9(10).
000210     05  NTX-ID-OPER            PIC X(8).
000220     05  FILLER                 PIC X(9).
