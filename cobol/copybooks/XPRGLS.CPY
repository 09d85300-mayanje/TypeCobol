000010*****************************************************************
000020*    COPYBOOK      : XPRGLS                                     *
000030*    DESCRIPTION   : SORT-WORK RECORD FOR THE PRTD20GL NIGHTLY   *
000040*                    GENERAL-LEDGER JOURNAL. ONE ENTRY PER       *
000050*                    ACCOUNTING EVENT OF THE DAY, ORDERED BY     *
000060*                    SECTION (1 JOURNAL, 2 SUSPENSE), THEN UNIT, *
000070*                    CURRENCY AND EVENT TYPE SO THE JOURNAL LINES *
000080*                    CAN BE SUMMED ON A CONTROL BREAK.           *
000090*    MODIFICATION HISTORY                                       *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-11  DLM  ORIGINAL LAYOUT.                            *
000130*****************************************************************
000140 01  PRGLS-SORT-RECORD.
000150     05  PRGLS-CD-SECTION       PIC X(1).
000160         88  PRGLS-JOURNAL          VALUE '1'.
000170         88  PRGLS-SUSPENS          VALUE '2'.
000180     05  PRGLS-CD-UNITE         PIC X(3).
000190     05  PRGLS-CD-DEVISE        PIC X(3).
000200     05  PRGLS-CD-EVT           PIC X(2).
000210     05  PRGLS-NO-DOSSIER       PIC S9(11)V USAGE COMP-3.
000220     05  PRGLS-CD-RAISON        PIC X(2).
000230     05  PRGLS-MT               PIC S9(11)V9(2) USAGE COMP-3.
000240     05  PRGLS-MT-REF           PIC S9(13)V9(2) USAGE COMP-3.
000250     05  PRGLS-DT-TAUX          PIC 9(8).
000260     05  PRGLS-DT-EVT           PIC 9(8).
