000010*****************************************************************
000020*    COPYBOOK      : XPRNLG                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRNUMLG               *
000040*                    DOSSIER-NUMBER ALLOCATION LOG. ONE RECORD   *
000050*                    PER NUMBER HANDED OUT BY PRTD20NA, KEYED    *
000060*                    ON THE NUMBER ITSELF AND WRITTEN BY THE     *
000070*                    CALLER (PRTD20IN IN BATCH, PRTD20C ONLINE)  *
000080*                    AS SOON AS THE COUNTER IS REWRITTEN -       *
000090*                    BEFORE THE DOSSIER IS CREATED, SO A NUMBER  *
000100*                    WHOSE DOSSIER NEVER REACHED PRTD20 STILL    *
000110*                    SHOWS UP ON THE PRTD20NU REPORT.            *
000120*                    NLG-ID-OPER IS THE TERMINAL FOR AN ONLINE   *
000130*                    ALLOCATION, SPACES IN BATCH.                *
000140*    MODIFICATION HISTORY                                       *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------------*
000170*    2026-09-15  DLM  ORIGINAL LAYOUT.                            *
000180*****************************************************************
000190 01  PRNUMLG-RECORD.
000200     05  NLG-NO-DOSSIER         PIC S9(11)V USAGE COMP-3.
000210     05  NLG-CD-UNITE           PIC X(3).
000220     05  NLG-DT-ALLOC           PIC 9(8).
000230     05  NLG-HR-ALLOC           PIC 9(6).
000240     05  NLG-ID-PROGRAMME       PIC X(8).
000250     05  NLG-ID-OPER            PIC X(8).
000260     05  FILLER                 PIC X(11).
