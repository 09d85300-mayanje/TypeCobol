000010*****************************************************************
000020*    COPYBOOK      : XPRSEV                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRSECEV SECURITY      *
000040*                    EVENT LOG. ONE RECORD PER AUTHORIZATION     *
000050*                    REFUSAL (REASON 08 - OPERATOR NOT           *
000060*                    AUTHORIZED FOR THE DOSSIER'S UNIT),         *
000070*                    WRITTEN BY THE PRTD20SV SUBROUTINE FOR THE  *
000080*                    BATCH PROGRAMS (PRTD20B, PRTD20U,           *
000090*                    PRTD20RV) AND DIRECTLY BY PRTD20O ONLINE.   *
000100*                    KEYED ON DATE, TIME, PROGRAM AND A          *
000110*                    SEQUENCE NUMBER SO ONE DAY'S EVENTS READ    *
000120*                    BACK IN TIME ORDER. SEV-NO-SEQ IS THE CICS  *
000130*                    TASK NUMBER ONLINE. SEV-ID-OPER IS THE      *
000140*                    TERMINAL FOR AN ONLINE REFUSAL. READ BY     *
000150*                    THE PRTD20SR DAILY ACCESS-EXCEPTION         *
000160*                    REPORT.                                     *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------------*
000200*    2026-09-18  DLM  ORIGINAL LAYOUT.                            *
000210*****************************************************************
000220 01  PRSECEV-RECORD.
000230     05  SEV-KEY.
000240         10  SEV-DT-EVT         PIC 9(8).
000250         10  SEV-HR-EVT         PIC 9(6).
000260         10  SEV-ID-PROGRAMME   PIC X(8).
000270         10  SEV-NO-SEQ         PIC 9(7)  USAGE COMP-3.
000280     05  SEV-ID-OPER            PIC X(8).
000290     05  SEV-NO-DOSSIER         PIC S9(11)V USAGE COMP-3.
000300     05  SEV-CD-UNITE           PIC X(3).
000310     05  SEV-CD-RAISON          PIC X(2).
000320         88  SEV-NON-AUTORISE       VALUE '08'.
000330     05  FILLER                 PIC X(15).
