000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-02  DLM  ORIGINAL LAYOUT.                            *
000130*    2026-09-13  DLM  ADDED PRWLS-CD-RAPPEL, SORTED AHEAD OF THE  *
000140*                     AGE SO A CASE WHOSE BRING-FORWARD DATE HAS  *
000150*                     ARRIVED LEADS ITS OPERATOR'S PAGE, AND      *
000160*                     PRWLS-DT-RAPPEL TO PRINT THAT DATE.         *
000170*****************************************************************
000180 01  PRWLS-SORT-RECORD.
000190     05  PRWLS-ID-OPER          PIC X(8).
000200     05  PRWLS-DT-SAI           PIC 9(8).
000210     05  PRWLS-NO-DOSSIER       PIC S9(11)V USAGE COMP-3.
000220     05  PRWLS-CD-UNITE         PIC X(3).
000230     05  PRWLS-AGE-OUVRES       PIC 9(6).
000240     05  PRWLS-MT-DOSSIER       PIC S9(11)V9(2) USAGE COMP-3.
000250     05  PRWLS-LIB-DOSSIER      PIC X(30).
000260     05  PRWLS-CD-RAPPEL        PIC X(1).
000270         88  PRWLS-A-RAPPELER       VALUE '0'.
000280         88  PRWLS-SANS-RAPPEL      VALUE '1'.
000290     05  PRWLS-DT-RAPPEL        PIC 9(8).
