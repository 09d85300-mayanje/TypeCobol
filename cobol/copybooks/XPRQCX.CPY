000010*****************************************************************
000020*    COPYBOOK      : XPRQCX                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRQCTX                *
000040*                    QUALITY-CONTROL CLOSE TRANSACTIONS KEYED    *
000050*                    BY THE REVIEWERS AND APPLIED BY PRTD20QC.   *
000060*                    QCX-NO-SEQ IS THE PRAUD20 SEQUENCE PRINTED  *
000070*                    ON THE PRTD20QS SAMPLE LIST; LEFT ZERO,     *
000080*                    THE DOSSIER'S OLDEST OPEN ENTRY IS CLOSED.  *
000090*                    A FAIL CARRIES ONE OF THE QCT-CD-ERREUR     *
000100*                    CATEGORIES (XPRQCT), A PASS NONE.           *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  -------------------------------------------*
000140*    2026-09-20  DLM  ORIGINAL LAYOUT.                            *
000150*****************************************************************
000160 01  PRQCX-RECORD.
000170     05  QCX-NO-DOSSIER         PIC 9(11).
000180     05  QCX-NO-SEQ             PIC 9(05).
000190     05  QCX-CD-RESULTAT        PIC X(01).
000200     05  QCX-CD-ERREUR          PIC X(02).
000210     05  QCX-ID-CONTROLEUR      PIC X(08).
000220     05  FILLER                 PIC X(23).
