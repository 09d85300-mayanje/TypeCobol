000010*****************************************************************
000020*    COPYBOOK      : XPRBEN                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRBENEF PAYEE MASTER. *
000040*                    ONE RECORD PER BENEFICIARY A DOSSIER CAN BE *
000050*                    SETTLED TO, KEYED ON THE PAYEE CODE CARRIED *
000060*                    ON LDO-ID-BENEF : NAME, POSTAL ADDRESS AND  *
000070*                    THE BANK ACCOUNT (IBAN / BIC) THE PAYMENTS  *
000080*                    PLATFORM PAYS TO. MAINTAINED BY PRTD20PY,   *
000090*                    WHICH CHECKS THE IBAN CHECK DIGITS THROUGH  *
000100*                    PRTD20IB BEFORE ANY PAYEE IS CREATED OR     *
000110*                    ITS ACCOUNT CHANGED. A CLOSED PAYEE STAYS   *
000120*                    ON FILE FOR THE DOSSIERS THAT POINT AT IT   *
000130*                    BUT IS NEVER PAID AGAIN.                    *
000140*    MODIFICATION HISTORY                                       *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------------*
000170*    2026-09-09  DLM  ORIGINAL LAYOUT.                            *
000180*****************************************************************
000190 01  PRBEN-RECORD.
000200     05  PRBEN-ID-BENEF         PIC X(08).
000210     05  PRBEN-NOM              PIC X(35).
000220     05  PRBEN-ADRESSE.
000230         10  PRBEN-ADR-LIGNE1   PIC X(35).
000240         10  PRBEN-ADR-LIGNE2   PIC X(35).
000250         10  PRBEN-CD-POSTAL    PIC X(10).
000260         10  PRBEN-VILLE        PIC X(30).
000270         10  PRBEN-CD-PAYS      PIC X(02).
000280     05  PRBEN-IBAN             PIC X(34).
000290     05  PRBEN-BIC              PIC X(11).
000300     05  PRBEN-CD-STATUT        PIC X(01).
000310         88  PRBEN-ACTIF            VALUE 'A'.
000320         88  PRBEN-FERME            VALUE 'F'.
000330     05  PRBEN-DT-CREATION      PIC 9(08).
000340     05  PRBEN-DT-MAJ           PIC 9(08).
000350     05  PRBEN-ID-OPER-MAJ      PIC X(08).
000360     05  FILLER                 PIC X(15).
