000010*****************************************************************
000020*    COPYBOOK      : XPRBET                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRBENTX PAYEE         *
000040*                    MAINTENANCE TRANSACTION FILE READ BY        *
000050*                    PRTD20PY. ACTION 'A' CREATES A PAYEE, 'C'   *
000060*                    REPLACES ITS NAME, ADDRESS AND ACCOUNT WITH *
000070*                    THE FIELDS GIVEN, 'F' CLOSES IT. PLAIN      *
000080*                    DISPLAY FIELDS LIKE XPRINTK.                *
000090*    MODIFICATION HISTORY                                       *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-09  DLM  ORIGINAL LAYOUT.                            *
000130*****************************************************************
000140 01  PRBET-RECORD.
000150     05  PRBET-CD-ACTION        PIC X(01).
000160         88  PRBET-AJOUT            VALUE 'A'.
000170         88  PRBET-MODIF            VALUE 'C'.
000180         88  PRBET-FERMETURE        VALUE 'F'.
000190     05  PRBET-ID-BENEF         PIC X(08).
000200     05  PRBET-NOM              PIC X(35).
000210     05  PRBET-ADR-LIGNE1       PIC X(35).
000220     05  PRBET-ADR-LIGNE2       PIC X(35).
000230     05  PRBET-CD-POSTAL        PIC X(10).
000240     05  PRBET-VILLE            PIC X(30).
000250     05  PRBET-CD-PAYS          PIC X(02).
000260     05  PRBET-IBAN             PIC X(34).
000270     05  PRBET-BIC              PIC X(11).
000280     05  PRBET-ID-OPER          PIC X(08).
000290     05  FILLER                 PIC X(11).
