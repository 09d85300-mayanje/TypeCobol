000010*****************************************************************
000020*    COPYBOOK      : XPRIBLK                                    *
000030*    DESCRIPTION   : LINKAGE PARAMETER GROUP FOR THE PRTD20IB    *
000040*                    BANK-ACCOUNT CHECK SUBPROGRAM. THE CALLER   *
000050*                    FILLS IN THE IBAN AND BIC; PRTD20IB ANSWERS *
000060*                    WHETHER THE IBAN IS WELL FORMED AND ITS     *
000070*                    CHECK DIGITS HOLD (ISO 13616 MOD-97) AND    *
000080*                    WHETHER THE BIC IS WELL FORMED.             *
000090*    MODIFICATION HISTORY                                       *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-09-09  DLM  ORIGINAL LAYOUT.                            *
000130*****************************************************************
000140 01  DL20-IB-PARMS.
000150     05  DL20-IB-IBAN           PIC X(34).
000160     05  DL20-IB-BIC            PIC X(11).
000170     05  DL20-IB-RETOUR         PIC X(01).
000180         88  DL20-IB-OK             VALUE '0'.
000190         88  DL20-IB-IBAN-FORMAT    VALUE '1'.
000200         88  DL20-IB-IBAN-CLE       VALUE '2'.
000210         88  DL20-IB-BIC-FORMAT     VALUE '3'.
