000010*****************************************************************
000020*    COPYBOOK      : XPRGLJ                                     *
000030*    DESCRIPTION   : RECORD LAYOUTS FOR THE PRGLJRN NIGHTLY      *
000040*                    GENERAL-LEDGER JOURNAL WRITTEN BY PRTD20GL  *
000050*                    FOR FINANCE. FOUR RECORD TYPES, ALL 100     *
000060*                    BYTES, ALL PLAIN DISPLAY FIELDS LIKE        *
000070*                    XPRFEED :                                   *
000080*                      '0' HEADER   - JOURNAL DATE AND THE       *
000090*                                     REFERENCE CURRENCY,        *
000100*                      '1' LINE     - ONE DEBIT OR ONE CREDIT    *
000110*                                     FOR AN EVENT TYPE, UNIT    *
000120*                                     AND CURRENCY, ALWAYS       *
000130*                                     WRITTEN IN BALANCED PAIRS, *
000140*                      '2' SUSPENSE - ONE EVENT THAT COULD NOT   *
000150*                                     BE MAPPED TO AN ACCOUNT,   *
000160*                                     WITH THE REASON,           *
000170*                      '9' TRAILER  - LINE COUNTS, DEBIT AND     *
000180*                                     CREDIT TOTALS (WHICH MUST  *
000190*                                     AGREE) AND THE SUSPENSE    *
000200*                                     COUNT AND TOTAL.           *
000210*                    EVENT TYPES : SA NEW SAI DOSSIER, VA / VM   *
000220*                    VALIDATION (CHARGE / COMMITMENT RELEASE),   *
000230*                    RJ REJECTION, RO / RM VALIDATION UNDONE BY  *
000240*                    A REOPEN (CHARGE / COMMITMENT RE-ENTRY), RG *
000250*                    SETTLEMENT, AN SETTLEMENT REVERSAL, PN      *
000260*                    PENALTY ACCRUAL.                            *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  -------------------------------------------*
000300*    2026-09-11  DLM  ORIGINAL LAYOUT.                            *
000310*****************************************************************
000320 01  PRGLJ-ENTETE.
000330     05  PRGLJ-ENT-TYPE         PIC X(01).
000340     05  PRGLJ-ENT-DT-JOURNAL   PIC 9(08).
000350     05  PRGLJ-ENT-DEVISE-REF   PIC X(03).
000360     05  PRGLJ-ENT-DT-CREATION  PIC 9(08).
000370     05  PRGLJ-ENT-HR-CREATION  PIC 9(06).
000380     05  FILLER                 PIC X(74).
000390 01  PRGLJ-LIGNE.
000400     05  PRGLJ-LIG-TYPE         PIC X(01).
000410     05  PRGLJ-LIG-CD-UNITE     PIC X(03).
000420     05  PRGLJ-LIG-CD-DEVISE    PIC X(03).
000430     05  PRGLJ-LIG-CD-EVT       PIC X(02).
000440     05  PRGLJ-LIG-NO-COMPTE    PIC X(10).
000450     05  PRGLJ-LIG-CD-SENS      PIC X(01).
000460         88  PRGLJ-LIG-DEBIT        VALUE 'D'.
000470         88  PRGLJ-LIG-CREDIT       VALUE 'C'.
000480     05  PRGLJ-LIG-MT           PIC S9(13)V9(2)
000490                                SIGN IS TRAILING SEPARATE.
000500     05  PRGLJ-LIG-MT-REF       PIC S9(13)V9(2)
000510                                SIGN IS TRAILING SEPARATE.
000520     05  PRGLJ-LIG-NB-EVTS      PIC 9(07).
000530     05  PRGLJ-LIG-DT-TAUX      PIC 9(08).
000540     05  FILLER                 PIC X(33).
000550 01  PRGLJ-SUSPENS.
000560     05  PRGLJ-SUS-TYPE         PIC X(01).
000570     05  PRGLJ-SUS-CD-EVT       PIC X(02).
000580     05  PRGLJ-SUS-NO-DOSSIER   PIC 9(11).
000590     05  PRGLJ-SUS-CD-UNITE     PIC X(03).
000600     05  PRGLJ-SUS-CD-DEVISE    PIC X(03).
000610     05  PRGLJ-SUS-CD-RAISON    PIC X(02).
000620         88  PRGLJ-SUS-DOSSIER-ABSENT VALUE 'DA'.
000630         88  PRGLJ-SUS-UNITE-INCONNUE VALUE 'UI'.
000640         88  PRGLJ-SUS-SANS-TAUX      VALUE 'TX'.
000650     05  PRGLJ-SUS-MT           PIC S9(11)V9(2)
000660                                SIGN IS TRAILING SEPARATE.
000670     05  PRGLJ-SUS-MT-REF       PIC S9(13)V9(2)
000680                                SIGN IS TRAILING SEPARATE.
000690     05  PRGLJ-SUS-DT-EVT       PIC 9(08).
000700     05  FILLER                 PIC X(40).
000710 01  PRGLJ-FIN.
000720     05  PRGLJ-FIN-TYPE         PIC X(01).
000730     05  PRGLJ-FIN-NB-LIGNES    PIC 9(09).
000740     05  PRGLJ-FIN-NB-DEBITS    PIC 9(09).
000750     05  PRGLJ-FIN-NB-CREDITS   PIC 9(09).
000760     05  PRGLJ-FIN-TOT-DEBIT    PIC S9(15)V9(2)
000770                                SIGN IS TRAILING SEPARATE.
000780     05  PRGLJ-FIN-TOT-CREDIT   PIC S9(15)V9(2)
000790                                SIGN IS TRAILING SEPARATE.
000800     05  PRGLJ-FIN-NB-SUSPENS   PIC 9(09).
000810     05  PRGLJ-FIN-TOT-SUSPENS  PIC S9(15)V9(2)
000820                                SIGN IS TRAILING SEPARATE.
000830     05  FILLER                 PIC X(09).
