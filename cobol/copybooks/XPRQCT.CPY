000010*****************************************************************
000020*    COPYBOOK      : XPRQCT                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRQCTRL               *
000040*                    QUALITY-CONTROL WORK FILE. ONE ENTRY PER    *
000050*                    VALIDATION (PRAUD20 TRANSITION SAI OR APP   *
000060*                    TO VAL) PICKED FOR REVIEW BY THE NIGHTLY    *
000070*                    PRTD20QS SAMPLING RUN, KEYED ON THE         *
000080*                    TRANSITION'S OWN PRAUD20 KEY SO A RERUN     *
000090*                    NEVER SAMPLES IT TWICE. QCT-CD-MOTIF-ECH    *
000100*                    SAYS WHY IT WAS PICKED. THE REVIEWER'S      *
000110*                    OUTCOME (PASS OR FAIL), THE ERROR CATEGORY  *
000120*                    OF A FAIL, THE REVIEWER AND THE DATE        *
000130*                    CLOSED ARE SET BY THE PRTD20QC BATCH        *
000140*                    CLOSE. READ BY THE PRTD20QR MONTHLY         *
000150*                    ERROR-RATE REPORT.                          *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------------*
000190*    2026-09-20  DLM  ORIGINAL LAYOUT.                            *
000200*****************************************************************
000210 01  PRQCTRL-RECORD.
000220     05  QCT-KEY.
000230         10  QCT-NO-DOSSIER     PIC S9(11)V USAGE COMP-3.
000240         10  QCT-NO-SEQ         PIC 9(5)  USAGE COMP-3.
000250     05  QCT-DT-TRANSIT         PIC 9(8).
000260     05  QCT-ID-OPER            PIC X(8).
000270     05  QCT-CD-UNITE           PIC X(3).
000280     05  QCT-CD-DEVISE          PIC X(3).
000290     05  QCT-MT-DOSSIER         PIC S9(11)V9(2) USAGE COMP-3.
000300     05  QCT-MT-REF             PIC S9(13)V9(2) USAGE COMP-3.
000310     05  QCT-CD-MOTIF-ECH       PIC X(1).
000320         88  QCT-ECH-ALEATOIRE      VALUE 'A'.
000330         88  QCT-ECH-NOUVEL-OPER    VALUE 'N'.
000340         88  QCT-ECH-MONTANT        VALUE 'M'.
000350     05  QCT-DT-ECHANT          PIC 9(8).
000360     05  QCT-CD-STATUT          PIC X(1).
000370         88  QCT-OUVERT             VALUE 'O'.
000380         88  QCT-CLOS               VALUE 'C'.
000390     05  QCT-CD-RESULTAT        PIC X(1).
000400         88  QCT-RESULTAT-VALIDE    VALUE 'P' 'F'.
000410         88  QCT-CONFORME           VALUE 'P'.
000420         88  QCT-NON-CONFORME       VALUE 'F'.
000430     05  QCT-CD-ERREUR          PIC X(2).
000440         88  QCT-ERREUR-VALIDE      VALUE '01' '02' '03' '04'
000450                                          '05' '06' '99'.
000460         88  QCT-ERR-MONTANT        VALUE '01'.
000470         88  QCT-ERR-BENEFICIAIRE   VALUE '02'.
000480         88  QCT-ERR-PIECES         VALUE '03'.
000490         88  QCT-ERR-UNITE          VALUE '04'.
000500         88  QCT-ERR-REGLE          VALUE '05'.
000510         88  QCT-ERR-DOUBLON        VALUE '06'.
000520         88  QCT-ERR-AUTRE          VALUE '99'.
000530     05  QCT-ID-CONTROLEUR      PIC X(8).
000540     05  QCT-DT-CLOS            PIC 9(8).
000550     05  FILLER                 PIC X(10).
