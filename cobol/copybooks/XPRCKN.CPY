000010*****************************************************************
000020*    COPYBOOK      : XPRCKN                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRCKPN                *
000040*                    CHECKPOINT/RESTART LOG OF THE PRTD20NB      *
000050*                    SINGLE-PASS NIGHTLY DRIVER. A RECORD IS     *
000060*                    APPENDED EVERY N DOSSIERS AND ONCE AT THE   *
000070*                    END OF THE RUN (CKN-TERMINE). BESIDES THE   *
000080*                    LAST LDO-NO-DOSSIER PROCESSED IT CARRIES    *
000090*                    THE PROCESSING DATE, THE OUTPUTS SWITCHED   *
000100*                    ON FOR THE RUN AND, IN CKN-ZONE-ETAT, AN    *
000110*                    IMAGE OF THE DRIVER'S RUNNING TOTALS FOR    *
000120*                    EVERY OUTPUT, SO A RESTART RESUMES PAST     *
000130*                    THAT DOSSIER WITH THE SAME DATE, THE SAME   *
000140*                    OUTPUTS AND THE FIGURES OF THE FAILED RUN.  *
000150*                    PERFORM0 KEEPS ITS OWN PRCKPT LOG           *
000160*                    (XPRCKPT) WHEN RUN ON ITS OWN.              *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------- ----  -------------------------------------------*
000200*    2026-09-21  DLM  ORIGINAL LAYOUT.                            *
000201*    2026-09-22  DLM  ADDED STEP 'S' (CKN-STATH-AJOUTE), WRITTEN  *
000202*                     BY PRTD20NB ONCE THE DAY'S PRSTATH RECORDS  *
000203*                     ARE APPENDED. A RESTART FROM AN 'S' RECORD  *
000204*                     GOES STRAIGHT TO THE END OF RUN INSTEAD OF  *
000205*                     APPENDING THE SAME DAY TO PRSTATH AGAIN.    *
000210*****************************************************************
000220 01  PRCKPN-RECORD.
000230     05  CKN-NO-DOSSIER         PIC S9(11)V USAGE COMP-3.
000240     05  CKN-DT-TRAIT           PIC 9(8).
000250     05  CKN-DT-ECRIT           PIC 9(8).
000260     05  CKN-HR-ECRIT           PIC 9(6).
000270     05  CKN-CD-ETAPE           PIC X(1).
000280         88  CKN-EN-COURS           VALUE 'C'.
000290         88  CKN-TERMINE            VALUE 'F'.
000295         88  CKN-STATH-AJOUTE       VALUE 'S'.
000300     05  CKN-SORTIES            PIC X(7).
000310     05  CKN-ZONE-ETAT          PIC X(3000).
000320     05  FILLER                 PIC X(20).
