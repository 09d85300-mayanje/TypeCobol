000010*****************************************************************
000020*    COPYBOOK      : XPRAPS                                    *
000030*    DESCRIPTION   : SORT-WORK RECORD FOR THE PRTD20AP DAILY    *
000040*                    LIST OF VALIDATIONS STILL WAITING FOR      *
000050*                    FOUR-EYES APPROVAL. ONE ENTRY PER DOSSIER  *
000060*                    IN APP, ORDERED BY OWNING UNIT THEN        *
000070*                    OLDEST REQUEST FIRST SO EACH UNIT          *
000080*                    SUPERVISOR'S PAGE LEADS WITH THE REQUESTS  *
000090*                    THAT HAVE WAITED LONGEST.                  *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE       INIT  DESCRIPTION                                *
000120*    ---------- ----  -------------------------------------------*
000130*    2026-09-08  DLM  ORIGINAL LAYOUT.                            *
000140*****************************************************************
000150 01  PRAPS-SORT-RECORD.
000160     05  PRAPS-CD-UNITE         PIC X(3).
000170     05  PRAPS-DT-DEMANDE       PIC 9(8).
000180     05  PRAPS-NO-DOSSIER       PIC S9(11)V USAGE COMP-3.
000190     05  PRAPS-ID-DEMANDEUR     PIC X(8).
000200     05  PRAPS-AGE-OUVRES       PIC 9(6).
000210     05  PRAPS-MT-DOSSIER       PIC S9(11)V9(2) USAGE COMP-3.
000220     05  PRAPS-CD-DEVISE        PIC X(3).
000230     05  PRAPS-MT-REF           PIC S9(13)V9(2) USAGE COMP-3.
000240     05  PRAPS-LIB-DOSSIER      PIC X(30).
