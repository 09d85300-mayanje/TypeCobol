000010*****************************************************************
000020*    COPYBOOK      : XPRANT                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRANNTX SETTLEMENT    *
000040*                    REVERSAL REQUEST FILE. ONE REQUEST PER      *
000050*                    RECORD, PLAIN DISPLAY FORM : THE SETTLED    *
000060*                    DOSSIER TO REVERSE, THE REVERSAL REASON     *
000070*                    AND THE SUBMITTING OPERATOR. APPLIED BY     *
000080*                    PRTD20RV, WHICH SENDS THE REVERSAL TO THE   *
000090*                    PAYMENTS PLATFORM AND REOPENS THE DOSSIER   *
000100*                    IN SAI. THE REASON IS CARRIED TO            *
000110*                    PRAUD-CD-MOTIF ON THE VAL TO SAI RECORD :   *
000120*                      VE - VALIDATED IN ERROR,                  *
000130*                      MP - WRONG AMOUNT PAID, PRTD20BR CLASS 2, *
000140*                      RQ - REOPENED ON A QUERY, E.G. AFTER A    *
000150*                           PRTD20RS RESTORE FROM THE ARCHIVE.   *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------------*
000190*    2026-09-10  DLM  ORIGINAL LAYOUT.                            *
000200*****************************************************************
000210 01  PRANT-RECORD.
000220     05  PRANT-NO-DOSSIER       PIC 9(11).
000230     05  PRANT-CD-MOTIF         PIC X(02).
000240         88  PRANT-MOTIF-VALIDE     VALUE 'VE' 'MP' 'RQ'.
000250     05  PRANT-ID-OPER          PIC X(08).
000260     05  FILLER                 PIC X(19).
