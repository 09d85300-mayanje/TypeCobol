000010*****************************************************************
000020*    COPYBOOK      : XPRRFL                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRREFLG               *
000040*                    REFERENCE-FILE CHANGE LOG, APPENDED TO BY   *
000050*                    PRTD20RF. ONE RECORD PER APPLIED            *
000060*                    TRANSACTION : WHO ASKED FOR IT, WHEN IT     *
000070*                    WAS APPLIED, THE FILE AND ACTION, AND THE   *
000080*                    RECORD IMAGE BEFORE AND AFTER THE CHANGE    *
000090*                    IN THE FILE'S OWN LAYOUT. THE BEFORE IMAGE  *
000100*                    IS SPACES FOR AN ADD, THE AFTER IMAGE       *
000110*                    SPACES FOR A DELETE.                        *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  -------------------------------------------*
000150*    2026-09-17  DLM  ORIGINAL LAYOUT.                            *
000160*****************************************************************
000170 01  PRREFLG-RECORD.
000180     05  RFL-DT-MAJ             PIC 9(8).
000190     05  RFL-HR-MAJ             PIC 9(6).
000200     05  RFL-ID-SOUMIS          PIC X(8).
000210     05  RFL-CD-FICHIER         PIC X(8).
000220     05  RFL-CD-ACTION          PIC X(1).
000230     05  RFL-AVANT              PIC X(50).
000240     05  RFL-APRES              PIC X(50).
000250     05  FILLER                 PIC X(19).
