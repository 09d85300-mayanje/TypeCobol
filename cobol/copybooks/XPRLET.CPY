000010*****************************************************************
000020*    COPYBOOK      : XPRLET                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRLETEN SENT-LETTERS  *
000040*                    FILE. ONE RECORD PER CLIENT LETTER PRINTED  *
000050*                    BY PRTD20LT, KEYED ON THE DOSSIER NUMBER    *
000060*                    AND THE SEQUENCE NUMBER OF THE PRAUD20      *
000070*                    TRANSITION THE LETTER ANNOUNCES - THE SAME  *
000080*                    KEY AS PRAUD-KEY. PRTD20LT LOOKS THE        *
000090*                    TRANSITION UP HERE BEFORE PRINTING, SO A    *
000100*                    RERUN OF THE SAME DAY NEVER SENDS A LETTER  *
000110*                    TWICE, WHILE A LATER VALIDATION OR          *
000120*                    REJECTION OF THE SAME DOSSIER (AFTER A      *
000130*                    REOPEN) STILL GETS ITS OWN LETTER.          *
000140*                    PRLET-CD-TYPE IS THE STATUS THE LETTER      *
000150*                    ANNOUNCED, V OR R.                          *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------- ----  -------------------------------------------*
000190*    2026-09-14  DLM  ORIGINAL LAYOUT.                            *
000200*****************************************************************
000210 01  PRLETEN-RECORD.
000220     05  PRLET-KEY.
000230         10  PRLET-NO-DOSSIER   PIC S9(11)V USAGE COMP-3.
000240         10  PRLET-NO-SEQ       PIC 9(5)  USAGE COMP-3.
000250     05  PRLET-CD-TYPE          PIC X(1).
000260         88  PRLET-VALIDATION       VALUE 'V'.
000270         88  PRLET-REJET            VALUE 'R'.
000280     05  PRLET-DT-TRANSIT       PIC 9(8).
000290     05  PRLET-DT-ENVOI         PIC 9(8).
000300     05  PRLET-HR-ENVOI         PIC 9(6).
000310     05  PRLET-ID-BENEF         PIC X(8).
000320     05  PRLET-CD-MOTIF         PIC X(2).
000330     05  FILLER                 PIC X(18).
