000010*****************************************************************
000020*    COPYBOOK      : XPRNOT                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRNOTE DOSSIER NOTES  *
000040*                    DIARY. ONE RECORD PER NOTE, KEYED ON THE    *
000050*                    DOSSIER NUMBER AND A SEQUENCE NUMBER THAT   *
000060*                    RUNS FROM 1 PER DOSSIER - THE SAME KEY      *
000070*                    SHAPE AS PRAUD-KEY, SO THE NOTES ARE        *
000080*                    BROWSED THE SAME WAY AS THE TRANSITION      *
000090*                    CHAIN. NOTES ARE ADDED FROM PR2O            *
000100*                    (PRTD20O), SHOWN BY PR2H (PRTD20HB) AFTER   *
000110*                    THE HISTORY, AND NEVER CHANGED ONCE         *
000120*                    WRITTEN. PRNOT-DT-RAPPEL IS THE OPTIONAL    *
000130*                    BRING-FORWARD DATE, ZERO WHEN THERE IS      *
000140*                    NONE. THE MOST RECENT NOTE THAT CARRIES     *
000150*                    ONE GOVERNS : ONCE THAT DATE HAS ARRIVED    *
000160*                    PRTD20WL PRINTS THE DOSSIER AT THE TOP OF   *
000170*                    ITS OPERATOR'S MORNING LIST, AND A LATER    *
000180*                    NOTE WITH A LATER DATE DEFERS IT.           *
000190*    MODIFICATION HISTORY                                       *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  -------------------------------------------*
000220*    2026-09-13  DLM  ORIGINAL LAYOUT.                            *
000230*****************************************************************
000240 01  PRNOTE-RECORD.
000250     05  PRNOT-KEY.
000260         10  PRNOT-NO-DOSSIER   PIC S9(11)V USAGE COMP-3.
000270         10  PRNOT-NO-SEQ       PIC 9(5)  USAGE COMP-3.
000280     05  PRNOT-ID-OPER          PIC X(8).
000290     05  PRNOT-DT-NOTE          PIC 9(8).
000300     05  PRNOT-HR-NOTE          PIC 9(6).
000310     05  PRNOT-DT-RAPPEL        PIC 9(8).
000320     05  PRNOT-TEXTE            PIC X(70).
000330     05  FILLER                 PIC X(11).
