000010*****************************************************************
000020*    COPYBOOK      : XPRNUM                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRNUMER               *
000040*                    DOSSIER-NUMBER CONTROL FILE. ONE RECORD     *
000050*                    PER OWNING UNIT (LDO-CD-UNITE) HOLDING THE  *
000060*                    RANGE OF 10-DIGIT NUMBER BASES RESERVED TO  *
000070*                    IT AND THE NEXT-FREE COUNTER. THE SHARED    *
000080*                    PRTD20NA SUBROUTINE TAKES THE NEXT BASE,    *
000090*                    APPENDS THE CHECK DIGIT TO MAKE THE         *
000100*                    11-DIGIT LDO-NO-DOSSIER AND ADVANCES THE    *
000110*                    COUNTER; THE CALLER READS THE RECORD FOR    *
000120*                    UPDATE AND REWRITES IT. A RANGE MUST LIE    *
000130*                    WITHIN 1000000000 - 9999999999, SO EVERY    *
000140*                    ALLOCATED NUMBER HAS 11 SIGNIFICANT DIGITS  *
000150*                    AND CANNOT BE MISTAKEN FOR A NUMBER KEYED   *
000160*                    BEFORE ALLOCATION WAS INTRODUCED. RANGES    *
000170*                    ARE SET UP AND EXTENDED BY PRTD20NU.        *
000180*                    NUM-NO-PROCHAIN IS ONE PAST NUM-NO-FIN      *
000190*                    ONCE THE RANGE IS USED UP, HENCE ITS EXTRA  *
000200*                    DIGIT.                                      *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------------*
000240*    2026-09-15  DLM  ORIGINAL LAYOUT.                            *
000250*****************************************************************
000260 01  PRNUMER-RECORD.
000270     05  NUM-CD-UNITE           PIC X(3).
000280     05  NUM-NO-DEBUT           PIC 9(10).
000290     05  NUM-NO-FIN             PIC 9(10).
000300     05  NUM-NO-PROCHAIN        PIC 9(11).
000310     05  NUM-NB-ALLOUES         PIC 9(10).
000320     05  NUM-DT-CREATION        PIC 9(8).
000330     05  NUM-DT-DERN-ALLOC      PIC 9(8).
000340     05  NUM-ID-PROG-DERN       PIC X(8).
000350     05  FILLER                 PIC X(12).
