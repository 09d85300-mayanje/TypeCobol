000010*****************************************************************
000020*    COPYBOOK      : XPRQCS                                     *
000030*    DESCRIPTION   : SORT-WORK RECORD FOR THE PRTD20QS SAMPLING  *
000040*                    RUN. ONE ENTRY PER VALIDATION OF THE DAY,   *
000050*                    SORTED ON THE OPERATOR AND A PSEUDO-RANDOM  *
000060*                    DRAW SO THE FIRST ENTRIES OF EACH OPERATOR  *
000070*                    ARE A RANDOM SAMPLE OF THEIR WORK.          *
000080*                    QCS-AU-SEUIL MARKS A VALIDATION AT OR       *
000090*                    ABOVE THE AMOUNT THRESHOLD, ALWAYS          *
000100*                    SAMPLED.                                    *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  -------------------------------------------*
000140*    2026-09-20  DLM  ORIGINAL LAYOUT.                            *
000150*****************************************************************
000160 01  PRQCS-SORT-RECORD.
000170     05  QCS-ID-OPER            PIC X(8).
000180     05  QCS-TIRAGE             PIC 9(10).
000190     05  QCS-NO-DOSSIER         PIC S9(11)V USAGE COMP-3.
000200     05  QCS-NO-SEQ             PIC 9(5)  USAGE COMP-3.
000210     05  QCS-CD-UNITE           PIC X(3).
000220     05  QCS-CD-DEVISE          PIC X(3).
000230     05  QCS-MT-DOSSIER         PIC S9(11)V9(2) USAGE COMP-3.
000240     05  QCS-MT-REF             PIC S9(13)V9(2) USAGE COMP-3.
000250     05  QCS-AU-SEUIL-SW        PIC X(1).
000260         88  QCS-AU-SEUIL           VALUE 'Y'.
