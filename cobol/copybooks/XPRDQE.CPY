000010*****************************************************************
000020*    COPYBOOK      : XPRDQE                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRDQEXC DATA-QUALITY  *
000040*                    EXCEPTIONS FILE WRITTEN EACH NIGHT BY THE   *
000050*                    PRTD20DQ SWEEP OF PRTD20. ONE RECORD PER    *
000060*                    DOSSIER AND FAILED RULE, SO A DOSSIER       *
000070*                    BREAKING TWO RULES APPEARS TWICE.           *
000080*                    DQE-VALEUR HOLDS THE OFFENDING VALUE AS     *
000090*                    PRINTABLE TEXT. THE RULE NUMBERS ARE THOSE  *
000100*                    LISTED IN PRTD20DQ AND ARE NEVER REUSED.    *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  -------------------------------------------*
000140*    2026-09-16  DLM  ORIGINAL LAYOUT.                            *
000150*****************************************************************
000160 01  PRDQEXC-RECORD.
000170     05  DQE-DT-CONTROLE        PIC 9(8).
000180     05  DQE-NO-DOSSIER         PIC S9(11)V USAGE COMP-3.
000190     05  DQE-CD-UNITE           PIC X(3).
000200     05  DQE-CD-ETA             PIC X(1).
000210     05  DQE-NO-REGLE           PIC 9(2).
000220     05  DQE-LIB-REGLE          PIC X(30).
000230     05  DQE-VALEUR             PIC X(20).
000240     05  FILLER                 PIC X(10).
