000010*****************************************************************
000020*    COPYBOOK      : XPRREL                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRREOLG RE-HOMED      *
000040*                    DOSSIER LOG APPENDED BY A PRTD20UR APPLY    *
000050*                    RUN. ONE RECORD PER DOSSIER MOVED, WITH ITS *
000060*                    OLD AND NEW UNIT AND WHAT BECAME OF ITS     *
000070*                    PRASSGN ASSIGNMENT AND OPEN PRACCR PENALTY  *
000080*                    ENTRY, SO NO REORGANISATION IS EVER AN      *
000090*                    UNAUDITED CHANGE - THE SAME REASON PRTD20MG *
000100*                    KEEPS PRMLOG.                               *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    ---------- ----  -------------------------------------------*
000140*    2026-09-12  DLM  ORIGINAL LAYOUT.                            *
000150*****************************************************************
000160 01  PRREL-RECORD.
000170     05  PRREL-NO-DOSSIER       PIC S9(11)V USAGE COMP-3.
000180     05  PRREL-CD-UNITE-ANC     PIC X(3).
000190     05  PRREL-CD-UNITE-NOUV    PIC X(3).
000200     05  PRREL-DT-REORG         PIC 9(8).
000210     05  PRREL-HR-REORG         PIC 9(6).
000220     05  PRREL-ID-PROGRAMME     PIC X(8).
000230     05  PRREL-CD-ASSIGN        PIC X(1).
000240         88  PRREL-ASSIGN-AUCUNE    VALUE ' '.
000250         88  PRREL-ASSIGN-SUIVIE    VALUE 'S'.
000260         88  PRREL-ASSIGN-LIBEREE   VALUE 'L'.
000270     05  PRREL-ID-OPER          PIC X(8).
000280     05  PRREL-CD-ACCRU         PIC X(1).
000290         88  PRREL-ACCRU-AUCUN      VALUE ' '.
000300         88  PRREL-ACCRU-SUIVI      VALUE 'S'.
000310     05  FILLER                 PIC X(6).
