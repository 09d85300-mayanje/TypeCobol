000010*****************************************************************
000020*    COPYBOOK      : XPRNALK                                    *
000030*    DESCRIPTION   : LINKAGE PARAMETER GROUP FOR THE PRTD20NA    *
000040*                    DOSSIER-NUMBER SUBPROGRAM, SHARED BY BATCH  *
000050*                    AND ONLINE CALLERS. FUNCTION 'A' ALLOCATES  *
000060*                    THE NEXT NUMBER FROM THE PRNUMER RECORD     *
000070*                    PASSED AS SECOND PARAMETER AND RETURNS IT   *
000080*                    IN DL20-NA-NO-DOSSIER; FUNCTION 'V' CHECKS  *
000090*                    THE CHECK DIGIT OF THE NUMBER IN            *
000100*                    DL20-NA-NO-DOSSIER (THE PRNUMER PARAMETER   *
000110*                    IS NOT USED). RETURN CODES : '0' ALLOCATED  *
000120*                    / CHECK DIGIT RIGHT, '1' CHECK DIGIT WRONG  *
000130*                    (OR NUMBER ZERO), '2' RANGE USED UP, '3'    *
000140*                    NO USABLE RANGE ON THE RECORD, '4' A        *
000150*                    NUMBER OF TEN DIGITS OR FEWER - KEYED       *
000160*                    BEFORE ALLOCATION WAS INTRODUCED AND        *
000170*                    CARRYING NO CHECK DIGIT. PATHS THAT         *
000180*                    ADDRESS AN EXISTING DOSSIER ACCEPT '4';     *
000190*                    PATHS THAT CREATE ONE DO NOT.               *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------------*
000230*    2026-09-15  DLM  ORIGINAL LAYOUT.                            *
000240*****************************************************************
000250 01  DL20-NA-PARMS.
000260     05  DL20-NA-FONCTION       PIC X(1).
000270         88  DL20-NA-ALLOUER        VALUE 'A'.
000280         88  DL20-NA-VERIFIER       VALUE 'V'.
000290     05  DL20-NA-PROGRAMME      PIC X(8).
000300     05  DL20-NA-TODAY          PIC 9(8).
000310     05  DL20-NA-NO-DOSSIER     PIC S9(11)V USAGE COMP-3.
000320     05  DL20-NA-RETOUR         PIC X(1).
000330         88  DL20-NA-OK             VALUE '0'.
000340         88  DL20-NA-CLE-FAUSSE     VALUE '1'.
000350         88  DL20-NA-EPUISE         VALUE '2'.
000360         88  DL20-NA-SANS-PLAGE     VALUE '3'.
000370         88  DL20-NA-ANCIEN         VALUE '4'.
000380         88  DL20-NA-NUMERO-ACCEPTE VALUE '0' '4'.
