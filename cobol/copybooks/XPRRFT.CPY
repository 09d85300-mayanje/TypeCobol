000010*****************************************************************
000020*    COPYBOOK      : XPRRFT                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRREFTX               *
000040*                    REFERENCE-FILE MAINTENANCE TRANSACTIONS     *
000050*                    READ BY PRTD20RF. RFT-CD-FICHIER NAMES THE  *
000060*                    FILE, RFT-CD-ACTION ADDS, CHANGES OR        *
000070*                    DELETES, AND RFT-IMAGE CARRIES THE NEW      *
000080*                    RECORD IN THAT FILE'S OWN LAYOUT (ONE       *
000090*                    REDEFINES PER FILE). A CHANGE REPLACES      *
000100*                    EVERY NON-KEY FIELD; A DELETE NEEDS ONLY    *
000110*                    THE KEY FIELDS. RFT-ID-SOUMIS IS THE        *
000120*                    PERSON WHO ASKED FOR THE CHANGE AND GOES    *
000130*                    ON THE PRREFLG CHANGE LOG.                  *
000140*    MODIFICATION HISTORY                                       *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------------*
000170*    2026-09-17  DLM  ORIGINAL LAYOUT.                            *
000180*****************************************************************
000190 01  PRREFTX-RECORD.
000200     05  RFT-CD-FICHIER         PIC X(8).
000210         88  RFT-PRUNITE            VALUE 'PRUNITE'.
000220         88  RFT-PRMOTIF            VALUE 'PRMOTIF'.
000230         88  RFT-PRSLAT             VALUE 'PRSLAT'.
000240         88  RFT-PRDEVISE           VALUE 'PRDEVISE'.
000250         88  RFT-PRTAUX             VALUE 'PRTAUX'.
000260         88  RFT-PRCALEN            VALUE 'PRCALEN'.
000270         88  RFT-PRPARAM            VALUE 'PRPARAM'.
000280         88  RFT-PROPER             VALUE 'PROPER'.
000290     05  RFT-CD-ACTION          PIC X(1).
000300         88  RFT-AJOUT              VALUE 'A'.
000310         88  RFT-MODIF              VALUE 'C'.
000320         88  RFT-SUPPR              VALUE 'D'.
000330     05  RFT-ID-SOUMIS          PIC X(8).
000340     05  RFT-IMAGE              PIC X(50).
000350     05  RFT-IMAGE-UNITE REDEFINES RFT-IMAGE.
000360         10  RFT-UNI-CD-UNITE   PIC X(3).
000370         10  RFT-UNI-LIB-UNITE  PIC X(30).
000380         10  FILLER             PIC X(17).
000390     05  RFT-IMAGE-MOTIF REDEFINES RFT-IMAGE.
000400         10  RFT-MOT-CD-MOTIF   PIC X(2).
000410         10  RFT-MOT-LIB-MOTIF  PIC X(30).
000420         10  FILLER             PIC X(18).
000430     05  RFT-IMAGE-SLAT REDEFINES RFT-IMAGE.
000440         10  RFT-SLT-CD-UNITE   PIC X(3).
000450         10  RFT-SLT-NB-JOURS-CIBLE
000460                                PIC 9(5).
000470         10  FILLER             PIC X(42).
000480     05  RFT-IMAGE-DEVISE REDEFINES RFT-IMAGE.
000490         10  RFT-DEV-CD-DEVISE  PIC X(3).
000500         10  RFT-DEV-LIB-DEVISE PIC X(30).
000510         10  FILLER             PIC X(17).
000520     05  RFT-IMAGE-TAUX REDEFINES RFT-IMAGE.
000530         10  RFT-TAU-CD-DEVISE  PIC X(3).
000540         10  RFT-TAU-DT-TAUX    PIC 9(8).
000550         10  RFT-TAU-TAUX       PIC 9(5)V9(6).
000560         10  FILLER             PIC X(28).
000570     05  RFT-IMAGE-CALEN REDEFINES RFT-IMAGE.
000580         10  RFT-CAL-DT-FERIE   PIC 9(8).
000590         10  RFT-CAL-LIB-FERIE  PIC X(30).
000600         10  FILLER             PIC X(12).
000610     05  RFT-IMAGE-PARAM REDEFINES RFT-IMAGE.
000620         10  RFT-PAR-KEY.
000630             15  RFT-PAR-ID-PROGRAMME
000640                                PIC X(8).
000650             15  RFT-PAR-NOM-PARM
000660                                PIC X(10).
000670             15  RFT-PAR-DT-EFFET
000680                                PIC 9(8).
000690         10  RFT-PAR-VALEUR     PIC X(15).
000700         10  FILLER             PIC X(9).
000710     05  RFT-IMAGE-OPER REDEFINES RFT-IMAGE.
000720         10  RFT-OPR-KEY.
000730             15  RFT-OPR-ID-OPER    PIC X(8).
000740             15  RFT-OPR-CD-UNITE   PIC X(3).
000750         10  RFT-OPR-NOM-OPER   PIC X(25).
000760         10  FILLER             PIC X(14).
000770     05  FILLER                 PIC X(33).
