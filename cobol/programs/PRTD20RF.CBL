000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20RF.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-17.
000060 DATE-COMPILED. 2026-09-17.
000070*****************************************************************
000080*    PROGRAM       : PRTD20RF                                  *
000090*    DESCRIPTION   : REFERENCE-FILE MAINTENANCE. APPLIES THE    *
000100*                    PRREFTX ADD, CHANGE AND DELETE             *
000110*                    TRANSACTIONS (XPRRFT) TO THE EIGHT         *
000120*                    REFERENCE FILES : PRUNITE, PRMOTIF,        *
000130*                    PRSLAT, PRDEVISE, PRTAUX, PRCALEN,         *
000140*                    PRPARAM AND PROPER. THE SEQUENTIAL FILES   *
000150*                    ARE LOADED INTO ONE TABLE, UPDATED THERE   *
000160*                    AND REWRITTEN AT THE END OF THE RUN WHEN   *
000170*                    THEY WERE CHANGED; THE KEYED FILES ARE     *
000180*                    UPDATED IN PLACE. TRANSACTIONS ARE TAKEN   *
000190*                    IN THE ORDER SUBMITTED, SO A UNIT OR       *
000200*                    CURRENCY ADDED EARLIER IN THE RUN CAN BE   *
000210*                    USED BY A LATER ONE. EACH TRANSACTION IS   *
000220*                    CHECKED AGAINST THE REST OF THE SYSTEM :   *
000230*                    AN SLA TARGET OR OPERATOR PROFILE NEEDS    *
000240*                    ITS UNIT ON PRUNITE AND A RATE ITS         *
000250*                    CURRENCY ON PRDEVISE; A UNIT CANNOT BE     *
000260*                    DELETED WHILE IT OWNS DOSSIERS ON PRTD20,  *
000270*                    OPERATORS ON PROPER OR AN SLA TARGET, A    *
000280*                    REASON CODE WHILE IT IS USED ON PRAUD20,   *
000290*                    A CURRENCY WHILE IT IS ON A LIVE DOSSIER   *
000300*                    OR HAS RATES, AN OPERATOR PROFILE WHILE    *
000310*                    THE OPERATOR HOLDS ASSIGNED DOSSIERS OF    *
000320*                    THAT UNIT ON PRASSGN. EVERY APPLIED        *
000330*                    CHANGE IS APPENDED TO THE PRREFLG CHANGE   *
000340*                    LOG (XPRRFL) WITH THE SUBMITTER, THE DATE  *
000350*                    AND THE RECORD BEFORE AND AFTER; EVERY     *
000360*                    REFUSED ONE GOES TO PRREFRJ (XPRRFJ) WITH  *
000370*                    ITS REASON. THE RUN ENDS WITH A WARNING    *
000380*                    ON THE RUN LEDGER WHEN A TRANSACTION WAS   *
000390*                    REFUSED OR A FILE COULD NOT BE WRITTEN.    *
000400*    MODIFICATION HISTORY                                       *
000410*    DATE       INIT  DESCRIPTION                                *
000420*    ---------- ----  -------------------------------------------*
000430*    2026-09-17  DLM  ORIGINAL PROGRAM.                           *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     COPY PRUNISEL.
000490     COPY PRSLTSEL.
000500     COPY PRDEVSEL.
000510     COPY PRTAUSEL.
000520     COPY PRCALSEL.
000530     COPY PRMOTRSL.
000540     COPY PRPARSEL.
000550     COPY PROPRRSL.
000560     COPY PRASGSEL.
000570     COPY PRTD20SEL.
000580     COPY PRAUDSEL.
000590     COPY PRRFTSEL.
000600     COPY PRRFLSEL.
000610     COPY PRRFJSEL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PRUNITE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY XPRUNI.
000670 FD  PRSLAT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY XPRSLT.
000700 FD  PRDEVISE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY XPRDEV.
000730 FD  PRTAUX-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY XPRTAU.
000760 FD  PRCALEN-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY XPRCAL.
000790 FD  PRMOTIF-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY XPRMOT.
000820 FD  PRPARAM-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY XPRPAR.
000850 FD  PROPER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY XPROPR.
000880 FD  PRASSGN-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY XPRASG.
000910 FD  PRTD20-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY XPRTD20.
000940 FD  PRAUD20-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY XPRAUD.
000970 FD  PRREFTX-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY XPRRFT.
001000 FD  PRREFLG-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY XPRRFL.
001030 FD  PRREFRJ-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY XPRRFJ.
001060 WORKING-STORAGE SECTION.
001070     COPY XPRSTAT.
001080     COPY XPRJWLK.
001090 77  DL20-RT-MAX                PIC 9(4)  USAGE COMP VALUE 9999.
001100 77  DL20-UU-MAX                PIC 9(3)  USAGE COMP VALUE 500.
001110 77  DL20-DU-MAX                PIC 9(3)  USAGE COMP VALUE 200.
001120 77  DL20-MU-MAX                PIC 9(3)  USAGE COMP VALUE 200.
001130 01  DL20-SWITCHES.
001140     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
001150         88  DL20-EOF               VALUE 'Y'.
001160     05  DL20-FIN-SCAN-SW       PIC X(1)  VALUE 'N'.
001170         88  DL20-FIN-SCAN          VALUE 'Y'.
001180     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
001190         88  DL20-TROUVE            VALUE 'Y'.
001200     05  DL20-DATE-SW           PIC X(1)  VALUE 'N'.
001210         88  DL20-DATE-VALIDE       VALUE 'Y'.
001220     05  DL20-LOG-SW            PIC X(1)  VALUE 'N'.
001230         88  DL20-LOG-OUVERT        VALUE 'Y'.
001240     05  DL20-MOTIF-SW          PIC X(1)  VALUE 'N'.
001250         88  DL20-MOTIF-OUVERT      VALUE 'Y'.
001260     05  DL20-PARAM-SW          PIC X(1)  VALUE 'N'.
001270         88  DL20-PARAM-OUVERT      VALUE 'Y'.
001280     05  DL20-OPER-SW           PIC X(1)  VALUE 'N'.
001290         88  DL20-OPER-OUVERT       VALUE 'Y'.
001300     05  DL20-ASSGN-SW          PIC X(1)  VALUE 'N'.
001310         88  DL20-ASSGN-OUVERT      VALUE 'Y'.
001320*    USAGE TABLES ARE BUILT ON THE FIRST DELETE THAT NEEDS THEM :
001330*    SPACE = NOT YET, 'C' = BUILT, 'I' = FILE NOT AVAILABLE,
001340*    'P' = TABLE FULL, SO AN ABSENT CODE PROVES NOTHING.
001350     05  DL20-TD-USAGE-SW       PIC X(1)  VALUE SPACE.
001360         88  DL20-TD-A-FAIRE        VALUE SPACE.
001370         88  DL20-TD-INDISPO        VALUE 'I'.
001380         88  DL20-TD-PLEIN          VALUE 'P'.
001390     05  DL20-AU-USAGE-SW       PIC X(1)  VALUE SPACE.
001400         88  DL20-AU-A-FAIRE        VALUE SPACE.
001410         88  DL20-AU-INDISPO        VALUE 'I'.
001420         88  DL20-AU-PLEIN          VALUE 'P'.
001430 01  DL20-COUNTERS.
001440     05  DL20-TX-LUES           PIC 9(7)  USAGE COMP.
001450     05  DL20-TX-APPLIQUEES     PIC 9(7)  USAGE COMP.
001460     05  DL20-TX-REJETEES       PIC 9(7)  USAGE COMP.
001470     05  DL20-AJOUTS            PIC 9(7)  USAGE COMP.
001480     05  DL20-MODIFS            PIC 9(7)  USAGE COMP.
001490     05  DL20-SUPPRS            PIC 9(7)  USAGE COMP.
001500     05  DL20-LOG-ECHECS        PIC 9(7)  USAGE COMP.
001510     05  DL20-REECR-ECHECS      PIC 9(3)  USAGE COMP.
001520     05  DL20-TD-LUS            PIC 9(9)  USAGE COMP.
001530     05  DL20-AU-LUS            PIC 9(9)  USAGE COMP.
001540 01  DL20-TODAY                 PIC 9(8).
001550 01  DL20-HEURE                 PIC 9(6).
001560 01  DL20-NO-RAISON             PIC 9(2).
001570     88  DL20-TX-VALIDE             VALUE 0.
001580 01  DL20-FI-NO                 PIC 9(1).
001590 01  DL20-FI-CHERCHE            PIC 9(1).
001600 01  DL20-LG-CHERCHE            PIC 9(2).
001610 01  DL20-CLE-CHERCHEE          PIC X(11).
001620 01  DL20-UNITE-CHERCHEE        PIC X(3).
001630 01  DL20-DEVISE-CHERCHEE       PIC X(3).
001640 01  DL20-RT-POS                PIC 9(4)  USAGE COMP.
001650 01  DL20-RT-CIBLE              PIC 9(4)  USAGE COMP.
001660 01  DL20-IMAGE-LUE             PIC X(40).
001670 01  DL20-IMAGE-AVANT           PIC X(50).
001680 01  DL20-IMAGE-APRES           PIC X(50).
001690 01  DL20-DATE-CTL.
001700     05  DL20-DC-AAAA           PIC 9(4).
001710     05  DL20-DC-MM             PIC 9(2).
001720     05  DL20-DC-JJ             PIC 9(2).
001730*    REJECT REASONS, INDEXED BY THE CODE WRITTEN TO PRREFRJ.
001740 01  DL20-RAISON-VALEURS.
001750     05  FILLER                 PIC X(30)
001760         VALUE 'UNKNOWN FILE NAME'.
001770     05  FILLER                 PIC X(30)
001780         VALUE 'KEY BLANK OR NOT VALID'.
001790     05  FILLER                 PIC X(30)
001800         VALUE 'KEY ALREADY ON FILE'.
001810     05  FILLER                 PIC X(30)
001820         VALUE 'DESCRIPTION OR VALUE BLANK'.
001830     05  FILLER                 PIC X(30)
001840         VALUE 'KEY NOT ON FILE'.
001850     05  FILLER                 PIC X(30)
001860         VALUE 'UNKNOWN ACTION CODE'.
001870     05  FILLER                 PIC X(30)
001880         VALUE 'SUBMITTER BLANK'.
001890     05  FILLER                 PIC X(30)
001900         VALUE 'TABLE FULL'.
001910     05  FILLER                 PIC X(30)
001920         VALUE 'FILE UPDATE FAILED'.
001930     05  FILLER                 PIC X(30)
001940         VALUE 'UNIT STILL OWNS DOSSIERS'.
001950     05  FILLER                 PIC X(30)
001960         VALUE 'UNIT STILL HAS OPERATORS'.
001970     05  FILLER                 PIC X(30)
001980         VALUE 'UNIT STILL HAS AN SLA TARGET'.
001990     05  FILLER                 PIC X(30)
002000         VALUE 'REASON CODE USED ON PRAUD20'.
002010     05  FILLER                 PIC X(30)
002020         VALUE 'CURRENCY ON LIVE DOSSIERS'.
002030     05  FILLER                 PIC X(30)
002040         VALUE 'OPERATOR HAS ASSIGNED DOSSIERS'.
002050     05  FILLER                 PIC X(30)
002060         VALUE 'FILE NOT AVAILABLE'.
002070     05  FILLER                 PIC X(30)
002080         VALUE 'CURRENCY STILL HAS RATES'.
002090     05  FILLER                 PIC X(30) VALUE SPACES.
002100     05  FILLER                 PIC X(30) VALUE SPACES.
002110     05  FILLER                 PIC X(30)
002120         VALUE 'UNIT NOT ON PRUNITE'.
002130     05  FILLER                 PIC X(30)
002140         VALUE 'TARGET DAYS NOT NUMERIC OR 0'.
002150     05  FILLER                 PIC X(30)
002160         VALUE 'CURRENCY NOT ON PRDEVISE'.
002170     05  FILLER                 PIC X(30)
002180         VALUE 'DATE NOT VALID'.
002190     05  FILLER                 PIC X(30)
002200         VALUE 'RATE NOT NUMERIC OR ZERO'.
002210 01  DL20-RAISON-TABLE REDEFINES DL20-RAISON-VALEURS.
002220     05  DL20-RAISON-LIB        PIC X(30) OCCURS 24 TIMES.
002230*    THE SEQUENTIAL FILES HELD IN DL20-REF-TABLE, BY FILE NUMBER,
002240*    WITH THE LENGTH OF THE KEY THAT STARTS EACH RECORD.
002250 01  DL20-FICHIER-VALEURS.
002260     05  FILLER                 PIC X(10) VALUE 'PRUNITE 03'.
002270     05  FILLER                 PIC X(10) VALUE 'PRSLAT  03'.
002280     05  FILLER                 PIC X(10) VALUE 'PRDEVISE03'.
002290     05  FILLER                 PIC X(10) VALUE 'PRTAUX  11'.
002300     05  FILLER                 PIC X(10) VALUE 'PRCALEN 08'.
002310 01  DL20-FICHIER-TABLE REDEFINES DL20-FICHIER-VALEURS.
002320     05  DL20-FI-ENTRY   OCCURS 5 TIMES.
002330         10  DL20-FI-NOM        PIC X(8).
002340         10  DL20-FI-LG-CLE     PIC 9(2).
002350 01  DL20-FICHIER-ETATS.
002360     05  DL20-FE-ENTRY   OCCURS 5 TIMES.
002370         10  DL20-FE-ETAT       PIC X(1).
002380             88  DL20-FE-CHARGE     VALUE 'C'.
002390             88  DL20-FE-INDISPO    VALUE 'I'.
002400         10  DL20-FE-MODIF-SW   PIC X(1).
002410             88  DL20-FE-MODIFIE    VALUE 'Y'.
002420         10  DL20-FE-LUS        PIC 9(5)  USAGE COMP.
002430         10  DL20-FE-ECRITS     PIC 9(5)  USAGE COMP.
002440 01  DL20-REF-TABLE.
002450     05  DL20-RT-ENTRY   OCCURS 1 TO 9999 TIMES
002460                         DEPENDING ON DL20-RT-COUNT
002470                         INDEXED BY DL20-RT-IDX.
002480         10  DL20-RT-FICHIER    PIC 9(1).
002490         10  DL20-RT-SUPPR-SW   PIC X(1).
002500             88  DL20-RT-ACTIF      VALUE 'N'.
002510             88  DL20-RT-SUPPRIME   VALUE 'Y'.
002520         10  DL20-RT-IMAGE      PIC X(40).
002530 01  DL20-RT-COUNT              PIC 9(4)  USAGE COMP  VALUE 0.
002540*    UNITS AND CURRENCIES FOUND ON PRTD20, REASON CODES ON PRAUD20.
002550 01  DL20-UU-TABLE.
002560     05  DL20-UU-ENTRY   OCCURS 1 TO 500 TIMES
002570                         DEPENDING ON DL20-UU-COUNT
002580                         INDEXED BY DL20-UU-IDX.
002590         10  DL20-UU-UNITE      PIC X(3).
002600 01  DL20-UU-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
002610 01  DL20-DU-TABLE.
002620     05  DL20-DU-ENTRY   OCCURS 1 TO 200 TIMES
002630                         DEPENDING ON DL20-DU-COUNT
002640                         INDEXED BY DL20-DU-IDX.
002650         10  DL20-DU-DEVISE     PIC X(3).
002660 01  DL20-DU-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
002670 01  DL20-MU-TABLE.
002680     05  DL20-MU-ENTRY   OCCURS 1 TO 200 TIMES
002690                         DEPENDING ON DL20-MU-COUNT
002700                         INDEXED BY DL20-MU-IDX.
002710         10  DL20-MU-MOTIF      PIC X(2).
002720 01  DL20-MU-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
002730 PROCEDURE DIVISION.
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002770     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002780     GOBACK.
002790*
002800 1000-INITIALIZE.
002810     INITIALIZE DL20-COUNTERS.
002820     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002830     ACCEPT DL20-HEURE FROM TIME.
002840     PERFORM 1050-RESET-ETAT THRU 1050-EXIT
002850         VARYING DL20-FI-NO FROM 1 BY 1 UNTIL DL20-FI-NO > 5.
002860     PERFORM 1100-LOAD-PRUNITE THRU 1100-EXIT.
002870     PERFORM 1200-LOAD-PRSLAT THRU 1200-EXIT.
002880     PERFORM 1300-LOAD-PRDEVISE THRU 1300-EXIT.
002890     PERFORM 1400-LOAD-PRTAUX THRU 1400-EXIT.
002900     PERFORM 1500-LOAD-PRCALEN THRU 1500-EXIT.
002910     PERFORM 1600-OPEN-KEYED-FILES THRU 1600-EXIT.
002920     PERFORM 1700-OPEN-RUN-FILES THRU 1700-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950*
002960 1050-RESET-ETAT.
002970     MOVE 'I' TO DL20-FE-ETAT(DL20-FI-NO).
002980     MOVE 'N' TO DL20-FE-MODIF-SW(DL20-FI-NO).
002990     MOVE 0 TO DL20-FE-LUS(DL20-FI-NO).
003000     MOVE 0 TO DL20-FE-ECRITS(DL20-FI-NO).
003010 1050-EXIT.
003020     EXIT.
003030*
003040 1100-LOAD-PRUNITE.
003050*    A FILE THAT DOES NOT EXIST YET IS TAKEN AS EMPTY, SO THE
003060*    FIRST RECORDS CAN BE SET UP THROUGH THIS RUN.
003070     MOVE 1 TO DL20-FI-NO.
003080     OPEN INPUT PRUNITE-FILE.
003090     IF DL20-PRUNITE-STATUS = '35'
003100         MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO)
003110         GO TO 1100-EXIT
003120     END-IF.
003130     IF NOT DL20-PRUNITE-OK
003140         DISPLAY 'PRTD20RF - PRUNITE NOT AVAILABLE, STATUS '
003150             DL20-PRUNITE-STATUS
003160         GO TO 1100-EXIT
003170     END-IF.
003180     MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO).
003190     PERFORM 1110-READ-PRUNITE THRU 1110-EXIT
003200         UNTIL DL20-EOF.
003210     CLOSE PRUNITE-FILE.
003220     MOVE 'N' TO DL20-EOF-SW.
003230 1100-EXIT.
003240     EXIT.
003250*
003260 1110-READ-PRUNITE.
003270     READ PRUNITE-FILE
003280         AT END
003290             MOVE 'Y' TO DL20-EOF-SW
003300         NOT AT END
003310             MOVE PRUNITE-RECORD TO DL20-IMAGE-LUE
003320             PERFORM 1900-STORE-IMAGE THRU 1900-EXIT
003330     END-READ.
003340 1110-EXIT.
003350     EXIT.
003360*
003370 1200-LOAD-PRSLAT.
003380     MOVE 2 TO DL20-FI-NO.
003390     OPEN INPUT PRSLAT-FILE.
003400     IF DL20-PRSLAT-STATUS = '35'
003410         MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO)
003420         GO TO 1200-EXIT
003430     END-IF.
003440     IF NOT DL20-PRSLAT-OK
003450         DISPLAY 'PRTD20RF - PRSLAT NOT AVAILABLE, STATUS '
003460             DL20-PRSLAT-STATUS
003470         GO TO 1200-EXIT
003480     END-IF.
003490     MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO).
003500     PERFORM 1210-READ-PRSLAT THRU 1210-EXIT
003510         UNTIL DL20-EOF.
003520     CLOSE PRSLAT-FILE.
003530     MOVE 'N' TO DL20-EOF-SW.
003540 1200-EXIT.
003550     EXIT.
003560*
003570 1210-READ-PRSLAT.
003580     READ PRSLAT-FILE
003590         AT END
003600             MOVE 'Y' TO DL20-EOF-SW
003610         NOT AT END
003620             MOVE PRSLAT-RECORD TO DL20-IMAGE-LUE
003630             PERFORM 1900-STORE-IMAGE THRU 1900-EXIT
003640     END-READ.
003650 1210-EXIT.
003660     EXIT.
003670*
003680 1300-LOAD-PRDEVISE.
003690     MOVE 3 TO DL20-FI-NO.
003700     OPEN INPUT PRDEVISE-FILE.
003710     IF DL20-PRDEVISE-STATUS = '35'
003720         MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO)
003730         GO TO 1300-EXIT
003740     END-IF.
003750     IF NOT DL20-PRDEVISE-OK
003760         DISPLAY 'PRTD20RF - PRDEVISE NOT AVAILABLE, STATUS '
003770             DL20-PRDEVISE-STATUS
003780         GO TO 1300-EXIT
003790     END-IF.
003800     MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO).
003810     PERFORM 1310-READ-PRDEVISE THRU 1310-EXIT
003820         UNTIL DL20-EOF.
003830     CLOSE PRDEVISE-FILE.
003840     MOVE 'N' TO DL20-EOF-SW.
003850 1300-EXIT.
003860     EXIT.
003870*
003880 1310-READ-PRDEVISE.
003890     READ PRDEVISE-FILE
003900         AT END
003910             MOVE 'Y' TO DL20-EOF-SW
003920         NOT AT END
003930             MOVE PRDEVISE-RECORD TO DL20-IMAGE-LUE
003940             PERFORM 1900-STORE-IMAGE THRU 1900-EXIT
003950     END-READ.
003960 1310-EXIT.
003970     EXIT.
003980*
003990 1400-LOAD-PRTAUX.
004000     MOVE 4 TO DL20-FI-NO.
004010     OPEN INPUT PRTAUX-FILE.
004020     IF DL20-PRTAUX-STATUS = '35'
004030         MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO)
004040         GO TO 1400-EXIT
004050     END-IF.
004060     IF NOT DL20-PRTAUX-OK
004070         DISPLAY 'PRTD20RF - PRTAUX NOT AVAILABLE, STATUS '
004080             DL20-PRTAUX-STATUS
004090         GO TO 1400-EXIT
004100     END-IF.
004110     MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO).
004120     PERFORM 1410-READ-PRTAUX THRU 1410-EXIT
004130         UNTIL DL20-EOF.
004140     CLOSE PRTAUX-FILE.
004150     MOVE 'N' TO DL20-EOF-SW.
004160 1400-EXIT.
004170     EXIT.
004180*
004190 1410-READ-PRTAUX.
004200     READ PRTAUX-FILE
004210         AT END
004220             MOVE 'Y' TO DL20-EOF-SW
004230         NOT AT END
004240             MOVE PRTAUX-RECORD TO DL20-IMAGE-LUE
004250             PERFORM 1900-STORE-IMAGE THRU 1900-EXIT
004260     END-READ.
004270 1410-EXIT.
004280     EXIT.
004290*
004300 1500-LOAD-PRCALEN.
004310     MOVE 5 TO DL20-FI-NO.
004320     OPEN INPUT PRCALEN-FILE.
004330     IF DL20-PRCALEN-STATUS = '35'
004340         MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO)
004350         GO TO 1500-EXIT
004360     END-IF.
004370     IF NOT DL20-PRCALEN-OK
004380         DISPLAY 'PRTD20RF - PRCALEN NOT AVAILABLE, STATUS '
004390             DL20-PRCALEN-STATUS
004400         GO TO 1500-EXIT
004410     END-IF.
004420     MOVE 'C' TO DL20-FE-ETAT(DL20-FI-NO).
004430     PERFORM 1510-READ-PRCALEN THRU 1510-EXIT
004440         UNTIL DL20-EOF.
004450     CLOSE PRCALEN-FILE.
004460     MOVE 'N' TO DL20-EOF-SW.
004470 1500-EXIT.
004480     EXIT.
004490*
004500 1510-READ-PRCALEN.
004510     READ PRCALEN-FILE
004520         AT END
004530             MOVE 'Y' TO DL20-EOF-SW
004540         NOT AT END
004550             MOVE PRCALEN-RECORD TO DL20-IMAGE-LUE
004560             PERFORM 1900-STORE-IMAGE THRU 1900-EXIT
004570     END-READ.
004580 1510-EXIT.
004590     EXIT.
004600*
004610 1600-OPEN-KEYED-FILES.
004620     OPEN I-O PRMOTIF-FILE.
004630     IF DL20-PRMOTIF-OK
004640         MOVE 'Y' TO DL20-MOTIF-SW
004650     ELSE
004660         DISPLAY 'PRTD20RF - PRMOTIF NOT AVAILABLE, STATUS '
004670             DL20-PRMOTIF-STATUS
004680     END-IF.
004690     OPEN I-O PRPARAM-FILE.
004700     IF DL20-PRPARAM-OK
004710         MOVE 'Y' TO DL20-PARAM-SW
004720     ELSE
004730         DISPLAY 'PRTD20RF - PRPARAM NOT AVAILABLE, STATUS '
004740             DL20-PRPARAM-STATUS
004750     END-IF.
004760     OPEN I-O PROPER-FILE.
004770     IF DL20-PROPER-OK
004780         MOVE 'Y' TO DL20-OPER-SW
004790     ELSE
004800         DISPLAY 'PRTD20RF - PROPER NOT AVAILABLE, STATUS '
004810             DL20-PROPER-STATUS
004820     END-IF.
004830     OPEN INPUT PRASSGN-FILE.
004840     IF DL20-PRASSGN-OK
004850         MOVE 'Y' TO DL20-ASSGN-SW
004860     ELSE
004870         DISPLAY 'PRTD20RF - PRASSGN NOT AVAILABLE, STATUS '
004880             DL20-PRASSGN-STATUS ' - NO PROFILE CAN BE DELETED'
004890     END-IF.
004900 1600-EXIT.
004910     EXIT.
004920*
004930 1700-OPEN-RUN-FILES.
004940*    NO CHANGE IS APPLIED UNLESS IT CAN BE LOGGED.
004950     OPEN INPUT PRREFLG-FILE.
004960     IF DL20-PRREFLG-STATUS = '35'
004970         OPEN OUTPUT PRREFLG-FILE
004980         CLOSE PRREFLG-FILE
004990     ELSE
005000         CLOSE PRREFLG-FILE
005010     END-IF.
005020     OPEN EXTEND PRREFLG-FILE.
005030     IF DL20-PRREFLG-OK
005040         MOVE 'Y' TO DL20-LOG-SW
005050     ELSE
005060         DISPLAY 'PRTD20RF - PRREFLG NOT AVAILABLE, STATUS '
005070             DL20-PRREFLG-STATUS ' - NO CHANGE WILL BE APPLIED'
005080     END-IF.
005090     OPEN OUTPUT PRREFRJ-FILE.
005100 1700-EXIT.
005110     EXIT.
005120*
005130 1900-STORE-IMAGE.
005140*    A FILE TOO BIG FOR THE TABLE IS LEFT ALONE FOR THE RUN.
005150     IF DL20-FE-INDISPO(DL20-FI-NO)
005160         GO TO 1900-EXIT
005170     END-IF.
005180     IF DL20-RT-COUNT < DL20-RT-MAX
005190         ADD 1 TO DL20-RT-COUNT
005200         MOVE DL20-FI-NO TO DL20-RT-FICHIER(DL20-RT-COUNT)
005210         MOVE 'N' TO DL20-RT-SUPPR-SW(DL20-RT-COUNT)
005220         MOVE DL20-IMAGE-LUE TO DL20-RT-IMAGE(DL20-RT-COUNT)
005230         ADD 1 TO DL20-FE-LUS(DL20-FI-NO)
005240     ELSE
005250         DISPLAY 'PRTD20RF - TABLE FULL LOADING '
005260             DL20-FI-NOM(DL20-FI-NO) ' - FILE NOT UPDATED'
005270         MOVE 'I' TO DL20-FE-ETAT(DL20-FI-NO)
005280     END-IF.
005290 1900-EXIT.
005300     EXIT.
005310*
005320 2000-PROCESS-TRANSACTIONS.
005330     OPEN INPUT PRREFTX-FILE.
005340     IF NOT DL20-PRREFTX-OK
005350         DISPLAY 'PRTD20RF - NO PRREFTX TRANSACTIONS, STATUS '
005360             DL20-PRREFTX-STATUS
005370         GO TO 2000-EXIT
005380     END-IF.
005390     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
005400     PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT
005410         UNTIL DL20-EOF.
005420     CLOSE PRREFTX-FILE.
005430     MOVE 'N' TO DL20-EOF-SW.
005440 2000-EXIT.
005450     EXIT.
005460*
005470 2100-READ-TRANSACTION.
005480     READ PRREFTX-FILE
005490         AT END
005500             MOVE 'Y' TO DL20-EOF-SW
005510         NOT AT END
005520             ADD 1 TO DL20-TX-LUES
005530     END-READ.
005540 2100-EXIT.
005550     EXIT.
005560*
005570 2200-PROCESS-TRANSACTION.
005580     MOVE 0 TO DL20-NO-RAISON.
005590     MOVE SPACES TO DL20-IMAGE-AVANT.
005600     MOVE SPACES TO DL20-IMAGE-APRES.
005610     PERFORM 2300-CHECK-TRANSACTION THRU 2300-EXIT.
005620     IF DL20-TX-VALIDE
005630         EVALUATE TRUE
005640             WHEN RFT-PRUNITE
005650                 PERFORM 3100-PRUNITE-TX THRU 3100-EXIT
005660             WHEN RFT-PRSLAT
005670                 PERFORM 3200-PRSLAT-TX THRU 3200-EXIT
005680             WHEN RFT-PRDEVISE
005690                 PERFORM 3300-PRDEVISE-TX THRU 3300-EXIT
005700             WHEN RFT-PRTAUX
005710                 PERFORM 3400-PRTAUX-TX THRU 3400-EXIT
005720             WHEN RFT-PRCALEN
005730                 PERFORM 3500-PRCALEN-TX THRU 3500-EXIT
005740             WHEN RFT-PRMOTIF
005750                 PERFORM 4100-PRMOTIF-TX THRU 4100-EXIT
005760             WHEN RFT-PRPARAM
005770                 PERFORM 4200-PRPARAM-TX THRU 4200-EXIT
005780             WHEN RFT-PROPER
005790                 PERFORM 4300-PROPER-TX THRU 4300-EXIT
005800         END-EVALUATE
005810     END-IF.
005820     IF DL20-TX-VALIDE
005830         ADD 1 TO DL20-TX-APPLIQUEES
005840         PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT
005850     ELSE
005860         ADD 1 TO DL20-TX-REJETEES
005870         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005880     END-IF.
005890     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
005900 2200-EXIT.
005910     EXIT.
005920*
005930 2300-CHECK-TRANSACTION.
005940     IF NOT DL20-LOG-OUVERT
005950         MOVE 16 TO DL20-NO-RAISON
005960         GO TO 2300-EXIT
005970     END-IF.
005980     IF RFT-ID-SOUMIS = SPACES
005990         MOVE 7 TO DL20-NO-RAISON
006000         GO TO 2300-EXIT
006010     END-IF.
006020     IF NOT RFT-PRUNITE AND NOT RFT-PRSLAT AND NOT RFT-PRDEVISE
006030         AND NOT RFT-PRTAUX AND NOT RFT-PRCALEN
006040         AND NOT RFT-PRMOTIF AND NOT RFT-PRPARAM
006050         AND NOT RFT-PROPER
006060         MOVE 1 TO DL20-NO-RAISON
006070         GO TO 2300-EXIT
006080     END-IF.
006090     IF NOT RFT-AJOUT AND NOT RFT-MODIF AND NOT RFT-SUPPR
006100         MOVE 6 TO DL20-NO-RAISON
006110     END-IF.
006120 2300-EXIT.
006130     EXIT.
006140*
006150 2800-WRITE-CHANGE-LOG.
006160     MOVE SPACES TO PRREFLG-RECORD.
006170     MOVE DL20-TODAY TO RFL-DT-MAJ.
006180     MOVE DL20-HEURE TO RFL-HR-MAJ.
006190     MOVE RFT-ID-SOUMIS TO RFL-ID-SOUMIS.
006200     MOVE RFT-CD-FICHIER TO RFL-CD-FICHIER.
006210     MOVE RFT-CD-ACTION TO RFL-CD-ACTION.
006220     MOVE DL20-IMAGE-AVANT TO RFL-AVANT.
006230     MOVE DL20-IMAGE-APRES TO RFL-APRES.
006240     WRITE PRREFLG-RECORD.
006250     IF NOT DL20-PRREFLG-OK
006260         DISPLAY 'PRTD20RF - PRREFLG WRITE FAILED, STATUS '
006270             DL20-PRREFLG-STATUS ' FOR ' RFT-CD-FICHIER
006280         ADD 1 TO DL20-LOG-ECHECS
006290     END-IF.
006300     EVALUATE TRUE
006310         WHEN RFT-AJOUT
006320             ADD 1 TO DL20-AJOUTS
006330         WHEN RFT-MODIF
006340             ADD 1 TO DL20-MODIFS
006350         WHEN OTHER
006360             ADD 1 TO DL20-SUPPRS
006370     END-EVALUATE.
006380 2800-EXIT.
006390     EXIT.
006400*
006410 2900-WRITE-REJECT.
006420     MOVE DL20-NO-RAISON TO PRRFJ-CD-RAISON.
006430     MOVE DL20-RAISON-LIB(DL20-NO-RAISON) TO PRRFJ-LIB-RAISON.
006440     MOVE PRREFTX-RECORD TO PRRFJ-IMAGE.
006450     WRITE PRRFJ-RECORD.
006460 2900-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500*    SEQUENTIAL FILES - THE NEW RECORD IS BUILT IN THE FILE'S     *
006510*    OWN RECORD AREA, THEN APPLIED TO DL20-REF-TABLE BY 3000.     *
006520*****************************************************************
006530 3000-APPLY-TABLE-CHANGE.
006540     IF NOT DL20-FE-CHARGE(DL20-FI-NO)
006550         MOVE 16 TO DL20-NO-RAISON
006560         GO TO 3000-EXIT
006570     END-IF.
006580     MOVE DL20-FI-NO TO DL20-FI-CHERCHE.
006590     MOVE DL20-FI-LG-CLE(DL20-FI-NO) TO DL20-LG-CHERCHE.
006600     MOVE DL20-IMAGE-APRES TO DL20-CLE-CHERCHEE.
006610     PERFORM 3900-FIND-CLE THRU 3900-EXIT.
006620     IF RFT-AJOUT AND DL20-TROUVE
006630         MOVE 3 TO DL20-NO-RAISON
006640         GO TO 3000-EXIT
006650     END-IF.
006660     IF NOT RFT-AJOUT AND NOT DL20-TROUVE
006670         MOVE 5 TO DL20-NO-RAISON
006680         GO TO 3000-EXIT
006690     END-IF.
006700     IF RFT-AJOUT AND DL20-RT-COUNT NOT < DL20-RT-MAX
006710         MOVE 8 TO DL20-NO-RAISON
006720         GO TO 3000-EXIT
006730     END-IF.
006740     IF NOT RFT-AJOUT
006750         MOVE DL20-RT-POS TO DL20-RT-CIBLE
006760         MOVE DL20-RT-IMAGE(DL20-RT-CIBLE) TO DL20-IMAGE-AVANT
006770     END-IF.
006780     IF RFT-SUPPR
006790         EVALUATE DL20-FI-NO
006800             WHEN 1
006810                 PERFORM 5100-CHECK-UNITE-USAGE THRU 5100-EXIT
006820             WHEN 3
006830                 PERFORM 5300-CHECK-DEVISE-USAGE THRU 5300-EXIT
006840         END-EVALUATE
006850     END-IF.
006860     IF NOT DL20-TX-VALIDE
006870         GO TO 3000-EXIT
006880     END-IF.
006890     EVALUATE TRUE
006900         WHEN RFT-AJOUT
006910             ADD 1 TO DL20-RT-COUNT
006920             MOVE DL20-FI-NO TO DL20-RT-FICHIER(DL20-RT-COUNT)
006930             MOVE 'N' TO DL20-RT-SUPPR-SW(DL20-RT-COUNT)
006940             MOVE DL20-IMAGE-APRES TO DL20-RT-IMAGE(DL20-RT-COUNT)
006950         WHEN RFT-MODIF
006960             MOVE DL20-IMAGE-APRES TO DL20-RT-IMAGE(DL20-RT-CIBLE)
006970         WHEN OTHER
006980             MOVE 'Y' TO DL20-RT-SUPPR-SW(DL20-RT-CIBLE)
006990             MOVE SPACES TO DL20-IMAGE-APRES
007000     END-EVALUATE.
007010     MOVE 'Y' TO DL20-FE-MODIF-SW(DL20-FI-NO).
007020 3000-EXIT.
007030     EXIT.
007040*
007050 3100-PRUNITE-TX.
007060     MOVE 1 TO DL20-FI-NO.
007070     MOVE SPACES TO PRUNITE-RECORD.
007080     MOVE RFT-UNI-CD-UNITE TO UNI-CD-UNITE.
007090     MOVE RFT-UNI-LIB-UNITE TO UNI-LIB-UNITE.
007100     IF UNI-CD-UNITE = SPACES
007110         MOVE 2 TO DL20-NO-RAISON
007120         GO TO 3100-EXIT
007130     END-IF.
007140     IF UNI-LIB-UNITE = SPACES AND NOT RFT-SUPPR
007150         MOVE 4 TO DL20-NO-RAISON
007160         GO TO 3100-EXIT
007170     END-IF.
007180     MOVE PRUNITE-RECORD TO DL20-IMAGE-APRES.
007190     PERFORM 3000-APPLY-TABLE-CHANGE THRU 3000-EXIT.
007200 3100-EXIT.
007210     EXIT.
007220*
007230 3200-PRSLAT-TX.
007240     MOVE 2 TO DL20-FI-NO.
007250     MOVE SPACES TO PRSLAT-RECORD.
007260     MOVE RFT-SLT-CD-UNITE TO SLT-CD-UNITE.
007270     IF SLT-CD-UNITE = SPACES
007280         MOVE 2 TO DL20-NO-RAISON
007290         GO TO 3200-EXIT
007300     END-IF.
007310     IF RFT-SUPPR
007320         MOVE 0 TO SLT-NB-JOURS-CIBLE
007330     ELSE
007340         IF RFT-SLT-NB-JOURS-CIBLE NOT NUMERIC
007350             OR RFT-SLT-NB-JOURS-CIBLE = ZERO
007360             MOVE 21 TO DL20-NO-RAISON
007370             GO TO 3200-EXIT
007380         END-IF
007390         MOVE RFT-SLT-NB-JOURS-CIBLE TO SLT-NB-JOURS-CIBLE
007400     END-IF.
007410     IF RFT-AJOUT
007420         MOVE SLT-CD-UNITE TO DL20-CLE-CHERCHEE
007430         PERFORM 3910-CHECK-UNITE THRU 3910-EXIT
007440         IF NOT DL20-TX-VALIDE
007450             GO TO 3200-EXIT
007460         END-IF
007470     END-IF.
007480     MOVE PRSLAT-RECORD TO DL20-IMAGE-APRES.
007490     PERFORM 3000-APPLY-TABLE-CHANGE THRU 3000-EXIT.
007500 3200-EXIT.
007510     EXIT.
007520*
007530 3300-PRDEVISE-TX.
007540     MOVE 3 TO DL20-FI-NO.
007550     MOVE SPACES TO PRDEVISE-RECORD.
007560     MOVE RFT-DEV-CD-DEVISE TO DEV-CD-DEVISE.
007570     MOVE RFT-DEV-LIB-DEVISE TO DEV-LIB-DEVISE.
007580     IF DEV-CD-DEVISE = SPACES
007590         MOVE 2 TO DL20-NO-RAISON
007600         GO TO 3300-EXIT
007610     END-IF.
007620     IF DEV-LIB-DEVISE = SPACES AND NOT RFT-SUPPR
007630         MOVE 4 TO DL20-NO-RAISON
007640         GO TO 3300-EXIT
007650     END-IF.
007660     MOVE PRDEVISE-RECORD TO DL20-IMAGE-APRES.
007670     PERFORM 3000-APPLY-TABLE-CHANGE THRU 3000-EXIT.
007680 3300-EXIT.
007690     EXIT.
007700*
007710 3400-PRTAUX-TX.
007720     MOVE 4 TO DL20-FI-NO.
007730     MOVE SPACES TO PRTAUX-RECORD.
007740     MOVE RFT-TAU-CD-DEVISE TO TAU-CD-DEVISE.
007750     IF TAU-CD-DEVISE = SPACES
007760         MOVE 2 TO DL20-NO-RAISON
007770         GO TO 3400-EXIT
007780     END-IF.
007790     MOVE RFT-TAU-DT-TAUX TO DL20-DATE-CTL.
007800     PERFORM 3950-CHECK-DATE THRU 3950-EXIT.
007810     IF NOT DL20-DATE-VALIDE
007820         MOVE 23 TO DL20-NO-RAISON
007830         GO TO 3400-EXIT
007840     END-IF.
007850     MOVE RFT-TAU-DT-TAUX TO TAU-DT-TAUX.
007860     IF RFT-SUPPR
007870         MOVE 0 TO TAU-TAUX
007880     ELSE
007890         IF RFT-TAU-TAUX NOT NUMERIC
007900             OR RFT-TAU-TAUX = ZERO
007910             MOVE 24 TO DL20-NO-RAISON
007920             GO TO 3400-EXIT
007930         END-IF
007940         MOVE RFT-TAU-TAUX TO TAU-TAUX
007950     END-IF.
007960     IF RFT-AJOUT
007970         PERFORM 3920-CHECK-DEVISE THRU 3920-EXIT
007980         IF NOT DL20-TX-VALIDE
007990             GO TO 3400-EXIT
008000         END-IF
008010     END-IF.
008020     MOVE PRTAUX-RECORD TO DL20-IMAGE-APRES.
008030     PERFORM 3000-APPLY-TABLE-CHANGE THRU 3000-EXIT.
008040 3400-EXIT.
008050     EXIT.
008060*
008070 3500-PRCALEN-TX.
008080     MOVE 5 TO DL20-FI-NO.
008090     MOVE SPACES TO PRCALEN-RECORD.
008100     MOVE RFT-CAL-DT-FERIE TO DL20-DATE-CTL.
008110     PERFORM 3950-CHECK-DATE THRU 3950-EXIT.
008120     IF NOT DL20-DATE-VALIDE
008130         MOVE 23 TO DL20-NO-RAISON
008140         GO TO 3500-EXIT
008150     END-IF.
008160     MOVE RFT-CAL-DT-FERIE TO CAL-DT-FERIE.
008170     MOVE RFT-CAL-LIB-FERIE TO CAL-LIB-FERIE.
008180     IF CAL-LIB-FERIE = SPACES AND NOT RFT-SUPPR
008190         MOVE 4 TO DL20-NO-RAISON
008200         GO TO 3500-EXIT
008210     END-IF.
008220     MOVE PRCALEN-RECORD TO DL20-IMAGE-APRES.
008230     PERFORM 3000-APPLY-TABLE-CHANGE THRU 3000-EXIT.
008240 3500-EXIT.
008250     EXIT.
008260*
008270 3900-FIND-CLE.
008280     MOVE 'N' TO DL20-TROUVE-SW.
008290     IF DL20-RT-COUNT = 0
008300         GO TO 3900-EXIT
008310     END-IF.
008320     SET DL20-RT-IDX TO 1.
008330     SEARCH DL20-RT-ENTRY
008340         AT END
008350             CONTINUE
008360         WHEN DL20-RT-FICHIER(DL20-RT-IDX) = DL20-FI-CHERCHE
008370          AND DL20-RT-ACTIF(DL20-RT-IDX)
008380          AND DL20-RT-IMAGE(DL20-RT-IDX)(1:DL20-LG-CHERCHE)
008390              = DL20-CLE-CHERCHEE(1:DL20-LG-CHERCHE)
008400             MOVE 'Y' TO DL20-TROUVE-SW
008410             SET DL20-RT-POS TO DL20-RT-IDX
008420     END-SEARCH.
008430 3900-EXIT.
008440     EXIT.
008450*
008460 3910-CHECK-UNITE.
008470*    THE UNIT IN DL20-CLE-CHERCHEE MUST BE ON PRUNITE, AS IT
008480*    STANDS AFTER THE TRANSACTIONS ALREADY APPLIED.
008490     IF NOT DL20-FE-CHARGE(1)
008500         MOVE 16 TO DL20-NO-RAISON
008510         GO TO 3910-EXIT
008520     END-IF.
008530     MOVE 1 TO DL20-FI-CHERCHE.
008540     MOVE 3 TO DL20-LG-CHERCHE.
008550     PERFORM 3900-FIND-CLE THRU 3900-EXIT.
008560     IF NOT DL20-TROUVE
008570         MOVE 20 TO DL20-NO-RAISON
008580     END-IF.
008590 3910-EXIT.
008600     EXIT.
008610*
008620 3920-CHECK-DEVISE.
008630     IF NOT DL20-FE-CHARGE(3)
008640         MOVE 16 TO DL20-NO-RAISON
008650         GO TO 3920-EXIT
008660     END-IF.
008670     MOVE 3 TO DL20-FI-CHERCHE.
008680     MOVE 3 TO DL20-LG-CHERCHE.
008690     MOVE TAU-CD-DEVISE TO DL20-CLE-CHERCHEE.
008700     PERFORM 3900-FIND-CLE THRU 3900-EXIT.
008710     IF NOT DL20-TROUVE
008720         MOVE 22 TO DL20-NO-RAISON
008730     END-IF.
008740 3920-EXIT.
008750     EXIT.
008760*
008770 3950-CHECK-DATE.
008780     MOVE 'N' TO DL20-DATE-SW.
008790     IF DL20-DATE-CTL NOT NUMERIC
008800         GO TO 3950-EXIT
008810     END-IF.
008820     IF DL20-DC-AAAA < 1900
008830         OR DL20-DC-MM < 1 OR DL20-DC-MM > 12
008840         OR DL20-DC-JJ < 1 OR DL20-DC-JJ > 31
008850         GO TO 3950-EXIT
008860     END-IF.
008870     MOVE 'Y' TO DL20-DATE-SW.
008880 3950-EXIT.
008890     EXIT.
008900*
008910*****************************************************************
008920*    KEYED FILES - READ BY KEY, THEN WRITTEN, REWRITTEN OR        *
008930*    DELETED IN PLACE.                                            *
008940*****************************************************************
008950 4100-PRMOTIF-TX.
008960     IF NOT DL20-MOTIF-OUVERT
008970         MOVE 16 TO DL20-NO-RAISON
008980         GO TO 4100-EXIT
008990     END-IF.
009000     IF RFT-MOT-CD-MOTIF = SPACES
009010         MOVE 2 TO DL20-NO-RAISON
009020         GO TO 4100-EXIT
009030     END-IF.
009040     IF RFT-MOT-LIB-MOTIF = SPACES AND NOT RFT-SUPPR
009050         MOVE 4 TO DL20-NO-RAISON
009060         GO TO 4100-EXIT
009070     END-IF.
009080     MOVE RFT-MOT-CD-MOTIF TO MOT-CD-MOTIF.
009090     MOVE 'N' TO DL20-TROUVE-SW.
009100     READ PRMOTIF-FILE
009110         INVALID KEY
009120             CONTINUE
009130         NOT INVALID KEY
009140             MOVE 'Y' TO DL20-TROUVE-SW
009150             MOVE PRMOTIF-RECORD TO DL20-IMAGE-AVANT
009160     END-READ.
009170     IF RFT-AJOUT AND DL20-TROUVE
009180         MOVE 3 TO DL20-NO-RAISON
009190         GO TO 4100-EXIT
009200     END-IF.
009210     IF NOT RFT-AJOUT AND NOT DL20-TROUVE
009220         MOVE 5 TO DL20-NO-RAISON
009230         GO TO 4100-EXIT
009240     END-IF.
009250     IF RFT-SUPPR
009260         PERFORM 5200-CHECK-MOTIF-USAGE THRU 5200-EXIT
009270     END-IF.
009280     IF NOT DL20-TX-VALIDE
009290         GO TO 4100-EXIT
009300     END-IF.
009310     MOVE SPACES TO PRMOTIF-RECORD.
009320     MOVE RFT-MOT-CD-MOTIF TO MOT-CD-MOTIF.
009330     MOVE RFT-MOT-LIB-MOTIF TO MOT-LIB-MOTIF.
009340     EVALUATE TRUE
009350         WHEN RFT-AJOUT
009360             WRITE PRMOTIF-RECORD
009370                 INVALID KEY
009380                     MOVE 9 TO DL20-NO-RAISON
009390             END-WRITE
009400         WHEN RFT-MODIF
009410             REWRITE PRMOTIF-RECORD
009420                 INVALID KEY
009430                     MOVE 9 TO DL20-NO-RAISON
009440             END-REWRITE
009450         WHEN OTHER
009460             DELETE PRMOTIF-FILE RECORD
009470                 INVALID KEY
009480                     MOVE 9 TO DL20-NO-RAISON
009490             END-DELETE
009500     END-EVALUATE.
009510     IF NOT RFT-SUPPR
009520         MOVE PRMOTIF-RECORD TO DL20-IMAGE-APRES
009530     END-IF.
009540 4100-EXIT.
009550     EXIT.
009560*
009570 4200-PRPARAM-TX.
009580*    A ZERO EFFECTIVE DATE IS THE PARAMETER'S STANDING VALUE.
009590     IF NOT DL20-PARAM-OUVERT
009600         MOVE 16 TO DL20-NO-RAISON
009610         GO TO 4200-EXIT
009620     END-IF.
009630     IF RFT-PAR-ID-PROGRAMME = SPACES
009640         OR RFT-PAR-NOM-PARM = SPACES
009650         MOVE 2 TO DL20-NO-RAISON
009660         GO TO 4200-EXIT
009670     END-IF.
009680     MOVE RFT-PAR-DT-EFFET TO DL20-DATE-CTL.
009690     IF DL20-DATE-CTL = ZERO
009700         MOVE 'Y' TO DL20-DATE-SW
009710     ELSE
009720         PERFORM 3950-CHECK-DATE THRU 3950-EXIT
009730     END-IF.
009740     IF NOT DL20-DATE-VALIDE
009750         MOVE 23 TO DL20-NO-RAISON
009760         GO TO 4200-EXIT
009770     END-IF.
009780     IF RFT-PAR-VALEUR = SPACES AND NOT RFT-SUPPR
009790         MOVE 4 TO DL20-NO-RAISON
009800         GO TO 4200-EXIT
009810     END-IF.
009820     MOVE RFT-PAR-KEY TO PAR-KEY.
009830     MOVE 'N' TO DL20-TROUVE-SW.
009840     READ PRPARAM-FILE
009850         INVALID KEY
009860             CONTINUE
009870         NOT INVALID KEY
009880             MOVE 'Y' TO DL20-TROUVE-SW
009890             MOVE PRPARAM-RECORD TO DL20-IMAGE-AVANT
009900     END-READ.
009910     IF RFT-AJOUT AND DL20-TROUVE
009920         MOVE 3 TO DL20-NO-RAISON
009930         GO TO 4200-EXIT
009940     END-IF.
009950     IF NOT RFT-AJOUT AND NOT DL20-TROUVE
009960         MOVE 5 TO DL20-NO-RAISON
009970         GO TO 4200-EXIT
009980     END-IF.
009990     MOVE SPACES TO PRPARAM-RECORD.
010000     MOVE RFT-PAR-KEY TO PAR-KEY.
010010     MOVE RFT-PAR-VALEUR TO PAR-VALEUR.
010020     EVALUATE TRUE
010030         WHEN RFT-AJOUT
010040             WRITE PRPARAM-RECORD
010050                 INVALID KEY
010060                     MOVE 9 TO DL20-NO-RAISON
010070             END-WRITE
010080         WHEN RFT-MODIF
010090             REWRITE PRPARAM-RECORD
010100                 INVALID KEY
010110                     MOVE 9 TO DL20-NO-RAISON
010120             END-REWRITE
010130         WHEN OTHER
010140             DELETE PRPARAM-FILE RECORD
010150                 INVALID KEY
010160                     MOVE 9 TO DL20-NO-RAISON
010170             END-DELETE
010180     END-EVALUATE.
010190     IF NOT RFT-SUPPR
010200         MOVE PRPARAM-RECORD TO DL20-IMAGE-APRES
010210     END-IF.
010220 4200-EXIT.
010230     EXIT.
010240*
010250 4300-PROPER-TX.
010260     IF NOT DL20-OPER-OUVERT
010270         MOVE 16 TO DL20-NO-RAISON
010280         GO TO 4300-EXIT
010290     END-IF.
010300     IF RFT-OPR-ID-OPER = SPACES
010310         OR RFT-OPR-CD-UNITE = SPACES
010320         MOVE 2 TO DL20-NO-RAISON
010330         GO TO 4300-EXIT
010340     END-IF.
010350     IF RFT-OPR-NOM-OPER = SPACES AND NOT RFT-SUPPR
010360         MOVE 4 TO DL20-NO-RAISON
010370         GO TO 4300-EXIT
010380     END-IF.
010390     IF RFT-AJOUT
010400         MOVE RFT-OPR-CD-UNITE TO DL20-CLE-CHERCHEE
010410         PERFORM 3910-CHECK-UNITE THRU 3910-EXIT
010420         IF NOT DL20-TX-VALIDE
010430             GO TO 4300-EXIT
010440         END-IF
010450     END-IF.
010460     MOVE RFT-OPR-KEY TO OPR-KEY.
010470     MOVE 'N' TO DL20-TROUVE-SW.
010480     READ PROPER-FILE
010490         INVALID KEY
010500             CONTINUE
010510         NOT INVALID KEY
010520             MOVE 'Y' TO DL20-TROUVE-SW
010530             MOVE PROPER-RECORD TO DL20-IMAGE-AVANT
010540     END-READ.
010550     IF RFT-AJOUT AND DL20-TROUVE
010560         MOVE 3 TO DL20-NO-RAISON
010570         GO TO 4300-EXIT
010580     END-IF.
010590     IF NOT RFT-AJOUT AND NOT DL20-TROUVE
010600         MOVE 5 TO DL20-NO-RAISON
010610         GO TO 4300-EXIT
010620     END-IF.
010630     IF RFT-SUPPR
010640         PERFORM 5400-CHECK-OPER-ASSIGN THRU 5400-EXIT
010650     END-IF.
010660     IF NOT DL20-TX-VALIDE
010670         GO TO 4300-EXIT
010680     END-IF.
010690     MOVE SPACES TO PROPER-RECORD.
010700     MOVE RFT-OPR-KEY TO OPR-KEY.
010710     MOVE RFT-OPR-NOM-OPER TO OPR-NOM-OPER.
010720     EVALUATE TRUE
010730         WHEN RFT-AJOUT
010740             WRITE PROPER-RECORD
010750                 INVALID KEY
010760                     MOVE 9 TO DL20-NO-RAISON
010770             END-WRITE
010780         WHEN RFT-MODIF
010790             REWRITE PROPER-RECORD
010800                 INVALID KEY
010810                     MOVE 9 TO DL20-NO-RAISON
010820             END-REWRITE
010830         WHEN OTHER
010840             DELETE PROPER-FILE RECORD
010850                 INVALID KEY
010860                     MOVE 9 TO DL20-NO-RAISON
010870             END-DELETE
010880     END-EVALUATE.
010890     IF NOT RFT-SUPPR
010900         MOVE PROPER-RECORD TO DL20-IMAGE-APRES
010910     END-IF.
010920 4300-EXIT.
010930     EXIT.
010940*
010950*****************************************************************
010960*    DELETE CHECKS - A RECORD STILL IN USE ELSEWHERE STAYS.       *
010970*****************************************************************
010980 5100-CHECK-UNITE-USAGE.
010990     MOVE DL20-IMAGE-AVANT TO DL20-UNITE-CHERCHEE.
011000     PERFORM 6000-BUILD-PRTD20-USAGE THRU 6000-EXIT.
011010     IF DL20-TD-INDISPO
011020         MOVE 16 TO DL20-NO-RAISON
011030         GO TO 5100-EXIT
011040     END-IF.
011050     IF DL20-TD-PLEIN
011060         MOVE 8 TO DL20-NO-RAISON
011070         GO TO 5100-EXIT
011080     END-IF.
011090     MOVE 'N' TO DL20-TROUVE-SW.
011100     IF DL20-UU-COUNT > 0
011110         SET DL20-UU-IDX TO 1
011120         SEARCH DL20-UU-ENTRY
011130             AT END
011140                 CONTINUE
011150             WHEN DL20-UU-UNITE(DL20-UU-IDX) = DL20-UNITE-CHERCHEE
011160                 MOVE 'Y' TO DL20-TROUVE-SW
011170         END-SEARCH
011180     END-IF.
011190     IF DL20-TROUVE
011200         MOVE 10 TO DL20-NO-RAISON
011210         GO TO 5100-EXIT
011220     END-IF.
011230     IF NOT DL20-OPER-OUVERT
011240         MOVE 16 TO DL20-NO-RAISON
011250         GO TO 5100-EXIT
011260     END-IF.
011270     PERFORM 5110-SCAN-PROPER THRU 5110-EXIT.
011280     IF DL20-TROUVE
011290         MOVE 11 TO DL20-NO-RAISON
011300         GO TO 5100-EXIT
011310     END-IF.
011320     IF NOT DL20-FE-CHARGE(2)
011330         MOVE 16 TO DL20-NO-RAISON
011340         GO TO 5100-EXIT
011350     END-IF.
011360     MOVE 2 TO DL20-FI-CHERCHE.
011370     MOVE 3 TO DL20-LG-CHERCHE.
011380     MOVE DL20-UNITE-CHERCHEE TO DL20-CLE-CHERCHEE.
011390     PERFORM 3900-FIND-CLE THRU 3900-EXIT.
011400     IF DL20-TROUVE
011410         MOVE 12 TO DL20-NO-RAISON
011420     END-IF.
011430 5100-EXIT.
011440     EXIT.
011450*
011460 5110-SCAN-PROPER.
011470     MOVE 'N' TO DL20-TROUVE-SW.
011480     MOVE 'N' TO DL20-FIN-SCAN-SW.
011490     MOVE LOW-VALUES TO OPR-KEY.
011500     START PROPER-FILE KEY IS NOT LESS THAN OPR-KEY
011510         INVALID KEY
011520             MOVE 'Y' TO DL20-FIN-SCAN-SW
011530     END-START.
011540     PERFORM 5120-READ-PROPER THRU 5120-EXIT
011550         UNTIL DL20-FIN-SCAN OR DL20-TROUVE.
011560 5110-EXIT.
011570     EXIT.
011580*
011590 5120-READ-PROPER.
011600     READ PROPER-FILE NEXT RECORD
011610         AT END
011620             MOVE 'Y' TO DL20-FIN-SCAN-SW
011630         NOT AT END
011640             IF OPR-CD-UNITE = DL20-UNITE-CHERCHEE
011650                 MOVE 'Y' TO DL20-TROUVE-SW
011660             END-IF
011670     END-READ.
011680 5120-EXIT.
011690     EXIT.
011700*
011710 5200-CHECK-MOTIF-USAGE.
011720     PERFORM 6100-BUILD-PRAUD20-USAGE THRU 6100-EXIT.
011730     IF DL20-AU-INDISPO
011740         MOVE 16 TO DL20-NO-RAISON
011750         GO TO 5200-EXIT
011760     END-IF.
011770     IF DL20-AU-PLEIN
011780         MOVE 8 TO DL20-NO-RAISON
011790         GO TO 5200-EXIT
011800     END-IF.
011810     IF DL20-MU-COUNT = 0
011820         GO TO 5200-EXIT
011830     END-IF.
011840     SET DL20-MU-IDX TO 1.
011850     SEARCH DL20-MU-ENTRY
011860         AT END
011870             CONTINUE
011880         WHEN DL20-MU-MOTIF(DL20-MU-IDX) = RFT-MOT-CD-MOTIF
011890             MOVE 13 TO DL20-NO-RAISON
011900     END-SEARCH.
011910 5200-EXIT.
011920     EXIT.
011930*
011940 5300-CHECK-DEVISE-USAGE.
011950     MOVE DL20-IMAGE-AVANT TO DL20-DEVISE-CHERCHEE.
011960     PERFORM 6000-BUILD-PRTD20-USAGE THRU 6000-EXIT.
011970     IF DL20-TD-INDISPO
011980         MOVE 16 TO DL20-NO-RAISON
011990         GO TO 5300-EXIT
012000     END-IF.
012010     IF DL20-TD-PLEIN
012020         MOVE 8 TO DL20-NO-RAISON
012030         GO TO 5300-EXIT
012040     END-IF.
012050     MOVE 'N' TO DL20-TROUVE-SW.
012060     IF DL20-DU-COUNT > 0
012070         SET DL20-DU-IDX TO 1
012080         SEARCH DL20-DU-ENTRY
012090             AT END
012100                 CONTINUE
012110             WHEN DL20-DU-DEVISE(DL20-DU-IDX)
012120                  = DL20-DEVISE-CHERCHEE
012130                 MOVE 'Y' TO DL20-TROUVE-SW
012140         END-SEARCH
012150     END-IF.
012160     IF DL20-TROUVE
012170         MOVE 14 TO DL20-NO-RAISON
012180         GO TO 5300-EXIT
012190     END-IF.
012200     IF NOT DL20-FE-CHARGE(4)
012210         MOVE 16 TO DL20-NO-RAISON
012220         GO TO 5300-EXIT
012230     END-IF.
012240     MOVE 4 TO DL20-FI-CHERCHE.
012250     MOVE 3 TO DL20-LG-CHERCHE.
012260     MOVE DL20-DEVISE-CHERCHEE TO DL20-CLE-CHERCHEE.
012270     PERFORM 3900-FIND-CLE THRU 3900-EXIT.
012280     IF DL20-TROUVE
012290         MOVE 17 TO DL20-NO-RAISON
012300     END-IF.
012310 5300-EXIT.
012320     EXIT.
012330*
012340 5400-CHECK-OPER-ASSIGN.
012350     IF NOT DL20-ASSGN-OUVERT
012360         MOVE 16 TO DL20-NO-RAISON
012370         GO TO 5400-EXIT
012380     END-IF.
012390     MOVE 'N' TO DL20-TROUVE-SW.
012400     MOVE 'N' TO DL20-FIN-SCAN-SW.
012410     MOVE 0 TO PRASG-NO-DOSSIER.
012420     START PRASSGN-FILE KEY IS NOT LESS THAN PRASG-NO-DOSSIER
012430         INVALID KEY
012440             MOVE 'Y' TO DL20-FIN-SCAN-SW
012450     END-START.
012460     PERFORM 5410-READ-PRASSGN THRU 5410-EXIT
012470         UNTIL DL20-FIN-SCAN OR DL20-TROUVE.
012480     IF DL20-TROUVE
012490         MOVE 15 TO DL20-NO-RAISON
012500     END-IF.
012510 5400-EXIT.
012520     EXIT.
012530*
012540 5410-READ-PRASSGN.
012550     READ PRASSGN-FILE NEXT RECORD
012560         AT END
012570             MOVE 'Y' TO DL20-FIN-SCAN-SW
012580         NOT AT END
012590             IF PRASG-ID-OPER = RFT-OPR-ID-OPER
012600                 AND PRASG-CD-UNITE = RFT-OPR-CD-UNITE
012610                 MOVE 'Y' TO DL20-TROUVE-SW
012620             END-IF
012630     END-READ.
012640 5410-EXIT.
012650     EXIT.
012660*
012670*****************************************************************
012680*    USAGE TABLES - ONE PASS OF PRTD20 OR PRAUD20, MADE ONLY      *
012690*    WHEN A DELETE FIRST NEEDS IT.                                *
012700*****************************************************************
012710 6000-BUILD-PRTD20-USAGE.
012720     IF NOT DL20-TD-A-FAIRE
012730         GO TO 6000-EXIT
012740     END-IF.
012750     MOVE 'C' TO DL20-TD-USAGE-SW.
012760     OPEN INPUT PRTD20-FILE.
012770     IF NOT DL20-PRTD20-OK
012780         DISPLAY 'PRTD20RF - PRTD20 NOT AVAILABLE, STATUS '
012790             DL20-PRTD20-STATUS
012800         MOVE 'I' TO DL20-TD-USAGE-SW
012810         GO TO 6000-EXIT
012820     END-IF.
012830     MOVE 'N' TO DL20-FIN-SCAN-SW.
012840     PERFORM 6010-READ-PRTD20 THRU 6010-EXIT
012850         UNTIL DL20-FIN-SCAN.
012860     CLOSE PRTD20-FILE.
012870 6000-EXIT.
012880     EXIT.
012890*
012900 6010-READ-PRTD20.
012910     READ PRTD20-FILE
012920         AT END
012930             MOVE 'Y' TO DL20-FIN-SCAN-SW
012940         NOT AT END
012950             ADD 1 TO DL20-TD-LUS
012960             PERFORM 6020-STORE-TD-USAGE THRU 6020-EXIT
012970     END-READ.
012980 6010-EXIT.
012990     EXIT.
013000*
013010 6020-STORE-TD-USAGE.
013020     MOVE 'N' TO DL20-TROUVE-SW.
013030     IF DL20-UU-COUNT > 0
013040         SET DL20-UU-IDX TO 1
013050         SEARCH DL20-UU-ENTRY
013060             AT END
013070                 CONTINUE
013080             WHEN DL20-UU-UNITE(DL20-UU-IDX) = LDO-CD-UNITE
013090                 MOVE 'Y' TO DL20-TROUVE-SW
013100         END-SEARCH
013110     END-IF.
013120     IF NOT DL20-TROUVE
013130         IF DL20-UU-COUNT < DL20-UU-MAX
013140             ADD 1 TO DL20-UU-COUNT
013150             MOVE LDO-CD-UNITE TO DL20-UU-UNITE(DL20-UU-COUNT)
013160         ELSE
013170             MOVE 'P' TO DL20-TD-USAGE-SW
013180         END-IF
013190     END-IF.
013200     MOVE 'N' TO DL20-TROUVE-SW.
013210     IF DL20-DU-COUNT > 0
013220         SET DL20-DU-IDX TO 1
013230         SEARCH DL20-DU-ENTRY
013240             AT END
013250                 CONTINUE
013260             WHEN DL20-DU-DEVISE(DL20-DU-IDX) = LDO-CD-DEVISE
013270                 MOVE 'Y' TO DL20-TROUVE-SW
013280         END-SEARCH
013290     END-IF.
013300     IF NOT DL20-TROUVE
013310         IF DL20-DU-COUNT < DL20-DU-MAX
013320             ADD 1 TO DL20-DU-COUNT
013330             MOVE LDO-CD-DEVISE TO DL20-DU-DEVISE(DL20-DU-COUNT)
013340         ELSE
013350             MOVE 'P' TO DL20-TD-USAGE-SW
013360         END-IF
013370     END-IF.
013380 6020-EXIT.
013390     EXIT.
013400*
013410 6100-BUILD-PRAUD20-USAGE.
013420     IF NOT DL20-AU-A-FAIRE
013430         GO TO 6100-EXIT
013440     END-IF.
013450     MOVE 'C' TO DL20-AU-USAGE-SW.
013460     OPEN INPUT PRAUD20-FILE.
013470     IF NOT DL20-PRAUD20-OK
013480         DISPLAY 'PRTD20RF - PRAUD20 NOT AVAILABLE, STATUS '
013490             DL20-PRAUD20-STATUS
013500         MOVE 'I' TO DL20-AU-USAGE-SW
013510         GO TO 6100-EXIT
013520     END-IF.
013530     MOVE 'N' TO DL20-FIN-SCAN-SW.
013540     PERFORM 6110-READ-PRAUD20 THRU 6110-EXIT
013550         UNTIL DL20-FIN-SCAN.
013560     CLOSE PRAUD20-FILE.
013570 6100-EXIT.
013580     EXIT.
013590*
013600 6110-READ-PRAUD20.
013610     READ PRAUD20-FILE NEXT RECORD
013620         AT END
013630             MOVE 'Y' TO DL20-FIN-SCAN-SW
013640         NOT AT END
013650             ADD 1 TO DL20-AU-LUS
013660             IF PRAUD-CD-MOTIF NOT = SPACES
013670                 PERFORM 6120-STORE-MOTIF-USAGE THRU 6120-EXIT
013680             END-IF
013690     END-READ.
013700 6110-EXIT.
013710     EXIT.
013720*
013730 6120-STORE-MOTIF-USAGE.
013740     MOVE 'N' TO DL20-TROUVE-SW.
013750     IF DL20-MU-COUNT > 0
013760         SET DL20-MU-IDX TO 1
013770         SEARCH DL20-MU-ENTRY
013780             AT END
013790                 CONTINUE
013800             WHEN DL20-MU-MOTIF(DL20-MU-IDX) = PRAUD-CD-MOTIF
013810                 MOVE 'Y' TO DL20-TROUVE-SW
013820         END-SEARCH
013830     END-IF.
013840     IF NOT DL20-TROUVE
013850         IF DL20-MU-COUNT < DL20-MU-MAX
013860             ADD 1 TO DL20-MU-COUNT
013870             MOVE PRAUD-CD-MOTIF TO DL20-MU-MOTIF(DL20-MU-COUNT)
013880         ELSE
013890             MOVE 'P' TO DL20-AU-USAGE-SW
013900         END-IF
013910     END-IF.
013920 6120-EXIT.
013930     EXIT.
013940*
013950 8000-TERMINATE.
013960     PERFORM 8100-REWRITE-PRUNITE THRU 8100-EXIT.
013970     PERFORM 8200-REWRITE-PRSLAT THRU 8200-EXIT.
013980     PERFORM 8300-REWRITE-PRDEVISE THRU 8300-EXIT.
013990     PERFORM 8400-REWRITE-PRTAUX THRU 8400-EXIT.
014000     PERFORM 8500-REWRITE-PRCALEN THRU 8500-EXIT.
014010     IF DL20-MOTIF-OUVERT
014020         CLOSE PRMOTIF-FILE
014030     END-IF.
014040     IF DL20-PARAM-OUVERT
014050         CLOSE PRPARAM-FILE
014060     END-IF.
014070     IF DL20-OPER-OUVERT
014080         CLOSE PROPER-FILE
014090     END-IF.
014100     IF DL20-ASSGN-OUVERT
014110         CLOSE PRASSGN-FILE
014120     END-IF.
014130     IF DL20-LOG-OUVERT
014140         CLOSE PRREFLG-FILE
014150     END-IF.
014160     CLOSE PRREFRJ-FILE.
014170     DISPLAY 'PRTD20RF - TRANSACTIONS READ : ' DL20-TX-LUES.
014180     DISPLAY 'PRTD20RF - APPLIED           : ' DL20-TX-APPLIQUEES.
014190     DISPLAY 'PRTD20RF -   ADDED           : ' DL20-AJOUTS.
014200     DISPLAY 'PRTD20RF -   CHANGED         : ' DL20-MODIFS.
014210     DISPLAY 'PRTD20RF -   DELETED         : ' DL20-SUPPRS.
014220     DISPLAY 'PRTD20RF - REJECTED          : ' DL20-TX-REJETEES.
014230     PERFORM 8050-DISPLAY-FICHIER THRU 8050-EXIT
014240         VARYING DL20-FI-NO FROM 1 BY 1 UNTIL DL20-FI-NO > 5.
014250     IF DL20-LOG-ECHECS > 0
014260         DISPLAY 'PRTD20RF - WARNING, CHANGES NOT LOGGED : '
014270             DL20-LOG-ECHECS
014280     END-IF.
014290     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
014300 8000-EXIT.
014310     EXIT.
014320*
014330 8050-DISPLAY-FICHIER.
014340     IF DL20-FE-MODIFIE(DL20-FI-NO)
014350         DISPLAY 'PRTD20RF - ' DL20-FI-NOM(DL20-FI-NO)
014360             ' RECORDS IN ' DL20-FE-LUS(DL20-FI-NO)
014370             ' OUT ' DL20-FE-ECRITS(DL20-FI-NO)
014380     END-IF.
014390 8050-EXIT.
014400     EXIT.
014410*
014420*****************************************************************
014430*    A SEQUENTIAL FILE IS REWRITTEN FROM THE TABLE ONLY WHEN A    *
014440*    TRANSACTION CHANGED IT.                                      *
014450*****************************************************************
014460 8100-REWRITE-PRUNITE.
014470     IF NOT DL20-FE-MODIFIE(1)
014480         GO TO 8100-EXIT
014490     END-IF.
014500     OPEN OUTPUT PRUNITE-FILE.
014510     IF NOT DL20-PRUNITE-OK
014520         DISPLAY 'PRTD20RF - PRUNITE NOT REWRITTEN, STATUS '
014530             DL20-PRUNITE-STATUS
014540         ADD 1 TO DL20-REECR-ECHECS
014550         GO TO 8100-EXIT
014560     END-IF.
014570     PERFORM 8110-WRITE-PRUNITE THRU 8110-EXIT
014580         VARYING DL20-RT-IDX FROM 1 BY 1
014590         UNTIL DL20-RT-IDX > DL20-RT-COUNT.
014600     CLOSE PRUNITE-FILE.
014610 8100-EXIT.
014620     EXIT.
014630*
014640 8110-WRITE-PRUNITE.
014650     IF DL20-RT-FICHIER(DL20-RT-IDX) = 1
014660         AND DL20-RT-ACTIF(DL20-RT-IDX)
014670         MOVE DL20-RT-IMAGE(DL20-RT-IDX) TO PRUNITE-RECORD
014680         WRITE PRUNITE-RECORD
014690         ADD 1 TO DL20-FE-ECRITS(1)
014700     END-IF.
014710 8110-EXIT.
014720     EXIT.
014730*
014740 8200-REWRITE-PRSLAT.
014750     IF NOT DL20-FE-MODIFIE(2)
014760         GO TO 8200-EXIT
014770     END-IF.
014780     OPEN OUTPUT PRSLAT-FILE.
014790     IF NOT DL20-PRSLAT-OK
014800         DISPLAY 'PRTD20RF - PRSLAT NOT REWRITTEN, STATUS '
014810             DL20-PRSLAT-STATUS
014820         ADD 1 TO DL20-REECR-ECHECS
014830         GO TO 8200-EXIT
014840     END-IF.
014850     PERFORM 8210-WRITE-PRSLAT THRU 8210-EXIT
014860         VARYING DL20-RT-IDX FROM 1 BY 1
014870         UNTIL DL20-RT-IDX > DL20-RT-COUNT.
014880     CLOSE PRSLAT-FILE.
014890 8200-EXIT.
014900     EXIT.
014910*
014920 8210-WRITE-PRSLAT.
014930     IF DL20-RT-FICHIER(DL20-RT-IDX) = 2
014940         AND DL20-RT-ACTIF(DL20-RT-IDX)
014950         MOVE DL20-RT-IMAGE(DL20-RT-IDX) TO PRSLAT-RECORD
014960         WRITE PRSLAT-RECORD
014970         ADD 1 TO DL20-FE-ECRITS(2)
014980     END-IF.
014990 8210-EXIT.
015000     EXIT.
015010*
015020 8300-REWRITE-PRDEVISE.
015030     IF NOT DL20-FE-MODIFIE(3)
015040         GO TO 8300-EXIT
015050     END-IF.
015060     OPEN OUTPUT PRDEVISE-FILE.
015070     IF NOT DL20-PRDEVISE-OK
015080         DISPLAY 'PRTD20RF - PRDEVISE NOT REWRITTEN, STATUS '
015090             DL20-PRDEVISE-STATUS
015100         ADD 1 TO DL20-REECR-ECHECS
015110         GO TO 8300-EXIT
015120     END-IF.
015130     PERFORM 8310-WRITE-PRDEVISE THRU 8310-EXIT
015140         VARYING DL20-RT-IDX FROM 1 BY 1
015150         UNTIL DL20-RT-IDX > DL20-RT-COUNT.
015160     CLOSE PRDEVISE-FILE.
015170 8300-EXIT.
015180     EXIT.
015190*
015200 8310-WRITE-PRDEVISE.
015210     IF DL20-RT-FICHIER(DL20-RT-IDX) = 3
015220         AND DL20-RT-ACTIF(DL20-RT-IDX)
015230         MOVE DL20-RT-IMAGE(DL20-RT-IDX) TO PRDEVISE-RECORD
015240         WRITE PRDEVISE-RECORD
015250         ADD 1 TO DL20-FE-ECRITS(3)
015260     END-IF.
015270 8310-EXIT.
015280     EXIT.
015290*
015300 8400-REWRITE-PRTAUX.
015310     IF NOT DL20-FE-MODIFIE(4)
015320         GO TO 8400-EXIT
015330     END-IF.
015340     OPEN OUTPUT PRTAUX-FILE.
015350     IF NOT DL20-PRTAUX-OK
015360         DISPLAY 'PRTD20RF - PRTAUX NOT REWRITTEN, STATUS '
015370             DL20-PRTAUX-STATUS
015380         ADD 1 TO DL20-REECR-ECHECS
015390         GO TO 8400-EXIT
015400     END-IF.
015410     PERFORM 8410-WRITE-PRTAUX THRU 8410-EXIT
015420         VARYING DL20-RT-IDX FROM 1 BY 1
015430         UNTIL DL20-RT-IDX > DL20-RT-COUNT.
015440     CLOSE PRTAUX-FILE.
015450 8400-EXIT.
015460     EXIT.
015470*
015480 8410-WRITE-PRTAUX.
015490     IF DL20-RT-FICHIER(DL20-RT-IDX) = 4
015500         AND DL20-RT-ACTIF(DL20-RT-IDX)
015510         MOVE DL20-RT-IMAGE(DL20-RT-IDX) TO PRTAUX-RECORD
015520         WRITE PRTAUX-RECORD
015530         ADD 1 TO DL20-FE-ECRITS(4)
015540     END-IF.
015550 8410-EXIT.
015560     EXIT.
015570*
015580 8500-REWRITE-PRCALEN.
015590     IF NOT DL20-FE-MODIFIE(5)
015600         GO TO 8500-EXIT
015610     END-IF.
015620     OPEN OUTPUT PRCALEN-FILE.
015630     IF NOT DL20-PRCALEN-OK
015640         DISPLAY 'PRTD20RF - PRCALEN NOT REWRITTEN, STATUS '
015650             DL20-PRCALEN-STATUS
015660         ADD 1 TO DL20-REECR-ECHECS
015670         GO TO 8500-EXIT
015680     END-IF.
015690     PERFORM 8510-WRITE-PRCALEN THRU 8510-EXIT
015700         VARYING DL20-RT-IDX FROM 1 BY 1
015710         UNTIL DL20-RT-IDX > DL20-RT-COUNT.
015720     CLOSE PRCALEN-FILE.
015730 8500-EXIT.
015740     EXIT.
015750*
015760 8510-WRITE-PRCALEN.
015770     IF DL20-RT-FICHIER(DL20-RT-IDX) = 5
015780         AND DL20-RT-ACTIF(DL20-RT-IDX)
015790         MOVE DL20-RT-IMAGE(DL20-RT-IDX) TO PRCALEN-RECORD
015800         WRITE PRCALEN-RECORD
015810         ADD 1 TO DL20-FE-ECRITS(5)
015820     END-IF.
015830 8510-EXIT.
015840     EXIT.
015850*
015860 8900-WRITE-RUN-LEDGER.
015870     MOVE 'PRTD20RF' TO DL20-JW-PROGRAMME.
015880     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
015890     MOVE DL20-TX-LUES TO DL20-JW-RECS-READ.
015900     MOVE DL20-TX-APPLIQUEES TO DL20-JW-RECS-ECRITS.
015910     IF DL20-TX-REJETEES > 0 OR DL20-LOG-ECHECS > 0
015920         OR DL20-REECR-ECHECS > 0
015930         MOVE 'W' TO DL20-JW-RESULTAT
015940     ELSE
015950         MOVE 'O' TO DL20-JW-RESULTAT
015960     END-IF.
015970     CALL 'PRTD20JW' USING DL20-JW-PARMS.
015980     IF DL20-JW-ECHEC
015990         DISPLAY 'PRTD20RF - WARNING, RUN LEDGER WRITE FAILED'
016000     END-IF.
016010 8900-EXIT.
016020     EXIT.
