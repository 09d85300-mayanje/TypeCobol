000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20LT.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-14.
000060 DATE-COMPILED. 2026-09-14.
000070*****************************************************************
000080*    PROGRAM       : PRTD20LT                                  *
000090*    DESCRIPTION   : NIGHTLY CLIENT NOTIFICATION LETTERS.       *
000100*                    READS THE PRAUD20 TRANSITIONS DATED THE    *
000110*                    LETTER DAY AND PRINTS ONE LETTER ON THE    *
000120*                    PRLETTR FILE (XPRLTR) FOR EVERY DOSSIER    *
000130*                    VALIDATED (SAI OR APP TO VAL) OR REJECTED  *
000140*                    (SAI OR APP TO REJ) THAT DAY. WHEN A       *
000150*                    DOSSIER MOVED MORE THAN ONCE, ONLY ITS     *
000160*                    LAST QUALIFYING TRANSITION IS LETTERED,    *
000170*                    AND ONLY IF THE PRTD20 MASTER STILL SHOWS  *
000180*                    THAT STATUS - A DOSSIER REOPENED SINCE     *
000190*                    GETS NO LETTER. THE LETTER CARRIES THE     *
000200*                    ADDRESSEE BLOCK OF THE DOSSIER'S PAYEE     *
000210*                    (LDO-ID-BENEF ON PRBENEF), THE DOSSIER     *
000220*                    NUMBER, LABEL, AMOUNT AND CURRENCY, AND    *
000230*                    FOR A REJECTION THE MOT-LIB-MOTIF TEXT OF  *
000240*                    THE PRAUD20 REASON CODE. A DOSSIER WITH    *
000250*                    NO USABLE ADDRESS (NO PAYEE, PAYEE NOT ON  *
000260*                    FILE OR CLOSED, NAME, FIRST LINE OR TOWN   *
000270*                    MISSING) GETS NO LETTER BUT A LINE IN THE  *
000280*                    EXCEPTIONS SECTION PRINTED AFTER THE       *
000290*                    LETTERS. EACH LETTER PRINTED IS RECORDED   *
000300*                    ON PRLETEN (XPRLET) UNDER THE PRAUD20 KEY  *
000310*                    OF ITS TRANSITION AND SKIPPED WHEN         *
000320*                    ALREADY THERE, SO A RERUN NEVER SENDS A    *
000330*                    LETTER TWICE - WHILE AN EXCEPTION IS       *
000340*                    LISTED AGAIN UNTIL THE ADDRESS IS PUT      *
000350*                    RIGHT. THE LETTER DAY IS COMMAND LINE      *
000360*                    POSITIONS 1-8 (TODAY WHEN ZERO OR NOT      *
000370*                    NUMERIC). THE PRTD20MG CONSOLIDATION       *
000380*                    TRANSITIONS ARE SKIPPED. READ-ONLY ON      *
000390*                    PRTD20, SO NO PRGARDE MARKER IS NEEDED.    *
000400*    MODIFICATION HISTORY                                       *
000410*    DATE       INIT  DESCRIPTION                                *
000420*    ---------- ----  -------------------------------------------*
000430*    2026-09-14  DLM  ORIGINAL PROGRAM.                           *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     COPY PRTD20RSL.
000490     COPY PRAUDSEL.
000500     COPY PRBENSEL.
000510     COPY PRMOTSEL.
000520     COPY PRLETSEL.
000530     COPY PRLTRSEL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRTD20-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY XPRTD20.
000590 FD  PRAUD20-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY XPRAUD.
000620 FD  PRBENEF-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY XPRBEN.
000650 FD  PRMOTIF-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY XPRMOT.
000680 FD  PRLETEN-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY XPRLET.
000710 FD  PRLETTR-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY XPRLTR.
000740 WORKING-STORAGE SECTION.
000750     COPY XPRSTAT.
000760     COPY XPRJWLK.
000770 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 60.
000780 01  DL20-SWITCHES.
000790     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000800         88  DL20-EOF               VALUE 'Y'.
000810     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000820         88  DL20-TROUVE            VALUE 'Y'.
000830     05  DL20-RETENU-SW         PIC X(1)  VALUE 'N'.
000840         88  DL20-TRANSIT-RETENU    VALUE 'Y'.
000850     05  DL20-BENEF-SW          PIC X(1)  VALUE 'N'.
000860         88  DL20-BENEF-OUVERT      VALUE 'Y'.
000870     05  DL20-MOT-FOUND-SW      PIC X(1)  VALUE 'N'.
000880         88  DL20-MOT-FOUND         VALUE 'Y'.
000890     05  DL20-AVERT-SW          PIC X(1)  VALUE 'N'.
000900         88  DL20-AVERTISSEMENT     VALUE 'Y'.
000910 01  DL20-COUNTERS.
000920     05  DL20-AUD-LUES          PIC 9(7)  USAGE COMP.
000930     05  DL20-TRANSITS-JOUR     PIC 9(7)  USAGE COMP.
000940     05  DL20-LETTRES-VAL       PIC 9(7)  USAGE COMP.
000950     05  DL20-LETTRES-REJ       PIC 9(7)  USAGE COMP.
000960     05  DL20-DEJA-ENVOYEES     PIC 9(7)  USAGE COMP.
000970     05  DL20-DEPASSEES         PIC 9(7)  USAGE COMP.
000980     05  DL20-EXCEPTIONS        PIC 9(7)  USAGE COMP.
000990     05  DL20-EXC-DROPPED       PIC 9(7)  USAGE COMP.
001000     05  DL20-MOT-DROPPED       PIC 9(7)  USAGE COMP.
001010 01  DL20-PARMS.
001020     05  DL20-PARM-LINE         PIC X(80).
001030     05  DL20-PARM-DT-JOUR      PIC 9(8).
001040 01  DL20-DT-JOUR               PIC 9(8).
001050 01  DL20-DT-JOUR-R REDEFINES DL20-DT-JOUR.
001060     05  DL20-DJ-AAAA           PIC 9(4).
001070     05  DL20-DJ-MM             PIC 9(2).
001080     05  DL20-DJ-JJ             PIC 9(2).
001090 01  DL20-TODAY                 PIC 9(8).
001100 01  DL20-HEURE                 PIC 9(6).
001110 01  DL20-SAUT                  PIC 9(2)  USAGE COMP VALUE 1.
001120*    THE LAST QUALIFYING TRANSITION OF THE DOSSIER IN HAND, KEPT
001130*    UNTIL THE DOSSIER NUMBER CHANGES ON PRAUD20.
001140 01  DL20-RETENU.
001150     05  DL20-RT-NO-DOSSIER     PIC S9(11)V USAGE COMP-3.
001160     05  DL20-RT-NO-SEQ         PIC 9(5)  USAGE COMP-3.
001170     05  DL20-RT-CD-ETA-APRES   PIC X(1).
001180         88  DL20-RT-VALIDATION     VALUE 'V'.
001190         88  DL20-RT-REJET          VALUE 'R'.
001200     05  DL20-RT-CD-MOTIF       PIC X(2).
001210     05  DL20-RT-DT-TRANSIT     PIC 9(8).
001220 01  DL20-LIB-RAISON            PIC X(30).
001230 01  DL20-LIB-MOTIF             PIC X(30).
001240 01  DL20-MOTIF-TABLE.
001250     05  DL20-MOT-ENTRY  OCCURS 1 TO 150 TIMES
001260                         DEPENDING ON DL20-MOT-COUNT
001270                         INDEXED BY DL20-MOT-IDX.
001280         10  DL20-MOT-CODE      PIC X(2).
001290         10  DL20-MOT-LIB       PIC X(30).
001300 01  DL20-MOT-COUNT             PIC 9(3)  USAGE COMP  VALUE 0.
001310*    DOSSIERS WITH NO USABLE ADDRESS, PRINTED AFTER THE LETTERS.
001320 01  DL20-EXCEPTION-TABLE.
001330     05  DL20-EX-ENTRY   OCCURS 1 TO 500 TIMES
001340                         DEPENDING ON DL20-EX-COUNT
001350                         INDEXED BY DL20-EX-IDX.
001360         10  DL20-EX-NO-DOSSIER PIC S9(11)V USAGE COMP-3.
001370         10  DL20-EX-CD-TYPE    PIC X(1).
001380         10  DL20-EX-ID-BENEF   PIC X(8).
001390         10  DL20-EX-CD-UNITE   PIC X(3).
001400         10  DL20-EX-LIB-RAISON PIC X(30).
001410 01  DL20-EX-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001420 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
001430 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
001440 01  DL20-LIGNE-TRAVAIL         PIC X(80).
001450 01  DL20-ENTETE-COLONNES       PIC X(80).
001460 01  DL20-ENTETE-PAGE.
001470     05  FILLER                 PIC X(10) VALUE 'PRTD20LT'.
001480     05  FILLER                 PIC X(36)
001490         VALUE 'CLIENT LETTERS - EXCEPTIONS'.
001500     05  FILLER                 PIC X(9)  VALUE 'RUN DATE'.
001510     05  DL20-ENT-DATE          PIC 9(8).
001520     05  FILLER                 PIC X(4)  VALUE SPACES.
001530     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001540     05  DL20-ENT-PAGE          PIC ZZZ9.
001550     05  FILLER                 PIC X(4)  VALUE SPACES.
001560*    LETTER LINES.
001570 01  DL20-LET-EXPEDITEUR.
001580     05  FILLER                 PIC X(4)  VALUE SPACES.
001590     05  FILLER                 PIC X(40)
001600         VALUE 'DOSSIER-LEDGER OPERATIONS'.
001610     05  FILLER                 PIC X(36) VALUE SPACES.
001620 01  DL20-LET-ADRESSE.
001630     05  FILLER                 PIC X(10) VALUE SPACES.
001640     05  DL20-LA-TEXTE          PIC X(35).
001650     05  FILLER                 PIC X(35) VALUE SPACES.
001660 01  DL20-LET-VILLE.
001670     05  FILLER                 PIC X(10) VALUE SPACES.
001680     05  DL20-LV-CD-POSTAL      PIC X(10).
001690     05  FILLER                 PIC X(1)  VALUE SPACE.
001700     05  DL20-LV-VILLE          PIC X(30).
001710     05  FILLER                 PIC X(29) VALUE SPACES.
001720 01  DL20-LET-DATE.
001730     05  FILLER                 PIC X(50) VALUE SPACES.
001740     05  FILLER                 PIC X(7)  VALUE 'DATE : '.
001750     05  DL20-LD-AAAA           PIC 9(4).
001760     05  FILLER                 PIC X(1)  VALUE '-'.
001770     05  DL20-LD-MM             PIC 9(2).
001780     05  FILLER                 PIC X(1)  VALUE '-'.
001790     05  DL20-LD-JJ             PIC 9(2).
001800     05  FILLER                 PIC X(13) VALUE SPACES.
001810 01  DL20-LET-RUBRIQUE.
001820     05  FILLER                 PIC X(4)  VALUE SPACES.
001830     05  DL20-LR-LIB            PIC X(16).
001840     05  DL20-LR-VALEUR         PIC X(40).
001850     05  FILLER                 PIC X(20) VALUE SPACES.
001860 01  DL20-LET-MONTANT.
001870     05  FILLER                 PIC X(4)  VALUE SPACES.
001880     05  FILLER                 PIC X(16)
001890         VALUE 'AMOUNT        : '.
001900     05  DL20-LM-MT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                 PIC X(1)  VALUE SPACE.
001920     05  DL20-LM-DEVISE         PIC X(3).
001930     05  FILLER                 PIC X(37) VALUE SPACES.
001940 01  DL20-LET-TEXTE.
001950     05  FILLER                 PIC X(4)  VALUE SPACES.
001960     05  DL20-LT-TEXTE          PIC X(70).
001970     05  FILLER                 PIC X(6)  VALUE SPACES.
001980 01  DL20-NO-DOSSIER-ED         PIC Z(10)9.
001990*    EXCEPTIONS SECTION LINES.
002000 01  DL20-LIGNE-EXCEPTION.
002010     05  FILLER                 PIC X(1)  VALUE SPACE.
002020     05  DL20-LE-NO-DOSSIER     PIC Z(10)9.
002030     05  FILLER                 PIC X(2)  VALUE SPACES.
002040     05  DL20-LE-TYPE           PIC X(10).
002050     05  DL20-LE-ID-BENEF       PIC X(8).
002060     05  FILLER                 PIC X(2)  VALUE SPACES.
002070     05  DL20-LE-CD-UNITE       PIC X(3).
002080     05  FILLER                 PIC X(3)  VALUE SPACES.
002090     05  DL20-LE-RAISON         PIC X(30).
002100     05  FILLER                 PIC X(10) VALUE SPACES.
002110 01  DL20-LIGNE-TOTAL.
002120     05  FILLER                 PIC X(1)  VALUE SPACE.
002130     05  DL20-LTO-LIB           PIC X(40).
002140     05  DL20-LTO-NB            PIC ZZZZZZ9.
002150     05  FILLER                 PIC X(32) VALUE SPACES.
002160 01  DL20-JW-TEXTE.
002170     05  FILLER                 PIC X(3)  VALUE 'DT='.
002180     05  DL20-JWT-DT-JOUR       PIC 9(8).
002190     05  FILLER                 PIC X(5)  VALUE ' LET='.
002200     05  DL20-JWT-NB-LETTRES    PIC 9(7).
002210     05  FILLER                 PIC X(5)  VALUE ' EXC='.
002220     05  DL20-JWT-NB-EXCEPT     PIC 9(7).
002230     05  FILLER                 PIC X(5)  VALUE SPACES.
002240 PROCEDURE DIVISION.
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT.
002280     PERFORM 7000-PRINT-EXCEPTIONS THRU 7000-EXIT.
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002300     GOBACK.
002310*
002320 1000-INITIALIZE.
002330     MOVE 0 TO DL20-AUD-LUES DL20-TRANSITS-JOUR DL20-LETTRES-VAL
002340         DL20-LETTRES-REJ DL20-DEJA-ENVOYEES DL20-DEPASSEES
002350         DL20-EXCEPTIONS DL20-EXC-DROPPED DL20-MOT-DROPPED.
002360     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002370     ACCEPT DL20-HEURE FROM TIME.
002380     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
002390     MOVE DL20-PARM-LINE(1:8) TO DL20-PARM-DT-JOUR.
002400     IF DL20-PARM-DT-JOUR IS NUMERIC
002410         AND DL20-PARM-DT-JOUR NOT = ZERO
002420         MOVE DL20-PARM-DT-JOUR TO DL20-DT-JOUR
002430     ELSE
002440         MOVE DL20-TODAY TO DL20-DT-JOUR
002450     END-IF.
002460     MOVE DL20-DJ-AAAA TO DL20-LD-AAAA.
002470     MOVE DL20-DJ-MM   TO DL20-LD-MM.
002480     MOVE DL20-DJ-JJ   TO DL20-LD-JJ.
002490     MOVE DL20-DT-JOUR TO DL20-ENT-DATE.
002500     PERFORM 1500-LOAD-MOTIF-TABLE THRU 1500-EXIT.
002510     OPEN INPUT PRTD20-FILE.
002520     OPEN INPUT PRBENEF-FILE.
002530     IF DL20-PRBENEF-OK
002540         MOVE 'Y' TO DL20-BENEF-SW
002550     ELSE
002560         DISPLAY 'PRTD20LT - PRBENEF NOT AVAILABLE, STATUS '
002570             DL20-PRBENEF-STATUS ' - NO ADDRESSES'
002580         MOVE 'Y' TO DL20-AVERT-SW
002590     END-IF.
002600     PERFORM 1100-OPEN-SENT-FILE THRU 1100-EXIT.
002610     OPEN OUTPUT PRLETTR-FILE.
002620 1000-EXIT.
002630     EXIT.
002640*
002650 1100-OPEN-SENT-FILE.
002660*    THE FIRST EVER RUN FINDS NO PRLETEN FILE - GUARDED THE SAME
002670*    WAY PRTD20PY GUARDS ITS OPEN OF PRBENEF.
002680     OPEN INPUT PRLETEN-FILE.
002690     IF DL20-PRLETEN-STATUS = '35'
002700         OPEN OUTPUT PRLETEN-FILE
002710         CLOSE PRLETEN-FILE
002720     ELSE
002730         CLOSE PRLETEN-FILE
002740     END-IF.
002750     OPEN I-O PRLETEN-FILE.
002760 1100-EXIT.
002770     EXIT.
002780*
002790 1500-LOAD-MOTIF-TABLE.
002800     MOVE 0 TO DL20-MOT-COUNT.
002810     OPEN INPUT PRMOTIF-FILE.
002820     IF DL20-PRMOTIF-OK
002830         PERFORM 1510-READ-MOTIF THRU 1510-EXIT
002840         PERFORM 1520-STORE-MOTIF THRU 1520-EXIT
002850             UNTIL DL20-EOF
002860         CLOSE PRMOTIF-FILE
002870         MOVE 'N' TO DL20-EOF-SW
002880     ELSE
002890         DISPLAY 'PRTD20LT - PRMOTIF NOT AVAILABLE, STATUS '
002900             DL20-PRMOTIF-STATUS ' - REASON CODES PRINTED'
002910         MOVE 'Y' TO DL20-AVERT-SW
002920     END-IF.
002930     IF DL20-MOT-DROPPED > 0
002940         DISPLAY 'PRTD20LT - WARNING, REASON TABLE FULL, '
002950             'DROPPED : ' DL20-MOT-DROPPED
002960         MOVE 'Y' TO DL20-AVERT-SW
002970     END-IF.
002980 1500-EXIT.
002990     EXIT.
003000*
003010 1510-READ-MOTIF.
003020     READ PRMOTIF-FILE NEXT RECORD
003030         AT END
003040             MOVE 'Y' TO DL20-EOF-SW
003050     END-READ.
003060 1510-EXIT.
003070     EXIT.
003080*
003090 1520-STORE-MOTIF.
003100     IF DL20-MOT-COUNT < 150
003110         ADD 1 TO DL20-MOT-COUNT
003120         MOVE MOT-CD-MOTIF TO DL20-MOT-CODE(DL20-MOT-COUNT)
003130         MOVE MOT-LIB-MOTIF TO DL20-MOT-LIB(DL20-MOT-COUNT)
003140     ELSE
003150         ADD 1 TO DL20-MOT-DROPPED
003160     END-IF.
003170     PERFORM 1510-READ-MOTIF THRU 1510-EXIT.
003180 1520-EXIT.
003190     EXIT.
003200*
003210 2000-SCAN-AUDIT.
003220     OPEN INPUT PRAUD20-FILE.
003230     IF NOT DL20-PRAUD20-OK
003240         DISPLAY 'PRTD20LT - PRAUD20 NOT AVAILABLE, STATUS '
003250             DL20-PRAUD20-STATUS ' - NO LETTERS'
003260         MOVE 'Y' TO DL20-AVERT-SW
003270         GO TO 2000-EXIT
003280     END-IF.
003290     MOVE 'N' TO DL20-RETENU-SW.
003300     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003310     PERFORM 2200-EVALUATE-AUDIT THRU 2200-EXIT
003320         UNTIL DL20-EOF.
003330     IF DL20-TRANSIT-RETENU
003340         PERFORM 3000-PROCESS-DOSSIER THRU 3000-EXIT
003350     END-IF.
003360     CLOSE PRAUD20-FILE.
003370     MOVE 'N' TO DL20-EOF-SW.
003380 2000-EXIT.
003390     EXIT.
003400*
003410 2100-READ-AUDIT.
003420     READ PRAUD20-FILE NEXT RECORD
003430         AT END
003440             MOVE 'Y' TO DL20-EOF-SW
003450         NOT AT END
003460             ADD 1 TO DL20-AUD-LUES
003470     END-READ.
003480 2100-EXIT.
003490     EXIT.
003500*
003510 2200-EVALUATE-AUDIT.
003520*    PRAUD20 IS IN DOSSIER / SEQUENCE ORDER, SO THE TRANSITION
003530*    HELD FOR THE PREVIOUS DOSSIER IS ITS LAST ONE OF THE DAY.
003540     IF DL20-TRANSIT-RETENU
003550         AND PRAUD-NO-DOSSIER NOT = DL20-RT-NO-DOSSIER
003560         PERFORM 3000-PROCESS-DOSSIER THRU 3000-EXIT
003570     END-IF.
003580     IF PRAUD-DT-TRANSIT NOT = DL20-DT-JOUR
003590         OR PRAUD-ID-PROGRAMME = 'PRTD20MG'
003600         GO TO 2200-READ-NEXT
003610     END-IF.
003620*    APP TO VAL IS THE SECOND APPROVAL OF A DUAL-CONTROL DOSSIER -
003630*    THE CLIENT SEES IT AS A VALIDATION LIKE ANY OTHER.
003640     IF (PRAUD-CD-ETA-APRES = 'V' OR 'R')
003650         AND (PRAUD-CD-ETA-AVANT = 'S' OR 'A')
003660         ADD 1 TO DL20-TRANSITS-JOUR
003670         MOVE 'Y' TO DL20-RETENU-SW
003680         MOVE PRAUD-NO-DOSSIER   TO DL20-RT-NO-DOSSIER
003690         MOVE PRAUD-NO-SEQ       TO DL20-RT-NO-SEQ
003700         MOVE PRAUD-CD-ETA-APRES TO DL20-RT-CD-ETA-APRES
003710         MOVE PRAUD-CD-MOTIF     TO DL20-RT-CD-MOTIF
003720         MOVE PRAUD-DT-TRANSIT   TO DL20-RT-DT-TRANSIT
003730     END-IF.
003740 2200-READ-NEXT.
003750     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003760 2200-EXIT.
003770     EXIT.
003780*
003790 3000-PROCESS-DOSSIER.
003800     MOVE 'N' TO DL20-RETENU-SW.
003810     MOVE DL20-RT-NO-DOSSIER TO PRLET-NO-DOSSIER.
003820     MOVE DL20-RT-NO-SEQ TO PRLET-NO-SEQ.
003830     READ PRLETEN-FILE
003840         KEY IS PRLET-KEY
003850         INVALID KEY
003860             MOVE 'N' TO DL20-TROUVE-SW
003870         NOT INVALID KEY
003880             MOVE 'Y' TO DL20-TROUVE-SW
003890     END-READ.
003900     IF DL20-TROUVE
003910         ADD 1 TO DL20-DEJA-ENVOYEES
003920         GO TO 3000-EXIT
003930     END-IF.
003940     MOVE DL20-RT-NO-DOSSIER TO LDO-NO-DOSSIER.
003950     READ PRTD20-FILE
003960         KEY IS LDO-NO-DOSSIER
003970         INVALID KEY
003980             MOVE 'N' TO DL20-TROUVE-SW
003990         NOT INVALID KEY
004000             MOVE 'Y' TO DL20-TROUVE-SW
004010     END-READ.
004020     IF NOT DL20-TROUVE
004030         MOVE SPACES TO LDO-ID-BENEF LDO-CD-UNITE
004040         MOVE 'DOSSIER NOT ON PRTD20' TO DL20-LIB-RAISON
004050         PERFORM 3900-ADD-EXCEPTION THRU 3900-EXIT
004060         GO TO 3000-EXIT
004070     END-IF.
004080*    REOPENED OR MOVED ON SINCE - THE LETTER WOULD BE WRONG, AND
004090*    THE NEXT VALIDATION OR REJECTION GETS ITS OWN LETTER.
004100     IF LDO-CD-ETA NOT = DL20-RT-CD-ETA-APRES
004110         ADD 1 TO DL20-DEPASSEES
004120         GO TO 3000-EXIT
004130     END-IF.
004140     PERFORM 3200-CHECK-ADDRESS THRU 3200-EXIT.
004150     IF DL20-LIB-RAISON NOT = SPACES
004160         PERFORM 3900-ADD-EXCEPTION THRU 3900-EXIT
004170         GO TO 3000-EXIT
004180     END-IF.
004190     PERFORM 4000-PRINT-LETTER THRU 4000-EXIT.
004200     PERFORM 3300-RECORD-SENT THRU 3300-EXIT.
004210 3000-EXIT.
004220     EXIT.
004230*
004240 3200-CHECK-ADDRESS.
004250     MOVE SPACES TO DL20-LIB-RAISON.
004260     IF LDO-ID-BENEF = SPACES
004270         MOVE 'NO PAYEE ON THE DOSSIER' TO DL20-LIB-RAISON
004280         GO TO 3200-EXIT
004290     END-IF.
004300     IF NOT DL20-BENEF-OUVERT
004310         MOVE 'PAYEE FILE NOT AVAILABLE' TO DL20-LIB-RAISON
004320         GO TO 3200-EXIT
004330     END-IF.
004340     MOVE LDO-ID-BENEF TO PRBEN-ID-BENEF.
004350     READ PRBENEF-FILE
004360         KEY IS PRBEN-ID-BENEF
004370         INVALID KEY
004380             MOVE 'PAYEE NOT ON PRBENEF' TO DL20-LIB-RAISON
004390             GO TO 3200-EXIT
004400     END-READ.
004410     EVALUATE TRUE
004420         WHEN PRBEN-FERME
004430             MOVE 'PAYEE CLOSED' TO DL20-LIB-RAISON
004440         WHEN PRBEN-NOM = SPACES
004450             MOVE 'PAYEE NAME MISSING' TO DL20-LIB-RAISON
004460         WHEN PRBEN-ADR-LIGNE1 = SPACES
004470             MOVE 'ADDRESS LINE 1 MISSING' TO DL20-LIB-RAISON
004480         WHEN PRBEN-VILLE = SPACES
004490             MOVE 'TOWN MISSING' TO DL20-LIB-RAISON
004500         WHEN OTHER
004510             CONTINUE
004520     END-EVALUATE.
004530 3200-EXIT.
004540     EXIT.
004550*
004560 3300-RECORD-SENT.
004570     MOVE SPACES TO PRLETEN-RECORD.
004580     MOVE DL20-RT-NO-DOSSIER   TO PRLET-NO-DOSSIER.
004590     MOVE DL20-RT-NO-SEQ       TO PRLET-NO-SEQ.
004600     MOVE DL20-RT-CD-ETA-APRES TO PRLET-CD-TYPE.
004610     MOVE DL20-RT-DT-TRANSIT   TO PRLET-DT-TRANSIT.
004620     MOVE DL20-TODAY           TO PRLET-DT-ENVOI.
004630     MOVE DL20-HEURE           TO PRLET-HR-ENVOI.
004640     MOVE LDO-ID-BENEF         TO PRLET-ID-BENEF.
004650     MOVE DL20-RT-CD-MOTIF     TO PRLET-CD-MOTIF.
004660     WRITE PRLETEN-RECORD
004670         INVALID KEY
004680             DISPLAY 'PRTD20LT - WARNING, PRLETEN WRITE FAILED, '
004690                 'STATUS ' DL20-PRLETEN-STATUS
004700             MOVE 'Y' TO DL20-AVERT-SW
004710     END-WRITE.
004720 3300-EXIT.
004730     EXIT.
004740*
004750 3900-ADD-EXCEPTION.
004760     ADD 1 TO DL20-EXCEPTIONS.
004770     MOVE DL20-RT-NO-DOSSIER TO DL20-NO-DOSSIER-ED.
004780     DISPLAY 'PRTD20LT - NO LETTER, ' DL20-LIB-RAISON
004790         ' DOSSIER ' DL20-NO-DOSSIER-ED.
004800     IF DL20-EX-COUNT < 500
004810         ADD 1 TO DL20-EX-COUNT
004820         SET DL20-EX-IDX TO DL20-EX-COUNT
004830         MOVE DL20-RT-NO-DOSSIER
004840             TO DL20-EX-NO-DOSSIER(DL20-EX-IDX)
004850         MOVE DL20-RT-CD-ETA-APRES TO DL20-EX-CD-TYPE(DL20-EX-IDX)
004860         MOVE LDO-ID-BENEF TO DL20-EX-ID-BENEF(DL20-EX-IDX)
004870         MOVE LDO-CD-UNITE TO DL20-EX-CD-UNITE(DL20-EX-IDX)
004880         MOVE DL20-LIB-RAISON TO DL20-EX-LIB-RAISON(DL20-EX-IDX)
004890     ELSE
004900         ADD 1 TO DL20-EXC-DROPPED
004910     END-IF.
004920 3900-EXIT.
004930     EXIT.
004940*
004950 4000-PRINT-LETTER.
004960     WRITE PRLETTR-RECORD FROM DL20-LET-EXPEDITEUR
004970         AFTER ADVANCING PAGE.
004980*    ADDRESSEE BLOCK, PLACED FOR A WINDOW ENVELOPE.
004990     MOVE 5 TO DL20-SAUT.
005000     MOVE PRBEN-NOM TO DL20-LA-TEXTE.
005010     MOVE DL20-LET-ADRESSE TO DL20-LIGNE-TRAVAIL.
005020     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005030     MOVE PRBEN-ADR-LIGNE1 TO DL20-LA-TEXTE.
005040     MOVE DL20-LET-ADRESSE TO DL20-LIGNE-TRAVAIL.
005050     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005060     IF PRBEN-ADR-LIGNE2 NOT = SPACES
005070         MOVE PRBEN-ADR-LIGNE2 TO DL20-LA-TEXTE
005080         MOVE DL20-LET-ADRESSE TO DL20-LIGNE-TRAVAIL
005090         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005100     END-IF.
005110     MOVE PRBEN-CD-POSTAL TO DL20-LV-CD-POSTAL.
005120     MOVE PRBEN-VILLE TO DL20-LV-VILLE.
005130     MOVE DL20-LET-VILLE TO DL20-LIGNE-TRAVAIL.
005140     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005150     IF PRBEN-CD-PAYS NOT = SPACES
005160         MOVE PRBEN-CD-PAYS TO DL20-LA-TEXTE
005170         MOVE DL20-LET-ADRESSE TO DL20-LIGNE-TRAVAIL
005180         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005190     END-IF.
005200     MOVE 4 TO DL20-SAUT.
005210     MOVE DL20-LET-DATE TO DL20-LIGNE-TRAVAIL.
005220     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005230*    SUBJECT AND DOSSIER PARTICULARS.
005240     MOVE 3 TO DL20-SAUT.
005250     MOVE 'SUBJECT       : ' TO DL20-LR-LIB.
005260     IF DL20-RT-VALIDATION
005270         MOVE 'YOUR DOSSIER HAS BEEN VALIDATED' TO DL20-LR-VALEUR
005280     ELSE
005290         MOVE 'YOUR DOSSIER HAS BEEN REJECTED' TO DL20-LR-VALEUR
005300     END-IF.
005310     MOVE DL20-LET-RUBRIQUE TO DL20-LIGNE-TRAVAIL.
005320     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005330     MOVE 2 TO DL20-SAUT.
005340     MOVE 'DOSSIER       : ' TO DL20-LR-LIB.
005350     MOVE LDO-NO-DOSSIER TO DL20-NO-DOSSIER-ED.
005360     MOVE DL20-NO-DOSSIER-ED TO DL20-LR-VALEUR.
005370     MOVE DL20-LET-RUBRIQUE TO DL20-LIGNE-TRAVAIL.
005380     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005390     MOVE 'LABEL         : ' TO DL20-LR-LIB.
005400     MOVE LDO-LIB-DOSSIER TO DL20-LR-VALEUR.
005410     MOVE DL20-LET-RUBRIQUE TO DL20-LIGNE-TRAVAIL.
005420     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005430     MOVE LDO-MT-DOSSIER TO DL20-LM-MT.
005440     MOVE LDO-CD-DEVISE TO DL20-LM-DEVISE.
005450     MOVE DL20-LET-MONTANT TO DL20-LIGNE-TRAVAIL.
005460     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005470     IF DL20-RT-REJET
005480         PERFORM 4100-LOOKUP-MOTIF THRU 4100-EXIT
005490         MOVE 'REASON        : ' TO DL20-LR-LIB
005500         MOVE DL20-LIB-MOTIF TO DL20-LR-VALEUR
005510         MOVE DL20-LET-RUBRIQUE TO DL20-LIGNE-TRAVAIL
005520         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005530     END-IF.
005540*    BODY.
005550     MOVE 3 TO DL20-SAUT.
005560     IF DL20-RT-VALIDATION
005570         MOVE 'WE ARE PLEASED TO INFORM YOU THAT THE DOSSIER'
005580             TO DL20-LT-TEXTE
005590         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005600         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005610         MOVE 'ABOVE HAS BEEN VALIDATED. PAYMENT WILL FOLLOW WITH'
005620             TO DL20-LT-TEXTE
005630         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005640         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005650         MOVE 'THE NEXT SETTLEMENT RUN.' TO DL20-LT-TEXTE
005660         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005670         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005680     ELSE
005690         MOVE 'WE REGRET TO INFORM YOU THAT THE DOSSIER ABOVE HAS'
005700             TO DL20-LT-TEXTE
005710         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005720         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005730         MOVE 'BEEN REJECTED FOR THE REASON SHOWN. PLEASE CONTACT'
005740             TO DL20-LT-TEXTE
005750         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005760         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005770         MOVE 'THE UNIT BELOW, QUOTING THE DOSSIER NUMBER, IF YOU'
005780             TO DL20-LT-TEXTE
005790         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005800         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005810         MOVE 'WISH TO DISCUSS IT.' TO DL20-LT-TEXTE
005820         MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL
005830         PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT
005840     END-IF.
005850     MOVE 3 TO DL20-SAUT.
005860     MOVE 'YOURS FAITHFULLY,' TO DL20-LT-TEXTE.
005870     MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL.
005880     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005890     MOVE 4 TO DL20-SAUT.
005900     MOVE 'DOSSIER-LEDGER OPERATIONS - UNIT' TO DL20-LT-TEXTE.
005910     MOVE LDO-CD-UNITE TO DL20-LT-TEXTE(34:3).
005920     MOVE DL20-LET-TEXTE TO DL20-LIGNE-TRAVAIL.
005930     PERFORM 9200-PRINT-LETTER-LINE THRU 9200-EXIT.
005940     IF DL20-RT-VALIDATION
005950         ADD 1 TO DL20-LETTRES-VAL
005960     ELSE
005970         ADD 1 TO DL20-LETTRES-REJ
005980     END-IF.
005990 4000-EXIT.
006000     EXIT.
006010*
006020 4100-LOOKUP-MOTIF.
006030     MOVE 'N' TO DL20-MOT-FOUND-SW.
006040     IF DL20-MOT-COUNT > 0
006050         SET DL20-MOT-IDX TO 1
006060         SEARCH DL20-MOT-ENTRY VARYING DL20-MOT-IDX
006070             AT END
006080                 CONTINUE
006090             WHEN DL20-MOT-CODE(DL20-MOT-IDX) = DL20-RT-CD-MOTIF
006100                 MOVE 'Y' TO DL20-MOT-FOUND-SW
006110                 MOVE DL20-MOT-LIB(DL20-MOT-IDX) TO DL20-LIB-MOTIF
006120         END-SEARCH
006130     END-IF.
006140*    A CODE NOT ON PRMOTIF (OR A BLANK ONE FROM BEFORE REASONS
006150*    WERE REQUIRED) IS PRINTED AS IT STANDS RATHER THAN LEFT OUT.
006160     IF NOT DL20-MOT-FOUND
006170         MOVE 'REASON CODE' TO DL20-LIB-MOTIF
006180         MOVE DL20-RT-CD-MOTIF TO DL20-LIB-MOTIF(13:2)
006190     END-IF.
006200 4100-EXIT.
006210     EXIT.
006220*
006230 7000-PRINT-EXCEPTIONS.
006240     MOVE SPACES TO DL20-ENTETE-COLONNES.
006250     MOVE '    DOSSIER  LETTER    PAYEE     UNIT  REASON'
006260         TO DL20-ENTETE-COLONNES.
006270     MOVE 99 TO DL20-LIGNE-CNT.
006280     IF DL20-EX-COUNT = 0
006290         MOVE SPACES TO DL20-LIGNE-TRAVAIL
006300         MOVE 'NO EXCEPTIONS - EVERY DOSSIER HAD A USABLE ADDRESS'
006310             TO DL20-LIGNE-TRAVAIL(2:50)
006320         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
006330     ELSE
006340         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
006350             VARYING DL20-EX-IDX FROM 1 BY 1
006360             UNTIL DL20-EX-IDX > DL20-EX-COUNT
006370     END-IF.
006380     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
006390     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006400     MOVE 'QUALIFYING TRANSITIONS ON THE DAY' TO DL20-LTO-LIB.
006410     MOVE DL20-TRANSITS-JOUR TO DL20-LTO-NB.
006420     PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
006430     MOVE 'LETTERS PRINTED - VALIDATION' TO DL20-LTO-LIB.
006440     MOVE DL20-LETTRES-VAL TO DL20-LTO-NB.
006450     PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
006460     MOVE 'LETTERS PRINTED - REJECTION' TO DL20-LTO-LIB.
006470     MOVE DL20-LETTRES-REJ TO DL20-LTO-NB.
006480     PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
006490     MOVE 'ALREADY SENT BY AN EARLIER RUN' TO DL20-LTO-LIB.
006500     MOVE DL20-DEJA-ENVOYEES TO DL20-LTO-NB.
006510     PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
006520     MOVE 'STATUS CHANGED SINCE - NO LETTER' TO DL20-LTO-LIB.
006530     MOVE DL20-DEPASSEES TO DL20-LTO-NB.
006540     PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
006550     MOVE 'EXCEPTIONS - NO LETTER' TO DL20-LTO-LIB.
006560     MOVE DL20-EXCEPTIONS TO DL20-LTO-NB.
006570     PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT.
006580     IF DL20-EXC-DROPPED > 0
006590         MOVE 'EXCEPTIONS NOT LISTED - TABLE FULL' TO DL20-LTO-LIB
006600         MOVE DL20-EXC-DROPPED TO DL20-LTO-NB
006610         PERFORM 7200-PRINT-TOTAL THRU 7200-EXIT
006620     END-IF.
006630 7000-EXIT.
006640     EXIT.
006650*
006660 7100-PRINT-EXCEPTION.
006670     MOVE DL20-EX-NO-DOSSIER(DL20-EX-IDX) TO DL20-LE-NO-DOSSIER.
006680     IF DL20-EX-CD-TYPE(DL20-EX-IDX) = 'V'
006690         MOVE 'VALIDATED' TO DL20-LE-TYPE
006700     ELSE
006710         MOVE 'REJECTED' TO DL20-LE-TYPE
006720     END-IF.
006730     MOVE DL20-EX-ID-BENEF(DL20-EX-IDX) TO DL20-LE-ID-BENEF.
006740     MOVE DL20-EX-CD-UNITE(DL20-EX-IDX) TO DL20-LE-CD-UNITE.
006750     MOVE DL20-EX-LIB-RAISON(DL20-EX-IDX) TO DL20-LE-RAISON.
006760     MOVE DL20-LIGNE-EXCEPTION TO DL20-LIGNE-TRAVAIL.
006770     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006780 7100-EXIT.
006790     EXIT.
006800*
006810 7200-PRINT-TOTAL.
006820     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006830     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006840 7200-EXIT.
006850     EXIT.
006860*
006870 8000-TERMINATE.
006880     CLOSE PRTD20-FILE.
006890     IF DL20-BENEF-OUVERT
006900         CLOSE PRBENEF-FILE
006910     END-IF.
006920     CLOSE PRLETEN-FILE.
006930     CLOSE PRLETTR-FILE.
006940     DISPLAY 'PRTD20LT - LETTER DATE       : ' DL20-DT-JOUR.
006950     DISPLAY 'PRTD20LT - AUDIT RECS READ   : ' DL20-AUD-LUES.
006960     DISPLAY 'PRTD20LT - TRANSITIONS       : ' DL20-TRANSITS-JOUR.
006970     DISPLAY 'PRTD20LT - VALIDATION LETTERS: ' DL20-LETTRES-VAL.
006980     DISPLAY 'PRTD20LT - REJECTION LETTERS : ' DL20-LETTRES-REJ.
006990     DISPLAY 'PRTD20LT - ALREADY SENT      : ' DL20-DEJA-ENVOYEES.
007000     DISPLAY 'PRTD20LT - STATUS CHANGED    : ' DL20-DEPASSEES.
007010     DISPLAY 'PRTD20LT - EXCEPTIONS        : ' DL20-EXCEPTIONS.
007020     IF DL20-EXCEPTIONS > 0
007030         MOVE 'Y' TO DL20-AVERT-SW
007040     END-IF.
007050     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
007060 8000-EXIT.
007070     EXIT.
007080*
007090 8900-WRITE-RUN-LEDGER.
007100     MOVE 'PRTD20LT' TO DL20-JW-PROGRAMME.
007110     MOVE DL20-DT-JOUR TO DL20-JWT-DT-JOUR.
007120     COMPUTE DL20-JWT-NB-LETTRES = DL20-LETTRES-VAL
007130         + DL20-LETTRES-REJ.
007140     MOVE DL20-EXCEPTIONS TO DL20-JWT-NB-EXCEPT.
007150     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
007160     MOVE DL20-AUD-LUES TO DL20-JW-RECS-READ.
007170     COMPUTE DL20-JW-RECS-ECRITS = DL20-LETTRES-VAL
007180         + DL20-LETTRES-REJ.
007190     IF DL20-AVERTISSEMENT
007200         MOVE 'W' TO DL20-JW-RESULTAT
007210     ELSE
007220         MOVE 'O' TO DL20-JW-RESULTAT
007230     END-IF.
007240     CALL 'PRTD20JW' USING DL20-JW-PARMS.
007250     IF DL20-JW-ECHEC
007260         DISPLAY 'PRTD20LT - WARNING, RUN LEDGER WRITE FAILED'
007270     END-IF.
007280 8900-EXIT.
007290     EXIT.
007300*
007310 9000-PRINT-LINE.
007320     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
007330         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
007340     END-IF.
007350     WRITE PRLETTR-RECORD FROM DL20-LIGNE-TRAVAIL
007360         AFTER ADVANCING 1 LINE.
007370     ADD 1 TO DL20-LIGNE-CNT.
007380 9000-EXIT.
007390     EXIT.
007400*
007410 9100-NEW-PAGE.
007420     ADD 1 TO DL20-PAGE-NO.
007430     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
007440     WRITE PRLETTR-RECORD FROM DL20-ENTETE-PAGE
007450         AFTER ADVANCING PAGE.
007460     MOVE SPACES TO PRLETTR-RECORD.
007470     WRITE PRLETTR-RECORD AFTER ADVANCING 1 LINE.
007480     WRITE PRLETTR-RECORD FROM DL20-ENTETE-COLONNES
007490         AFTER ADVANCING 1 LINE.
007500     MOVE SPACES TO PRLETTR-RECORD.
007510     WRITE PRLETTR-RECORD AFTER ADVANCING 1 LINE.
007520     MOVE 4 TO DL20-LIGNE-CNT.
007530 9100-EXIT.
007540     EXIT.
007550*
007560 9200-PRINT-LETTER-LINE.
007570     WRITE PRLETTR-RECORD FROM DL20-LIGNE-TRAVAIL
007580         AFTER ADVANCING DL20-SAUT LINES.
007590     MOVE 1 TO DL20-SAUT.
007600 9200-EXIT.
007610     EXIT.
