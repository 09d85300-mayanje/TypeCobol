000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20QS.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-20.
000060 DATE-COMPILED. 2026-09-20.
000070*****************************************************************
000080*    PROGRAM       : PRTD20QS                                  *
000090*    DESCRIPTION   : NIGHTLY QUALITY-CONTROL SAMPLING OF        *
000100*                    VALIDATIONS. TAKES THE DAY'S SAI OR APP    *
000110*                    TO VAL TRANSITIONS FROM PRAUD20 (COMMAND   *
000120*                    LINE POSITIONS 1-8; TODAY WHEN ZERO OR     *
000130*                    NOT NUMERIC) AND DRAWS, PER                *
000140*                    PRAUD-ID-OPER, A RANDOM SAMPLE OF THEIR    *
000150*                    VALIDATIONS AT THE PRPARAM                 *
000160*                    PRTD20QS/TAUXECH RATE (PERCENT, DEFAULT    *
000170*                    5). AN OPERATOR WHOSE FIRST PROPER         *
000180*                    PROFILE WAS ADDED (PRREFLG CHANGE LOG) IN  *
000190*                    THE LAST PRTD20QS/JOURSNOUV DAYS (DEFAULT  *
000200*                    90) IS SAMPLED AT PRTD20QS/TAUXNOUV        *
000210*                    (DEFAULT 25). EVERY VALIDATION WHOSE       *
000220*                    AMOUNT IN THE REFERENCE CURRENCY           *
000230*                    (PRTD20CV) IS AT OR ABOVE                  *
000240*                    PRTD20QS/SEUILMT (DEFAULT 100000) IS       *
000250*                    ALWAYS TAKEN, OUTSIDE THE RATE. THE DRAW   *
000260*                    IS A SORT ON OPERATOR AND A PSEUDO-RANDOM  *
000270*                    NUMBER SEEDED FROM THE SAMPLING DATE, SO   *
000280*                    A RERUN PICKS THE SAME DOSSIERS; THE       *
000290*                    FRACTION OF A DOSSIER LEFT BY THE RATE IS  *
000300*                    SETTLED BY ONE MORE DRAW, SO A SMALL DAY   *
000310*                    STILL GETS ITS FAIR SHARE OF CHECKS OVER   *
000320*                    TIME. EACH DOSSIER PICKED IS WRITTEN OPEN  *
000330*                    TO THE PRQCTRL WORK FILE (XPRQCT) FOR THE  *
000340*                    REVIEWERS, WHO CLOSE IT THROUGH PRTD20QC,  *
000350*                    AND LISTED ON PRTD20L BY OPERATOR WITH     *
000360*                    THE OPERATOR'S SAMPLING FIGURES.           *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    ---------- ----  -------------------------------------------*
000400*    2026-09-20  DLM  ORIGINAL PROGRAM.                           *
000401*    2026-09-22  DLM  AN OPERATOR IS NOW TAKEN AS NEW ONLY WHEN   *
000402*                     THE FIRST PROPER PROFILE ADDED FOR THEM IS  *
000403*                     INSIDE THE WINDOW, AS THE DESCRIPTION SAYS. *
000404*                     ANY PROFILE ADDED IN THE WINDOW - A SECOND  *
000405*                     ONE, OR ONE RE-ADDED AFTER A DELETE - MADE  *
000406*                     A LONG-STANDING OPERATOR NEW. THE TABLE NOW *
000407*                     HOLDS EVERY OPERATOR WITH A PROPER ADD AND  *
000408*                     THE DATE OF THE FIRST, AND GROWS TO 500     *
000409*                     ENTRIES.                                    *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     COPY PRTD20RSL.
000460     COPY PRAUDSEL.
000470     COPY PRRFLSEL.
000480     COPY PRQCTSEL.
000490     COPY PRIMPSEL.
000500     SELECT PRQCS-SORT-FILE ASSIGN TO SORTWK1.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PRTD20-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY XPRTD20.
000560 FD  PRAUD20-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY XPRAUD.
000590 FD  PRREFLG-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY XPRRFL.
000620 FD  PRQCTRL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY XPRQCT.
000650 FD  PRTD20L-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY XPRPRT.
000680 SD  PRQCS-SORT-FILE.
000690     COPY XPRQCS.
000700 WORKING-STORAGE SECTION.
000710     COPY XPRSTAT.
000720     COPY XPRJWLK.
000730     COPY XPRPRLK.
000740     COPY XPRCVLK.
000750 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000760 77  DL20-MAX-OPER              PIC 9(3)  USAGE COMP VALUE 500.
000770 77  DL20-MAX-NOUV              PIC 9(3)  USAGE COMP VALUE 500.
000780 77  DL20-MODULE                PIC 9(10) VALUE 2147483647.
000790 77  DL20-MULTIPLICATEUR        PIC 9(5)  VALUE 16807.
000800 01  DL20-SWITCHES.
000810     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000820         88  DL20-EOF               VALUE 'Y'.
000830     05  DL20-FIRST-SW          PIC X(1)  VALUE 'Y'.
000840         88  DL20-FIRST-RECORD      VALUE 'Y'.
000850     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000860         88  DL20-TROUVE            VALUE 'Y'.
000870     05  DL20-AUD-SW            PIC X(1)  VALUE 'N'.
000880         88  DL20-AUD-ABSENT        VALUE 'Y'.
000890     05  DL20-QCT-SW            PIC X(1)  VALUE 'N'.
000900         88  DL20-QCT-OUVERT        VALUE 'Y'.
000910     05  DL20-PARM-SW           PIC X(1)  VALUE 'N'.
000920         88  DL20-PARM-TROUVE       VALUE 'Y'.
000930 01  DL20-COUNTERS.
000940     05  DL20-AUD-LUES          PIC 9(9)  USAGE COMP.
000950     05  DL20-VAL-JOUR          PIC 9(7)  USAGE COMP.
000960     05  DL20-VAL-ARCHIVEES     PIC 9(7)  USAGE COMP.
000970     05  DL20-ECH-ALEA          PIC 9(7)  USAGE COMP.
000980     05  DL20-ECH-NOUV          PIC 9(7)  USAGE COMP.
000990     05  DL20-ECH-MONTANT       PIC 9(7)  USAGE COMP.
001000     05  DL20-ECH-DEJA          PIC 9(7)  USAGE COMP.
001010     05  DL20-ECH-ECHECS        PIC 9(7)  USAGE COMP.
001020     05  DL20-ECH-ECRITS        PIC 9(7)  USAGE COMP.
001030     05  DL20-SANS-TAUX         PIC 9(7)  USAGE COMP.
001040     05  DL20-OP-DROPPED        PIC 9(7)  USAGE COMP.
001050     05  DL20-NV-DROPPED        PIC 9(7)  USAGE COMP.
001060 01  DL20-PARMS.
001070     05  DL20-PARM-LINE         PIC X(80).
001080     05  DL20-PARM-DT-JOUR      PIC 9(8).
001090 01  DL20-PARM-VALEUR           PIC 9(15).
001100 01  DL20-TAUX-ECH              PIC 9(3)  VALUE 5.
001110 01  DL20-TAUX-NOUV             PIC 9(3)  VALUE 25.
001120 01  DL20-SEUIL-MT              PIC 9(13) VALUE 100000.
001130 01  DL20-JOURS-NOUV            PIC 9(4)  VALUE 90.
001140 01  DL20-TODAY                 PIC 9(8).
001150 01  DL20-DT-JOUR               PIC 9(8).
001160 01  DL20-DT-LIMITE-NOUV        PIC 9(8).
001170 01  DL20-ENTIER-TRAV           PIC 9(9)  USAGE COMP.
001180 01  DL20-OPER-CHERCHE          PIC X(8).
001190 01  DL20-OPER-COURANT          PIC X(8).
001200*    PSEUDO-RANDOM NUMBERS : MULTIPLICATIVE CONGRUENTIAL GENERATOR
001210*    (MULTIPLIER 16807, MODULUS 2**31 - 1), SEEDED FROM THE
001220*    SAMPLING DATE.
001230 01  DL20-GRAINE                PIC 9(10) USAGE COMP-3.
001240 01  DL20-PRODUIT               PIC 9(15) USAGE COMP-3.
001250 01  DL20-QUOTIENT              PIC 9(15) USAGE COMP-3.
001260 01  DL20-TIRAGE-FRAC           PIC 9V9(9) USAGE COMP-3.
001270*    HOW MANY OF THE CURRENT OPERATOR'S VALIDATIONS BELOW THE
001280*    AMOUNT THRESHOLD ARE TO BE TAKEN, AND HOW MANY ALREADY ARE.
001290 01  DL20-CIBLE                 PIC 9(7)V9(4) USAGE COMP-3.
001300 01  DL20-CIBLE-ENTIER          PIC 9(7)  USAGE COMP.
001310 01  DL20-PRIS                  PIC 9(7)  USAGE COMP.
001320 01  DL20-TAUX-OPER             PIC 9(3).
001330*    ONE ENTRY PER OPERATOR WITH VALIDATIONS ON THE DAY.
001340 01  DL20-OPER-TABLE.
001350     05  DL20-OP-ENTRY   OCCURS 1 TO 500 TIMES
001360                         DEPENDING ON DL20-OP-COUNT
001370                         INDEXED BY DL20-OP-IDX.
001380         10  DL20-OP-ID-OPER    PIC X(8).
001390         10  DL20-OP-NB-VAL     PIC 9(7)  USAGE COMP.
001400         10  DL20-OP-NB-SOUS-SEUIL
001410                                PIC 9(7)  USAGE COMP.
001420         10  DL20-OP-NB-ECH     PIC 9(7)  USAGE COMP.
001430         10  DL20-OP-NOUVEAU-SW PIC X(1).
001440             88  DL20-OP-NOUVEAU    VALUE 'Y'.
001450 01  DL20-OP-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001460*    EVERY OPERATOR GIVEN A PROPER PROFILE UP TO THE SAMPLING
001470*    DATE, WITH THE DATE OF THE FIRST ONE. THE OPERATOR IS NEW
001475*    WHEN THAT DATE FALLS WITHIN THE NEW-OPERATOR WINDOW.
001480 01  DL20-NOUV-TABLE.
001490     05  DL20-NV-ENTRY   OCCURS 1 TO 500 TIMES
001500                         DEPENDING ON DL20-NV-COUNT
001510                         INDEXED BY DL20-NV-IDX.
001520         10  DL20-NV-ID-OPER    PIC X(8).
001525         10  DL20-NV-DT-PREMIER PIC 9(8).
001530 01  DL20-NV-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001540 01  DL20-JW-TEXTE.
001550     05  FILLER                 PIC X(3)  VALUE 'DT='.
001560     05  DL20-JWT-DT-JOUR       PIC 9(8).
001570     05  FILLER                 PIC X(6)  VALUE ' TAUX='.
001580     05  DL20-JWT-TAUX-ECH      PIC 9(3).
001590     05  FILLER                 PIC X(1)  VALUE '/'.
001600     05  DL20-JWT-TAUX-NOUV     PIC 9(3).
001610     05  FILLER                 PIC X(7)  VALUE ' SEUIL='.
001620     05  DL20-JWT-SEUIL-MT      PIC 9(9).
001630 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
001640 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
001650 01  DL20-LIGNE-TRAVAIL         PIC X(132).
001660 01  DL20-ENTETE-COLONNES       PIC X(132).
001670 01  DL20-ENTETE-PAGE.
001680     05  FILLER                 PIC X(10) VALUE 'PRTD20QS'.
001690     05  FILLER                 PIC X(28)
001700         VALUE 'QUALITY-CONTROL SAMPLE'.
001710     05  FILLER                 PIC X(15) VALUE 'VALIDATIONS OF'.
001720     05  DL20-ENT-DATE          PIC 9(8).
001730     05  FILLER                 PIC X(6)  VALUE SPACES.
001740     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001750     05  DL20-ENT-PAGE          PIC ZZZ9.
001760     05  FILLER                 PIC X(56) VALUE SPACES.
001770 01  DL20-LIGNE-DETAIL.
001780     05  FILLER                 PIC X(1)  VALUE SPACE.
001790     05  DL20-DET-OPER          PIC X(8).
001800     05  FILLER                 PIC X(2)  VALUE SPACES.
001810     05  DL20-DET-DOSSIER       PIC Z(10)9.
001820     05  FILLER                 PIC X(2)  VALUE SPACES.
001830     05  DL20-DET-SEQ           PIC ZZZZ9.
001840     05  FILLER                 PIC X(2)  VALUE SPACES.
001850     05  DL20-DET-UNITE         PIC X(3).
001860     05  FILLER                 PIC X(2)  VALUE SPACES.
001870     05  DL20-DET-DEVISE        PIC X(3).
001880     05  FILLER                 PIC X(2)  VALUE SPACES.
001890     05  DL20-DET-MT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001900     05  FILLER                 PIC X(2)  VALUE SPACES.
001910     05  DL20-DET-MT-REF        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001920     05  FILLER                 PIC X(2)  VALUE SPACES.
001930     05  DL20-DET-MOTIF         PIC X(20).
001940     05  FILLER                 PIC X(2)  VALUE SPACES.
001950     05  DL20-DET-NOTE          PIC X(15).
001960     05  FILLER                 PIC X(10) VALUE SPACES.
001970 01  DL20-LIGNE-OPER.
001980     05  FILLER                 PIC X(1)  VALUE SPACE.
001990     05  DL20-OPL-OPER          PIC X(8).
002000     05  FILLER                 PIC X(15) VALUE '  VALIDATIONS'.
002010     05  DL20-OPL-NB-VAL        PIC ZZZZZ9.
002020     05  FILLER                 PIC X(14) VALUE '  BELOW LIMIT'.
002030     05  DL20-OPL-NB-SOUS       PIC ZZZZZ9.
002040     05  FILLER                 PIC X(10) VALUE '  SAMPLED'.
002050     05  DL20-OPL-NB-ECH        PIC ZZZZZ9.
002060     05  FILLER                 PIC X(8)  VALUE '  RATE'.
002070     05  DL20-OPL-TAUX          PIC ZZ9.
002080     05  FILLER                 PIC X(6)  VALUE ' PCT  '.
002090     05  DL20-OPL-NOUVEAU       PIC X(12).
002100     05  FILLER                 PIC X(37) VALUE SPACES.
002110 01  DL20-LIGNE-TOTAL.
002120     05  FILLER                 PIC X(1)  VALUE SPACE.
002130     05  DL20-TOT-LIB           PIC X(40).
002140     05  DL20-TOT-NB            PIC ZZZZZZ9.
002150     05  FILLER                 PIC X(84) VALUE SPACES.
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     SORT PRQCS-SORT-FILE
002200         ON ASCENDING KEY QCS-ID-OPER
002210         ON ASCENDING KEY QCS-TIRAGE
002220         INPUT PROCEDURE IS 2000-SELECT-VALIDATIONS
002230         OUTPUT PROCEDURE IS 3000-DRAW-SAMPLE.
002240     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002250     GOBACK.
002260*
002270 1000-INITIALIZE.
002280     INITIALIZE DL20-COUNTERS.
002290     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002300     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
002310     MOVE DL20-PARM-LINE(1:8) TO DL20-PARM-DT-JOUR.
002320     IF DL20-PARM-DT-JOUR IS NUMERIC
002330         AND DL20-PARM-DT-JOUR NOT = ZERO
002340         MOVE DL20-PARM-DT-JOUR TO DL20-DT-JOUR
002350     ELSE
002360         MOVE DL20-TODAY TO DL20-DT-JOUR
002370     END-IF.
002380     MOVE DL20-DT-JOUR TO DL20-ENT-DATE.
002390     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
002400     COMPUTE DL20-ENTIER-TRAV =
002410         FUNCTION INTEGER-OF-DATE(DL20-DT-JOUR) - DL20-JOURS-NOUV.
002420     COMPUTE DL20-DT-LIMITE-NOUV =
002430         FUNCTION DATE-OF-INTEGER(DL20-ENTIER-TRAV).
002440     PERFORM 1200-LOAD-NEW-OPERATORS THRU 1200-EXIT.
002450*    THE SEED DEPENDS ON THE SAMPLING DATE ONLY, SO A RERUN FOR
002460*    THE SAME DAY DRAWS THE SAME NUMBERS.
002470     DIVIDE DL20-DT-JOUR BY 2147483646 GIVING DL20-QUOTIENT
002480         REMAINDER DL20-GRAINE.
002490     ADD 1 TO DL20-GRAINE.
002500     PERFORM 1300-OPEN-QC-FILE THRU 1300-EXIT.
002510     OPEN INPUT PRTD20-FILE.
002520     OPEN OUTPUT PRTD20L-FILE.
002530     MOVE SPACES TO DL20-ENTETE-COLONNES.
002540     MOVE ' OPERATOR      DOSSIER    SEQ  UNIT CUR'
002550         TO DL20-ENTETE-COLONNES(1:40).
002560     MOVE '              AMOUNT AMOUNT IN REF CURRENCY REASON'
002570         TO DL20-ENTETE-COLONNES(41:50).
002580     MOVE 'NOTE' TO DL20-ENTETE-COLONNES(107:4).
002590 1000-EXIT.
002600     EXIT.
002610*
002620 1100-READ-PARAMETERS.
002630     MOVE 'TAUXECH' TO DL20-PR-NOM.
002640     PERFORM 1150-READ-PARM THRU 1150-EXIT.
002650     IF DL20-PARM-TROUVE AND DL20-PARM-VALEUR NOT > 100
002660         MOVE DL20-PARM-VALEUR TO DL20-TAUX-ECH
002670     END-IF.
002680     MOVE 'TAUXNOUV' TO DL20-PR-NOM.
002690     PERFORM 1150-READ-PARM THRU 1150-EXIT.
002700     IF DL20-PARM-TROUVE AND DL20-PARM-VALEUR NOT > 100
002710         MOVE DL20-PARM-VALEUR TO DL20-TAUX-NOUV
002720     END-IF.
002730     MOVE 'SEUILMT' TO DL20-PR-NOM.
002740     PERFORM 1150-READ-PARM THRU 1150-EXIT.
002750     IF DL20-PARM-TROUVE AND DL20-PARM-VALEUR > 0
002760         MOVE DL20-PARM-VALEUR TO DL20-SEUIL-MT
002770     END-IF.
002780     MOVE 'JOURSNOUV' TO DL20-PR-NOM.
002790     PERFORM 1150-READ-PARM THRU 1150-EXIT.
002800     IF DL20-PARM-TROUVE AND DL20-PARM-VALEUR < 10000
002810         MOVE DL20-PARM-VALEUR TO DL20-JOURS-NOUV
002820     END-IF.
002830 1100-EXIT.
002840     EXIT.
002850*
002860 1150-READ-PARM.
002870     MOVE 'N' TO DL20-PARM-SW.
002880     MOVE 'PRTD20QS' TO DL20-PR-PROGRAMME.
002890     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002900     IF DL20-PR-TROUVE
002910         MOVE 'Y' TO DL20-PARM-SW
002920         MOVE DL20-PR-VALEUR-NUM TO DL20-PARM-VALEUR
002930     END-IF.
002940     IF DL20-PR-NON-NUM
002950         DISPLAY 'PRTD20QS - ' DL20-PR-NOM
002960             ' ON PRPARAM NOT NUMERIC, DEFAULT KEPT'
002970     END-IF.
002980 1150-EXIT.
002990     EXIT.
003000*
003010 1200-LOAD-NEW-OPERATORS.
003020*    AN OPERATOR IS NEW WHEN THE FIRST PROPER PROFILE ADDED FOR
003030*    THEM BY PRTD20RF IS INSIDE THE WINDOW. PROFILES ADDED
003040*    BEFORE THE CHANGE LOG EXISTED ARE NOT ON IT, SO THOSE
003050*    OPERATORS ARE NEVER TAKEN AS NEW.
003060     MOVE 0 TO DL20-NV-COUNT.
003070     OPEN INPUT PRREFLG-FILE.
003080     IF NOT DL20-PRREFLG-OK
003090         DISPLAY 'PRTD20QS - PRREFLG NOT AVAILABLE, STATUS '
003100             DL20-PRREFLG-STATUS ' - NO NEW OPERATORS'
003110         GO TO 1200-EXIT
003120     END-IF.
003130     PERFORM 1210-READ-CHANGE THRU 1210-EXIT.
003140     PERFORM 1220-CHECK-CHANGE THRU 1220-EXIT
003150         UNTIL DL20-EOF.
003160     MOVE 'N' TO DL20-EOF-SW.
003170     CLOSE PRREFLG-FILE.
003180 1200-EXIT.
003190     EXIT.
003200*
003210 1210-READ-CHANGE.
003220     READ PRREFLG-FILE NEXT RECORD
003230         AT END
003240             MOVE 'Y' TO DL20-EOF-SW
003250     END-READ.
003260 1210-EXIT.
003270     EXIT.
003280*
003290 1220-CHECK-CHANGE.
003300     IF RFL-CD-FICHIER NOT = 'PROPER'
003310         OR RFL-CD-ACTION NOT = 'A'
003330         OR RFL-DT-MAJ > DL20-DT-JOUR
003340         GO TO 1220-NEXT
003350     END-IF.
003360     MOVE RFL-APRES(1:8) TO DL20-OPER-CHERCHE.
003370     PERFORM 1230-FIND-NEW-OPER THRU 1230-EXIT.
003380     IF DL20-TROUVE
003382         IF RFL-DT-MAJ < DL20-NV-DT-PREMIER(DL20-NV-IDX)
003384             MOVE RFL-DT-MAJ TO DL20-NV-DT-PREMIER(DL20-NV-IDX)
003386         END-IF
003390         GO TO 1220-NEXT
003400     END-IF.
003410     IF DL20-NV-COUNT < DL20-MAX-NOUV
003420         ADD 1 TO DL20-NV-COUNT
003430         MOVE DL20-OPER-CHERCHE TO DL20-NV-ID-OPER(DL20-NV-COUNT)
003435         MOVE RFL-DT-MAJ TO DL20-NV-DT-PREMIER(DL20-NV-COUNT)
003440     ELSE
003450         ADD 1 TO DL20-NV-DROPPED
003460     END-IF.
003470 1220-NEXT.
003480     PERFORM 1210-READ-CHANGE THRU 1210-EXIT.
003490 1220-EXIT.
003500     EXIT.
003510*
003520 1230-FIND-NEW-OPER.
003530     MOVE 'N' TO DL20-TROUVE-SW.
003540     IF DL20-NV-COUNT > 0
003550         SET DL20-NV-IDX TO 1
003560         SEARCH DL20-NV-ENTRY VARYING DL20-NV-IDX
003570             AT END
003580                 CONTINUE
003590             WHEN DL20-NV-ID-OPER(DL20-NV-IDX) = DL20-OPER-CHERCHE
003600                 MOVE 'Y' TO DL20-TROUVE-SW
003610         END-SEARCH
003620     END-IF.
003630 1230-EXIT.
003640     EXIT.
003650*
003660 1300-OPEN-QC-FILE.
003670*    THE FIRST EVER RUN FINDS NO PRQCTRL FILE - GUARDED THE SAME
003680*    WAY PRTD20LT GUARDS ITS OPEN OF PRLETEN.
003690     OPEN INPUT PRQCTRL-FILE.
003700     IF DL20-PRQCTRL-STATUS = '35'
003710         OPEN OUTPUT PRQCTRL-FILE
003720         CLOSE PRQCTRL-FILE
003730     ELSE
003740         CLOSE PRQCTRL-FILE
003750     END-IF.
003760     OPEN I-O PRQCTRL-FILE.
003770     IF DL20-PRQCTRL-OK
003780         MOVE 'Y' TO DL20-QCT-SW
003790     ELSE
003800         DISPLAY 'PRTD20QS - PRQCTRL NOT AVAILABLE, STATUS '
003810             DL20-PRQCTRL-STATUS ' - SAMPLE LISTED ONLY'
003820     END-IF.
003830 1300-EXIT.
003840     EXIT.
003850*
003860 2000-SELECT-VALIDATIONS.
003870     OPEN INPUT PRAUD20-FILE.
003880     IF NOT DL20-PRAUD20-OK
003890         DISPLAY 'PRTD20QS - PRAUD20 NOT AVAILABLE, STATUS '
003900             DL20-PRAUD20-STATUS ' - NOTHING SAMPLED'
003910         MOVE 'Y' TO DL20-AUD-SW
003920         GO TO 2000-EXIT
003930     END-IF.
003940     PERFORM 2100-READ-TRANSITION THRU 2100-EXIT.
003950     PERFORM 2200-EVALUATE-TRANSITION THRU 2200-EXIT
003960         UNTIL DL20-EOF.
003970     MOVE 'N' TO DL20-EOF-SW.
003980     CLOSE PRAUD20-FILE.
003990 2000-EXIT.
004000     EXIT.
004010*
004020 2100-READ-TRANSITION.
004030     READ PRAUD20-FILE NEXT RECORD
004040         AT END
004050             MOVE 'Y' TO DL20-EOF-SW
004060         NOT AT END
004070             ADD 1 TO DL20-AUD-LUES
004080     END-READ.
004090 2100-EXIT.
004100     EXIT.
004110*
004120 2200-EVALUATE-TRANSITION.
004130     IF PRAUD-DT-TRANSIT = DL20-DT-JOUR
004140         AND PRAUD-CD-ETA-APRES = 'V'
004150         AND (PRAUD-CD-ETA-AVANT = 'S' OR 'A')
004160         PERFORM 2300-RELEASE-VALIDATION THRU 2300-EXIT
004170     END-IF.
004180     PERFORM 2100-READ-TRANSITION THRU 2100-EXIT.
004190 2200-EXIT.
004200     EXIT.
004210*
004220 2300-RELEASE-VALIDATION.
004230     ADD 1 TO DL20-VAL-JOUR.
004240     MOVE PRAUD-NO-DOSSIER TO LDO-NO-DOSSIER.
004250     READ PRTD20-FILE
004260         KEY IS LDO-NO-DOSSIER
004270         INVALID KEY
004280             ADD 1 TO DL20-VAL-ARCHIVEES
004290             GO TO 2300-EXIT
004300     END-READ.
004310     MOVE PRAUD-ID-OPER TO DL20-OPER-CHERCHE.
004320     IF DL20-OPER-CHERCHE = SPACES
004330         MOVE '*NONE*' TO DL20-OPER-CHERCHE
004340     END-IF.
004350     PERFORM 2400-FIND-OPERATOR THRU 2400-EXIT.
004360     IF NOT DL20-TROUVE
004370         GO TO 2300-EXIT
004380     END-IF.
004390     MOVE DL20-OPER-CHERCHE TO QCS-ID-OPER.
004400     MOVE PRAUD-NO-DOSSIER  TO QCS-NO-DOSSIER.
004410     MOVE PRAUD-NO-SEQ      TO QCS-NO-SEQ.
004420     MOVE LDO-CD-UNITE      TO QCS-CD-UNITE.
004430     MOVE LDO-CD-DEVISE     TO QCS-CD-DEVISE.
004440     MOVE LDO-MT-DOSSIER    TO QCS-MT-DOSSIER.
004450     MOVE LDO-CD-DEVISE     TO DL20-CV-DEVISE.
004460     MOVE LDO-MT-DOSSIER    TO DL20-CV-MT.
004470     CALL 'PRTD20CV' USING DL20-CV-PARMS.
004480     IF DL20-CV-SANS-TAUX
004490         ADD 1 TO DL20-SANS-TAUX
004500     END-IF.
004510     MOVE DL20-CV-MT-REF    TO QCS-MT-REF.
004520     ADD 1 TO DL20-OP-NB-VAL(DL20-OP-IDX).
004530     IF DL20-CV-MT-REF NOT < DL20-SEUIL-MT
004540         MOVE 'Y' TO QCS-AU-SEUIL-SW
004550     ELSE
004560         MOVE 'N' TO QCS-AU-SEUIL-SW
004570         ADD 1 TO DL20-OP-NB-SOUS-SEUIL(DL20-OP-IDX)
004580     END-IF.
004590     PERFORM 2500-NEXT-RANDOM THRU 2500-EXIT.
004600     MOVE DL20-GRAINE TO QCS-TIRAGE.
004610     RELEASE PRQCS-SORT-RECORD.
004620 2300-EXIT.
004630     EXIT.
004640*
004650 2400-FIND-OPERATOR.
004660     MOVE 'N' TO DL20-TROUVE-SW.
004670     IF DL20-OP-COUNT > 0
004680         SET DL20-OP-IDX TO 1
004690         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
004700             AT END
004710                 CONTINUE
004720             WHEN DL20-OP-ID-OPER(DL20-OP-IDX) = DL20-OPER-CHERCHE
004730                 MOVE 'Y' TO DL20-TROUVE-SW
004740         END-SEARCH
004750     END-IF.
004760     IF DL20-TROUVE
004770         GO TO 2400-EXIT
004780     END-IF.
004790     IF DL20-OP-COUNT < DL20-MAX-OPER
004800         ADD 1 TO DL20-OP-COUNT
004810         SET DL20-OP-IDX TO DL20-OP-COUNT
004820         INITIALIZE DL20-OP-ENTRY(DL20-OP-IDX)
004830         MOVE DL20-OPER-CHERCHE TO DL20-OP-ID-OPER(DL20-OP-IDX)
004840         PERFORM 1230-FIND-NEW-OPER THRU 1230-EXIT
004850         IF DL20-TROUVE
004853             AND DL20-NV-DT-PREMIER(DL20-NV-IDX)
004856                 > DL20-DT-LIMITE-NOUV
004860             MOVE 'Y' TO DL20-OP-NOUVEAU-SW(DL20-OP-IDX)
004870         ELSE
004880             MOVE 'N' TO DL20-OP-NOUVEAU-SW(DL20-OP-IDX)
004890         END-IF
004900         MOVE 'Y' TO DL20-TROUVE-SW
004910     ELSE
004920         ADD 1 TO DL20-OP-DROPPED
004930     END-IF.
004940 2400-EXIT.
004950     EXIT.
004960*
004970 2500-NEXT-RANDOM.
004980     COMPUTE DL20-PRODUIT = DL20-GRAINE * DL20-MULTIPLICATEUR.
004990     DIVIDE DL20-PRODUIT BY DL20-MODULE GIVING DL20-QUOTIENT
005000         REMAINDER DL20-GRAINE.
005010     COMPUTE DL20-TIRAGE-FRAC = DL20-GRAINE / DL20-MODULE.
005020 2500-EXIT.
005030     EXIT.
005040*
005050 3000-DRAW-SAMPLE.
005060     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
005070         UNTIL DL20-EOF.
005080     MOVE 'N' TO DL20-EOF-SW.
005090     IF NOT DL20-FIRST-RECORD
005100         PERFORM 3500-CLOSE-OPERATOR THRU 3500-EXIT
005110     END-IF.
005120     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT.
005130 3000-EXIT.
005140     EXIT.
005150*
005160 3100-RETURN-SORTED.
005170     RETURN PRQCS-SORT-FILE
005180         AT END
005190             MOVE 'Y' TO DL20-EOF-SW
005200         NOT AT END
005210             PERFORM 3200-CONSIDER-VALIDATION THRU 3200-EXIT
005220     END-RETURN.
005230 3100-EXIT.
005240     EXIT.
005250*
005260 3200-CONSIDER-VALIDATION.
005270     IF DL20-FIRST-RECORD
005280         MOVE 'N' TO DL20-FIRST-SW
005290         PERFORM 3300-OPEN-OPERATOR THRU 3300-EXIT
005300     END-IF.
005310     IF QCS-ID-OPER NOT = DL20-OPER-COURANT
005320         PERFORM 3500-CLOSE-OPERATOR THRU 3500-EXIT
005330         PERFORM 3300-OPEN-OPERATOR THRU 3300-EXIT
005340     END-IF.
005350     EVALUATE TRUE
005360         WHEN QCS-AU-SEUIL
005370             MOVE 'M' TO QCT-CD-MOTIF-ECH
005380             PERFORM 3400-WRITE-SAMPLE THRU 3400-EXIT
005390         WHEN DL20-PRIS < DL20-CIBLE-ENTIER
005400             ADD 1 TO DL20-PRIS
005410             IF DL20-OP-NOUVEAU(DL20-OP-IDX)
005420                 MOVE 'N' TO QCT-CD-MOTIF-ECH
005430             ELSE
005440                 MOVE 'A' TO QCT-CD-MOTIF-ECH
005450             END-IF
005460             PERFORM 3400-WRITE-SAMPLE THRU 3400-EXIT
005470         WHEN OTHER
005480             CONTINUE
005490     END-EVALUATE.
005500 3200-EXIT.
005510     EXIT.
005520*
005530 3300-OPEN-OPERATOR.
005540*    THE NUMBER TO TAKE IS THE RATE APPLIED TO THE OPERATOR'S
005550*    VALIDATIONS BELOW THE THRESHOLD. ITS WHOLE PART IS ALWAYS
005560*    TAKEN; ITS FRACTION IS THE CHANCE OF TAKING ONE MORE.
005570     MOVE QCS-ID-OPER TO DL20-OPER-COURANT DL20-OPER-CHERCHE.
005580     PERFORM 2400-FIND-OPERATOR THRU 2400-EXIT.
005590     IF DL20-OP-NOUVEAU(DL20-OP-IDX)
005600         MOVE DL20-TAUX-NOUV TO DL20-TAUX-OPER
005610     ELSE
005620         MOVE DL20-TAUX-ECH TO DL20-TAUX-OPER
005630     END-IF.
005640     COMPUTE DL20-CIBLE =
005650         DL20-OP-NB-SOUS-SEUIL(DL20-OP-IDX) * DL20-TAUX-OPER
005660         / 100.
005670     MOVE DL20-CIBLE TO DL20-CIBLE-ENTIER.
005680     PERFORM 2500-NEXT-RANDOM THRU 2500-EXIT.
005690     IF DL20-CIBLE - DL20-CIBLE-ENTIER > DL20-TIRAGE-FRAC
005700         ADD 1 TO DL20-CIBLE-ENTIER
005710     END-IF.
005720     MOVE 0 TO DL20-PRIS.
005730 3300-EXIT.
005740     EXIT.
005750*
005760 3400-WRITE-SAMPLE.
005770     MOVE QCS-ID-OPER        TO DL20-DET-OPER.
005780     MOVE QCS-NO-DOSSIER     TO DL20-DET-DOSSIER.
005790     MOVE QCS-NO-SEQ         TO DL20-DET-SEQ.
005800     MOVE QCS-CD-UNITE       TO DL20-DET-UNITE.
005810     MOVE QCS-CD-DEVISE      TO DL20-DET-DEVISE.
005820     MOVE QCS-MT-DOSSIER     TO DL20-DET-MT.
005830     MOVE QCS-MT-REF         TO DL20-DET-MT-REF.
005840     EVALUATE TRUE
005850         WHEN QCT-ECH-MONTANT
005860             MOVE 'AMOUNT THRESHOLD' TO DL20-DET-MOTIF
005870             ADD 1 TO DL20-ECH-MONTANT
005880         WHEN QCT-ECH-NOUVEL-OPER
005890             MOVE 'RANDOM - NEW OPER' TO DL20-DET-MOTIF
005900             ADD 1 TO DL20-ECH-NOUV
005910         WHEN OTHER
005920             MOVE 'RANDOM' TO DL20-DET-MOTIF
005930             ADD 1 TO DL20-ECH-ALEA
005940     END-EVALUATE.
005950     ADD 1 TO DL20-OP-NB-ECH(DL20-OP-IDX).
005960     MOVE SPACES TO DL20-DET-NOTE.
005970     IF NOT DL20-QCT-OUVERT
005980         MOVE 'NOT FILED' TO DL20-DET-NOTE
005990         ADD 1 TO DL20-ECH-ECHECS
006000         GO TO 3400-PRINT
006010     END-IF.
006020     MOVE QCS-NO-DOSSIER     TO QCT-NO-DOSSIER.
006030     MOVE QCS-NO-SEQ         TO QCT-NO-SEQ.
006040     MOVE DL20-DT-JOUR       TO QCT-DT-TRANSIT.
006050     MOVE QCS-ID-OPER        TO QCT-ID-OPER.
006060     MOVE QCS-CD-UNITE       TO QCT-CD-UNITE.
006070     MOVE QCS-CD-DEVISE      TO QCT-CD-DEVISE.
006080     MOVE QCS-MT-DOSSIER     TO QCT-MT-DOSSIER.
006090     MOVE QCS-MT-REF         TO QCT-MT-REF.
006100     MOVE DL20-TODAY         TO QCT-DT-ECHANT.
006110     MOVE 'O'                TO QCT-CD-STATUT.
006120     MOVE SPACES             TO QCT-CD-RESULTAT QCT-CD-ERREUR
006130                                QCT-ID-CONTROLEUR.
006140     MOVE 0                  TO QCT-DT-CLOS.
006150     WRITE PRQCTRL-RECORD
006160         INVALID KEY
006170             IF DL20-PRQCTRL-STATUS = '22'
006180                 MOVE 'ALREADY SAMPLED' TO DL20-DET-NOTE
006190                 ADD 1 TO DL20-ECH-DEJA
006200             ELSE
006210                 MOVE 'NOT FILED' TO DL20-DET-NOTE
006220                 ADD 1 TO DL20-ECH-ECHECS
006230             END-IF
006240         NOT INVALID KEY
006250             ADD 1 TO DL20-ECH-ECRITS
006260     END-WRITE.
006270 3400-PRINT.
006280     MOVE DL20-LIGNE-DETAIL TO DL20-LIGNE-TRAVAIL.
006290     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006300 3400-EXIT.
006310     EXIT.
006320*
006330 3500-CLOSE-OPERATOR.
006340     MOVE DL20-OPER-COURANT TO DL20-OPL-OPER.
006350     MOVE DL20-OP-NB-VAL(DL20-OP-IDX) TO DL20-OPL-NB-VAL.
006360     MOVE DL20-OP-NB-SOUS-SEUIL(DL20-OP-IDX) TO DL20-OPL-NB-SOUS.
006370     MOVE DL20-OP-NB-ECH(DL20-OP-IDX) TO DL20-OPL-NB-ECH.
006380     MOVE DL20-TAUX-OPER TO DL20-OPL-TAUX.
006390     IF DL20-OP-NOUVEAU(DL20-OP-IDX)
006400         MOVE 'NEW OPERATOR' TO DL20-OPL-NOUVEAU
006410     ELSE
006420         MOVE SPACES TO DL20-OPL-NOUVEAU
006430     END-IF.
006440     MOVE DL20-LIGNE-OPER TO DL20-LIGNE-TRAVAIL.
006450     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006460     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
006470     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006480 3500-EXIT.
006490     EXIT.
006500*
006510 3700-PRINT-TOTALS.
006520     MOVE SPACES TO DL20-ENTETE-COLONNES.
006530     IF DL20-PAGE-NO = 0
006540         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
006550     END-IF.
006560     MOVE 'VALIDATIONS OF THE DAY' TO DL20-TOT-LIB.
006570     MOVE DL20-VAL-JOUR TO DL20-TOT-NB.
006580     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006590     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006600     MOVE 'DOSSIER NO LONGER ON PRTD20 - SKIPPED' TO DL20-TOT-LIB.
006610     MOVE DL20-VAL-ARCHIVEES TO DL20-TOT-NB.
006620     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006630     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006640     MOVE 'OPERATORS' TO DL20-TOT-LIB.
006650     MOVE DL20-OP-COUNT TO DL20-TOT-NB.
006660     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006670     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006680     MOVE 'SAMPLED AT RANDOM' TO DL20-TOT-LIB.
006690     MOVE DL20-ECH-ALEA TO DL20-TOT-NB.
006700     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006710     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006720     MOVE 'SAMPLED AT RANDOM - NEW OPERATORS' TO DL20-TOT-LIB.
006730     MOVE DL20-ECH-NOUV TO DL20-TOT-NB.
006740     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006750     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006760     MOVE 'SAMPLED ON AMOUNT THRESHOLD' TO DL20-TOT-LIB.
006770     MOVE DL20-ECH-MONTANT TO DL20-TOT-NB.
006780     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006790     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006800     MOVE 'WRITTEN TO PRQCTRL' TO DL20-TOT-LIB.
006810     MOVE DL20-ECH-ECRITS TO DL20-TOT-NB.
006820     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006830     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006840     MOVE 'ALREADY ON PRQCTRL FROM AN EARLIER RUN'
006850         TO DL20-TOT-LIB.
006860     MOVE DL20-ECH-DEJA TO DL20-TOT-NB.
006870     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006880     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006890     MOVE 'NOT FILED - PRQCTRL WRITE FAILED' TO DL20-TOT-LIB.
006900     MOVE DL20-ECH-ECHECS TO DL20-TOT-NB.
006910     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006920     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006930 3700-EXIT.
006940     EXIT.
006950*
006960 8000-TERMINATE.
006970     CLOSE PRTD20-FILE.
006980     IF DL20-QCT-OUVERT
006990         CLOSE PRQCTRL-FILE
007000     END-IF.
007010     CLOSE PRTD20L-FILE.
007020     DISPLAY 'PRTD20QS - SAMPLING DATE      : ' DL20-DT-JOUR.
007030     DISPLAY 'PRTD20QS - TRANSITIONS READ   : ' DL20-AUD-LUES.
007040     DISPLAY 'PRTD20QS - VALIDATIONS        : ' DL20-VAL-JOUR.
007050     DISPLAY 'PRTD20QS - SAMPLED RANDOM     : ' DL20-ECH-ALEA.
007060     DISPLAY 'PRTD20QS - SAMPLED NEW OPER   : ' DL20-ECH-NOUV.
007070     DISPLAY 'PRTD20QS - SAMPLED ON AMOUNT  : ' DL20-ECH-MONTANT.
007080     DISPLAY 'PRTD20QS - WRITTEN TO PRQCTRL : ' DL20-ECH-ECRITS.
007090     DISPLAY 'PRTD20QS - ALREADY SAMPLED    : ' DL20-ECH-DEJA.
007100     IF DL20-ECH-ECHECS > 0
007110         DISPLAY 'PRTD20QS - WARNING, SAMPLES NOT FILED : '
007120             DL20-ECH-ECHECS
007130     END-IF.
007140     IF DL20-SANS-TAUX > 0
007150         DISPLAY 'PRTD20QS - WARNING, AMOUNTS WITH NO RATE : '
007160             DL20-SANS-TAUX
007170     END-IF.
007180     IF DL20-OP-DROPPED > 0 OR DL20-NV-DROPPED > 0
007190         DISPLAY 'PRTD20QS - WARNING, TABLE FULL, ENTRIES LEFT '
007200             'OUT : ' DL20-OP-DROPPED ' / ' DL20-NV-DROPPED
007210     END-IF.
007220     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
007230 8000-EXIT.
007240     EXIT.
007250*
007260 8900-WRITE-RUN-LEDGER.
007270     MOVE 'PRTD20QS' TO DL20-JW-PROGRAMME.
007280     MOVE DL20-DT-JOUR TO DL20-JWT-DT-JOUR.
007290     MOVE DL20-TAUX-ECH TO DL20-JWT-TAUX-ECH.
007300     MOVE DL20-TAUX-NOUV TO DL20-JWT-TAUX-NOUV.
007310     MOVE DL20-SEUIL-MT TO DL20-JWT-SEUIL-MT.
007320     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
007330     MOVE DL20-AUD-LUES TO DL20-JW-RECS-READ.
007340     MOVE DL20-ECH-ECRITS TO DL20-JW-RECS-ECRITS.
007350     IF DL20-AUD-ABSENT OR DL20-ECH-ECHECS > 0
007360         OR DL20-SANS-TAUX > 0
007370         OR DL20-OP-DROPPED > 0 OR DL20-NV-DROPPED > 0
007380         MOVE 'W' TO DL20-JW-RESULTAT
007390     ELSE
007400         MOVE 'O' TO DL20-JW-RESULTAT
007410     END-IF.
007420     CALL 'PRTD20JW' USING DL20-JW-PARMS.
007430     IF DL20-JW-ECHEC
007440         DISPLAY 'PRTD20QS - WARNING, RUN LEDGER WRITE FAILED'
007450     END-IF.
007460 8900-EXIT.
007470     EXIT.
007480*
007490 9000-PRINT-LINE.
007500     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
007510         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
007520     END-IF.
007530     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
007540         AFTER ADVANCING 1 LINE.
007550     ADD 1 TO DL20-LIGNE-CNT.
007560 9000-EXIT.
007570     EXIT.
007580*
007590 9100-NEW-PAGE.
007600     ADD 1 TO DL20-PAGE-NO.
007610     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
007620     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
007630         AFTER ADVANCING PAGE.
007640     MOVE SPACES TO PRLIGNE-RECORD.
007650     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
007660     MOVE 2 TO DL20-LIGNE-CNT.
007670     IF DL20-ENTETE-COLONNES NOT = SPACES
007680         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
007690             AFTER ADVANCING 1 LINE
007700         MOVE SPACES TO PRLIGNE-RECORD
007710         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
007720         MOVE 4 TO DL20-LIGNE-CNT
007730     END-IF.
007740 9100-EXIT.
007750     EXIT.
