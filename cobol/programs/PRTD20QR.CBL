000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20QR.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-20.
000060 DATE-COMPILED. 2026-09-20.
000070*****************************************************************
000080*    PROGRAM       : PRTD20QR                                  *
000090*    DESCRIPTION   : MONTHLY QUALITY-CONTROL ERROR-RATE         *
000100*                    REPORT. TAKES EVERY PRQCTRL ENTRY          *
000110*                    (XPRQCT) WHOSE VALIDATION FELL IN THE      *
000120*                    REPORT MONTH (COMMAND LINE POSITIONS 1-6,  *
000130*                    YYYYMM; THE PREVIOUS MONTH WHEN ZERO OR    *
000140*                    NOT NUMERIC), SORTS THEM BY OPERATOR AND   *
000150*                    UNIT AND PRINTS ON PRTD20L, IN THE         *
000160*                    PRTD20PK PAGE STYLE, THE NUMBER SAMPLED,   *
000170*                    REVIEWED, PASSED, FAILED AND STILL OPEN    *
000180*                    AND THE ERROR RATE (FAILS OVER REVIEWS)    *
000190*                    FOR EACH OPERATOR AND UNIT, EACH           *
000200*                    OPERATOR, THEN EACH UNIT (PRUNITE ORDER)   *
000210*                    AND THE WHOLE PORTFOLIO, FOLLOWED BY THE   *
000220*                    FAILS BY ERROR CATEGORY. AN OPERATOR OR    *
000230*                    UNIT WHOSE ERROR RATE IS ABOVE PRPARAM     *
000240*                    PRTD20QR/SEUILERR (PERCENT, DEFAULT 10)    *
000250*                    IS MARKED FOR TRAINING. ENTRIES TAKEN ON   *
000260*                    THE AMOUNT THRESHOLD ARE COUNTED WITH THE  *
000270*                    RANDOM ONES. READ-ONLY.                    *
000280*    MODIFICATION HISTORY                                       *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------- ----  -------------------------------------------*
000310*    2026-09-20  DLM  ORIGINAL PROGRAM.                           *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY PRQCTSEL.
000370     COPY PRUNISEL.
000380     COPY PRIMPSEL.
000390     SELECT PRQRS-SORT-FILE ASSIGN TO SORTWK1.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PRQCTRL-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY XPRQCT.
000450 FD  PRUNITE-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY XPRUNI.
000480 FD  PRTD20L-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY XPRPRT.
000510 SD  PRQRS-SORT-FILE.
000520     COPY XPRQRS.
000530 WORKING-STORAGE SECTION.
000540     COPY XPRSTAT.
000550     COPY XPRJWLK.
000560     COPY XPRPRLK.
000570 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000580 77  DL20-MAX-UNITES            PIC 9(3)  USAGE COMP VALUE 100.
000590 01  DL20-SWITCHES.
000600     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000610         88  DL20-EOF               VALUE 'Y'.
000620     05  DL20-FIRST-SW          PIC X(1)  VALUE 'Y'.
000630         88  DL20-FIRST-RECORD      VALUE 'Y'.
000640     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000650         88  DL20-TROUVE            VALUE 'Y'.
000660     05  DL20-ABSENT-SW         PIC X(1)  VALUE 'N'.
000670         88  DL20-QCT-ABSENT        VALUE 'Y'.
000680 01  DL20-COUNTERS.
000690     05  DL20-QCT-LUES          PIC 9(9)  USAGE COMP.
000700     05  DL20-QCT-MOIS          PIC 9(7)  USAGE COMP.
000710     05  DL20-NB-OPER           PIC 9(5)  USAGE COMP.
000720     05  DL20-OPER-SIGNALES     PIC 9(5)  USAGE COMP.
000730     05  DL20-CAT-INCONNUE      PIC 9(7)  USAGE COMP.
000740     05  DL20-UN-DROPPED        PIC 9(7)  USAGE COMP.
000750 01  DL20-PARMS.
000760     05  DL20-PARM-LINE         PIC X(80).
000770     05  DL20-PARM-MOIS         PIC 9(6).
000780 01  DL20-SEUIL-ERR             PIC 9(3)  VALUE 10.
000790 01  DL20-TODAY                 PIC 9(8).
000800 01  DL20-TODAY-R REDEFINES DL20-TODAY.
000810     05  DL20-TD-AAAA           PIC 9(4).
000820     05  DL20-TD-MM             PIC 9(2).
000830     05  DL20-TD-JJ             PIC 9(2).
000840 01  DL20-MOIS                  PIC 9(6).
000850 01  DL20-MOIS-R REDEFINES DL20-MOIS.
000860     05  DL20-MS-AAAA           PIC 9(4).
000870     05  DL20-MS-MM             PIC 9(2).
000880 01  DL20-OPER-COURANT          PIC X(8).
000890 01  DL20-UNITE-COURANTE        PIC X(3).
000900 01  DL20-UNITE-CHERCHEE        PIC X(3).
000910*    THE COUNTS KEPT AT EACH LEVEL. DL20-CUMUL-IMPR IS THE ONE
000920*    BEING PRINTED.
000930 01  DL20-CUMUL-OU.
000940     05  DL20-OU-NB-ECH         PIC 9(7)  USAGE COMP.
000950     05  DL20-OU-NB-REVUS       PIC 9(7)  USAGE COMP.
000960     05  DL20-OU-NB-PASS        PIC 9(7)  USAGE COMP.
000970     05  DL20-OU-NB-FAIL        PIC 9(7)  USAGE COMP.
000980     05  DL20-OU-NB-OUVERTS     PIC 9(7)  USAGE COMP.
000990 01  DL20-CUMUL-OPER.
001000     05  DL20-OP-NB-ECH         PIC 9(7)  USAGE COMP.
001010     05  DL20-OP-NB-REVUS       PIC 9(7)  USAGE COMP.
001020     05  DL20-OP-NB-PASS        PIC 9(7)  USAGE COMP.
001030     05  DL20-OP-NB-FAIL        PIC 9(7)  USAGE COMP.
001040     05  DL20-OP-NB-OUVERTS     PIC 9(7)  USAGE COMP.
001050 01  DL20-CUMUL-GENERAL.
001060     05  DL20-GE-NB-ECH         PIC 9(7)  USAGE COMP.
001070     05  DL20-GE-NB-REVUS       PIC 9(7)  USAGE COMP.
001080     05  DL20-GE-NB-PASS        PIC 9(7)  USAGE COMP.
001090     05  DL20-GE-NB-FAIL        PIC 9(7)  USAGE COMP.
001100     05  DL20-GE-NB-OUVERTS     PIC 9(7)  USAGE COMP.
001110 01  DL20-CUMUL-IMPR.
001120     05  DL20-IM-NB-ECH         PIC 9(7)  USAGE COMP.
001130     05  DL20-IM-NB-REVUS       PIC 9(7)  USAGE COMP.
001140     05  DL20-IM-NB-PASS        PIC 9(7)  USAGE COMP.
001150     05  DL20-IM-NB-FAIL        PIC 9(7)  USAGE COMP.
001160     05  DL20-IM-NB-OUVERTS     PIC 9(7)  USAGE COMP.
001170 01  DL20-TAUX-ERR              PIC 9(3)V9 USAGE COMP-3.
001180*    ONE ENTRY PER UNIT, IN PRUNITE ORDER.
001190 01  DL20-UNITE-TABLE.
001200     05  DL20-UN-ENTRY   OCCURS 1 TO 100 TIMES
001210                         DEPENDING ON DL20-UN-COUNT
001220                         INDEXED BY DL20-UN-IDX.
001230         10  DL20-UN-UNITE      PIC X(3).
001240         10  DL20-UN-CUMUL.
001250             15  DL20-UN-NB-ECH PIC 9(7)  USAGE COMP.
001260             15  DL20-UN-NB-REVUS
001270                                PIC 9(7)  USAGE COMP.
001280             15  DL20-UN-NB-PASS
001290                                PIC 9(7)  USAGE COMP.
001300             15  DL20-UN-NB-FAIL
001310                                PIC 9(7)  USAGE COMP.
001320             15  DL20-UN-NB-OUVERTS
001330                                PIC 9(7)  USAGE COMP.
001340 01  DL20-UN-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001350*    THE QCT-CD-ERREUR CATEGORIES OF XPRQCT, WITH THEIR TITLES.
001360 01  DL20-CATEGORIES-VALEURS.
001370     05  FILLER                 PIC X(27)
001380         VALUE '01AMOUNT WRONG'.
001390     05  FILLER                 PIC X(27)
001400         VALUE '02PAYEE OR BANK DETAILS'.
001410     05  FILLER                 PIC X(27)
001420         VALUE '03SUPPORTING DOCUMENTS'.
001430     05  FILLER                 PIC X(27)
001440         VALUE '04WRONG UNIT OR ROUTING'.
001450     05  FILLER                 PIC X(27)
001460         VALUE '05BUSINESS RULE BREACHED'.
001470     05  FILLER                 PIC X(27)
001480         VALUE '06DUPLICATE NOT SPOTTED'.
001490     05  FILLER                 PIC X(27)
001500         VALUE '99OTHER'.
001510 01  DL20-CATEGORIES-TABLE REDEFINES DL20-CATEGORIES-VALEURS.
001520     05  DL20-CAT-ENTRY         OCCURS 7 TIMES
001530                                INDEXED BY DL20-CAT-IDX.
001540         10  DL20-CAT-CD        PIC X(2).
001550         10  DL20-CAT-LIB       PIC X(25).
001560 01  DL20-CAT-COMPTES.
001570     05  DL20-CAT-NB            PIC 9(7)  USAGE COMP
001580                                OCCURS 7 TIMES.
001590 01  DL20-JW-TEXTE.
001600     05  FILLER                 PIC X(5)  VALUE 'MOIS='.
001610     05  DL20-JWT-MOIS          PIC 9(6).
001620     05  FILLER                 PIC X(7)  VALUE ' SEUIL='.
001630     05  DL20-JWT-SEUIL-ERR     PIC 9(3).
001640     05  FILLER                 PIC X(19) VALUE SPACES.
001650 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
001660 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
001670 01  DL20-LIGNE-TRAVAIL         PIC X(132).
001680 01  DL20-ENTETE-COLONNES       PIC X(132).
001690 01  DL20-ENTETE-PAGE.
001700     05  FILLER                 PIC X(10) VALUE 'PRTD20QR'.
001710     05  DL20-ENT-TITRE         PIC X(34).
001720     05  FILLER                 PIC X(6)  VALUE 'MONTH'.
001730     05  DL20-ENT-MOIS          PIC 9(6).
001740     05  FILLER                 PIC X(6)  VALUE SPACES.
001750     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001760     05  DL20-ENT-PAGE          PIC ZZZ9.
001770     05  FILLER                 PIC X(61) VALUE SPACES.
001780 01  DL20-LIGNE-TAUX.
001790     05  FILLER                 PIC X(1)  VALUE SPACE.
001800     05  DL20-TX-OPER           PIC X(8).
001810     05  FILLER                 PIC X(2)  VALUE SPACES.
001820     05  DL20-TX-UNITE          PIC X(3).
001830     05  FILLER                 PIC X(4)  VALUE SPACES.
001840     05  DL20-TX-NB-ECH         PIC ZZZZZ9.
001850     05  FILLER                 PIC X(4)  VALUE SPACES.
001860     05  DL20-TX-NB-REVUS       PIC ZZZZZ9.
001870     05  FILLER                 PIC X(4)  VALUE SPACES.
001880     05  DL20-TX-NB-PASS        PIC ZZZZZ9.
001890     05  FILLER                 PIC X(4)  VALUE SPACES.
001900     05  DL20-TX-NB-FAIL        PIC ZZZZZ9.
001910     05  FILLER                 PIC X(4)  VALUE SPACES.
001920     05  DL20-TX-NB-OUVERTS     PIC ZZZZZ9.
001930     05  FILLER                 PIC X(4)  VALUE SPACES.
001940     05  DL20-TX-TAUX           PIC ZZ9.9.
001950     05  FILLER                 PIC X(4)  VALUE ' PCT'.
001960     05  FILLER                 PIC X(3)  VALUE SPACES.
001970     05  DL20-TX-NOTE           PIC X(20).
001980     05  FILLER                 PIC X(32) VALUE SPACES.
001990 01  DL20-LIGNE-CATEGORIE.
002000     05  FILLER                 PIC X(1)  VALUE SPACE.
002010     05  DL20-CL-CD             PIC X(2).
002020     05  FILLER                 PIC X(2)  VALUE SPACES.
002030     05  DL20-CL-LIB            PIC X(25).
002040     05  FILLER                 PIC X(2)  VALUE SPACES.
002050     05  DL20-CL-NB             PIC ZZZZZ9.
002060     05  FILLER                 PIC X(4)  VALUE SPACES.
002070     05  DL20-CL-PCT            PIC ZZ9.9.
002080     05  FILLER                 PIC X(4)  VALUE ' PCT'.
002090     05  FILLER                 PIC X(81) VALUE SPACES.
002100 01  DL20-LIGNE-TOTAL.
002110     05  FILLER                 PIC X(1)  VALUE SPACE.
002120     05  DL20-TOT-LIB           PIC X(40).
002130     05  DL20-TOT-NB            PIC ZZZZZZ9.
002140     05  FILLER                 PIC X(84) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     SORT PRQRS-SORT-FILE
002190         ON ASCENDING KEY QRS-ID-OPER
002200         ON ASCENDING KEY QRS-CD-UNITE
002210         INPUT PROCEDURE IS 2000-SELECT-MONTH
002220         OUTPUT PROCEDURE IS 3000-PRINT-OPERATORS.
002230     PERFORM 4000-PRINT-UNITS THRU 4000-EXIT.
002240     PERFORM 5000-PRINT-CATEGORIES THRU 5000-EXIT.
002250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002260     GOBACK.
002270*
002280 1000-INITIALIZE.
002290     INITIALIZE DL20-COUNTERS DL20-CUMUL-GENERAL DL20-CAT-COMPTES.
002300     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002310     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
002320     MOVE DL20-PARM-LINE(1:6) TO DL20-PARM-MOIS.
002330     IF DL20-PARM-MOIS IS NUMERIC
002340         AND DL20-PARM-MOIS NOT = ZERO
002350         MOVE DL20-PARM-MOIS TO DL20-MOIS
002360     ELSE
002370         IF DL20-TD-MM = 1
002380             COMPUTE DL20-MS-AAAA = DL20-TD-AAAA - 1
002390             MOVE 12 TO DL20-MS-MM
002400         ELSE
002410             MOVE DL20-TD-AAAA TO DL20-MS-AAAA
002420             COMPUTE DL20-MS-MM = DL20-TD-MM - 1
002430         END-IF
002440     END-IF.
002450     MOVE DL20-MOIS TO DL20-ENT-MOIS.
002460     PERFORM 1050-READ-SEUIL-ERR THRU 1050-EXIT.
002470     PERFORM 1200-LOAD-UNITE-TABLE THRU 1200-EXIT.
002480     OPEN OUTPUT PRTD20L-FILE.
002490     MOVE SPACES TO DL20-ENTETE-COLONNES.
002500     MOVE ' OPERATOR  UNIT  SAMPLED  REVIEWED      PASS'
002510         TO DL20-ENTETE-COLONNES(1:44).
002520     MOVE '      FAIL      OPEN   ERROR RATE   NOTE'
002530         TO DL20-ENTETE-COLONNES(45:40).
002540 1000-EXIT.
002550     EXIT.
002560*
002570 1050-READ-SEUIL-ERR.
002580     MOVE 'PRTD20QR' TO DL20-PR-PROGRAMME.
002590     MOVE 'SEUILERR' TO DL20-PR-NOM.
002600     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002610     IF DL20-PR-TROUVE
002620         IF DL20-PR-VALEUR-NUM NOT > 100
002630             MOVE DL20-PR-VALEUR-NUM TO DL20-SEUIL-ERR
002640         ELSE
002650             DISPLAY 'PRTD20QR - SEUILERR ON PRPARAM OVER 100, '
002660                 'DEFAULT KEPT'
002670         END-IF
002680     END-IF.
002690     IF DL20-PR-NON-NUM
002700         DISPLAY 'PRTD20QR - SEUILERR ON PRPARAM NOT NUMERIC, '
002710             'DEFAULT KEPT'
002720     END-IF.
002730 1050-EXIT.
002740     EXIT.
002750*
002760 1200-LOAD-UNITE-TABLE.
002770     MOVE 0 TO DL20-UN-COUNT.
002780     OPEN INPUT PRUNITE-FILE.
002790     IF NOT DL20-PRUNITE-OK
002800         DISPLAY 'PRTD20QR - PRUNITE NOT AVAILABLE, STATUS '
002810             DL20-PRUNITE-STATUS ' - UNITS IN ORDER MET'
002820         GO TO 1200-EXIT
002830     END-IF.
002840     PERFORM 1210-READ-UNITE THRU 1210-EXIT.
002850     PERFORM 1220-STORE-UNITE THRU 1220-EXIT
002860         UNTIL DL20-EOF.
002870     CLOSE PRUNITE-FILE.
002880     MOVE 'N' TO DL20-EOF-SW.
002890 1200-EXIT.
002900     EXIT.
002910*
002920 1210-READ-UNITE.
002930     READ PRUNITE-FILE NEXT RECORD
002940         AT END
002950             MOVE 'Y' TO DL20-EOF-SW
002960     END-READ.
002970 1210-EXIT.
002980     EXIT.
002990*
003000 1220-STORE-UNITE.
003010     MOVE UNI-CD-UNITE TO DL20-UNITE-CHERCHEE.
003020     PERFORM 1300-ADD-UNITE THRU 1300-EXIT.
003030     PERFORM 1210-READ-UNITE THRU 1210-EXIT.
003040 1220-EXIT.
003050     EXIT.
003060*
003070 1300-ADD-UNITE.
003080     IF DL20-UN-COUNT < DL20-MAX-UNITES
003090         ADD 1 TO DL20-UN-COUNT
003100         SET DL20-UN-IDX TO DL20-UN-COUNT
003110         MOVE DL20-UNITE-CHERCHEE TO DL20-UN-UNITE(DL20-UN-IDX)
003120         INITIALIZE DL20-UN-CUMUL(DL20-UN-IDX)
003130         MOVE 'Y' TO DL20-TROUVE-SW
003140     ELSE
003150         ADD 1 TO DL20-UN-DROPPED
003160         MOVE 'N' TO DL20-TROUVE-SW
003170     END-IF.
003180 1300-EXIT.
003190     EXIT.
003200*
003210 1400-FIND-UNITE.
003220     MOVE 'N' TO DL20-TROUVE-SW.
003230     IF DL20-UN-COUNT > 0
003240         SET DL20-UN-IDX TO 1
003250         SEARCH DL20-UN-ENTRY VARYING DL20-UN-IDX
003260             AT END
003270                 CONTINUE
003280             WHEN DL20-UN-UNITE(DL20-UN-IDX) = DL20-UNITE-CHERCHEE
003290                 MOVE 'Y' TO DL20-TROUVE-SW
003300         END-SEARCH
003310     END-IF.
003320     IF NOT DL20-TROUVE
003330         PERFORM 1300-ADD-UNITE THRU 1300-EXIT
003340     END-IF.
003350 1400-EXIT.
003360     EXIT.
003370*
003380 2000-SELECT-MONTH.
003390     OPEN INPUT PRQCTRL-FILE.
003400     IF NOT DL20-PRQCTRL-OK
003410*        NOTHING HAS EVER BEEN SAMPLED - AN UNCHECKED OPEN WOULD
003420*        LEAVE EVERY READ ON STATUS 47 AND THE LOOP WOULD NEVER END.
003430         DISPLAY 'PRTD20QR - PRQCTRL NOT AVAILABLE, STATUS '
003440             DL20-PRQCTRL-STATUS ' - EMPTY REPORT'
003450         MOVE 'Y' TO DL20-ABSENT-SW
003460         GO TO 2000-EXIT
003470     END-IF.
003480     MOVE LOW-VALUES TO QCT-KEY.
003490     START PRQCTRL-FILE KEY IS NOT LESS THAN QCT-KEY
003500         INVALID KEY
003510             MOVE 'Y' TO DL20-EOF-SW
003520     END-START.
003530     IF NOT DL20-EOF
003540         PERFORM 2100-READ-ENTRY THRU 2100-EXIT
003550     END-IF.
003560     PERFORM 2200-EVALUATE-ENTRY THRU 2200-EXIT
003570         UNTIL DL20-EOF.
003580     CLOSE PRQCTRL-FILE.
003590     MOVE 'N' TO DL20-EOF-SW.
003600 2000-EXIT.
003610     EXIT.
003620*
003630 2100-READ-ENTRY.
003640     READ PRQCTRL-FILE NEXT RECORD
003650         AT END
003660             MOVE 'Y' TO DL20-EOF-SW
003670         NOT AT END
003680             ADD 1 TO DL20-QCT-LUES
003690     END-READ.
003700 2100-EXIT.
003710     EXIT.
003720*
003730 2200-EVALUATE-ENTRY.
003740     IF QCT-DT-TRANSIT(1:6) = DL20-MOIS
003750         MOVE QCT-ID-OPER      TO QRS-ID-OPER
003760         MOVE QCT-CD-UNITE     TO QRS-CD-UNITE
003770         MOVE QCT-CD-STATUT    TO QRS-CD-STATUT
003780         MOVE QCT-CD-RESULTAT  TO QRS-CD-RESULTAT
003790         MOVE QCT-CD-ERREUR    TO QRS-CD-ERREUR
003800         MOVE QCT-CD-MOTIF-ECH TO QRS-CD-MOTIF-ECH
003810         RELEASE PRQRS-SORT-RECORD
003820         ADD 1 TO DL20-QCT-MOIS
003830     END-IF.
003840     PERFORM 2100-READ-ENTRY THRU 2100-EXIT.
003850 2200-EXIT.
003860     EXIT.
003870*
003880 3000-PRINT-OPERATORS.
003890     MOVE 'QC ERROR RATES BY OPERATOR' TO DL20-ENT-TITRE.
003900     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
003910     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
003920         UNTIL DL20-EOF.
003930     MOVE 'N' TO DL20-EOF-SW.
003940     IF NOT DL20-FIRST-RECORD
003950         PERFORM 3500-CLOSE-OPER-UNIT THRU 3500-EXIT
003960         PERFORM 3600-CLOSE-OPERATOR THRU 3600-EXIT
003970     END-IF.
003980 3000-EXIT.
003990     EXIT.
004000*
004010 3100-RETURN-SORTED.
004020     RETURN PRQRS-SORT-FILE
004030         AT END
004040             MOVE 'Y' TO DL20-EOF-SW
004050         NOT AT END
004060             PERFORM 3200-COUNT-ENTRY THRU 3200-EXIT
004070     END-RETURN.
004080 3100-EXIT.
004090     EXIT.
004100*
004110 3200-COUNT-ENTRY.
004120     IF DL20-FIRST-RECORD
004130         MOVE 'N' TO DL20-FIRST-SW
004140         PERFORM 3300-OPEN-OPERATOR THRU 3300-EXIT
004150     ELSE
004160         IF QRS-ID-OPER NOT = DL20-OPER-COURANT
004170             PERFORM 3500-CLOSE-OPER-UNIT THRU 3500-EXIT
004180             PERFORM 3600-CLOSE-OPERATOR THRU 3600-EXIT
004190             PERFORM 3300-OPEN-OPERATOR THRU 3300-EXIT
004200         ELSE
004210             IF QRS-CD-UNITE NOT = DL20-UNITE-COURANTE
004220                 PERFORM 3500-CLOSE-OPER-UNIT THRU 3500-EXIT
004230                 PERFORM 3400-OPEN-OPER-UNIT THRU 3400-EXIT
004240             END-IF
004250         END-IF
004260     END-IF.
004270     ADD 1 TO DL20-OU-NB-ECH DL20-OP-NB-ECH DL20-GE-NB-ECH
004280              DL20-UN-NB-ECH(DL20-UN-IDX).
004290     IF QRS-CD-STATUT NOT = 'C'
004300         ADD 1 TO DL20-OU-NB-OUVERTS DL20-OP-NB-OUVERTS
004310                  DL20-GE-NB-OUVERTS
004320                  DL20-UN-NB-OUVERTS(DL20-UN-IDX)
004330         GO TO 3200-EXIT
004340     END-IF.
004350     ADD 1 TO DL20-OU-NB-REVUS DL20-OP-NB-REVUS DL20-GE-NB-REVUS
004360              DL20-UN-NB-REVUS(DL20-UN-IDX).
004370     IF QRS-CD-RESULTAT = 'P'
004380         ADD 1 TO DL20-OU-NB-PASS DL20-OP-NB-PASS DL20-GE-NB-PASS
004390                  DL20-UN-NB-PASS(DL20-UN-IDX)
004400         GO TO 3200-EXIT
004410     END-IF.
004420     ADD 1 TO DL20-OU-NB-FAIL DL20-OP-NB-FAIL DL20-GE-NB-FAIL
004430              DL20-UN-NB-FAIL(DL20-UN-IDX).
004440     SET DL20-CAT-IDX TO 1.
004450     SEARCH DL20-CAT-ENTRY
004460         AT END
004470             ADD 1 TO DL20-CAT-INCONNUE
004480         WHEN DL20-CAT-CD(DL20-CAT-IDX) = QRS-CD-ERREUR
004490             ADD 1 TO DL20-CAT-NB(DL20-CAT-IDX)
004500     END-SEARCH.
004510 3200-EXIT.
004520     EXIT.
004530*
004540 3300-OPEN-OPERATOR.
004550     MOVE QRS-ID-OPER TO DL20-OPER-COURANT.
004560     INITIALIZE DL20-CUMUL-OPER.
004570     ADD 1 TO DL20-NB-OPER.
004580     PERFORM 3400-OPEN-OPER-UNIT THRU 3400-EXIT.
004590 3300-EXIT.
004600     EXIT.
004610*
004620 3400-OPEN-OPER-UNIT.
004630*    POSITIONS DL20-UN-IDX ON THE UNIT FOR THE UNIT TOTALS; A UNIT
004640*    NOT ON PRUNITE IS ADDED, AND WHEN THE TABLE IS FULL ITS
004650*    ENTRIES ARE COUNTED ON THE LAST UNIT.
004660     MOVE QRS-CD-UNITE TO DL20-UNITE-COURANTE DL20-UNITE-CHERCHEE.
004670     PERFORM 1400-FIND-UNITE THRU 1400-EXIT.
004680     IF NOT DL20-TROUVE
004690         SET DL20-UN-IDX TO DL20-UN-COUNT
004700     END-IF.
004710     INITIALIZE DL20-CUMUL-OU.
004720 3400-EXIT.
004730     EXIT.
004740*
004750 3500-CLOSE-OPER-UNIT.
004760     MOVE DL20-OPER-COURANT TO DL20-TX-OPER.
004770     MOVE DL20-UNITE-COURANTE TO DL20-TX-UNITE.
004780     MOVE DL20-CUMUL-OU TO DL20-CUMUL-IMPR.
004790     PERFORM 3800-PRINT-RATE THRU 3800-EXIT.
004800 3500-EXIT.
004810     EXIT.
004820*
004830 3600-CLOSE-OPERATOR.
004840     MOVE DL20-OPER-COURANT TO DL20-TX-OPER.
004850     MOVE 'ALL' TO DL20-TX-UNITE.
004860     MOVE DL20-CUMUL-OPER TO DL20-CUMUL-IMPR.
004870     PERFORM 3800-PRINT-RATE THRU 3800-EXIT.
004880     IF DL20-IM-NB-REVUS > 0 AND DL20-TAUX-ERR > DL20-SEUIL-ERR
004890         ADD 1 TO DL20-OPER-SIGNALES
004900     END-IF.
004910     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
004920     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004930 3600-EXIT.
004940     EXIT.
004950*
004960 3800-PRINT-RATE.
004970     MOVE DL20-IM-NB-ECH     TO DL20-TX-NB-ECH.
004980     MOVE DL20-IM-NB-REVUS   TO DL20-TX-NB-REVUS.
004990     MOVE DL20-IM-NB-PASS    TO DL20-TX-NB-PASS.
005000     MOVE DL20-IM-NB-FAIL    TO DL20-TX-NB-FAIL.
005010     MOVE DL20-IM-NB-OUVERTS TO DL20-TX-NB-OUVERTS.
005020     MOVE 0 TO DL20-TAUX-ERR.
005030     MOVE SPACES TO DL20-TX-NOTE.
005040     IF DL20-IM-NB-REVUS > 0
005050         COMPUTE DL20-TAUX-ERR ROUNDED =
005060             DL20-IM-NB-FAIL * 100 / DL20-IM-NB-REVUS
005070         IF DL20-TAUX-ERR > DL20-SEUIL-ERR
005080             MOVE 'ABOVE LIMIT - TRAIN' TO DL20-TX-NOTE
005090         END-IF
005100     ELSE
005110         MOVE 'NOTHING REVIEWED' TO DL20-TX-NOTE
005120     END-IF.
005130     MOVE DL20-TAUX-ERR TO DL20-TX-TAUX.
005140     MOVE DL20-LIGNE-TAUX TO DL20-LIGNE-TRAVAIL.
005150     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005160 3800-EXIT.
005170     EXIT.
005180*
005190 4000-PRINT-UNITS.
005200     MOVE 'QC ERROR RATES BY UNIT' TO DL20-ENT-TITRE.
005210     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
005220     PERFORM 4100-PRINT-UNIT THRU 4100-EXIT
005230         VARYING DL20-UN-IDX FROM 1 BY 1
005240         UNTIL DL20-UN-IDX > DL20-UN-COUNT.
005250     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
005260     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005270     MOVE 'ALL' TO DL20-TX-OPER.
005280     MOVE 'ALL' TO DL20-TX-UNITE.
005290     MOVE DL20-CUMUL-GENERAL TO DL20-CUMUL-IMPR.
005300     PERFORM 3800-PRINT-RATE THRU 3800-EXIT.
005310 4000-EXIT.
005320     EXIT.
005330*
005340 4100-PRINT-UNIT.
005350     IF DL20-UN-NB-ECH(DL20-UN-IDX) = 0
005360         GO TO 4100-EXIT
005370     END-IF.
005380     MOVE SPACES TO DL20-TX-OPER.
005390     MOVE DL20-UN-UNITE(DL20-UN-IDX) TO DL20-TX-UNITE.
005400     MOVE DL20-UN-CUMUL(DL20-UN-IDX) TO DL20-CUMUL-IMPR.
005410     PERFORM 3800-PRINT-RATE THRU 3800-EXIT.
005420 4100-EXIT.
005430     EXIT.
005440*
005450 5000-PRINT-CATEGORIES.
005460     MOVE 'QC FAILS BY ERROR CATEGORY' TO DL20-ENT-TITRE.
005470     MOVE SPACES TO DL20-ENTETE-COLONNES.
005480     MOVE ' CD  ERROR CATEGORY                  FAILS'
005490         TO DL20-ENTETE-COLONNES(1:43).
005500     MOVE '   OF FAILS' TO DL20-ENTETE-COLONNES(44:11).
005510     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
005520     PERFORM 5100-PRINT-CATEGORY THRU 5100-EXIT
005530         VARYING DL20-CAT-IDX FROM 1 BY 1
005540         UNTIL DL20-CAT-IDX > 7.
005550     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
005560     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005570     MOVE 'ENTRIES FOR THE MONTH' TO DL20-TOT-LIB.
005580     MOVE DL20-QCT-MOIS TO DL20-TOT-NB.
005590     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
005600     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005610     MOVE 'OPERATORS SAMPLED' TO DL20-TOT-LIB.
005620     MOVE DL20-NB-OPER TO DL20-TOT-NB.
005630     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
005640     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005650     MOVE 'OPERATORS ABOVE THE ERROR-RATE LIMIT' TO DL20-TOT-LIB.
005660     MOVE DL20-OPER-SIGNALES TO DL20-TOT-NB.
005670     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
005680     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005690     IF DL20-CAT-INCONNUE > 0
005700         MOVE 'FAILS WITH AN UNKNOWN CATEGORY' TO DL20-TOT-LIB
005710         MOVE DL20-CAT-INCONNUE TO DL20-TOT-NB
005720         MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL
005730         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
005740     END-IF.
005750 5000-EXIT.
005760     EXIT.
005770*
005780 5100-PRINT-CATEGORY.
005790     MOVE DL20-CAT-CD(DL20-CAT-IDX) TO DL20-CL-CD.
005800     MOVE DL20-CAT-LIB(DL20-CAT-IDX) TO DL20-CL-LIB.
005810     MOVE DL20-CAT-NB(DL20-CAT-IDX) TO DL20-CL-NB.
005820     MOVE 0 TO DL20-TAUX-ERR.
005830     IF DL20-GE-NB-FAIL > 0
005840         COMPUTE DL20-TAUX-ERR ROUNDED =
005850             DL20-CAT-NB(DL20-CAT-IDX) * 100 / DL20-GE-NB-FAIL
005860     END-IF.
005870     MOVE DL20-TAUX-ERR TO DL20-CL-PCT.
005880     MOVE DL20-LIGNE-CATEGORIE TO DL20-LIGNE-TRAVAIL.
005890     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005900 5100-EXIT.
005910     EXIT.
005920*
005930 8000-TERMINATE.
005940     CLOSE PRTD20L-FILE.
005950     DISPLAY 'PRTD20QR - REPORT MONTH       : ' DL20-MOIS.
005960     DISPLAY 'PRTD20QR - QC ENTRIES READ    : ' DL20-QCT-LUES.
005970     DISPLAY 'PRTD20QR - ENTRIES FOR MONTH  : ' DL20-QCT-MOIS.
005980     DISPLAY 'PRTD20QR - REVIEWED           : ' DL20-GE-NB-REVUS.
005990     DISPLAY 'PRTD20QR - FAILED             : ' DL20-GE-NB-FAIL.
006000     DISPLAY 'PRTD20QR - OPERATORS ABOVE    : '
006010         DL20-OPER-SIGNALES.
006020     IF DL20-UN-DROPPED > 0
006030         DISPLAY 'PRTD20QR - WARNING, UNIT TABLE FULL : '
006040             DL20-UN-DROPPED
006050     END-IF.
006060     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
006070 8000-EXIT.
006080     EXIT.
006090*
006100 8900-WRITE-RUN-LEDGER.
006110     MOVE 'PRTD20QR' TO DL20-JW-PROGRAMME.
006120     MOVE DL20-MOIS TO DL20-JWT-MOIS.
006130     MOVE DL20-SEUIL-ERR TO DL20-JWT-SEUIL-ERR.
006140     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
006150     MOVE DL20-QCT-LUES TO DL20-JW-RECS-READ.
006160     MOVE 0 TO DL20-JW-RECS-ECRITS.
006170     IF DL20-QCT-ABSENT OR DL20-UN-DROPPED > 0
006180         OR DL20-CAT-INCONNUE > 0
006190         MOVE 'W' TO DL20-JW-RESULTAT
006200     ELSE
006210         MOVE 'O' TO DL20-JW-RESULTAT
006220     END-IF.
006230     CALL 'PRTD20JW' USING DL20-JW-PARMS.
006240     IF DL20-JW-ECHEC
006250         DISPLAY 'PRTD20QR - WARNING, RUN LEDGER WRITE FAILED'
006260     END-IF.
006270 8900-EXIT.
006280     EXIT.
006290*
006300 9000-PRINT-LINE.
006310     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
006320         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
006330     END-IF.
006340     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
006350         AFTER ADVANCING 1 LINE.
006360     ADD 1 TO DL20-LIGNE-CNT.
006370 9000-EXIT.
006380     EXIT.
006390*
006400 9100-NEW-PAGE.
006410     ADD 1 TO DL20-PAGE-NO.
006420     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
006430     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
006440         AFTER ADVANCING PAGE.
006450     MOVE SPACES TO PRLIGNE-RECORD.
006460     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
006470     MOVE 2 TO DL20-LIGNE-CNT.
006480     IF DL20-ENTETE-COLONNES NOT = SPACES
006490         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
006500             AFTER ADVANCING 1 LINE
006510         MOVE SPACES TO PRLIGNE-RECORD
006520         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
006530         MOVE 4 TO DL20-LIGNE-CNT
006540     END-IF.
006550 9100-EXIT.
006560     EXIT.
