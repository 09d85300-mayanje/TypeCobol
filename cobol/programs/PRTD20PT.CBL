000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20PT.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-19.
000060 DATE-COMPILED. 2026-09-19.
000070*****************************************************************
000080*    PROGRAM       : PRTD20PT                                  *
000090*    DESCRIPTION   : WEEKLY SETTLEMENT CASH-FLOW FORECAST FOR   *
000100*                    THE TREASURY DESK. PROJECTS, FOR EACH OF   *
000110*                    THE NEXT N WEEKS (COMMAND LINE POSITIONS   *
000120*                    1-2, ELSE PRPARAM PRTD20PT/NBSEMAINES,     *
000130*                    ELSE 8; AT MOST 26), THE AMOUNTS EXPECTED  *
000140*                    TO BE VALIDATED AND SETTLED, BY            *
000150*                    LDO-CD-UNITE AND CURRENCY, WITH            *
000160*                    REFERENCE-CURRENCY TOTALS (PRTD20CV) PER   *
000170*                    UNIT AND FOR THE PORTFOLIO. WEEK 1 STARTS  *
000180*                    ON THE RUN DATE. FIRST THE PRAUD20         *
000190*                    HISTORY OF THE LAST PRTD20PT/JOURSHIST     *
000200*                    CALENDAR DAYS (DEFAULT 365) GIVES EACH     *
000210*                    UNIT ITS AVERAGE SAI-TO-VAL TURNAROUND IN  *
000220*                    WORKING DAYS (PRTD20JO, FROM THE LAST      *
000230*                    ENTRY INTO SAI TO THE VALIDATION) AND ITS  *
000240*                    VALIDATION RATE (VALIDATIONS OVER          *
000250*                    VALIDATIONS PLUS REJECTIONS); A UNIT WITH  *
000260*                    NO HISTORY TAKES THE PORTFOLIO FIGURES.    *
000270*                    THEN PRTD20 IS WALKED : A VALIDATED        *
000280*                    DOSSIER NOT YET EXTRACTED BY PRTD20SE IS   *
000290*                    A CERTAIN AMOUNT IN WEEK 1; AN OPEN SAI    *
000300*                    OR APP DOSSIER WITH A VAL WAITING ON       *
000310*                    PRTD20E IS SCHEDULED IN THE WEEK OF ITS    *
000320*                    EFFECTIVE DATE, ONE WITH A REJ WAITING IS  *
000330*                    LEFT OUT; ANY OTHER OPEN DOSSIER IS        *
000340*                    PROJECTED INTO THE WEEK ITS UNIT'S         *
000350*                    TURNAROUND, LESS ITS AGE, RUNS OUT (WEEK   *
000360*                    1 WHEN ALREADY OVERDUE) AT ITS AMOUNT      *
000370*                    TIMES THE UNIT'S VALIDATION RATE.          *
000380*                    CERTAIN, SCHEDULED AND PROJECTED AMOUNTS   *
000390*                    ARE PRINTED IN SEPARATE COLUMNS; WHAT      *
000400*                    FALLS AFTER THE LAST WEEK IS PRINTED ON A  *
000410*                    'LATER' LINE. READ-ONLY.                   *
000420*    MODIFICATION HISTORY                                       *
000430*    DATE       INIT  DESCRIPTION                                *
000440*    ---------- ----  -------------------------------------------*
000450*    2026-09-19  DLM  ORIGINAL PROGRAM.                           *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     COPY PRTD20RSL.
000510     COPY PRAUDSEL.
000520     COPY PRPNDSEL.
000530     COPY PRUNISEL.
000540     COPY PRIMPSEL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRTD20-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY XPRTD20.
000600 FD  PRAUD20-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY XPRAUD.
000630 FD  PRTD20E-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY XPRPND.
000660 FD  PRUNITE-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY XPRUNI.
000690 FD  PRTD20L-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY XPRPRT.
000720 WORKING-STORAGE SECTION.
000730     COPY XPRSTAT.
000740     COPY XPRJWLK.
000750     COPY XPRPRLK.
000760     COPY XPRJOLK.
000770     COPY XPRCVLK.
000780 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000790 77  DL20-MAX-SEMAINES          PIC 9(2)  USAGE COMP VALUE 26.
000800 77  DL20-SEM-PLUS-TARD         PIC 9(2)  USAGE COMP VALUE 27.
000810 77  DL20-MAX-UNITES            PIC 9(3)  USAGE COMP VALUE 100.
000820 77  DL20-MAX-UNI-DEV           PIC 9(3)  USAGE COMP VALUE 300.
000830 01  DL20-SWITCHES.
000840     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000850         88  DL20-EOF               VALUE 'Y'.
000860     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000870         88  DL20-TROUVE            VALUE 'Y'.
000880     05  DL20-TD20-SW           PIC X(1)  VALUE 'N'.
000890         88  DL20-TD20-OUVERT       VALUE 'Y'.
000900     05  DL20-PND-SW            PIC X(1)  VALUE 'N'.
000910         88  DL20-PND-OUVERT        VALUE 'Y'.
000920     05  DL20-UNITE-SW          PIC X(1)  VALUE 'N'.
000930         88  DL20-UNITE-CONNUE      VALUE 'Y'.
000940     05  DL20-ATTENTE-SW        PIC X(1)  VALUE 'N'.
000950         88  DL20-EN-ATTENTE        VALUE 'Y'.
000960 01  DL20-COUNTERS.
000970     05  DL20-AUD-LUES          PIC 9(9)  USAGE COMP.
000980     05  DL20-AUD-RETENUES      PIC 9(9)  USAGE COMP.
000990     05  DL20-DOS-LUS           PIC 9(9)  USAGE COMP.
001000     05  DL20-DOS-CERTAINS      PIC 9(7)  USAGE COMP.
001010     05  DL20-DOS-PREVUS        PIC 9(7)  USAGE COMP.
001020     05  DL20-DOS-PROJETES      PIC 9(7)  USAGE COMP.
001030     05  DL20-DOS-REJ-PREVUS    PIC 9(7)  USAGE COMP.
001040     05  DL20-DOS-PLUS-TARD     PIC 9(7)  USAGE COMP.
001050     05  DL20-SANS-TAUX         PIC 9(7)  USAGE COMP.
001060     05  DL20-SANS-HISTO        PIC 9(7)  USAGE COMP.
001070     05  DL20-UR-DROPPED        PIC 9(7)  USAGE COMP.
001080     05  DL20-UD-DROPPED        PIC 9(7)  USAGE COMP.
001090 01  DL20-PARMS.
001100     05  DL20-PARM-LINE         PIC X(80).
001110     05  DL20-PARM-NB-SEM       PIC 9(2).
001120 01  DL20-NB-SEMAINES           PIC 9(2)  VALUE 8.
001130 01  DL20-JOURS-HISTO           PIC 9(4)  VALUE 365.
001140 01  DL20-TODAY                 PIC 9(8).
001150 01  DL20-ENTIER-TODAY          PIC 9(9)  USAGE COMP.
001160 01  DL20-ENTIER-TRAV           PIC 9(9)  USAGE COMP.
001170 01  DL20-DT-DEBUT-HISTO        PIC 9(8).
001180 01  DL20-SEM                   PIC 9(2)  USAGE COMP.
001190 01  DL20-SEM-DOSSIER           PIC 9(5)  USAGE COMP.
001200 01  DL20-UNITE-CHERCHEE        PIC X(3).
001210 01  DL20-DEVISE-CHERCHEE       PIC X(3).
001220 01  DL20-DERN-DOSSIER          PIC S9(11)V USAGE COMP-3 VALUE 0.
001230 01  DL20-DERN-UNITE            PIC X(3).
001240 01  DL20-DT-ENTREE-SAI         PIC 9(8).
001250 01  DL20-AGE                   PIC S9(5) USAGE COMP.
001260 01  DL20-RESTE                 PIC S9(5) USAGE COMP.
001270 01  DL20-DELAI                 PIC 9(5)  USAGE COMP.
001280 01  DL20-TAUX                  PIC 9V9(4).
001290 01  DL20-MT-PREVU              PIC S9(13)V9(2) USAGE COMP-3.
001300 01  DL20-MT-REF                PIC S9(13)V9(2) USAGE COMP-3.
001310*    THE WEEKS OF THE FORECAST. DL20-SM-CUM-JOURS IS THE NUMBER OF
001320*    WORKING DAYS FROM THE RUN DATE TO THE LAST DAY OF THE WEEK.
001330 01  DL20-SEMAINE-TABLE.
001340     05  DL20-SM-ENTRY          OCCURS 26 TIMES.
001350         10  DL20-SM-DEBUT      PIC 9(8).
001360         10  DL20-SM-FIN        PIC 9(8).
001370         10  DL20-SM-CUM-JOURS  PIC 9(5)  USAGE COMP.
001380*    PORTFOLIO FIGURES - THE FALLBACK FOR A UNIT WITHOUT HISTORY -
001390*    AND THE PORTFOLIO REFERENCE-CURRENCY TOTALS PER WEEK. WEEK 27
001400*    COLLECTS WHAT FALLS AFTER THE LAST WEEK OF THE FORECAST.
001410 01  DL20-PORTEFEUILLE.
001420     05  DL20-PF-NB-VAL         PIC 9(7)  USAGE COMP.
001430     05  DL20-PF-NB-REJ         PIC 9(7)  USAGE COMP.
001440     05  DL20-PF-NB-DELAI       PIC 9(7)  USAGE COMP.
001450     05  DL20-PF-SOMME-DELAI    PIC 9(11) USAGE COMP.
001460     05  DL20-PF-DELAI-MOY      PIC 9(5)  USAGE COMP.
001470     05  DL20-PF-TAUX           PIC 9V9(4).
001480     05  DL20-PF-SEMAINE        OCCURS 27 TIMES.
001490         10  DL20-PF-REF-CERT   PIC S9(13)V9(2) USAGE COMP-3.
001500         10  DL20-PF-REF-PREVU  PIC S9(13)V9(2) USAGE COMP-3.
001510         10  DL20-PF-REF-PROJ   PIC S9(13)V9(2) USAGE COMP-3.
001520         10  DL20-PF-NB-PROJ    PIC S9(7)V9(4) USAGE COMP-3.
001530*    ONE ENTRY PER UNIT, IN PRUNITE ORDER, WITH ITS HISTORY
001540*    FIGURES AND ITS REFERENCE-CURRENCY TOTALS PER WEEK.
001550 01  DL20-UNITE-TABLE.
001560     05  DL20-UR-ENTRY   OCCURS 1 TO 100 TIMES
001570                         DEPENDING ON DL20-UR-COUNT
001580                         INDEXED BY DL20-UR-IDX.
001590         10  DL20-UR-UNITE      PIC X(3).
001600         10  DL20-UR-NB-VAL     PIC 9(7)  USAGE COMP.
001610         10  DL20-UR-NB-REJ     PIC 9(7)  USAGE COMP.
001620         10  DL20-UR-NB-DELAI   PIC 9(7)  USAGE COMP.
001630         10  DL20-UR-SOMME-DELAI
001640                                PIC 9(11) USAGE COMP.
001650         10  DL20-UR-DELAI-MOY  PIC 9(5)  USAGE COMP.
001660         10  DL20-UR-TAUX       PIC 9V9(4).
001670         10  DL20-UR-HISTO-SW   PIC X(1).
001680             88  DL20-UR-HISTO      VALUE 'Y'.
001690         10  DL20-UR-SEMAINE    OCCURS 27 TIMES.
001700             15  DL20-UR-REF-CERT
001710                                PIC S9(13)V9(2) USAGE COMP-3.
001720             15  DL20-UR-REF-PREVU
001730                                PIC S9(13)V9(2) USAGE COMP-3.
001740             15  DL20-UR-REF-PROJ
001750                                PIC S9(13)V9(2) USAGE COMP-3.
001760             15  DL20-UR-NB-PROJ
001770                                PIC S9(7)V9(4) USAGE COMP-3.
001780 01  DL20-UR-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001790*    ONE ENTRY PER UNIT AND CURRENCY, AMOUNTS IN THE CURRENCY
001800*    BOOKED.
001810 01  DL20-UNI-DEV-TABLE.
001820     05  DL20-UD-ENTRY   OCCURS 1 TO 300 TIMES
001830                         DEPENDING ON DL20-UD-COUNT
001840                         INDEXED BY DL20-UD-IDX.
001850         10  DL20-UD-UNITE      PIC X(3).
001860         10  DL20-UD-DEVISE     PIC X(3).
001870         10  DL20-UD-SEMAINE    OCCURS 27 TIMES.
001880             15  DL20-UD-MT-CERT
001890                                PIC S9(13)V9(2) USAGE COMP-3.
001900             15  DL20-UD-MT-PREVU
001910                                PIC S9(13)V9(2) USAGE COMP-3.
001920             15  DL20-UD-MT-PROJ
001930                                PIC S9(13)V9(2) USAGE COMP-3.
001940             15  DL20-UD-NB-PROJ
001950                                PIC S9(7)V9(4) USAGE COMP-3.
001960 01  DL20-UD-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001970 01  DL20-JW-TEXTE.
001980     05  FILLER                 PIC X(3)  VALUE 'DT='.
001990     05  DL20-JWT-TODAY         PIC 9(8).
002000     05  FILLER                 PIC X(5)  VALUE ' SEM='.
002010     05  DL20-JWT-NB-SEMAINES   PIC 9(2).
002020     05  FILLER                 PIC X(7)  VALUE ' HISTO='.
002030     05  DL20-JWT-JOURS-HISTO   PIC 9(4).
002040     05  FILLER                 PIC X(11) VALUE SPACES.
002050 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
002060 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
002070 01  DL20-LIGNE-TRAVAIL         PIC X(132).
002080 01  DL20-ENTETE-COLONNES       PIC X(132).
002090 01  DL20-ENTETE-PAGE.
002100     05  FILLER                 PIC X(10) VALUE 'PRTD20PT'.
002110     05  DL20-ENT-TITRE         PIC X(28).
002120     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
002130     05  DL20-ENT-DATE          PIC 9(8).
002140     05  FILLER                 PIC X(6)  VALUE SPACES.
002150     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
002160     05  DL20-ENT-PAGE          PIC ZZZ9.
002170     05  FILLER                 PIC X(61) VALUE SPACES.
002180 01  DL20-LIGNE-UNITE.
002190     05  FILLER                 PIC X(1)  VALUE SPACE.
002200     05  FILLER                 PIC X(6)  VALUE 'UNIT  '.
002210     05  DL20-UNL-UNITE         PIC X(3).
002220     05  FILLER                 PIC X(4)  VALUE SPACES.
002230     05  FILLER                 PIC X(12) VALUE 'TURNAROUND  '.
002240     05  DL20-UNL-DELAI         PIC ZZZZ9.
002250     05  FILLER                 PIC X(20)
002260         VALUE ' WORKING DAYS   RATE'.
002270     05  DL20-UNL-TAUX          PIC ZZ9.99.
002280     05  FILLER                 PIC X(4)  VALUE ' PCT'.
002290     05  FILLER                 PIC X(2)  VALUE SPACES.
002300     05  DL20-UNL-SOURCE        PIC X(30).
002310     05  FILLER                 PIC X(39) VALUE SPACES.
002320 01  DL20-LIGNE-SEMAINE.
002330     05  FILLER                 PIC X(1)  VALUE SPACE.
002340     05  DL20-SML-DEVISE        PIC X(3).
002350     05  FILLER                 PIC X(2)  VALUE SPACES.
002360     05  DL20-SML-SEMAINE       PIC X(5).
002370     05  FILLER                 PIC X(2)  VALUE SPACES.
002380     05  DL20-SML-DEBUT         PIC X(8).
002390     05  FILLER                 PIC X(2)  VALUE SPACES.
002400     05  DL20-SML-CERT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002410     05  FILLER                 PIC X(2)  VALUE SPACES.
002420     05  DL20-SML-PREVU         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002430     05  FILLER                 PIC X(2)  VALUE SPACES.
002440     05  DL20-SML-PROJ          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002450     05  FILLER                 PIC X(2)  VALUE SPACES.
002460     05  DL20-SML-NB-PROJ       PIC ZZZZZ9.9.
002470     05  FILLER                 PIC X(2)  VALUE SPACES.
002480     05  DL20-SML-TOTAL         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002490     05  FILLER                 PIC X(15) VALUE SPACES.
002500 01  DL20-LIGNE-TOTAL.
002510     05  FILLER                 PIC X(1)  VALUE SPACE.
002520     05  DL20-TOT-LIB           PIC X(40).
002530     05  DL20-TOT-NB            PIC ZZZZZZ9.
002540     05  FILLER                 PIC X(84) VALUE SPACES.
002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-ANALYSE-HISTORY THRU 2000-EXIT.
002590     PERFORM 3000-PROJECT-DOSSIERS THRU 3000-EXIT.
002600     PERFORM 4000-PRINT-FORECAST THRU 4000-EXIT.
002610     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002620     GOBACK.
002630*
002640 1000-INITIALIZE.
002650     INITIALIZE DL20-COUNTERS.
002660     INITIALIZE DL20-PORTEFEUILLE.
002670     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002680     MOVE DL20-TODAY TO DL20-ENT-DATE.
002690     COMPUTE DL20-ENTIER-TODAY =
002700         FUNCTION INTEGER-OF-DATE(DL20-TODAY).
002710     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
002720     MOVE DL20-PARM-LINE(1:2) TO DL20-PARM-NB-SEM.
002730     IF DL20-PARM-NB-SEM NOT NUMERIC
002740         OR DL20-PARM-NB-SEM = ZERO
002750         PERFORM 1050-READ-NB-SEMAINES THRU 1050-EXIT
002760     ELSE
002770         MOVE DL20-PARM-NB-SEM TO DL20-NB-SEMAINES
002780     END-IF.
002790     IF DL20-NB-SEMAINES > DL20-MAX-SEMAINES
002800         DISPLAY 'PRTD20PT - ' DL20-NB-SEMAINES
002810             ' WEEKS ASKED, CUT TO ' DL20-MAX-SEMAINES
002820         MOVE DL20-MAX-SEMAINES TO DL20-NB-SEMAINES
002830     END-IF.
002840     PERFORM 1060-READ-JOURS-HISTO THRU 1060-EXIT.
002850     COMPUTE DL20-ENTIER-TRAV =
002860         DL20-ENTIER-TODAY - DL20-JOURS-HISTO.
002870     COMPUTE DL20-DT-DEBUT-HISTO =
002880         FUNCTION DATE-OF-INTEGER(DL20-ENTIER-TRAV).
002890     PERFORM 1100-BUILD-SEMAINE THRU 1100-EXIT
002900         VARYING DL20-SEM FROM 1 BY 1
002910         UNTIL DL20-SEM > DL20-NB-SEMAINES.
002920     PERFORM 1200-LOAD-UNITE-TABLE THRU 1200-EXIT.
002930     OPEN INPUT PRTD20-FILE.
002940     IF DL20-PRTD20-OK
002950         MOVE 'Y' TO DL20-TD20-SW
002960     ELSE
002970         DISPLAY 'PRTD20PT - PRTD20 NOT AVAILABLE, STATUS '
002980             DL20-PRTD20-STATUS ' - NO FORECAST'
002990     END-IF.
003000     OPEN OUTPUT PRTD20L-FILE.
003010 1000-EXIT.
003020     EXIT.
003030*
003040 1050-READ-NB-SEMAINES.
003050     MOVE 'PRTD20PT' TO DL20-PR-PROGRAMME.
003060     MOVE 'NBSEMAINES' TO DL20-PR-NOM.
003070     CALL 'PRTD20PR' USING DL20-PR-PARMS.
003080     IF DL20-PR-TROUVE
003090         IF DL20-PR-VALEUR-NUM > 0 AND DL20-PR-VALEUR-NUM < 100
003100             MOVE DL20-PR-VALEUR-NUM TO DL20-NB-SEMAINES
003110         ELSE
003120             DISPLAY 'PRTD20PT - NBSEMAINES ON PRPARAM NOT 1-99, '
003130                 'DEFAULT KEPT'
003140         END-IF
003150     END-IF.
003160     IF DL20-PR-NON-NUM
003170         DISPLAY 'PRTD20PT - NBSEMAINES ON PRPARAM NOT NUMERIC, '
003180             'DEFAULT KEPT'
003190     END-IF.
003200 1050-EXIT.
003210     EXIT.
003220*
003230 1060-READ-JOURS-HISTO.
003240     MOVE 'PRTD20PT' TO DL20-PR-PROGRAMME.
003250     MOVE 'JOURSHIST' TO DL20-PR-NOM.
003260     CALL 'PRTD20PR' USING DL20-PR-PARMS.
003270     IF DL20-PR-TROUVE
003280         IF DL20-PR-VALEUR-NUM > 0 AND DL20-PR-VALEUR-NUM < 10000
003290             MOVE DL20-PR-VALEUR-NUM TO DL20-JOURS-HISTO
003300         ELSE
003310             DISPLAY 'PRTD20PT - JOURSHIST ON PRPARAM NOT 1-9999,'
003320                 ' DEFAULT KEPT'
003330         END-IF
003340     END-IF.
003350     IF DL20-PR-NON-NUM
003360         DISPLAY 'PRTD20PT - JOURSHIST ON PRPARAM NOT NUMERIC, '
003370             'DEFAULT KEPT'
003380     END-IF.
003390 1060-EXIT.
003400     EXIT.
003410*
003420 1100-BUILD-SEMAINE.
003430     COMPUTE DL20-ENTIER-TRAV =
003440         DL20-ENTIER-TODAY + (DL20-SEM - 1) * 7.
003450     COMPUTE DL20-SM-DEBUT(DL20-SEM) =
003460         FUNCTION DATE-OF-INTEGER(DL20-ENTIER-TRAV).
003470     ADD 6 TO DL20-ENTIER-TRAV.
003480     COMPUTE DL20-SM-FIN(DL20-SEM) =
003490         FUNCTION DATE-OF-INTEGER(DL20-ENTIER-TRAV).
003500     MOVE DL20-TODAY TO DL20-JO-DT-DEBUT.
003510     MOVE DL20-SM-FIN(DL20-SEM) TO DL20-JO-DT-FIN.
003520     CALL 'PRTD20JO' USING DL20-JO-PARMS.
003530     IF DL20-JO-OK
003540         MOVE DL20-JO-NB-JOURS TO DL20-SM-CUM-JOURS(DL20-SEM)
003550     ELSE
003560         COMPUTE DL20-SM-CUM-JOURS(DL20-SEM) = DL20-SEM * 5
003570     END-IF.
003580 1100-EXIT.
003590     EXIT.
003600*
003610 1200-LOAD-UNITE-TABLE.
003620     MOVE 0 TO DL20-UR-COUNT.
003630     OPEN INPUT PRUNITE-FILE.
003640     IF DL20-PRUNITE-OK
003650         PERFORM 1210-READ-UNITE THRU 1210-EXIT
003660         PERFORM 1220-STORE-UNITE THRU 1220-EXIT
003670             UNTIL DL20-EOF
003680         CLOSE PRUNITE-FILE
003690         MOVE 'N' TO DL20-EOF-SW
003700     ELSE
003710         DISPLAY 'PRTD20PT - PRUNITE NOT AVAILABLE, STATUS '
003720             DL20-PRUNITE-STATUS ' - UNITS IN PRTD20 ORDER'
003730     END-IF.
003740 1200-EXIT.
003750     EXIT.
003760*
003770 1210-READ-UNITE.
003780     READ PRUNITE-FILE NEXT RECORD
003790         AT END
003800             MOVE 'Y' TO DL20-EOF-SW
003810     END-READ.
003820 1210-EXIT.
003830     EXIT.
003840*
003850 1220-STORE-UNITE.
003860     MOVE UNI-CD-UNITE TO DL20-UNITE-CHERCHEE.
003870     PERFORM 1300-ADD-UNITE THRU 1300-EXIT.
003880     PERFORM 1210-READ-UNITE THRU 1210-EXIT.
003890 1220-EXIT.
003900     EXIT.
003910*
003920 1300-ADD-UNITE.
003930     IF DL20-UR-COUNT < DL20-MAX-UNITES
003940         ADD 1 TO DL20-UR-COUNT
003950         SET DL20-UR-IDX TO DL20-UR-COUNT
003960         INITIALIZE DL20-UR-ENTRY(DL20-UR-IDX)
003970         MOVE DL20-UNITE-CHERCHEE TO DL20-UR-UNITE(DL20-UR-IDX)
003980         MOVE 'Y' TO DL20-TROUVE-SW
003990     ELSE
004000         ADD 1 TO DL20-UR-DROPPED
004010         MOVE 'N' TO DL20-TROUVE-SW
004020     END-IF.
004030 1300-EXIT.
004040     EXIT.
004050*
004060 1400-FIND-UNITE.
004070*    FINDS THE UNIT OF DL20-UNITE-CHERCHEE, ADDING A UNIT NOT ON
004080*    PRUNITE AT THE END OF THE TABLE.
004090     MOVE 'N' TO DL20-TROUVE-SW.
004100     IF DL20-UR-COUNT > 0
004110         SET DL20-UR-IDX TO 1
004120         SEARCH DL20-UR-ENTRY VARYING DL20-UR-IDX
004130             AT END
004140                 CONTINUE
004150             WHEN DL20-UR-UNITE(DL20-UR-IDX) = DL20-UNITE-CHERCHEE
004160                 MOVE 'Y' TO DL20-TROUVE-SW
004170         END-SEARCH
004180     END-IF.
004190     IF NOT DL20-TROUVE
004200         PERFORM 1300-ADD-UNITE THRU 1300-EXIT
004210     END-IF.
004220 1400-EXIT.
004230     EXIT.
004240*
004250 2000-ANALYSE-HISTORY.
004260     IF NOT DL20-TD20-OUVERT
004270         GO TO 2000-EXIT
004280     END-IF.
004290     OPEN INPUT PRAUD20-FILE.
004300     IF NOT DL20-PRAUD20-OK
004310         DISPLAY 'PRTD20PT - PRAUD20 NOT AVAILABLE, STATUS '
004320             DL20-PRAUD20-STATUS ' - NO TURNAROUND HISTORY'
004330         GO TO 2000-EXIT
004340     END-IF.
004350     MOVE 0 TO DL20-DERN-DOSSIER.
004360     MOVE 0 TO DL20-DT-ENTREE-SAI.
004370     PERFORM 2100-READ-TRANSITION THRU 2100-EXIT.
004380     PERFORM 2200-PROCESS-TRANSITION THRU 2200-EXIT
004390         UNTIL DL20-EOF.
004400     MOVE 'N' TO DL20-EOF-SW.
004410     CLOSE PRAUD20-FILE.
004420     PERFORM 2500-COMPUTE-UNITE THRU 2500-EXIT
004430         VARYING DL20-UR-IDX FROM 1 BY 1
004440         UNTIL DL20-UR-IDX > DL20-UR-COUNT.
004450 2000-EXIT.
004460     EXIT.
004470*
004480 2100-READ-TRANSITION.
004490     READ PRAUD20-FILE NEXT RECORD
004500         AT END
004510             MOVE 'Y' TO DL20-EOF-SW
004520         NOT AT END
004530             ADD 1 TO DL20-AUD-LUES
004540     END-READ.
004550 2100-EXIT.
004560     EXIT.
004570*
004580 2200-PROCESS-TRANSITION.
004590*    PRAUD20 IS IN DOSSIER ORDER. THE DATE THE DOSSIER LAST
004600*    ENTERED SAI (CREATION OR A REOPEN) IS KEPT ALONG ITS CHAIN,
004610*    AND THE DOSSIER IS READ FOR ITS UNIT AT MOST ONCE.
004620     IF PRAUD-NO-DOSSIER NOT = DL20-DERN-DOSSIER
004630         MOVE PRAUD-NO-DOSSIER TO DL20-DERN-DOSSIER
004640         MOVE 0 TO DL20-DT-ENTREE-SAI
004650         MOVE 'N' TO DL20-UNITE-SW
004660         MOVE PRAUD-NO-DOSSIER TO LDO-NO-DOSSIER
004670         READ PRTD20-FILE
004680             INVALID KEY
004690                 CONTINUE
004700             NOT INVALID KEY
004710                 MOVE 'Y' TO DL20-UNITE-SW
004720                 MOVE LDO-CD-UNITE TO DL20-DERN-UNITE
004730         END-READ
004740     END-IF.
004750     IF PRAUD-CD-ETA-APRES = 'S'
004760         MOVE PRAUD-DT-TRANSIT TO DL20-DT-ENTREE-SAI
004770         GO TO 2200-NEXT
004780     END-IF.
004790     IF NOT DL20-UNITE-CONNUE
004800         OR PRAUD-DT-TRANSIT NOT > DL20-DT-DEBUT-HISTO
004810         OR PRAUD-DT-TRANSIT > DL20-TODAY
004820         GO TO 2200-NEXT
004830     END-IF.
004840     IF PRAUD-CD-ETA-AVANT NOT = 'S'
004850         AND PRAUD-CD-ETA-AVANT NOT = 'A'
004860         GO TO 2200-NEXT
004870     END-IF.
004880     MOVE DL20-DERN-UNITE TO DL20-UNITE-CHERCHEE.
004890     PERFORM 1400-FIND-UNITE THRU 1400-EXIT.
004900     IF NOT DL20-TROUVE
004910         GO TO 2200-NEXT
004920     END-IF.
004930     EVALUATE PRAUD-CD-ETA-APRES
004940         WHEN 'V'
004950             ADD 1 TO DL20-AUD-RETENUES
004960             ADD 1 TO DL20-UR-NB-VAL(DL20-UR-IDX) DL20-PF-NB-VAL
004970             PERFORM 2300-MEASURE-DELAI THRU 2300-EXIT
004980         WHEN 'R'
004990             ADD 1 TO DL20-AUD-RETENUES
005000             ADD 1 TO DL20-UR-NB-REJ(DL20-UR-IDX) DL20-PF-NB-REJ
005010         WHEN OTHER
005020             CONTINUE
005030     END-EVALUATE.
005040 2200-NEXT.
005050     PERFORM 2100-READ-TRANSITION THRU 2100-EXIT.
005060 2200-EXIT.
005070     EXIT.
005080*
005090 2300-MEASURE-DELAI.
005100     IF DL20-DT-ENTREE-SAI = 0
005110         OR DL20-DT-ENTREE-SAI > PRAUD-DT-TRANSIT
005120         GO TO 2300-EXIT
005130     END-IF.
005140     MOVE DL20-DT-ENTREE-SAI TO DL20-JO-DT-DEBUT.
005150     MOVE PRAUD-DT-TRANSIT TO DL20-JO-DT-FIN.
005160     CALL 'PRTD20JO' USING DL20-JO-PARMS.
005170     IF DL20-JO-OK
005180         ADD 1 TO DL20-UR-NB-DELAI(DL20-UR-IDX) DL20-PF-NB-DELAI
005190         ADD DL20-JO-NB-JOURS TO DL20-UR-SOMME-DELAI(DL20-UR-IDX)
005200                                DL20-PF-SOMME-DELAI
005210     END-IF.
005220 2300-EXIT.
005230     EXIT.
005240*
005250 2500-COMPUTE-UNITE.
005260     IF DL20-UR-NB-VAL(DL20-UR-IDX) > 0
005270         MOVE 'Y' TO DL20-UR-HISTO-SW(DL20-UR-IDX)
005280         COMPUTE DL20-UR-TAUX(DL20-UR-IDX) ROUNDED =
005290             DL20-UR-NB-VAL(DL20-UR-IDX)
005300             / (DL20-UR-NB-VAL(DL20-UR-IDX)
005310                + DL20-UR-NB-REJ(DL20-UR-IDX))
005320     ELSE
005330         MOVE 'N' TO DL20-UR-HISTO-SW(DL20-UR-IDX)
005340     END-IF.
005350     IF DL20-UR-NB-DELAI(DL20-UR-IDX) > 0
005360         COMPUTE DL20-UR-DELAI-MOY(DL20-UR-IDX) ROUNDED =
005370             DL20-UR-SOMME-DELAI(DL20-UR-IDX)
005380             / DL20-UR-NB-DELAI(DL20-UR-IDX)
005390     END-IF.
005400 2500-EXIT.
005410     EXIT.
005420*
005430 3000-PROJECT-DOSSIERS.
005440     IF NOT DL20-TD20-OUVERT
005450         GO TO 3000-EXIT
005460     END-IF.
005470*    THE PORTFOLIO FIGURES STAND IN FOR A UNIT WITH NO HISTORY;
005480*    WITH NO HISTORY AT ALL A DOSSIER IS TAKEN AS DUE NOW, IN
005490*    FULL.
005500     MOVE 1 TO DL20-PF-TAUX.
005510     IF DL20-PF-NB-VAL > 0
005520         COMPUTE DL20-PF-TAUX ROUNDED =
005530             DL20-PF-NB-VAL / (DL20-PF-NB-VAL + DL20-PF-NB-REJ)
005540     END-IF.
005550     IF DL20-PF-NB-DELAI > 0
005560         COMPUTE DL20-PF-DELAI-MOY ROUNDED =
005570             DL20-PF-SOMME-DELAI / DL20-PF-NB-DELAI
005580     END-IF.
005590     OPEN INPUT PRTD20E-FILE.
005600     IF DL20-PRTD20E-OK
005610         MOVE 'Y' TO DL20-PND-SW
005620     ELSE
005630         DISPLAY 'PRTD20PT - PRTD20E NOT AVAILABLE, STATUS '
005640             DL20-PRTD20E-STATUS ' - NO SCHEDULED CHANGES'
005650     END-IF.
005660     MOVE LOW-VALUES TO PRTD20-RECORD.
005670     MOVE 0 TO LDO-NO-DOSSIER.
005680     START PRTD20-FILE KEY IS NOT LESS THAN LDO-NO-DOSSIER
005690         INVALID KEY
005700             MOVE 'Y' TO DL20-EOF-SW
005710     END-START.
005720     IF NOT DL20-EOF
005730         PERFORM 3100-READ-DOSSIER THRU 3100-EXIT
005740     END-IF.
005750     PERFORM 3200-PROCESS-DOSSIER THRU 3200-EXIT
005760         UNTIL DL20-EOF.
005770     MOVE 'N' TO DL20-EOF-SW.
005780     IF DL20-PND-OUVERT
005790         CLOSE PRTD20E-FILE
005800     END-IF.
005810 3000-EXIT.
005820     EXIT.
005830*
005840 3100-READ-DOSSIER.
005850     READ PRTD20-FILE NEXT RECORD
005860         AT END
005870             MOVE 'Y' TO DL20-EOF-SW
005880         NOT AT END
005890             ADD 1 TO DL20-DOS-LUS
005900     END-READ.
005910 3100-EXIT.
005920     EXIT.
005930*
005940 3200-PROCESS-DOSSIER.
005950     EVALUATE TRUE
005960         WHEN LDO-CD-ETA-VAL AND NOT LDO-REGL-EXTRAIT
005970             PERFORM 3300-CERTAIN THRU 3300-EXIT
005980         WHEN LDO-CD-ETA-SAI OR LDO-CD-ETA-APP
005990             PERFORM 3400-OPEN-DOSSIER THRU 3400-EXIT
006000         WHEN OTHER
006010             CONTINUE
006020     END-EVALUATE.
006030     PERFORM 3100-READ-DOSSIER THRU 3100-EXIT.
006040 3200-EXIT.
006050     EXIT.
006060*
006070 3300-CERTAIN.
006080     PERFORM 3900-LOCATE-ENTRIES THRU 3900-EXIT.
006090     IF NOT DL20-TROUVE
006100         GO TO 3300-EXIT
006110     END-IF.
006120     ADD 1 TO DL20-DOS-CERTAINS.
006130     PERFORM 3950-CONVERT THRU 3950-EXIT.
006140     ADD LDO-MT-DOSSIER TO DL20-UD-MT-CERT(DL20-UD-IDX 1).
006150     ADD DL20-CV-MT-REF TO DL20-UR-REF-CERT(DL20-UR-IDX 1)
006160                           DL20-PF-REF-CERT(1).
006170 3300-EXIT.
006180     EXIT.
006190*
006200 3400-OPEN-DOSSIER.
006210     PERFORM 3900-LOCATE-ENTRIES THRU 3900-EXIT.
006220     IF NOT DL20-TROUVE
006230         GO TO 3400-EXIT
006240     END-IF.
006250     PERFORM 3500-FIND-ATTENTE THRU 3500-EXIT.
006260     IF DL20-EN-ATTENTE AND PRPND-NVL-ETA = 'R'
006270         ADD 1 TO DL20-DOS-REJ-PREVUS
006280         GO TO 3400-EXIT
006290     END-IF.
006300     IF DL20-EN-ATTENTE AND PRPND-NVL-ETA = 'V'
006310         PERFORM 3600-SCHEDULED THRU 3600-EXIT
006320     ELSE
006330         PERFORM 3700-PROJECTED THRU 3700-EXIT
006340     END-IF.
006350 3400-EXIT.
006360     EXIT.
006370*
006380 3500-FIND-ATTENTE.
006390*    THE EARLIEST CHANGE WAITING FOR THE DOSSIER, IF ANY.
006400     MOVE 'N' TO DL20-ATTENTE-SW.
006410     IF NOT DL20-PND-OUVERT
006420         GO TO 3500-EXIT
006430     END-IF.
006440     MOVE LDO-NO-DOSSIER TO PRPND-NO-DOSSIER.
006450     MOVE 0 TO PRPND-DT-EFFET.
006460     START PRTD20E-FILE KEY IS NOT LESS THAN PRPND-KEY
006470         INVALID KEY
006480             GO TO 3500-EXIT
006490     END-START.
006500     READ PRTD20E-FILE NEXT RECORD
006510         AT END
006520             GO TO 3500-EXIT
006530     END-READ.
006540     IF PRPND-NO-DOSSIER = LDO-NO-DOSSIER
006550         MOVE 'Y' TO DL20-ATTENTE-SW
006560     END-IF.
006570 3500-EXIT.
006580     EXIT.
006590*
006600 3600-SCHEDULED.
006610     ADD 1 TO DL20-DOS-PREVUS.
006620     IF PRPND-DT-EFFET NOT > DL20-TODAY
006630         MOVE 1 TO DL20-SEM-DOSSIER
006640     ELSE
006650         COMPUTE DL20-ENTIER-TRAV =
006660             FUNCTION INTEGER-OF-DATE(PRPND-DT-EFFET)
006670         COMPUTE DL20-SEM-DOSSIER =
006680             (DL20-ENTIER-TRAV - DL20-ENTIER-TODAY) / 7 + 1
006690     END-IF.
006700     IF DL20-SEM-DOSSIER > DL20-NB-SEMAINES
006710         MOVE DL20-SEM-PLUS-TARD TO DL20-SEM-DOSSIER
006720         ADD 1 TO DL20-DOS-PLUS-TARD
006730     END-IF.
006740     PERFORM 3950-CONVERT THRU 3950-EXIT.
006750     ADD LDO-MT-DOSSIER
006760         TO DL20-UD-MT-PREVU(DL20-UD-IDX DL20-SEM-DOSSIER).
006770     ADD DL20-CV-MT-REF
006780         TO DL20-UR-REF-PREVU(DL20-UR-IDX DL20-SEM-DOSSIER)
006790            DL20-PF-REF-PREVU(DL20-SEM-DOSSIER).
006800 3600-EXIT.
006810     EXIT.
006820*
006830 3700-PROJECTED.
006840     ADD 1 TO DL20-DOS-PROJETES.
006850     IF DL20-UR-HISTO(DL20-UR-IDX)
006860         MOVE DL20-UR-DELAI-MOY(DL20-UR-IDX) TO DL20-DELAI
006870         MOVE DL20-UR-TAUX(DL20-UR-IDX) TO DL20-TAUX
006880     ELSE
006890         ADD 1 TO DL20-SANS-HISTO
006900         MOVE DL20-PF-DELAI-MOY TO DL20-DELAI
006910         MOVE DL20-PF-TAUX TO DL20-TAUX
006920     END-IF.
006930     MOVE 0 TO DL20-AGE.
006940     IF LDO-DT-SAI IS NUMERIC
006950         AND LDO-DT-SAI NOT = ZERO
006960         AND LDO-DT-SAI < DL20-TODAY
006970         MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
006980         MOVE DL20-TODAY TO DL20-JO-DT-FIN
006990         CALL 'PRTD20JO' USING DL20-JO-PARMS
007000         IF DL20-JO-OK
007010             MOVE DL20-JO-NB-JOURS TO DL20-AGE
007020         END-IF
007030     END-IF.
007040     COMPUTE DL20-RESTE = DL20-DELAI - DL20-AGE.
007050     MOVE DL20-SEM-PLUS-TARD TO DL20-SEM-DOSSIER.
007060     IF DL20-RESTE NOT > 0
007070         MOVE 1 TO DL20-SEM-DOSSIER
007080     ELSE
007090         PERFORM 3710-FIND-SEMAINE THRU 3710-EXIT
007100             VARYING DL20-SEM FROM 1 BY 1
007110             UNTIL DL20-SEM > DL20-NB-SEMAINES
007120                OR DL20-SEM-DOSSIER NOT = DL20-SEM-PLUS-TARD
007130     END-IF.
007140     IF DL20-SEM-DOSSIER = DL20-SEM-PLUS-TARD
007150         ADD 1 TO DL20-DOS-PLUS-TARD
007160     END-IF.
007170     PERFORM 3950-CONVERT THRU 3950-EXIT.
007180     COMPUTE DL20-MT-PREVU ROUNDED = LDO-MT-DOSSIER * DL20-TAUX.
007190     COMPUTE DL20-MT-REF ROUNDED = DL20-CV-MT-REF * DL20-TAUX.
007200     ADD DL20-MT-PREVU
007210         TO DL20-UD-MT-PROJ(DL20-UD-IDX DL20-SEM-DOSSIER).
007220     ADD DL20-TAUX
007230         TO DL20-UD-NB-PROJ(DL20-UD-IDX DL20-SEM-DOSSIER)
007240            DL20-UR-NB-PROJ(DL20-UR-IDX DL20-SEM-DOSSIER)
007250            DL20-PF-NB-PROJ(DL20-SEM-DOSSIER).
007260     ADD DL20-MT-REF
007270         TO DL20-UR-REF-PROJ(DL20-UR-IDX DL20-SEM-DOSSIER)
007280            DL20-PF-REF-PROJ(DL20-SEM-DOSSIER).
007290 3700-EXIT.
007300     EXIT.
007310*
007320 3710-FIND-SEMAINE.
007330     IF DL20-SM-CUM-JOURS(DL20-SEM) NOT < DL20-RESTE
007340         MOVE DL20-SEM TO DL20-SEM-DOSSIER
007350     END-IF.
007360 3710-EXIT.
007370     EXIT.
007380*
007390 3900-LOCATE-ENTRIES.
007400*    POSITIONS DL20-UR-IDX ON THE DOSSIER'S UNIT AND DL20-UD-IDX
007410*    ON ITS UNIT AND CURRENCY, ADDING EITHER WHEN NEW.
007420     MOVE LDO-CD-UNITE TO DL20-UNITE-CHERCHEE.
007430     PERFORM 1400-FIND-UNITE THRU 1400-EXIT.
007440     IF NOT DL20-TROUVE
007450         GO TO 3900-EXIT
007460     END-IF.
007470     MOVE LDO-CD-DEVISE TO DL20-DEVISE-CHERCHEE.
007480     IF DL20-DEVISE-CHERCHEE = SPACES
007490         MOVE 'EUR' TO DL20-DEVISE-CHERCHEE
007500     END-IF.
007510     MOVE 'N' TO DL20-TROUVE-SW.
007520     IF DL20-UD-COUNT > 0
007530         SET DL20-UD-IDX TO 1
007540         SEARCH DL20-UD-ENTRY VARYING DL20-UD-IDX
007550             AT END
007560                 CONTINUE
007570             WHEN DL20-UD-UNITE(DL20-UD-IDX) = DL20-UNITE-CHERCHEE
007580                 AND DL20-UD-DEVISE(DL20-UD-IDX)
007590                     = DL20-DEVISE-CHERCHEE
007600                 MOVE 'Y' TO DL20-TROUVE-SW
007610         END-SEARCH
007620     END-IF.
007630     IF DL20-TROUVE
007640         GO TO 3900-EXIT
007650     END-IF.
007660     IF DL20-UD-COUNT < DL20-MAX-UNI-DEV
007670         ADD 1 TO DL20-UD-COUNT
007680         SET DL20-UD-IDX TO DL20-UD-COUNT
007690         INITIALIZE DL20-UD-ENTRY(DL20-UD-IDX)
007700         MOVE DL20-UNITE-CHERCHEE TO DL20-UD-UNITE(DL20-UD-IDX)
007710         MOVE DL20-DEVISE-CHERCHEE TO DL20-UD-DEVISE(DL20-UD-IDX)
007720         MOVE 'Y' TO DL20-TROUVE-SW
007730     ELSE
007740         ADD 1 TO DL20-UD-DROPPED
007750     END-IF.
007760 3900-EXIT.
007770     EXIT.
007780*
007790 3950-CONVERT.
007800     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
007810     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
007820     CALL 'PRTD20CV' USING DL20-CV-PARMS.
007830     IF DL20-CV-SANS-TAUX
007840         ADD 1 TO DL20-SANS-TAUX
007850     END-IF.
007860 3950-EXIT.
007870     EXIT.
007880*
007890 4000-PRINT-FORECAST.
007900     MOVE 'SETTLEMENT CASH FORECAST' TO DL20-ENT-TITRE.
007910     MOVE SPACES TO DL20-ENTETE-COLONNES.
007920     MOVE ' CUR  WEEK   FROM                 CERTAIN'
007930         TO DL20-ENTETE-COLONNES(1:42).
007940     MOVE '            SCHEDULED            PROJECTED  EXPECTED'
007950         TO DL20-ENTETE-COLONNES(43:52).
007960     MOVE '                  TOTAL'
007970         TO DL20-ENTETE-COLONNES(95:23).
007980     PERFORM 4100-PRINT-UNITE THRU 4100-EXIT
007990         VARYING DL20-UR-IDX FROM 1 BY 1
008000         UNTIL DL20-UR-IDX > DL20-UR-COUNT.
008010     MOVE 'PORTFOLIO, REFERENCE CURRENCY' TO DL20-ENT-TITRE.
008020     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
008030     PERFORM 4400-PRINT-PF-SEMAINE THRU 4400-EXIT
008040         VARYING DL20-SEM FROM 1 BY 1
008050         UNTIL DL20-SEM > DL20-SEM-PLUS-TARD.
008060     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
008070     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008080     MOVE 'VALIDATED, NOT YET EXTRACTED' TO DL20-TOT-LIB.
008090     MOVE DL20-DOS-CERTAINS TO DL20-TOT-NB.
008100     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008110     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008120     MOVE 'OPEN WITH A VAL WAITING ON PRTD20E' TO DL20-TOT-LIB.
008130     MOVE DL20-DOS-PREVUS TO DL20-TOT-NB.
008140     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008150     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008160     MOVE 'OPEN WITH A REJ WAITING - LEFT OUT' TO DL20-TOT-LIB.
008170     MOVE DL20-DOS-REJ-PREVUS TO DL20-TOT-NB.
008180     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008190     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008200     MOVE 'OPEN, PROJECTED' TO DL20-TOT-LIB.
008210     MOVE DL20-DOS-PROJETES TO DL20-TOT-NB.
008220     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008230     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008240     MOVE 'PROJECTED ON PORTFOLIO FIGURES' TO DL20-TOT-LIB.
008250     MOVE DL20-SANS-HISTO TO DL20-TOT-NB.
008260     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008270     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008280     MOVE 'DUE AFTER THE LAST WEEK' TO DL20-TOT-LIB.
008290     MOVE DL20-DOS-PLUS-TARD TO DL20-TOT-NB.
008300     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008310     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008320     MOVE 'AMOUNTS WITH NO RATE (TAKEN AS BOOKED)'
008330         TO DL20-TOT-LIB.
008340     MOVE DL20-SANS-TAUX TO DL20-TOT-NB.
008350     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
008360     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008370 4000-EXIT.
008380     EXIT.
008390*
008400 4100-PRINT-UNITE.
008410*    ONE PAGE PER UNIT : ITS HISTORY FIGURES, A BLOCK PER
008420*    CURRENCY IN THE CURRENCY BOOKED, THEN THE UNIT IN THE
008430*    REFERENCE CURRENCY.
008440     MOVE SPACES TO DL20-ENT-TITRE.
008450     STRING 'UNIT ' DL20-UR-UNITE(DL20-UR-IDX)
008460         DELIMITED BY SIZE INTO DL20-ENT-TITRE.
008470     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
008480     MOVE DL20-UR-UNITE(DL20-UR-IDX) TO DL20-UNL-UNITE.
008490     IF DL20-UR-HISTO(DL20-UR-IDX)
008500         MOVE DL20-UR-DELAI-MOY(DL20-UR-IDX) TO DL20-UNL-DELAI
008510         COMPUTE DL20-UNL-TAUX = DL20-UR-TAUX(DL20-UR-IDX) * 100
008520         MOVE 'FROM UNIT HISTORY' TO DL20-UNL-SOURCE
008530     ELSE
008540         MOVE DL20-PF-DELAI-MOY TO DL20-UNL-DELAI
008550         COMPUTE DL20-UNL-TAUX = DL20-PF-TAUX * 100
008560         MOVE 'NO HISTORY - PORTFOLIO FIGURES' TO DL20-UNL-SOURCE
008570     END-IF.
008580     MOVE DL20-LIGNE-UNITE TO DL20-LIGNE-TRAVAIL.
008590     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008600     PERFORM 4200-PRINT-DEVISE THRU 4200-EXIT
008610         VARYING DL20-UD-IDX FROM 1 BY 1
008620         UNTIL DL20-UD-IDX > DL20-UD-COUNT.
008630     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
008640     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008650     PERFORM 4300-PRINT-UR-SEMAINE THRU 4300-EXIT
008660         VARYING DL20-SEM FROM 1 BY 1
008670         UNTIL DL20-SEM > DL20-SEM-PLUS-TARD.
008680 4100-EXIT.
008690     EXIT.
008700*
008710 4200-PRINT-DEVISE.
008720     IF DL20-UD-UNITE(DL20-UD-IDX)
008730         NOT = DL20-UR-UNITE(DL20-UR-IDX)
008740         GO TO 4200-EXIT
008750     END-IF.
008760     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
008770     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008780     PERFORM 4210-PRINT-UD-SEMAINE THRU 4210-EXIT
008790         VARYING DL20-SEM FROM 1 BY 1
008800         UNTIL DL20-SEM > DL20-SEM-PLUS-TARD.
008810 4200-EXIT.
008820     EXIT.
008830*
008840 4210-PRINT-UD-SEMAINE.
008850     IF DL20-SEM > DL20-NB-SEMAINES
008860         AND DL20-SEM < DL20-SEM-PLUS-TARD
008870         GO TO 4210-EXIT
008880     END-IF.
008890     IF DL20-UD-MT-CERT(DL20-UD-IDX DL20-SEM) = 0
008900         AND DL20-UD-MT-PREVU(DL20-UD-IDX DL20-SEM) = 0
008910         AND DL20-UD-MT-PROJ(DL20-UD-IDX DL20-SEM) = 0
008920         GO TO 4210-EXIT
008930     END-IF.
008940     MOVE DL20-UD-DEVISE(DL20-UD-IDX) TO DL20-SML-DEVISE.
008950     PERFORM 4900-SEMAINE-LIB THRU 4900-EXIT.
008960     MOVE DL20-UD-MT-CERT(DL20-UD-IDX DL20-SEM) TO DL20-SML-CERT.
008970     MOVE DL20-UD-MT-PREVU(DL20-UD-IDX DL20-SEM)
008980         TO DL20-SML-PREVU.
008990     MOVE DL20-UD-MT-PROJ(DL20-UD-IDX DL20-SEM) TO DL20-SML-PROJ.
009000     MOVE DL20-UD-NB-PROJ(DL20-UD-IDX DL20-SEM)
009010         TO DL20-SML-NB-PROJ.
009020     COMPUTE DL20-SML-TOTAL =
009030         DL20-UD-MT-CERT(DL20-UD-IDX DL20-SEM)
009040         + DL20-UD-MT-PREVU(DL20-UD-IDX DL20-SEM)
009050         + DL20-UD-MT-PROJ(DL20-UD-IDX DL20-SEM).
009060     MOVE DL20-LIGNE-SEMAINE TO DL20-LIGNE-TRAVAIL.
009070     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
009080 4210-EXIT.
009090     EXIT.
009100*
009110 4300-PRINT-UR-SEMAINE.
009120     IF DL20-SEM > DL20-NB-SEMAINES
009130         AND DL20-SEM < DL20-SEM-PLUS-TARD
009140         GO TO 4300-EXIT
009150     END-IF.
009160     MOVE 'REF' TO DL20-SML-DEVISE.
009170     PERFORM 4900-SEMAINE-LIB THRU 4900-EXIT.
009180     MOVE DL20-UR-REF-CERT(DL20-UR-IDX DL20-SEM) TO DL20-SML-CERT.
009190     MOVE DL20-UR-REF-PREVU(DL20-UR-IDX DL20-SEM)
009200         TO DL20-SML-PREVU.
009210     MOVE DL20-UR-REF-PROJ(DL20-UR-IDX DL20-SEM) TO DL20-SML-PROJ.
009220     MOVE DL20-UR-NB-PROJ(DL20-UR-IDX DL20-SEM)
009230         TO DL20-SML-NB-PROJ.
009240     COMPUTE DL20-SML-TOTAL =
009250         DL20-UR-REF-CERT(DL20-UR-IDX DL20-SEM)
009260         + DL20-UR-REF-PREVU(DL20-UR-IDX DL20-SEM)
009270         + DL20-UR-REF-PROJ(DL20-UR-IDX DL20-SEM).
009280     MOVE DL20-LIGNE-SEMAINE TO DL20-LIGNE-TRAVAIL.
009290     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
009300 4300-EXIT.
009310     EXIT.
009320*
009330 4400-PRINT-PF-SEMAINE.
009340     IF DL20-SEM > DL20-NB-SEMAINES
009350         AND DL20-SEM < DL20-SEM-PLUS-TARD
009360         GO TO 4400-EXIT
009370     END-IF.
009380     MOVE 'REF' TO DL20-SML-DEVISE.
009390     PERFORM 4900-SEMAINE-LIB THRU 4900-EXIT.
009400     MOVE DL20-PF-REF-CERT(DL20-SEM) TO DL20-SML-CERT.
009410     MOVE DL20-PF-REF-PREVU(DL20-SEM) TO DL20-SML-PREVU.
009420     MOVE DL20-PF-REF-PROJ(DL20-SEM) TO DL20-SML-PROJ.
009430     MOVE DL20-PF-NB-PROJ(DL20-SEM) TO DL20-SML-NB-PROJ.
009440     COMPUTE DL20-SML-TOTAL = DL20-PF-REF-CERT(DL20-SEM)
009450         + DL20-PF-REF-PREVU(DL20-SEM)
009460         + DL20-PF-REF-PROJ(DL20-SEM).
009470     MOVE DL20-LIGNE-SEMAINE TO DL20-LIGNE-TRAVAIL.
009480     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
009490 4400-EXIT.
009500     EXIT.
009510*
009520 4900-SEMAINE-LIB.
009530     IF DL20-SEM = DL20-SEM-PLUS-TARD
009540         MOVE 'LATER' TO DL20-SML-SEMAINE
009550         MOVE SPACES TO DL20-SML-DEBUT
009560     ELSE
009570         MOVE SPACES TO DL20-SML-SEMAINE
009580         MOVE DL20-SEM TO DL20-SML-SEMAINE(4:2)
009590         MOVE DL20-SM-DEBUT(DL20-SEM) TO DL20-SML-DEBUT
009600     END-IF.
009610 4900-EXIT.
009620     EXIT.
009630*
009640 8000-TERMINATE.
009650     IF DL20-TD20-OUVERT
009660         CLOSE PRTD20-FILE
009670     END-IF.
009680     CLOSE PRTD20L-FILE.
009690     DISPLAY 'PRTD20PT - WEEKS FORECAST     : ' DL20-NB-SEMAINES.
009700     DISPLAY 'PRTD20PT - HISTORY FROM AFTER : '
009710         DL20-DT-DEBUT-HISTO.
009720     DISPLAY 'PRTD20PT - TRANSITIONS READ   : ' DL20-AUD-LUES.
009730     DISPLAY 'PRTD20PT - TRANSITIONS USED   : ' DL20-AUD-RETENUES.
009740     DISPLAY 'PRTD20PT - DOSSIERS READ      : ' DL20-DOS-LUS.
009750     DISPLAY 'PRTD20PT - CERTAIN            : ' DL20-DOS-CERTAINS.
009760     DISPLAY 'PRTD20PT - SCHEDULED          : ' DL20-DOS-PREVUS.
009770     DISPLAY 'PRTD20PT - PROJECTED          : ' DL20-DOS-PROJETES.
009780     DISPLAY 'PRTD20PT - REJ WAITING        : '
009790         DL20-DOS-REJ-PREVUS.
009800     DISPLAY 'PRTD20PT - AFTER LAST WEEK    : '
009810         DL20-DOS-PLUS-TARD.
009820     IF DL20-SANS-TAUX > 0
009830         DISPLAY 'PRTD20PT - WARNING, AMOUNTS WITH NO RATE : '
009840             DL20-SANS-TAUX
009850     END-IF.
009860     IF DL20-UR-DROPPED > 0 OR DL20-UD-DROPPED > 0
009870         DISPLAY 'PRTD20PT - WARNING, TABLE FULL, DOSSIERS LEFT '
009880             'OUT : ' DL20-UR-DROPPED ' / ' DL20-UD-DROPPED
009890     END-IF.
009900     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
009910 8000-EXIT.
009920     EXIT.
009930*
009940 8900-WRITE-RUN-LEDGER.
009950     MOVE 'PRTD20PT' TO DL20-JW-PROGRAMME.
009960     MOVE DL20-TODAY TO DL20-JWT-TODAY.
009970     MOVE DL20-NB-SEMAINES TO DL20-JWT-NB-SEMAINES.
009980     MOVE DL20-JOURS-HISTO TO DL20-JWT-JOURS-HISTO.
009990     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
010000     COMPUTE DL20-JW-RECS-READ = DL20-AUD-LUES + DL20-DOS-LUS.
010010     MOVE 0 TO DL20-JW-RECS-ECRITS.
010020     IF NOT DL20-TD20-OUVERT OR DL20-SANS-TAUX > 0
010030         OR DL20-UR-DROPPED > 0 OR DL20-UD-DROPPED > 0
010040         MOVE 'W' TO DL20-JW-RESULTAT
010050     ELSE
010060         MOVE 'O' TO DL20-JW-RESULTAT
010070     END-IF.
010080     CALL 'PRTD20JW' USING DL20-JW-PARMS.
010090     IF DL20-JW-ECHEC
010100         DISPLAY 'PRTD20PT - WARNING, RUN LEDGER WRITE FAILED'
010110     END-IF.
010120 8900-EXIT.
010130     EXIT.
010140*
010150 9000-PRINT-LINE.
010160     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
010170         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
010180     END-IF.
010190     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
010200         AFTER ADVANCING 1 LINE.
010210     ADD 1 TO DL20-LIGNE-CNT.
010220 9000-EXIT.
010230     EXIT.
010240*
010250 9100-NEW-PAGE.
010260     ADD 1 TO DL20-PAGE-NO.
010270     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
010280     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
010290         AFTER ADVANCING PAGE.
010300     MOVE SPACES TO PRLIGNE-RECORD.
010310     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
010320     MOVE 2 TO DL20-LIGNE-CNT.
010330     IF DL20-ENTETE-COLONNES NOT = SPACES
010340         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
010350             AFTER ADVANCING 1 LINE
010360         MOVE SPACES TO PRLIGNE-RECORD
010370         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
010380         MOVE 4 TO DL20-LIGNE-CNT
010390     END-IF.
010400 9100-EXIT.
010410     EXIT.
