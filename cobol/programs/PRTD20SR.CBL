000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20SR.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED. 2026-09-18.
000070*****************************************************************
000080*    PROGRAM       : PRTD20SR                                  *
000090*    DESCRIPTION   : DAILY ACCESS-EXCEPTION REPORT FOR THE      *
000100*                    ACCESS REVIEW. THE REPORT DATE IS THE      *
000110*                    FIRST EIGHT CHARACTERS OF THE COMMAND      *
000120*                    LINE (YYYYMMDD), TODAY WHEN ABSENT.        *
000130*                    FIRST, EVERY AUTHORIZATION REFUSAL OF THE  *
000140*                    DAY ON THE PRSECEV SECURITY EVENT LOG      *
000150*                    (XPRSEV) IS LISTED IN TIME ORDER WITH ITS  *
000160*                    PROGRAM, OPERATOR, UNIT AND DOSSIER.       *
000170*                    SECOND, THE OPERATORS REFUSED THAT DAY     *
000180*                    ARE PICKED OUT WHEN THEIR REFUSALS REACH   *
000190*                    THE PRPARAM PRTD20SR/SEUILREP COUNT        *
000200*                    (DEFAULT 3) OR COVER MORE THAN ONE UNIT.   *
000210*                    LAST, EVERY PROPER PROFILE WITH NO         *
000220*                    PRAUD20 TRANSITION BY ITS OPERATOR ON A    *
000230*                    DOSSIER OF ITS UNIT IN THE LAST            *
000240*                    PRTD20SR/JOURSINACT WORKING DAYS (DEFAULT  *
000250*                    20, COUNTED BY PRTD20JO UP TO THE REPORT   *
000260*                    DATE) IS LISTED AS A CANDIDATE FOR         *
000270*                    REVOCATION, WITH THE DATE OF THE           *
000280*                    OPERATOR'S LAST TRANSITION ON ANY UNIT. A  *
000290*                    DOSSIER IS TAKEN AT ITS CURRENT UNIT ON    *
000300*                    PRTD20; TRANSITIONS OF ARCHIVED DOSSIERS   *
000310*                    ONLY COUNT TOWARDS THE LAST TRANSITION     *
000320*                    DATE. THE RUN ENDS WITH A WARNING ON THE   *
000330*                    RUN LEDGER WHEN AN OPERATOR IS PICKED OUT  *
000340*                    OR A PROFILE IS INACTIVE.                  *
000350*    MODIFICATION HISTORY                                       *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------- ----  -------------------------------------------*
000380*    2026-09-18  DLM  ORIGINAL PROGRAM.                           *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY PRSEVSEL.
000440     COPY PROPRSEL.
000450     COPY PRAUDSEL.
000460     COPY PRTD20RSL.
000470     COPY PRIMPSEL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PRSECEV-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY XPRSEV.
000530 FD  PROPER-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY XPROPR.
000560 FD  PRAUD20-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY XPRAUD.
000590 FD  PRTD20-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY XPRTD20.
000620 FD  PRTD20L-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY XPRPRT.
000650 WORKING-STORAGE SECTION.
000660     COPY XPRSTAT.
000670     COPY XPRJWLK.
000680     COPY XPRPRLK.
000690     COPY XPRJOLK.
000700 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000710 77  DL20-MAX-OPER              PIC 9(4)  USAGE COMP VALUE 500.
000720 77  DL20-MAX-PROFILS           PIC 9(4)  USAGE COMP VALUE 3000.
000730 77  DL20-MAX-UNITES-OP         PIC 9(2)  USAGE COMP VALUE 10.
000740 01  DL20-SWITCHES.
000750     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000760         88  DL20-EOF               VALUE 'Y'.
000770     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000780         88  DL20-TROUVE            VALUE 'Y'.
000790     05  DL20-SEV-SW            PIC X(1)  VALUE 'N'.
000800         88  DL20-SEV-OUVERT        VALUE 'Y'.
000810     05  DL20-DOSSIER-SW        PIC X(1)  VALUE 'N'.
000820         88  DL20-DOSSIER-CONNU     VALUE 'Y'.
000830     05  DL20-FIN-OPER-SW       PIC X(1)  VALUE 'N'.
000840         88  DL20-FIN-OPER          VALUE 'Y'.
000850     05  DL20-TD20-SW           PIC X(1)  VALUE 'N'.
000860         88  DL20-TD20-OUVERT       VALUE 'Y'.
000870 01  DL20-COUNTERS.
000880     05  DL20-SEV-LUS           PIC 9(7)  USAGE COMP.
000890     05  DL20-REFUS-JOUR        PIC 9(7)  USAGE COMP.
000900     05  DL20-OPER-SIGNALES     PIC 9(5)  USAGE COMP.
000910     05  DL20-AUD-LUES          PIC 9(9)  USAGE COMP.
000920     05  DL20-PROFILS-LUS       PIC 9(5)  USAGE COMP.
000930     05  DL20-PROFILS-INACTIFS  PIC 9(5)  USAGE COMP.
000940     05  DL20-OP-DROPPED        PIC 9(5)  USAGE COMP.
000950     05  DL20-PF-DROPPED        PIC 9(5)  USAGE COMP.
000960 01  DL20-PARMS.
000970     05  DL20-PARM-LINE         PIC X(80).
000980     05  DL20-PARM-DT-JOUR      PIC 9(8).
000990 01  DL20-TODAY                 PIC 9(8).
001000 01  DL20-DT-JOUR               PIC 9(8).
001010 01  DL20-DT-LIMITE             PIC 9(8).
001020 01  DL20-SEUIL-REP             PIC 9(3)  VALUE 3.
001030 01  DL20-JOURS-INACT           PIC 9(3)  VALUE 20.
001040 01  DL20-JOURS-COMPTES         PIC 9(3)  USAGE COMP.
001050 01  DL20-ENTIER-LIMITE         PIC 9(9)  USAGE COMP.
001060 01  DL20-DERN-DOSSIER          PIC S9(11)V USAGE COMP-3 VALUE 0.
001070 01  DL20-DERN-UNITE            PIC X(3).
001080 01  DL20-OPER-CHERCHE          PIC X(8).
001090 01  DL20-PF-PREMIER            PIC 9(4)  USAGE COMP.
001100 01  DL20-PF-SUB                PIC 9(4)  USAGE COMP.
001110 01  DL20-OU-SUB                PIC 9(2)  USAGE COMP.
001120 01  DL20-LISTE-POS             PIC 9(2)  USAGE COMP.
001130*    THE OPERATORS REFUSED ON THE REPORT DATE, WITH THE DISTINCT
001140*    UNITS THEY WERE REFUSED FOR.
001150 01  DL20-OPER-TABLE.
001160     05  DL20-OP-ENTRY   OCCURS 1 TO 500 TIMES
001170                         DEPENDING ON DL20-OP-COUNT
001180                         INDEXED BY DL20-OP-IDX.
001190         10  DL20-OP-ID         PIC X(8).
001200         10  DL20-OP-NB-REFUS   PIC 9(5)  USAGE COMP.
001210         10  DL20-OP-NB-UNITES  PIC 9(2)  USAGE COMP.
001220         10  DL20-OP-UNITE      PIC X(3)  OCCURS 10 TIMES.
001230 01  DL20-OP-COUNT              PIC 9(4)  USAGE COMP  VALUE 0.
001240*    THE PROPER PROFILES IN KEY ORDER (OPERATOR, THEN UNIT), SO
001250*    THE PROFILES OF ONE OPERATOR ARE NEXT TO EACH OTHER.
001260 01  DL20-PROFIL-TABLE.
001270     05  DL20-PF-ENTRY   OCCURS 1 TO 3000 TIMES
001280                         DEPENDING ON DL20-PF-COUNT
001290                         INDEXED BY DL20-PF-IDX.
001300         10  DL20-PF-OPER       PIC X(8).
001310         10  DL20-PF-UNITE      PIC X(3).
001320         10  DL20-PF-NOM        PIC X(25).
001330         10  DL20-PF-ACTIF-SW   PIC X(1).
001340             88  DL20-PF-ACTIF      VALUE 'Y'.
001350         10  DL20-PF-DT-DERN    PIC 9(8).
001360 01  DL20-PF-COUNT              PIC 9(4)  USAGE COMP  VALUE 0.
001370 01  DL20-JW-TEXTE.
001380     05  FILLER                 PIC X(3)  VALUE 'DT='.
001390     05  DL20-JWT-DT-JOUR       PIC 9(8).
001400     05  FILLER                 PIC X(5)  VALUE ' REP='.
001410     05  DL20-JWT-SEUIL-REP     PIC 9(3).
001420     05  FILLER                 PIC X(7)  VALUE ' INACT='.
001430     05  DL20-JWT-JOURS-INACT   PIC 9(3).
001440     05  FILLER                 PIC X(11) VALUE SPACES.
001450 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
001460 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
001470 01  DL20-LIGNE-TRAVAIL         PIC X(132).
001480 01  DL20-ENTETE-COLONNES       PIC X(132).
001490 01  DL20-ENTETE-PAGE.
001500     05  FILLER                 PIC X(10) VALUE 'PRTD20SR'.
001510     05  DL20-ENT-TITRE         PIC X(28).
001520     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
001530     05  DL20-ENT-DATE          PIC 9(8).
001540     05  FILLER                 PIC X(6)  VALUE SPACES.
001550     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001560     05  DL20-ENT-PAGE          PIC ZZZ9.
001570     05  FILLER                 PIC X(61) VALUE SPACES.
001580 01  DL20-LIGNE-REFUS.
001590     05  FILLER                 PIC X(1)  VALUE SPACE.
001600     05  DL20-RFL-HEURE         PIC 9(6).
001610     05  FILLER                 PIC X(2)  VALUE SPACES.
001620     05  DL20-RFL-PROGRAMME     PIC X(8).
001630     05  FILLER                 PIC X(2)  VALUE SPACES.
001640     05  DL20-RFL-OPER          PIC X(8).
001650     05  FILLER                 PIC X(2)  VALUE SPACES.
001660     05  DL20-RFL-UNITE         PIC X(3).
001670     05  FILLER                 PIC X(3)  VALUE SPACES.
001680     05  DL20-RFL-DOSSIER       PIC 9(11).
001690     05  FILLER                 PIC X(2)  VALUE SPACES.
001700     05  DL20-RFL-RAISON        PIC X(2).
001710     05  FILLER                 PIC X(82) VALUE SPACES.
001720 01  DL20-LIGNE-OPER.
001730     05  FILLER                 PIC X(1)  VALUE SPACE.
001740     05  DL20-OPL-OPER          PIC X(8).
001750     05  FILLER                 PIC X(2)  VALUE SPACES.
001760     05  DL20-OPL-NB-REFUS      PIC ZZZZ9.
001770     05  FILLER                 PIC X(2)  VALUE SPACES.
001780     05  DL20-OPL-NB-UNITES     PIC Z9.
001790     05  FILLER                 PIC X(2)  VALUE SPACES.
001800     05  DL20-OPL-UNITES        PIC X(40).
001810     05  FILLER                 PIC X(2)  VALUE SPACES.
001820     05  DL20-OPL-NOTE          PIC X(24).
001830     05  FILLER                 PIC X(44) VALUE SPACES.
001840 01  DL20-LIGNE-INACTIF.
001850     05  FILLER                 PIC X(1)  VALUE SPACE.
001860     05  DL20-INL-OPER          PIC X(8).
001870     05  FILLER                 PIC X(2)  VALUE SPACES.
001880     05  DL20-INL-UNITE         PIC X(3).
001890     05  FILLER                 PIC X(2)  VALUE SPACES.
001900     05  DL20-INL-NOM           PIC X(25).
001910     05  FILLER                 PIC X(2)  VALUE SPACES.
001920     05  DL20-INL-DT-DERN       PIC X(8).
001930     05  FILLER                 PIC X(81) VALUE SPACES.
001940 01  DL20-LIGNE-TOTAL.
001950     05  FILLER                 PIC X(1)  VALUE SPACE.
001960     05  DL20-TOT-LIB           PIC X(40).
001970     05  DL20-TOT-NB            PIC ZZZZZZ9.
001980     05  FILLER                 PIC X(84) VALUE SPACES.
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-LIST-REFUSALS THRU 2000-EXIT.
002030     PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT.
002040     PERFORM 4000-LIST-INACTIVE THRU 4000-EXIT.
002050     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002060     GOBACK.
002070*
002080 1000-INITIALIZE.
002090     INITIALIZE DL20-COUNTERS.
002100     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002110     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
002120     MOVE DL20-PARM-LINE(1:8) TO DL20-PARM-DT-JOUR.
002130     IF DL20-PARM-DT-JOUR IS NUMERIC
002140         AND DL20-PARM-DT-JOUR NOT = ZERO
002150         MOVE DL20-PARM-DT-JOUR TO DL20-DT-JOUR
002160     ELSE
002170         MOVE DL20-TODAY TO DL20-DT-JOUR
002180     END-IF.
002190     MOVE DL20-DT-JOUR TO DL20-ENT-DATE.
002200     PERFORM 1100-READ-SEUIL-REP THRU 1100-EXIT.
002210     PERFORM 1200-READ-JOURS-INACT THRU 1200-EXIT.
002220     PERFORM 1300-COMPUTE-LIMITE THRU 1300-EXIT.
002230     OPEN OUTPUT PRTD20L-FILE.
002240 1000-EXIT.
002250     EXIT.
002260*
002270 1100-READ-SEUIL-REP.
002280     MOVE 'PRTD20SR' TO DL20-PR-PROGRAMME.
002290     MOVE 'SEUILREP' TO DL20-PR-NOM.
002300     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002310     IF DL20-PR-TROUVE
002320         IF DL20-PR-VALEUR-NUM > 0 AND DL20-PR-VALEUR-NUM < 1000
002330             MOVE DL20-PR-VALEUR-NUM TO DL20-SEUIL-REP
002340         ELSE
002350             DISPLAY 'PRTD20SR - SEUILREP ON PRPARAM NOT 1-999, '
002360                 'DEFAULT KEPT'
002370         END-IF
002380     END-IF.
002390     IF DL20-PR-NON-NUM
002400         DISPLAY 'PRTD20SR - SEUILREP ON PRPARAM NOT NUMERIC, '
002410             'DEFAULT KEPT'
002420     END-IF.
002430 1100-EXIT.
002440     EXIT.
002450*
002460 1200-READ-JOURS-INACT.
002470     MOVE 'PRTD20SR' TO DL20-PR-PROGRAMME.
002480     MOVE 'JOURSINACT' TO DL20-PR-NOM.
002490     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002500     IF DL20-PR-TROUVE
002510         IF DL20-PR-VALEUR-NUM > 0 AND DL20-PR-VALEUR-NUM < 1000
002520             MOVE DL20-PR-VALEUR-NUM TO DL20-JOURS-INACT
002530         ELSE
002540             DISPLAY 'PRTD20SR - JOURSINACT ON PRPARAM NOT 1-999,'
002550                 ' DEFAULT KEPT'
002560         END-IF
002570     END-IF.
002580     IF DL20-PR-NON-NUM
002590         DISPLAY 'PRTD20SR - JOURSINACT ON PRPARAM NOT NUMERIC, '
002600             'DEFAULT KEPT'
002610     END-IF.
002620 1200-EXIT.
002630     EXIT.
002640*
002650 1300-COMPUTE-LIMITE.
002660*    STEPS BACK ONE CALENDAR DAY AT A TIME FROM THE REPORT DATE,
002670*    ASKING PRTD20JO WHETHER EACH DAY IS A WORKING DAY, UNTIL
002680*    THE WINDOW HOLDS JOURSINACT OF THEM. A TRANSITION DATED
002690*    AFTER DL20-DT-LIMITE AND NOT AFTER THE REPORT DATE IS
002700*    INSIDE THE WINDOW.
002710     MOVE 0 TO DL20-JOURS-COMPTES.
002720     COMPUTE DL20-ENTIER-LIMITE =
002730         FUNCTION INTEGER-OF-DATE(DL20-DT-JOUR).
002740     MOVE DL20-DT-JOUR TO DL20-DT-LIMITE.
002750     PERFORM 1310-STEP-BACK THRU 1310-EXIT
002760         UNTIL DL20-JOURS-COMPTES NOT < DL20-JOURS-INACT.
002770 1300-EXIT.
002780     EXIT.
002790*
002800 1310-STEP-BACK.
002810     MOVE DL20-DT-LIMITE TO DL20-JO-DT-FIN.
002820     SUBTRACT 1 FROM DL20-ENTIER-LIMITE.
002830     COMPUTE DL20-DT-LIMITE =
002840         FUNCTION DATE-OF-INTEGER(DL20-ENTIER-LIMITE).
002850     MOVE DL20-DT-LIMITE TO DL20-JO-DT-DEBUT.
002860     CALL 'PRTD20JO' USING DL20-JO-PARMS.
002870     IF DL20-JO-ECHEC
002880*        NO ANSWER FROM THE CALENDAR - COUNT CALENDAR DAYS.
002890         ADD 1 TO DL20-JOURS-COMPTES
002900     ELSE
002910         ADD DL20-JO-NB-JOURS TO DL20-JOURS-COMPTES
002920     END-IF.
002930 1310-EXIT.
002940     EXIT.
002950*
002960 2000-LIST-REFUSALS.
002970     MOVE 'REFUSALS OF THE DAY' TO DL20-ENT-TITRE.
002980     MOVE SPACES TO DL20-ENTETE-COLONNES.
002990     MOVE ' TIME    PROGRAM   OPERATOR  UNIT  DOSSIER      RS'
003000         TO DL20-ENTETE-COLONNES(1:51).
003010     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
003020     OPEN INPUT PRSECEV-FILE.
003030     IF NOT DL20-PRSECEV-OK
003040         DISPLAY 'PRTD20SR - NO PRSECEV SECURITY EVENT LOG, '
003050             'STATUS ' DL20-PRSECEV-STATUS
003060         GO TO 2000-TOTALS
003070     END-IF.
003080     MOVE 'Y' TO DL20-SEV-SW.
003090     PERFORM 2100-START-LOG THRU 2100-EXIT.
003100     PERFORM 2200-PROCESS-EVENT THRU 2200-EXIT
003110         UNTIL DL20-EOF.
003120     MOVE 'N' TO DL20-EOF-SW.
003130     CLOSE PRSECEV-FILE.
003140 2000-TOTALS.
003150     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003160     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003170     MOVE 'REFUSALS ON THE REPORT DATE' TO DL20-TOT-LIB.
003180     MOVE DL20-REFUS-JOUR TO DL20-TOT-NB.
003190     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
003200     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003210 2000-EXIT.
003220     EXIT.
003230*
003240 2100-START-LOG.
003250     MOVE LOW-VALUES TO SEV-KEY.
003260     MOVE DL20-DT-JOUR TO SEV-DT-EVT.
003270     START PRSECEV-FILE KEY IS NOT LESS THAN SEV-KEY
003280         INVALID KEY
003290             MOVE 'Y' TO DL20-EOF-SW
003300     END-START.
003310     IF NOT DL20-EOF
003320         PERFORM 2110-READ-LOG THRU 2110-EXIT
003330     END-IF.
003340 2100-EXIT.
003350     EXIT.
003360*
003370 2110-READ-LOG.
003380     READ PRSECEV-FILE NEXT RECORD
003390         AT END
003400             MOVE 'Y' TO DL20-EOF-SW
003410         NOT AT END
003420             ADD 1 TO DL20-SEV-LUS
003430     END-READ.
003440     IF NOT DL20-EOF AND SEV-DT-EVT NOT = DL20-DT-JOUR
003450         MOVE 'Y' TO DL20-EOF-SW
003460     END-IF.
003470 2110-EXIT.
003480     EXIT.
003490*
003500 2200-PROCESS-EVENT.
003510     ADD 1 TO DL20-REFUS-JOUR.
003520     MOVE SEV-HR-EVT TO DL20-RFL-HEURE.
003530     MOVE SEV-ID-PROGRAMME TO DL20-RFL-PROGRAMME.
003540     MOVE SEV-ID-OPER TO DL20-RFL-OPER.
003550     MOVE SEV-CD-UNITE TO DL20-RFL-UNITE.
003560     MOVE SEV-NO-DOSSIER TO DL20-RFL-DOSSIER.
003570     MOVE SEV-CD-RAISON TO DL20-RFL-RAISON.
003580     MOVE DL20-LIGNE-REFUS TO DL20-LIGNE-TRAVAIL.
003590     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003600     PERFORM 2300-COUNT-OPERATOR THRU 2300-EXIT.
003610     PERFORM 2110-READ-LOG THRU 2110-EXIT.
003620 2200-EXIT.
003630     EXIT.
003640*
003650 2300-COUNT-OPERATOR.
003660     MOVE 'N' TO DL20-TROUVE-SW.
003670     IF DL20-OP-COUNT > 0
003680         SET DL20-OP-IDX TO 1
003690         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
003700             AT END
003710                 CONTINUE
003720             WHEN DL20-OP-ID(DL20-OP-IDX) = SEV-ID-OPER
003730                 MOVE 'Y' TO DL20-TROUVE-SW
003740         END-SEARCH
003750     END-IF.
003760     IF NOT DL20-TROUVE
003770         IF DL20-OP-COUNT < DL20-MAX-OPER
003780             ADD 1 TO DL20-OP-COUNT
003790             SET DL20-OP-IDX TO DL20-OP-COUNT
003800             MOVE SEV-ID-OPER TO DL20-OP-ID(DL20-OP-IDX)
003810             MOVE 0 TO DL20-OP-NB-REFUS(DL20-OP-IDX)
003820             MOVE 0 TO DL20-OP-NB-UNITES(DL20-OP-IDX)
003830         ELSE
003840             ADD 1 TO DL20-OP-DROPPED
003850             GO TO 2300-EXIT
003860         END-IF
003870     END-IF.
003880     ADD 1 TO DL20-OP-NB-REFUS(DL20-OP-IDX).
003890     MOVE 'N' TO DL20-TROUVE-SW.
003900     PERFORM 2310-CHECK-UNITE THRU 2310-EXIT
003910         VARYING DL20-OU-SUB FROM 1 BY 1
003920         UNTIL DL20-OU-SUB > DL20-OP-NB-UNITES(DL20-OP-IDX)
003930            OR DL20-TROUVE.
003940     IF NOT DL20-TROUVE
003950         AND DL20-OP-NB-UNITES(DL20-OP-IDX) < DL20-MAX-UNITES-OP
003960         ADD 1 TO DL20-OP-NB-UNITES(DL20-OP-IDX)
003970         MOVE DL20-OP-NB-UNITES(DL20-OP-IDX) TO DL20-OU-SUB
003980         MOVE SEV-CD-UNITE
003990             TO DL20-OP-UNITE(DL20-OP-IDX DL20-OU-SUB)
004000     END-IF.
004010 2300-EXIT.
004020     EXIT.
004030*
004040 2310-CHECK-UNITE.
004050     IF DL20-OP-UNITE(DL20-OP-IDX DL20-OU-SUB) = SEV-CD-UNITE
004060         MOVE 'Y' TO DL20-TROUVE-SW
004070     END-IF.
004080 2310-EXIT.
004090     EXIT.
004100*
004110 3000-LIST-OPERATORS.
004120     MOVE 'OPERATORS PICKED OUT' TO DL20-ENT-TITRE.
004130     MOVE SPACES TO DL20-ENTETE-COLONNES.
004140     MOVE ' OPERATOR  REFUS  UN  UNITS REFUSED'
004150         TO DL20-ENTETE-COLONNES(1:36).
004160     MOVE 'NOTE' TO DL20-ENTETE-COLONNES(65:4).
004170     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
004180     PERFORM 3100-CHECK-OPERATOR THRU 3100-EXIT
004190         VARYING DL20-OP-IDX FROM 1 BY 1
004200         UNTIL DL20-OP-IDX > DL20-OP-COUNT.
004210     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
004220     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004230     MOVE 'OPERATORS REFUSED ON THE REPORT DATE' TO DL20-TOT-LIB.
004240     MOVE DL20-OP-COUNT TO DL20-TOT-NB.
004250     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
004260     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004270     MOVE 'OPERATORS PICKED OUT' TO DL20-TOT-LIB.
004280     MOVE DL20-OPER-SIGNALES TO DL20-TOT-NB.
004290     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
004300     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004310 3000-EXIT.
004320     EXIT.
004330*
004340 3100-CHECK-OPERATOR.
004350     MOVE SPACES TO DL20-OPL-NOTE.
004360     EVALUATE TRUE
004370         WHEN DL20-OP-NB-REFUS(DL20-OP-IDX) NOT < DL20-SEUIL-REP
004380             AND DL20-OP-NB-UNITES(DL20-OP-IDX) > 1
004390             MOVE 'REPEATED, SEVERAL UNITS' TO DL20-OPL-NOTE
004400         WHEN DL20-OP-NB-REFUS(DL20-OP-IDX) NOT < DL20-SEUIL-REP
004410             MOVE 'REPEATED' TO DL20-OPL-NOTE
004420         WHEN DL20-OP-NB-UNITES(DL20-OP-IDX) > 1
004430             MOVE 'SEVERAL UNITS' TO DL20-OPL-NOTE
004440         WHEN OTHER
004450             GO TO 3100-EXIT
004460     END-EVALUATE.
004470     ADD 1 TO DL20-OPER-SIGNALES.
004480     MOVE DL20-OP-ID(DL20-OP-IDX) TO DL20-OPL-OPER.
004490     MOVE DL20-OP-NB-REFUS(DL20-OP-IDX) TO DL20-OPL-NB-REFUS.
004500     MOVE DL20-OP-NB-UNITES(DL20-OP-IDX) TO DL20-OPL-NB-UNITES.
004510     MOVE SPACES TO DL20-OPL-UNITES.
004520     MOVE 1 TO DL20-LISTE-POS.
004530     PERFORM 3110-LIST-UNITE THRU 3110-EXIT
004540         VARYING DL20-OU-SUB FROM 1 BY 1
004550         UNTIL DL20-OU-SUB > DL20-OP-NB-UNITES(DL20-OP-IDX).
004560     MOVE DL20-LIGNE-OPER TO DL20-LIGNE-TRAVAIL.
004570     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004580 3100-EXIT.
004590     EXIT.
004600*
004610 3110-LIST-UNITE.
004620     MOVE DL20-OP-UNITE(DL20-OP-IDX DL20-OU-SUB)
004630         TO DL20-OPL-UNITES(DL20-LISTE-POS:3).
004640     ADD 4 TO DL20-LISTE-POS.
004650 3110-EXIT.
004660     EXIT.
004670*
004680 4000-LIST-INACTIVE.
004690     PERFORM 4100-LOAD-PROFILS THRU 4100-EXIT.
004700     PERFORM 4200-SCAN-TRANSITIONS THRU 4200-EXIT.
004710     MOVE 'PROFILES WITH NO ACTIVITY' TO DL20-ENT-TITRE.
004720     MOVE SPACES TO DL20-ENTETE-COLONNES.
004730     MOVE ' OPERATOR  UNIT NAME'
004740         TO DL20-ENTETE-COLONNES(1:20).
004750     MOVE 'LAST TRANS' TO DL20-ENTETE-COLONNES(44:10).
004760     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
004770     PERFORM 4300-CHECK-PROFIL THRU 4300-EXIT
004780         VARYING DL20-PF-IDX FROM 1 BY 1
004790         UNTIL DL20-PF-IDX > DL20-PF-COUNT.
004800     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
004810     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004820     MOVE 'WORKING DAYS IN THE WINDOW' TO DL20-TOT-LIB.
004830     MOVE DL20-JOURS-INACT TO DL20-TOT-NB.
004840     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
004850     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004860     MOVE 'PROFILES ON PROPER' TO DL20-TOT-LIB.
004870     MOVE DL20-PROFILS-LUS TO DL20-TOT-NB.
004880     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
004890     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004900     MOVE 'PROFILES WITH NO ACTIVITY' TO DL20-TOT-LIB.
004910     MOVE DL20-PROFILS-INACTIFS TO DL20-TOT-NB.
004920     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
004930     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004940 4000-EXIT.
004950     EXIT.
004960*
004970 4100-LOAD-PROFILS.
004980     MOVE 0 TO DL20-PF-COUNT.
004990     OPEN INPUT PROPER-FILE.
005000     IF NOT DL20-PROPER-OK
005010         DISPLAY 'PRTD20SR - PROPER NOT AVAILABLE, STATUS '
005020             DL20-PROPER-STATUS ' - NO INACTIVITY CHECK'
005030         GO TO 4100-EXIT
005040     END-IF.
005050     PERFORM 4110-READ-PROFIL THRU 4110-EXIT.
005060     PERFORM 4120-STORE-PROFIL THRU 4120-EXIT
005070         UNTIL DL20-EOF.
005080     CLOSE PROPER-FILE.
005090     MOVE 'N' TO DL20-EOF-SW.
005100 4100-EXIT.
005110     EXIT.
005120*
005130 4110-READ-PROFIL.
005140     READ PROPER-FILE NEXT RECORD
005150         AT END
005160             MOVE 'Y' TO DL20-EOF-SW
005170         NOT AT END
005180             ADD 1 TO DL20-PROFILS-LUS
005190     END-READ.
005200 4110-EXIT.
005210     EXIT.
005220*
005230 4120-STORE-PROFIL.
005240     IF DL20-PF-COUNT < DL20-MAX-PROFILS
005250         ADD 1 TO DL20-PF-COUNT
005260         SET DL20-PF-IDX TO DL20-PF-COUNT
005270         MOVE OPR-ID-OPER TO DL20-PF-OPER(DL20-PF-IDX)
005280         MOVE OPR-CD-UNITE TO DL20-PF-UNITE(DL20-PF-IDX)
005290         MOVE OPR-NOM-OPER TO DL20-PF-NOM(DL20-PF-IDX)
005300         MOVE 'N' TO DL20-PF-ACTIF-SW(DL20-PF-IDX)
005310         MOVE 0 TO DL20-PF-DT-DERN(DL20-PF-IDX)
005320     ELSE
005330         ADD 1 TO DL20-PF-DROPPED
005340     END-IF.
005350     PERFORM 4110-READ-PROFIL THRU 4110-EXIT.
005360 4120-EXIT.
005370     EXIT.
005380*
005390 4200-SCAN-TRANSITIONS.
005400     IF DL20-PF-COUNT = 0
005410         GO TO 4200-EXIT
005420     END-IF.
005430     OPEN INPUT PRAUD20-FILE.
005440     IF NOT DL20-PRAUD20-OK
005450         DISPLAY 'PRTD20SR - PRAUD20 NOT AVAILABLE, STATUS '
005460             DL20-PRAUD20-STATUS ' - EVERY PROFILE LISTED'
005470         GO TO 4200-EXIT
005480     END-IF.
005490*    WITHOUT PRTD20 NO UNIT CAN BE FOUND FOR A TRANSITION, SO
005500*    ONLY THE LAST TRANSITION DATES ARE FILLED IN.
005510     OPEN INPUT PRTD20-FILE.
005520     IF DL20-PRTD20-OK
005530         MOVE 'Y' TO DL20-TD20-SW
005540     ELSE
005550         DISPLAY 'PRTD20SR - PRTD20 NOT AVAILABLE, STATUS '
005560             DL20-PRTD20-STATUS ' - UNITS NOT CHECKED'
005570     END-IF.
005580     PERFORM 4210-READ-TRANSITION THRU 4210-EXIT.
005590     PERFORM 4220-PROCESS-TRANSITION THRU 4220-EXIT
005600         UNTIL DL20-EOF.
005610     MOVE 'N' TO DL20-EOF-SW.
005620     CLOSE PRAUD20-FILE.
005630     IF DL20-TD20-OUVERT
005640         CLOSE PRTD20-FILE
005650     END-IF.
005660 4200-EXIT.
005670     EXIT.
005680*
005690 4210-READ-TRANSITION.
005700     READ PRAUD20-FILE NEXT RECORD
005710         AT END
005720             MOVE 'Y' TO DL20-EOF-SW
005730         NOT AT END
005740             ADD 1 TO DL20-AUD-LUES
005750     END-READ.
005760 4210-EXIT.
005770     EXIT.
005780*
005790 4220-PROCESS-TRANSITION.
005800     IF PRAUD-ID-OPER = SPACES
005810         OR PRAUD-DT-TRANSIT > DL20-DT-JOUR
005820         GO TO 4220-NEXT
005830     END-IF.
005840     MOVE PRAUD-ID-OPER TO DL20-OPER-CHERCHE.
005850     PERFORM 4230-FIND-OPERATOR THRU 4230-EXIT.
005860     IF NOT DL20-TROUVE
005870         GO TO 4220-NEXT
005880     END-IF.
005890*    THE DOSSIER IS ONLY READ FOR A TRANSITION INSIDE THE
005900*    WINDOW. PRAUD20 IS IN DOSSIER ORDER, SO THE LAST DOSSIER
005910*    READ IS KEPT AND EACH DOSSIER IS READ ONCE.
005920     MOVE 'N' TO DL20-DOSSIER-SW.
005930     IF PRAUD-DT-TRANSIT > DL20-DT-LIMITE AND DL20-TD20-OUVERT
005940         PERFORM 4240-GET-UNITE THRU 4240-EXIT
005950     END-IF.
005960     MOVE 'N' TO DL20-FIN-OPER-SW.
005970     PERFORM 4250-MARK-PROFIL THRU 4250-EXIT
005980         VARYING DL20-PF-SUB FROM DL20-PF-PREMIER BY 1
005990         UNTIL DL20-PF-SUB > DL20-PF-COUNT
006000            OR DL20-FIN-OPER.
006010 4220-NEXT.
006020     PERFORM 4210-READ-TRANSITION THRU 4210-EXIT.
006030 4220-EXIT.
006040     EXIT.
006050*
006060 4230-FIND-OPERATOR.
006070*    FINDS THE FIRST PROFILE OF THE OPERATOR - THE TABLE IS IN
006080*    PROPER KEY ORDER, SO THE OTHERS FOLLOW IT.
006090     MOVE 'N' TO DL20-TROUVE-SW.
006100     SET DL20-PF-IDX TO 1.
006110     SEARCH DL20-PF-ENTRY VARYING DL20-PF-IDX
006120         AT END
006130             CONTINUE
006140         WHEN DL20-PF-OPER(DL20-PF-IDX) = DL20-OPER-CHERCHE
006150             MOVE 'Y' TO DL20-TROUVE-SW
006160             SET DL20-PF-PREMIER TO DL20-PF-IDX
006170     END-SEARCH.
006180 4230-EXIT.
006190     EXIT.
006200*
006210 4240-GET-UNITE.
006220     IF PRAUD-NO-DOSSIER NOT = DL20-DERN-DOSSIER
006230         MOVE PRAUD-NO-DOSSIER TO DL20-DERN-DOSSIER
006240         MOVE SPACES TO DL20-DERN-UNITE
006250         MOVE PRAUD-NO-DOSSIER TO LDO-NO-DOSSIER
006260         READ PRTD20-FILE
006270             INVALID KEY
006280                 CONTINUE
006290             NOT INVALID KEY
006300                 MOVE LDO-CD-UNITE TO DL20-DERN-UNITE
006310         END-READ
006320     END-IF.
006330     IF DL20-DERN-UNITE NOT = SPACES
006340         MOVE 'Y' TO DL20-DOSSIER-SW
006350     END-IF.
006360 4240-EXIT.
006370     EXIT.
006380*
006390 4250-MARK-PROFIL.
006400     IF DL20-PF-OPER(DL20-PF-SUB) NOT = DL20-OPER-CHERCHE
006410         MOVE 'Y' TO DL20-FIN-OPER-SW
006420         GO TO 4250-EXIT
006430     END-IF.
006440     IF PRAUD-DT-TRANSIT > DL20-PF-DT-DERN(DL20-PF-SUB)
006450         MOVE PRAUD-DT-TRANSIT TO DL20-PF-DT-DERN(DL20-PF-SUB)
006460     END-IF.
006470     IF DL20-DOSSIER-CONNU
006480         AND DL20-PF-UNITE(DL20-PF-SUB) = DL20-DERN-UNITE
006490         MOVE 'Y' TO DL20-PF-ACTIF-SW(DL20-PF-SUB)
006500     END-IF.
006510 4250-EXIT.
006520     EXIT.
006530*
006540 4300-CHECK-PROFIL.
006550     IF DL20-PF-ACTIF(DL20-PF-IDX)
006560         GO TO 4300-EXIT
006570     END-IF.
006580     ADD 1 TO DL20-PROFILS-INACTIFS.
006590     MOVE DL20-PF-OPER(DL20-PF-IDX) TO DL20-INL-OPER.
006600     MOVE DL20-PF-UNITE(DL20-PF-IDX) TO DL20-INL-UNITE.
006610     MOVE DL20-PF-NOM(DL20-PF-IDX) TO DL20-INL-NOM.
006620     IF DL20-PF-DT-DERN(DL20-PF-IDX) = 0
006630         MOVE 'NEVER' TO DL20-INL-DT-DERN
006640     ELSE
006650         MOVE DL20-PF-DT-DERN(DL20-PF-IDX) TO DL20-INL-DT-DERN
006660     END-IF.
006670     MOVE DL20-LIGNE-INACTIF TO DL20-LIGNE-TRAVAIL.
006680     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006690 4300-EXIT.
006700     EXIT.
006710*
006720 8000-TERMINATE.
006730     CLOSE PRTD20L-FILE.
006740     DISPLAY 'PRTD20SR - REPORT DATE       : ' DL20-DT-JOUR.
006750     DISPLAY 'PRTD20SR - WINDOW STARTS AFTER: ' DL20-DT-LIMITE.
006760     DISPLAY 'PRTD20SR - REFUSALS          : ' DL20-REFUS-JOUR.
006770     DISPLAY 'PRTD20SR - OPERATORS PICKED  : ' DL20-OPER-SIGNALES.
006780     DISPLAY 'PRTD20SR - TRANSITIONS READ  : ' DL20-AUD-LUES.
006790     DISPLAY 'PRTD20SR - PROFILES INACTIVE : '
006800         DL20-PROFILS-INACTIFS.
006810     IF DL20-OP-DROPPED > 0 OR DL20-PF-DROPPED > 0
006820         DISPLAY 'PRTD20SR - WARNING, TABLE FULL : '
006830             DL20-OP-DROPPED ' / ' DL20-PF-DROPPED
006840     END-IF.
006850     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
006860 8000-EXIT.
006870     EXIT.
006880*
006890 8900-WRITE-RUN-LEDGER.
006900     MOVE 'PRTD20SR' TO DL20-JW-PROGRAMME.
006910     MOVE DL20-DT-JOUR TO DL20-JWT-DT-JOUR.
006920     MOVE DL20-SEUIL-REP TO DL20-JWT-SEUIL-REP.
006930     MOVE DL20-JOURS-INACT TO DL20-JWT-JOURS-INACT.
006940     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
006950     COMPUTE DL20-JW-RECS-READ = DL20-SEV-LUS + DL20-AUD-LUES
006960         + DL20-PROFILS-LUS.
006970     MOVE 0 TO DL20-JW-RECS-ECRITS.
006980     IF DL20-OPER-SIGNALES > 0 OR DL20-PROFILS-INACTIFS > 0
006990         OR NOT DL20-SEV-OUVERT
007000         OR DL20-OP-DROPPED > 0 OR DL20-PF-DROPPED > 0
007010         MOVE 'W' TO DL20-JW-RESULTAT
007020     ELSE
007030         MOVE 'O' TO DL20-JW-RESULTAT
007040     END-IF.
007050     CALL 'PRTD20JW' USING DL20-JW-PARMS.
007060     IF DL20-JW-ECHEC
007070         DISPLAY 'PRTD20SR - WARNING, RUN LEDGER WRITE FAILED'
007080     END-IF.
007090 8900-EXIT.
007100     EXIT.
007110*
007120 9000-PRINT-LINE.
007130     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
007140         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
007150     END-IF.
007160     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
007170         AFTER ADVANCING 1 LINE.
007180     ADD 1 TO DL20-LIGNE-CNT.
007190 9000-EXIT.
007200     EXIT.
007210*
007220 9100-NEW-PAGE.
007230     ADD 1 TO DL20-PAGE-NO.
007240     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
007250     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
007260         AFTER ADVANCING PAGE.
007270     MOVE SPACES TO PRLIGNE-RECORD.
007280     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
007290     MOVE 2 TO DL20-LIGNE-CNT.
007300     IF DL20-ENTETE-COLONNES NOT = SPACES
007310         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
007320             AFTER ADVANCING 1 LINE
007330         MOVE SPACES TO PRLIGNE-RECORD
007340         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
007350         MOVE 4 TO DL20-LIGNE-CNT
007360     END-IF.
007370 9100-EXIT.
007380     EXIT.
