000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20DQ.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED. 2026-09-16.
000070*****************************************************************
000080*    PROGRAM       : PRTD20DQ                                  *
000090*    DESCRIPTION   : NIGHTLY FIELD-LEVEL DATA-QUALITY SWEEP OF  *
000100*                    THE PRTD20 MASTER. WHERE PRTD20CK PROVES   *
000110*                    THE MASTER AGREES WITH THE AUDIT TRAIL,    *
000120*                    THIS RUN CHECKS THAT EACH RECORD MAKES     *
000130*                    SENSE ON ITS OWN. EVERY DOSSIER IS TESTED  *
000140*                    AGAINST THE NUMBERED RULES OF              *
000150*                    DL20-REGLE-TABLE : 01 VAL WITH LDO-DT-VAL  *
000160*                    ZERO, 02 LDO-DT-VAL EARLIER THAN           *
000170*                    LDO-DT-SAI, 03 LDO-CD-UNITE NOT ON         *
000180*                    PRUNITE, 04 LDO-CD-DEVISE NOT ON           *
000190*                    PRDEVISE, 05 LDO-MT-DOSSIER ZERO,          *
000200*                    NEGATIVE OR NOT NUMERIC, 06                *
000210*                    LDO-REGL-EXTRAIT ON A DOSSIER THAT IS NOT  *
000220*                    VAL, 07 LDO-LIB-DOSSIER STILL HOLDING      *
000230*                    CHARACTERS PRTD20TR WOULD TRANSCODE. EACH  *
000240*                    FAILURE IS WRITTEN WITH ITS RULE NUMBER    *
000250*                    TO THE PRDQEXC EXCEPTIONS FILE (XPRDQE).   *
000260*                    THE REPORT GIVES THE COUNT OF EACH RULE    *
000270*                    AGAINST THE PREVIOUS SWEEP ON THE PRDQHIS  *
000280*                    HISTORY (XPRDQH), THEN THE COUNTS BY       *
000290*                    UNIT; ONE HISTORY RECORD PER UNIT PLUS A   *
000300*                    PORTFOLIO RECORD IS APPENDED EACH RUN.     *
000310*                    RUNS READ-ONLY - IT CHANGES NOTHING ON     *
000320*                    PRTD20. RULE NUMBERS ARE NEVER REUSED; A   *
000330*                    NEW RULE TAKES THE NEXT NUMBER AND A SLOT  *
000340*                    OF THE HISTORY FILLER.                     *
000350*    MODIFICATION HISTORY                                       *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------- ----  -------------------------------------------*
000380*    2026-09-16  DLM  ORIGINAL PROGRAM.                           *
000381*    2026-09-22  DLM  RULE 04 NO LONGER FAILS A DOSSIER WHOSE     *
000382*                     CURRENCY IS BLANK (THE EUR DEFAULT) OR EUR. *
000383*                     WHEN PRUNITE OR PRDEVISE CANNOT BE OPENED,  *
000384*                     RULE 03 OR 04 IS SKIPPED FOR THE RUN WITH   *
000385*                     ONE WARNING AND A 'W' RUN LEDGER RESULT,    *
000386*                     INSTEAD OF THE EMPTY TABLE FAILING EVERY    *
000387*                     DOSSIER.                                    *
000388*    2026-09-22  DLM  RULE 06 EXCEPTION VALUE SHORTENED - THE     *
000389*                     EXTRACT DATE WAS CUT TO ITS YEAR.           *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY PRTD20SEL.
000440     COPY PRUNISEL.
000450     COPY PRDEVSEL.
000460     COPY PRDQESEL.
000470     COPY PRDQHSEL.
000480     COPY PRIMPSEL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PRTD20-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY XPRTD20.
000540 FD  PRUNITE-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY XPRUNI.
000570 FD  PRDEVISE-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY XPRDEV.
000600 FD  PRDQEXC-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY XPRDQE.
000630 FD  PRDQHIS-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY XPRDQH.
000660 FD  PRTD20L-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY XPRPRT.
000690 WORKING-STORAGE SECTION.
000700     COPY XPRSTAT.
000710     COPY XPRJWLK.
000720     COPY XPRTRLK.
000730 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000740 77  DL20-NB-REGLES             PIC 9(2)  USAGE COMP VALUE 7.
000750 01  DL20-SWITCHES.
000760     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000770         88  DL20-EOF               VALUE 'Y'.
000780     05  DL20-ECHEC-SW          PIC X(1)  VALUE 'N'.
000790         88  DL20-DOSSIER-EN-ECHEC  VALUE 'Y'.
000800     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000810         88  DL20-TROUVE            VALUE 'Y'.
000820     05  DL20-VEILLE-SW         PIC X(1)  VALUE 'N'.
000830         88  DL20-VEILLE-TROUVEE    VALUE 'Y'.
000840     05  DL20-UNITE-SW          PIC X(1)  VALUE 'N'.
000850         88  DL20-UNITE-EN-TABLE    VALUE 'Y'.
000852     05  DL20-UNITE-ECHEC-SW    PIC X(1)  VALUE 'N'.
000854         88  DL20-UNITES-NON-CHARGEES VALUE 'Y'.
000856     05  DL20-DEVISE-ECHEC-SW   PIC X(1)  VALUE 'N'.
000858         88  DL20-DEVISES-NON-CHARGEES VALUE 'Y'.
000860 01  DL20-COUNTERS.
000870     05  DL20-LUS               PIC 9(7)  USAGE COMP.
000880     05  DL20-EN-ECHEC          PIC 9(7)  USAGE COMP.
000890     05  DL20-EXC-ECRITES       PIC 9(7)  USAGE COMP.
000900     05  DL20-HIS-ECRITS        PIC 9(7)  USAGE COMP.
000910     05  DL20-UQ-DROPPED        PIC 9(7)  USAGE COMP.
000920     05  DL20-DV-DROPPED        PIC 9(5)  USAGE COMP.
000930 01  DL20-TOTAL-REGLES.
000940     05  DL20-TOT-REGLE         PIC 9(7)  USAGE COMP
000950                                OCCURS 7 TIMES.
000960 01  DL20-TODAY                 PIC 9(8).
000970 01  DL20-REGLE-NO              PIC 9(2)  USAGE COMP.
000980 01  DL20-SUB                   PIC 9(2)  USAGE COMP.
000990 01  DL20-VALEUR                PIC X(20).
001000 01  DL20-MT-EDIT               PIC -ZZZZZZZZZZ9.99.
001010 01  DL20-ECART                 PIC S9(7) USAGE COMP.
001020*    THE RULES, BY NUMBER. THE LABEL GOES ON EACH EXCEPTION AND
001030*    ON THE REPORT.
001040 01  DL20-REGLE-LIBELLES.
001050     05  FILLER                 PIC X(30)
001060         VALUE 'VAL WITH NO VALIDATION DATE'.
001070     05  FILLER                 PIC X(30)
001080         VALUE 'VALIDATED BEFORE CAPTURED'.
001090     05  FILLER                 PIC X(30)
001100         VALUE 'UNIT NOT ON PRUNITE'.
001110     05  FILLER                 PIC X(30)
001120         VALUE 'CURRENCY NOT ON PRDEVISE'.
001130     05  FILLER                 PIC X(30)
001140         VALUE 'AMOUNT ZERO OR NEGATIVE'.
001150     05  FILLER                 PIC X(30)
001160         VALUE 'EXTRACTED BUT NOT VAL'.
001170     05  FILLER                 PIC X(30)
001180         VALUE 'LABEL NEEDS TRANSCODING'.
001190 01  DL20-REGLE-TABLE REDEFINES DL20-REGLE-LIBELLES.
001200     05  DL20-REGLE-LIB         PIC X(30)
001210                                OCCURS 7 TIMES.
001220*    THE PORTFOLIO RECORD OF THE LATEST EARLIER SWEEP ON PRDQHIS.
001230 01  DL20-VEILLE.
001240     05  DL20-VL-DATE           PIC 9(8).
001250     05  DL20-VL-LUS            PIC 9(7).
001260     05  DL20-VL-EN-ECHEC       PIC 9(7).
001270     05  DL20-VL-REGLE          PIC 9(7)
001280                                OCCURS 7 TIMES.
001290 01  DL20-DEVISE-TABLE.
001300     05  DL20-DV-ENTRY   OCCURS 1 TO 50 TIMES
001310                         DEPENDING ON DL20-DV-COUNT
001320                         INDEXED BY DL20-DV-IDX.
001330         10  DL20-DV-DEVISE     PIC X(3).
001340 01  DL20-DV-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001350*    ONE ENTRY PER UNIT : THE PRUNITE UNITS FIRST, IN KEY ORDER,
001360*    THEN ANY UNIT MET ON PRTD20 THAT IS NOT ON PRUNITE.
001370 01  DL20-UNITE-TABLE.
001380     05  DL20-UQ-ENTRY   OCCURS 1 TO 100 TIMES
001390                         DEPENDING ON DL20-UQ-COUNT
001400                         INDEXED BY DL20-UQ-IDX.
001410         10  DL20-UQ-UNITE      PIC X(3).
001420         10  DL20-UQ-CONNUE-SW  PIC X(1).
001430             88  DL20-UQ-CONNUE     VALUE 'Y'.
001440         10  DL20-UQ-LUS        PIC 9(7)  USAGE COMP.
001450         10  DL20-UQ-EN-ECHEC   PIC 9(7)  USAGE COMP.
001460         10  DL20-UQ-REGLE      PIC 9(7)  USAGE COMP
001470                                OCCURS 7 TIMES.
001480 01  DL20-UQ-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001490 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
001500 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
001510 01  DL20-LIGNE-TRAVAIL         PIC X(132).
001520 01  DL20-ENTETE-COLONNES       PIC X(132).
001530 01  DL20-ENTETE-PAGE.
001540     05  FILLER                 PIC X(10) VALUE 'PRTD20DQ'.
001550     05  DL20-ENT-TITRE         PIC X(28).
001560     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
001570     05  DL20-ENT-DATE          PIC 9(8).
001580     05  FILLER                 PIC X(6)  VALUE SPACES.
001590     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001600     05  DL20-ENT-PAGE          PIC ZZZ9.
001610     05  FILLER                 PIC X(61) VALUE SPACES.
001620 01  DL20-LIGNE-REGLE.
001630     05  FILLER                 PIC X(1)  VALUE SPACE.
001640     05  DL20-RGL-NO            PIC 9(2).
001650     05  FILLER                 PIC X(3)  VALUE SPACES.
001660     05  DL20-RGL-LIB           PIC X(30).
001670     05  FILLER                 PIC X(2)  VALUE SPACES.
001680     05  DL20-RGL-NB            PIC ZZZZZZ9.
001690     05  FILLER                 PIC X(3)  VALUE SPACES.
001700     05  DL20-RGL-VEILLE        PIC ZZZZZZ9.
001710     05  DL20-RGL-VEILLE-X REDEFINES DL20-RGL-VEILLE
001720                                PIC X(7).
001730     05  FILLER                 PIC X(3)  VALUE SPACES.
001740     05  DL20-RGL-ECART         PIC +++++++9.
001750     05  DL20-RGL-ECART-X REDEFINES DL20-RGL-ECART
001760                                PIC X(8).
001770     05  FILLER                 PIC X(66) VALUE SPACES.
001780 01  DL20-LIGNE-UNITE.
001790     05  FILLER                 PIC X(1)  VALUE SPACE.
001800     05  DL20-UNL-UNITE         PIC X(3).
001810     05  FILLER                 PIC X(2)  VALUE SPACES.
001820     05  DL20-UNL-LUS           PIC ZZZZZZ9.
001830     05  FILLER                 PIC X(1)  VALUE SPACE.
001840     05  DL20-UNL-EN-ECHEC      PIC ZZZZZZ9.
001850     05  DL20-UNL-REGLES        OCCURS 7 TIMES.
001860         10  FILLER             PIC X(2).
001870         10  DL20-UNL-NB        PIC ZZZZZ9.
001880     05  FILLER                 PIC X(2)  VALUE SPACES.
001890     05  DL20-UNL-NOTE          PIC X(14).
001900     05  FILLER                 PIC X(39) VALUE SPACES.
001910 01  DL20-LIGNE-TOTAL.
001920     05  FILLER                 PIC X(1)  VALUE SPACE.
001930     05  DL20-TOT-LIB           PIC X(40).
001940     05  DL20-TOT-NB            PIC ZZZZZZ9.
001950     05  FILLER                 PIC X(84) VALUE SPACES.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 3000-CHECK-DOSSIER THRU 3000-EXIT
002000         UNTIL DL20-EOF.
002010     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
002020     PERFORM 6000-PRINT-RULES THRU 6000-EXIT.
002030     PERFORM 7000-PRINT-UNITS THRU 7000-EXIT.
002040     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002050     GOBACK.
002060*
002070 1000-INITIALIZE.
002080     INITIALIZE DL20-COUNTERS DL20-TOTAL-REGLES.
002090     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002100     MOVE DL20-TODAY TO DL20-ENT-DATE.
002110     PERFORM 1200-LOAD-UNITE-TABLE THRU 1200-EXIT.
002120     PERFORM 1300-LOAD-DEVISE-TABLE THRU 1300-EXIT.
002130     PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
002140     OPEN INPUT PRTD20-FILE.
002150     OPEN OUTPUT PRDQEXC-FILE.
002160     OPEN OUTPUT PRTD20L-FILE.
002170     PERFORM 2000-READ-DOSSIER THRU 2000-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200*
002210 1200-LOAD-UNITE-TABLE.
002220     MOVE 0 TO DL20-UQ-COUNT.
002230     OPEN INPUT PRUNITE-FILE.
002240     IF DL20-PRUNITE-OK
002250         PERFORM 1210-READ-UNITE THRU 1210-EXIT
002260         PERFORM 1220-STORE-UNITE THRU 1220-EXIT
002270             UNTIL DL20-EOF
002280         CLOSE PRUNITE-FILE
002290         MOVE 'N' TO DL20-EOF-SW
002300     ELSE
002310         DISPLAY 'PRTD20DQ - WARNING, PRUNITE NOT AVAILABLE, '
002320             'STATUS ' DL20-PRUNITE-STATUS
002323             ' - RULE 03 NOT CHECKED'
002326         MOVE 'Y' TO DL20-UNITE-ECHEC-SW
002330     END-IF.
002340 1200-EXIT.
002350     EXIT.
002360*
002370 1210-READ-UNITE.
002380     READ PRUNITE-FILE NEXT RECORD
002390         AT END
002400             MOVE 'Y' TO DL20-EOF-SW
002410     END-READ.
002420 1210-EXIT.
002430     EXIT.
002440*
002450 1220-STORE-UNITE.
002460     MOVE UNI-CD-UNITE TO DL20-VALEUR.
002470     PERFORM 3150-ADD-UNITE THRU 3150-EXIT.
002480     IF DL20-TROUVE
002490         MOVE 'Y' TO DL20-UQ-CONNUE-SW(DL20-UQ-IDX)
002500     END-IF.
002510     PERFORM 1210-READ-UNITE THRU 1210-EXIT.
002520 1220-EXIT.
002530     EXIT.
002540*
002550 1300-LOAD-DEVISE-TABLE.
002560     MOVE 0 TO DL20-DV-COUNT.
002570     OPEN INPUT PRDEVISE-FILE.
002580     IF DL20-PRDEVISE-OK
002590         PERFORM 1310-READ-DEVISE THRU 1310-EXIT
002600         PERFORM 1320-STORE-DEVISE THRU 1320-EXIT
002610             UNTIL DL20-EOF
002620         CLOSE PRDEVISE-FILE
002630         MOVE 'N' TO DL20-EOF-SW
002640     ELSE
002650         DISPLAY 'PRTD20DQ - WARNING, PRDEVISE NOT AVAILABLE, '
002660             'STATUS ' DL20-PRDEVISE-STATUS
002663             ' - RULE 04 NOT CHECKED'
002666         MOVE 'Y' TO DL20-DEVISE-ECHEC-SW
002670     END-IF.
002680 1300-EXIT.
002690     EXIT.
002700*
002710 1310-READ-DEVISE.
002720     READ PRDEVISE-FILE NEXT RECORD
002730         AT END
002740             MOVE 'Y' TO DL20-EOF-SW
002750     END-READ.
002760 1310-EXIT.
002770     EXIT.
002780*
002790 1320-STORE-DEVISE.
002800     IF DL20-DV-COUNT < 50
002810         ADD 1 TO DL20-DV-COUNT
002820         MOVE DEV-CD-DEVISE TO DL20-DV-DEVISE(DL20-DV-COUNT)
002830     ELSE
002840         ADD 1 TO DL20-DV-DROPPED
002850     END-IF.
002860     PERFORM 1310-READ-DEVISE THRU 1310-EXIT.
002870 1320-EXIT.
002880     EXIT.
002890*
002900 1400-READ-HISTORY.
002910*    THE LATEST PORTFOLIO RECORD DATED BEFORE TODAY IS THE ONE
002920*    COMPARED AGAINST, SO A SAME-DAY RERUN STILL COMPARES WITH
002930*    THE PREVIOUS NIGHT.
002940     MOVE 'N' TO DL20-VEILLE-SW.
002950     INITIALIZE DL20-VEILLE.
002960     OPEN INPUT PRDQHIS-FILE.
002970     IF NOT DL20-PRDQHIS-OK
002980         GO TO 1400-EXIT
002990     END-IF.
003000     PERFORM 1410-READ-HISTORY-REC THRU 1410-EXIT.
003010     PERFORM 1420-KEEP-VEILLE THRU 1420-EXIT
003020         UNTIL DL20-EOF.
003030     CLOSE PRDQHIS-FILE.
003040     MOVE 'N' TO DL20-EOF-SW.
003050 1400-EXIT.
003060     EXIT.
003070*
003080 1410-READ-HISTORY-REC.
003090     READ PRDQHIS-FILE
003100         AT END
003110             MOVE 'Y' TO DL20-EOF-SW
003120     END-READ.
003130 1410-EXIT.
003140     EXIT.
003150*
003160 1420-KEEP-VEILLE.
003170     IF DQH-PORTEFEUILLE
003180         AND DQH-DT-CONTROLE < DL20-TODAY
003190         AND DQH-DT-CONTROLE NOT < DL20-VL-DATE
003200         MOVE 'Y' TO DL20-VEILLE-SW
003210         MOVE DQH-DT-CONTROLE TO DL20-VL-DATE
003220         MOVE DQH-NB-LUS TO DL20-VL-LUS
003230         MOVE DQH-NB-EN-ECHEC TO DL20-VL-EN-ECHEC
003240         PERFORM 1430-KEEP-VEILLE-REGLE THRU 1430-EXIT
003250             VARYING DL20-SUB FROM 1 BY 1
003260             UNTIL DL20-SUB > DL20-NB-REGLES
003270     END-IF.
003280     PERFORM 1410-READ-HISTORY-REC THRU 1410-EXIT.
003290 1420-EXIT.
003300     EXIT.
003310*
003320 1430-KEEP-VEILLE-REGLE.
003330     MOVE DQH-NB-REGLE(DL20-SUB) TO DL20-VL-REGLE(DL20-SUB).
003340 1430-EXIT.
003350     EXIT.
003360*
003370 2000-READ-DOSSIER.
003380     READ PRTD20-FILE
003390         AT END
003400             MOVE 'Y' TO DL20-EOF-SW
003410         NOT AT END
003420             ADD 1 TO DL20-LUS
003430     END-READ.
003440 2000-EXIT.
003450     EXIT.
003460*
003470 3000-CHECK-DOSSIER.
003480     MOVE 'N' TO DL20-ECHEC-SW.
003490     MOVE LDO-CD-UNITE TO DL20-VALEUR.
003500     PERFORM 3100-FIND-UNITE THRU 3100-EXIT.
003510     IF NOT DL20-TROUVE
003520         PERFORM 3150-ADD-UNITE THRU 3150-EXIT
003530     END-IF.
003540     MOVE DL20-TROUVE-SW TO DL20-UNITE-SW.
003550     IF DL20-UNITE-EN-TABLE
003560         ADD 1 TO DL20-UQ-LUS(DL20-UQ-IDX)
003570     END-IF.
003580     PERFORM 3200-CHECK-DATES THRU 3200-EXIT.
003590     PERFORM 3300-CHECK-REFERENCES THRU 3300-EXIT.
003600     PERFORM 3400-CHECK-AMOUNT THRU 3400-EXIT.
003610     PERFORM 3500-CHECK-SETTLEMENT THRU 3500-EXIT.
003620     PERFORM 3600-CHECK-LABEL THRU 3600-EXIT.
003630     IF DL20-DOSSIER-EN-ECHEC
003640         ADD 1 TO DL20-EN-ECHEC
003650         IF DL20-UNITE-EN-TABLE
003660             ADD 1 TO DL20-UQ-EN-ECHEC(DL20-UQ-IDX)
003670         END-IF
003680     END-IF.
003690     PERFORM 2000-READ-DOSSIER THRU 2000-EXIT.
003700 3000-EXIT.
003710     EXIT.
003720*
003730 3100-FIND-UNITE.
003740     MOVE 'N' TO DL20-TROUVE-SW.
003750     IF DL20-UQ-COUNT > 0
003760         SET DL20-UQ-IDX TO 1
003770         SEARCH DL20-UQ-ENTRY VARYING DL20-UQ-IDX
003780             AT END
003790                 CONTINUE
003800             WHEN DL20-UQ-UNITE(DL20-UQ-IDX) = DL20-VALEUR(1:3)
003810                 MOVE 'Y' TO DL20-TROUVE-SW
003820         END-SEARCH
003830     END-IF.
003840 3100-EXIT.
003850     EXIT.
003860*
003870 3150-ADD-UNITE.
003880*    A DOSSIER WHOSE UNIT DOES NOT FIT IN THE TABLE IS STILL
003890*    CHECKED AND COUNTED IN THE TOTALS, JUST NOT BY UNIT.
003900     MOVE 'N' TO DL20-TROUVE-SW.
003910     IF DL20-UQ-COUNT < 100
003920         ADD 1 TO DL20-UQ-COUNT
003930         SET DL20-UQ-IDX TO DL20-UQ-COUNT
003940         INITIALIZE DL20-UQ-ENTRY(DL20-UQ-IDX)
003950         MOVE DL20-VALEUR(1:3) TO DL20-UQ-UNITE(DL20-UQ-IDX)
003960         MOVE 'N' TO DL20-UQ-CONNUE-SW(DL20-UQ-IDX)
003970         MOVE 'Y' TO DL20-TROUVE-SW
003980     ELSE
003990         ADD 1 TO DL20-UQ-DROPPED
004000     END-IF.
004010 3150-EXIT.
004020     EXIT.
004030*
004040 3200-CHECK-DATES.
004050     IF LDO-CD-ETA-VAL AND LDO-DT-VAL = 0
004060         MOVE 1 TO DL20-REGLE-NO
004070         MOVE LDO-DT-VAL TO DL20-VALEUR
004080         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004090     END-IF.
004100     IF LDO-DT-VAL NOT = 0 AND LDO-DT-VAL < LDO-DT-SAI
004110         MOVE 2 TO DL20-REGLE-NO
004120         MOVE SPACES TO DL20-VALEUR
004130         STRING LDO-DT-VAL ' < ' LDO-DT-SAI
004140             DELIMITED BY SIZE INTO DL20-VALEUR
004150         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004160     END-IF.
004170 3200-EXIT.
004180     EXIT.
004190*
004200 3300-CHECK-REFERENCES.
004210*    A UNIT THAT DID NOT FIT IN THE TABLE CANNOT BE TOLD APART
004220*    FROM A KNOWN ONE AND IS NOT FAILED. A REFERENCE FILE THAT
004221*    COULD NOT BE LOADED LEAVES ITS RULE UNCHECKED RATHER THAN
004222*    FAILING EVERY DOSSIER. A BLANK CURRENCY IS THE EUR DEFAULT.
004223     IF DL20-UNITES-NON-CHARGEES
004224         GO TO 3300-CHECK-DEVISE
004225     END-IF.
004230     IF DL20-UNITE-EN-TABLE
004240         IF NOT DL20-UQ-CONNUE(DL20-UQ-IDX)
004250             MOVE 3 TO DL20-REGLE-NO
004260             MOVE LDO-CD-UNITE TO DL20-VALEUR
004270             PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004280         END-IF
004290     END-IF.
004291 3300-CHECK-DEVISE.
004292     IF DL20-DEVISES-NON-CHARGEES
004293         OR LDO-CD-DEVISE = SPACES OR LDO-CD-DEVISE = 'EUR'
004294         GO TO 3300-EXIT
004295     END-IF.
004300     MOVE 'N' TO DL20-TROUVE-SW.
004310     IF DL20-DV-COUNT > 0
004320         SET DL20-DV-IDX TO 1
004330         SEARCH DL20-DV-ENTRY VARYING DL20-DV-IDX
004340             AT END
004350                 CONTINUE
004360             WHEN DL20-DV-DEVISE(DL20-DV-IDX) = LDO-CD-DEVISE
004370                 MOVE 'Y' TO DL20-TROUVE-SW
004380         END-SEARCH
004390     END-IF.
004400     IF NOT DL20-TROUVE
004410         MOVE 4 TO DL20-REGLE-NO
004420         MOVE LDO-CD-DEVISE TO DL20-VALEUR
004430         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004440     END-IF.
004450 3300-EXIT.
004460     EXIT.
004470*
004480 3400-CHECK-AMOUNT.
004490     IF LDO-MT-DOSSIER NOT NUMERIC
004500         MOVE 5 TO DL20-REGLE-NO
004510         MOVE 'NOT NUMERIC' TO DL20-VALEUR
004520         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004530         GO TO 3400-EXIT
004540     END-IF.
004550     IF LDO-MT-DOSSIER NOT > 0
004560         MOVE 5 TO DL20-REGLE-NO
004570         MOVE LDO-MT-DOSSIER TO DL20-MT-EDIT
004580         MOVE DL20-MT-EDIT TO DL20-VALEUR
004590         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004600     END-IF.
004610 3400-EXIT.
004620     EXIT.
004630*
004640 3500-CHECK-SETTLEMENT.
004650     IF LDO-REGL-EXTRAIT AND NOT LDO-CD-ETA-VAL
004660         MOVE 6 TO DL20-REGLE-NO
004670         MOVE SPACES TO DL20-VALEUR
004680         STRING 'ETA ' LDO-CD-ETA ' EXTR ' LDO-DT-REGL
004690             DELIMITED BY SIZE INTO DL20-VALEUR
004700         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004710     END-IF.
004720 3500-EXIT.
004730     EXIT.
004740*
004750 3600-CHECK-LABEL.
004760*    THE LABEL IS RUN THROUGH THE TRANSCODER ITSELF, SO THIS
004770*    RULE ALWAYS MATCHES WHATEVER PRTD20TR CURRENTLY CONVERTS.
004780     MOVE LDO-LIB-DOSSIER TO DL20-TR-TEXT.
004790     CALL 'PRTD20TR' USING DL20-TR-TEXT.
004800     IF DL20-TR-TEXT NOT = LDO-LIB-DOSSIER
004810         MOVE 7 TO DL20-REGLE-NO
004820         MOVE LDO-LIB-DOSSIER TO DL20-VALEUR
004830         PERFORM 3900-RECORD-FAILURE THRU 3900-EXIT
004840     END-IF.
004850 3600-EXIT.
004860     EXIT.
004870*
004880 3900-RECORD-FAILURE.
004890     MOVE 'Y' TO DL20-ECHEC-SW.
004900     ADD 1 TO DL20-TOT-REGLE(DL20-REGLE-NO).
004910     IF DL20-UNITE-EN-TABLE
004920         ADD 1 TO DL20-UQ-REGLE(DL20-UQ-IDX, DL20-REGLE-NO)
004930     END-IF.
004940     MOVE SPACES TO PRDQEXC-RECORD.
004950     MOVE DL20-TODAY TO DQE-DT-CONTROLE.
004960     MOVE LDO-NO-DOSSIER TO DQE-NO-DOSSIER.
004970     MOVE LDO-CD-UNITE TO DQE-CD-UNITE.
004980     MOVE LDO-CD-ETA TO DQE-CD-ETA.
004990     MOVE DL20-REGLE-NO TO DQE-NO-REGLE.
005000     MOVE DL20-REGLE-LIB(DL20-REGLE-NO) TO DQE-LIB-REGLE.
005010     MOVE DL20-VALEUR TO DQE-VALEUR.
005020     WRITE PRDQEXC-RECORD.
005030     ADD 1 TO DL20-EXC-ECRITES.
005040 3900-EXIT.
005050     EXIT.
005060*
005070 5000-WRITE-HISTORY.
005080*    THE FIRST EVER SWEEP MAY FIND NO PRDQHIS FILE AT ALL.
005090     OPEN INPUT PRDQHIS-FILE.
005100     IF DL20-PRDQHIS-STATUS = '35'
005110         OPEN OUTPUT PRDQHIS-FILE
005120         CLOSE PRDQHIS-FILE
005130     ELSE
005140         CLOSE PRDQHIS-FILE
005150     END-IF.
005160     OPEN EXTEND PRDQHIS-FILE.
005170     IF NOT DL20-PRDQHIS-OK
005180         DISPLAY 'PRTD20DQ - WARNING, PRDQHIS NOT OPENED, STATUS '
005190             DL20-PRDQHIS-STATUS ' - NO HISTORY WRITTEN'
005200         GO TO 5000-EXIT
005210     END-IF.
005220     MOVE SPACES TO PRDQHIS-RECORD.
005230     MOVE DL20-TODAY TO DQH-DT-CONTROLE.
005240     MOVE '***' TO DQH-CD-UNITE.
005250     MOVE DL20-LUS TO DQH-NB-LUS.
005260     MOVE DL20-EN-ECHEC TO DQH-NB-EN-ECHEC.
005270     PERFORM 5010-MOVE-TOTAL-REGLE THRU 5010-EXIT
005280         VARYING DL20-SUB FROM 1 BY 1
005290         UNTIL DL20-SUB > DL20-NB-REGLES.
005300     WRITE PRDQHIS-RECORD.
005310     ADD 1 TO DL20-HIS-ECRITS.
005320     PERFORM 5100-WRITE-UNITE THRU 5100-EXIT
005330         VARYING DL20-UQ-IDX FROM 1 BY 1
005340         UNTIL DL20-UQ-IDX > DL20-UQ-COUNT.
005350     CLOSE PRDQHIS-FILE.
005360 5000-EXIT.
005370     EXIT.
005380*
005390 5010-MOVE-TOTAL-REGLE.
005400     MOVE DL20-TOT-REGLE(DL20-SUB) TO DQH-NB-REGLE(DL20-SUB).
005410 5010-EXIT.
005420     EXIT.
005430*
005440 5100-WRITE-UNITE.
005450     IF DL20-UQ-LUS(DL20-UQ-IDX) = 0
005460         GO TO 5100-EXIT
005470     END-IF.
005480     MOVE SPACES TO PRDQHIS-RECORD.
005490     MOVE DL20-TODAY TO DQH-DT-CONTROLE.
005500     MOVE DL20-UQ-UNITE(DL20-UQ-IDX) TO DQH-CD-UNITE.
005510     MOVE DL20-UQ-LUS(DL20-UQ-IDX) TO DQH-NB-LUS.
005520     MOVE DL20-UQ-EN-ECHEC(DL20-UQ-IDX) TO DQH-NB-EN-ECHEC.
005530     PERFORM 5110-MOVE-UNITE-REGLE THRU 5110-EXIT
005540         VARYING DL20-SUB FROM 1 BY 1
005550         UNTIL DL20-SUB > DL20-NB-REGLES.
005560     WRITE PRDQHIS-RECORD.
005570     ADD 1 TO DL20-HIS-ECRITS.
005580 5100-EXIT.
005590     EXIT.
005600*
005610 5110-MOVE-UNITE-REGLE.
005620     MOVE DL20-UQ-REGLE(DL20-UQ-IDX, DL20-SUB)
005630         TO DQH-NB-REGLE(DL20-SUB).
005640 5110-EXIT.
005650     EXIT.
005660*
005670 6000-PRINT-RULES.
005680     MOVE 'DATA QUALITY BY RULE' TO DL20-ENT-TITRE.
005690     MOVE SPACES TO DL20-ENTETE-COLONNES.
005700     MOVE ' RULE DESCRIPTION                       TODAY'
005710         TO DL20-ENTETE-COLONNES(1:45).
005720     MOVE '   PREVIOUS    CHANGE' TO DL20-ENTETE-COLONNES(46:21).
005730     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
005740     PERFORM 6100-PRINT-RULE THRU 6100-EXIT
005750         VARYING DL20-SUB FROM 1 BY 1
005760         UNTIL DL20-SUB > DL20-NB-REGLES.
005770     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
005780     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005790     MOVE 'DOSSIERS CHECKED' TO DL20-TOT-LIB.
005800     MOVE DL20-LUS TO DL20-TOT-NB.
005810     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
005820     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005830     MOVE 'DOSSIERS FAILING AT LEAST ONE RULE' TO DL20-TOT-LIB.
005840     MOVE DL20-EN-ECHEC TO DL20-TOT-NB.
005850     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
005860     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005870     MOVE 'EXCEPTIONS WRITTEN TO PRDQEXC' TO DL20-TOT-LIB.
005880     MOVE DL20-EXC-ECRITES TO DL20-TOT-NB.
005890     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
005900     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005910     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
005920     IF DL20-VEILLE-TROUVEE
005930         STRING ' PREVIOUS SWEEP : ' DL20-VL-DATE
005940             DELIMITED BY SIZE INTO DL20-LIGNE-TRAVAIL
005950     ELSE
005960         MOVE ' NO PREVIOUS SWEEP ON PRDQHIS'
005970             TO DL20-LIGNE-TRAVAIL
005980     END-IF.
005990     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006000 6000-EXIT.
006010     EXIT.
006020*
006030 6100-PRINT-RULE.
006040     MOVE DL20-SUB TO DL20-RGL-NO.
006050     MOVE DL20-REGLE-LIB(DL20-SUB) TO DL20-RGL-LIB.
006060     MOVE DL20-TOT-REGLE(DL20-SUB) TO DL20-RGL-NB.
006070     IF DL20-VEILLE-TROUVEE
006080         MOVE DL20-VL-REGLE(DL20-SUB) TO DL20-RGL-VEILLE
006090         COMPUTE DL20-ECART = DL20-TOT-REGLE(DL20-SUB)
006100             - DL20-VL-REGLE(DL20-SUB)
006110         MOVE DL20-ECART TO DL20-RGL-ECART
006120     ELSE
006130         MOVE SPACES TO DL20-RGL-VEILLE-X
006140         MOVE SPACES TO DL20-RGL-ECART-X
006150     END-IF.
006160     MOVE DL20-LIGNE-REGLE TO DL20-LIGNE-TRAVAIL.
006170     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006180 6100-EXIT.
006190     EXIT.
006200*
006210 7000-PRINT-UNITS.
006220     MOVE 'DATA QUALITY BY UNIT' TO DL20-ENT-TITRE.
006230     MOVE SPACES TO DL20-ENTETE-COLONNES.
006240     MOVE ' UNIT CHECKED FAILING     R01     R02     R03 '
006250         TO DL20-ENTETE-COLONNES(1:46).
006260     MOVE '    R04     R05     R06     R07  NOTE'
006270         TO DL20-ENTETE-COLONNES(47:37).
006280     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
006290     PERFORM 7100-PRINT-UNITE THRU 7100-EXIT
006300         VARYING DL20-UQ-IDX FROM 1 BY 1
006310         UNTIL DL20-UQ-IDX > DL20-UQ-COUNT.
006320     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
006330     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006340     MOVE SPACES TO DL20-LIGNE-UNITE.
006350     MOVE '***' TO DL20-UNL-UNITE.
006360     MOVE DL20-LUS TO DL20-UNL-LUS.
006370     MOVE DL20-EN-ECHEC TO DL20-UNL-EN-ECHEC.
006380     PERFORM 7200-MOVE-TOTAL-REGLE THRU 7200-EXIT
006390         VARYING DL20-SUB FROM 1 BY 1
006400         UNTIL DL20-SUB > DL20-NB-REGLES.
006410     MOVE 'ALL UNITS' TO DL20-UNL-NOTE.
006420     MOVE DL20-LIGNE-UNITE TO DL20-LIGNE-TRAVAIL.
006430     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006440 7000-EXIT.
006450     EXIT.
006460*
006470 7100-PRINT-UNITE.
006480     IF DL20-UQ-LUS(DL20-UQ-IDX) = 0
006490         GO TO 7100-EXIT
006500     END-IF.
006510     MOVE SPACES TO DL20-LIGNE-UNITE.
006520     MOVE DL20-UQ-UNITE(DL20-UQ-IDX) TO DL20-UNL-UNITE.
006530     MOVE DL20-UQ-LUS(DL20-UQ-IDX) TO DL20-UNL-LUS.
006540     MOVE DL20-UQ-EN-ECHEC(DL20-UQ-IDX) TO DL20-UNL-EN-ECHEC.
006550     PERFORM 7110-MOVE-UNITE-REGLE THRU 7110-EXIT
006560         VARYING DL20-SUB FROM 1 BY 1
006570         UNTIL DL20-SUB > DL20-NB-REGLES.
006580     IF NOT DL20-UQ-CONNUE(DL20-UQ-IDX)
006585         AND NOT DL20-UNITES-NON-CHARGEES
006590         MOVE 'NOT ON PRUNITE' TO DL20-UNL-NOTE
006600     END-IF.
006610     MOVE DL20-LIGNE-UNITE TO DL20-LIGNE-TRAVAIL.
006620     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006630 7100-EXIT.
006640     EXIT.
006650*
006660 7110-MOVE-UNITE-REGLE.
006670     MOVE DL20-UQ-REGLE(DL20-UQ-IDX, DL20-SUB)
006680         TO DL20-UNL-NB(DL20-SUB).
006690 7110-EXIT.
006700     EXIT.
006710*
006720 7200-MOVE-TOTAL-REGLE.
006730     MOVE DL20-TOT-REGLE(DL20-SUB) TO DL20-UNL-NB(DL20-SUB).
006740 7200-EXIT.
006750     EXIT.
006760*
006770 8000-TERMINATE.
006780     CLOSE PRTD20-FILE.
006790     CLOSE PRDQEXC-FILE.
006800     CLOSE PRTD20L-FILE.
006810     DISPLAY 'PRTD20DQ - DOSSIERS CHECKED   : ' DL20-LUS.
006820     DISPLAY 'PRTD20DQ - DOSSIERS FAILING   : ' DL20-EN-ECHEC.
006830     DISPLAY 'PRTD20DQ - EXCEPTIONS WRITTEN : ' DL20-EXC-ECRITES.
006840     DISPLAY 'PRTD20DQ - HISTORY RECORDS    : ' DL20-HIS-ECRITS.
006850     IF DL20-UQ-DROPPED > 0 OR DL20-DV-DROPPED > 0
006860         DISPLAY 'PRTD20DQ - WARNING, TABLE FULL, DROPPED : '
006870             DL20-UQ-DROPPED ' / ' DL20-DV-DROPPED
006880     END-IF.
006890     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
006900 8000-EXIT.
006910     EXIT.
006920*
006930 8900-WRITE-RUN-LEDGER.
006940     MOVE 'PRTD20DQ' TO DL20-JW-PROGRAMME.
006950     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
006960     MOVE DL20-LUS TO DL20-JW-RECS-READ.
006970     MOVE DL20-EXC-ECRITES TO DL20-JW-RECS-ECRITS.
006980     IF DL20-EXC-ECRITES > 0 OR DL20-UQ-DROPPED > 0
006990         OR DL20-DV-DROPPED > 0 OR DL20-UNITES-NON-CHARGEES
006995         OR DL20-DEVISES-NON-CHARGEES
007000         MOVE 'W' TO DL20-JW-RESULTAT
007010     ELSE
007020         MOVE 'O' TO DL20-JW-RESULTAT
007030     END-IF.
007040     CALL 'PRTD20JW' USING DL20-JW-PARMS.
007050     IF DL20-JW-ECHEC
007060         DISPLAY 'PRTD20DQ - WARNING, RUN LEDGER WRITE FAILED'
007070     END-IF.
007080 8900-EXIT.
007090     EXIT.
007100*
007110 9000-PRINT-LINE.
007120     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
007130         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
007140     END-IF.
007150     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
007160         AFTER ADVANCING 1 LINE.
007170     ADD 1 TO DL20-LIGNE-CNT.
007180 9000-EXIT.
007190     EXIT.
007200*
007210 9100-NEW-PAGE.
007220     ADD 1 TO DL20-PAGE-NO.
007230     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
007240     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
007250         AFTER ADVANCING PAGE.
007260     MOVE SPACES TO PRLIGNE-RECORD.
007270     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
007280     MOVE 2 TO DL20-LIGNE-CNT.
007290     IF DL20-ENTETE-COLONNES NOT = SPACES
007300         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
007310             AFTER ADVANCING 1 LINE
007320         MOVE SPACES TO PRLIGNE-RECORD
007330         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
007340         MOVE 4 TO DL20-LIGNE-CNT
007350     END-IF.
007360 9100-EXIT.
007370     EXIT.
