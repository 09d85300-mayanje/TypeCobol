000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------- ----  -------------------------------------------*
000310*    2026-09-02  DLM  ORIGINAL PROGRAM.                           *
000320*    2026-09-02  DLM  THE WARNING MARGIN NOW COMES FROM THE       *
000330*                     PRPARAM FILE (PRTD20PR, NAME MARGE-JRS)     *
000340*                     WHEN THE COMMAND LINE LEAVES IT ZERO.       *
000350*    2026-09-07  DLM  BREACH AND NEAR-BREACH FLAGS ARE NOW RAISED  *
000360*                     THROUGH PRTD20FW, WHICH WRITES NOTHING WHILE *
000370*                     A FLAG IS STILL OPEN FOR THE SAME DOSSIER    *
000380*                     AND REASON. PRTD20F IS NO LONGER OPENED      *
000390*                     HERE.                                        *
000400*    2026-09-07  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000410*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000420*                     USED UP. NO CODE CHANGE.                     *
000422*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000424*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000426*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     COPY PRTD20SEL.
000480     COPY PRSLTSEL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PRTD20-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY XPRTD20.
000540 FD  PRSLAT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY XPRSLT.
000570 WORKING-STORAGE SECTION.
000580     COPY XPRSTAT.
000590     COPY XPRJWLK.
000600     COPY XPRJOLK.
000610     COPY XPRPRLK.
000620     COPY XPRFWLK.
000630 01  DL20-SWITCHES.
000640     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000650         88  DL20-EOF               VALUE 'Y'.
000660     05  DL20-CIBLE-SW          PIC X(1)  VALUE 'N'.
000670         88  DL20-CIBLE-TROUVEE     VALUE 'Y'.
000680 01  DL20-COUNTERS.
000690     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000700     05  DL20-DOS-SCORES        PIC 9(7)  USAGE COMP.
000710     05  DL20-BREACH-COUNT      PIC 9(7)  USAGE COMP.
000720     05  DL20-NEAR-COUNT        PIC 9(7)  USAGE COMP.
000730     05  DL20-SANS-CIBLE        PIC 9(7)  USAGE COMP.
000740     05  DL20-DEJA-OUVERTS      PIC 9(7)  USAGE COMP.
000750     05  DL20-FLAG-ECHECS       PIC 9(7)  USAGE COMP.
000760 01  DL20-PARMS.
000770     05  DL20-PARM-LINE         PIC X(80).
000780     05  DL20-PARM-MARGE-JRS    PIC 9(3).
000790 01  DL20-TODAY                 PIC 9(8).
000800 01  DL20-WORK-MESURE           PIC S9(9) USAGE COMP.
000810 01  DL20-WORK-CIBLE            PIC S9(9) USAGE COMP.
000820 01  DL20-WORK-PCT              PIC 9(3)V9(2) USAGE COMP-3.
000830 01  DL20-CIBLE-TABLE.
000840     05  DL20-CB-ENTRY   OCCURS 1 TO 20 TIMES
000850                         DEPENDING ON DL20-CB-COUNT
000860                         INDEXED BY DL20-CB-IDX.
000870         10  DL20-CB-UNITE      PIC X(3).
000880         10  DL20-CB-JOURS      PIC 9(5)  USAGE COMP.
000890 01  DL20-CB-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
000900 01  DL20-SCORE-TABLE.
000910     05  DL20-SC-ENTRY   OCCURS 1 TO 20 TIMES
000920                         DEPENDING ON DL20-SC-COUNT
000930                         INDEXED BY DL20-SC-IDX.
000940         10  DL20-SC-UNITE      PIC X(3).
000950         10  DL20-SC-SCORES     PIC 9(7)  USAGE COMP.
000960         10  DL20-SC-CONFORMES  PIC 9(7)  USAGE COMP.
000970 01  DL20-SC-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
000980 01  DL20-SC-SUB                PIC 9(2)  USAGE COMP.
000990 01  DL20-SC-FOUND-SW           PIC X(1).
001000     88  DL20-SC-FOUND              VALUE 'Y'.
001010 01  DL20-JW-TEXTE.
001020     05  FILLER                 PIC X(6)  VALUE 'MARGE='.
001030     05  DL20-JWT-MARGE         PIC 9(3).
001040     05  FILLER                 PIC X(31) VALUE SPACES.
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-SCORE-DOSSIERS THRU 2000-EXIT
001090         UNTIL DL20-EOF.
001100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001110     GOBACK.
001120*
001130 1000-INITIALIZE.
001140     MOVE 0 TO DL20-RECS-READ DL20-DOS-SCORES
001150         DL20-BREACH-COUNT DL20-NEAR-COUNT DL20-SANS-CIBLE.
001160     MOVE 0 TO DL20-DEJA-OUVERTS DL20-FLAG-ECHECS.
001170     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
001180     MOVE DL20-PARM-LINE(1:3) TO DL20-PARM-MARGE-JRS.
001190     IF DL20-PARM-MARGE-JRS NOT NUMERIC
001200         OR DL20-PARM-MARGE-JRS = ZERO
001210         PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT
001220     END-IF.
001230     IF DL20-PARM-MARGE-JRS NOT NUMERIC
001240         OR DL20-PARM-MARGE-JRS = ZERO
001250         MOVE 2 TO DL20-PARM-MARGE-JRS
001260     END-IF.
001270     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001280     DISPLAY 'PRTD20SL - WARNING MARGIN (WORKING DAYS) : '
001290         DL20-PARM-MARGE-JRS.
001300     PERFORM 1100-LOAD-CIBLE-TABLE THRU 1100-EXIT.
001310     OPEN INPUT PRTD20-FILE.
001320     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001330 1000-EXIT.
001340     EXIT.
001350*
001360 1050-READ-PARM-FILE.
001370     MOVE 'PRTD20SL' TO DL20-PR-PROGRAMME.
001380     MOVE 'MARGE-JRS' TO DL20-PR-NOM.
001390     CALL 'PRTD20PR' USING DL20-PR-PARMS.
001400     IF DL20-PR-TROUVE
001410         MOVE DL20-PR-VALEUR-NUM TO DL20-PARM-MARGE-JRS
001420     END-IF.
001430     IF DL20-PR-NON-NUM
001440         DISPLAY 'PRTD20SL - WARNING, PRPARAM VALUE NOT NUMERIC'
001450     END-IF.
001460 1050-EXIT.
001470     EXIT.
001480*
001490 1100-LOAD-CIBLE-TABLE.
001500     MOVE 0 TO DL20-CB-COUNT.
001510     OPEN INPUT PRSLAT-FILE.
001520     IF DL20-PRSLAT-OK
001530         PERFORM 1110-READ-CIBLE THRU 1110-EXIT
001540         PERFORM 1120-STORE-CIBLE THRU 1120-EXIT
001550             UNTIL DL20-EOF
001560         CLOSE PRSLAT-FILE
001570         MOVE 'N' TO DL20-EOF-SW
001580     END-IF.
001590 1100-EXIT.
001600     EXIT.
001610*
001620 1110-READ-CIBLE.
001630     READ PRSLAT-FILE NEXT RECORD
001640         AT END
001650             MOVE 'Y' TO DL20-EOF-SW
001660     END-READ.
001670 1110-EXIT.
001680     EXIT.
001690*
001700 1120-STORE-CIBLE.
001710     IF DL20-CB-COUNT < 20
001720         AND SLT-NB-JOURS-CIBLE IS NUMERIC
001730         AND SLT-NB-JOURS-CIBLE NOT = ZERO
001740         ADD 1 TO DL20-CB-COUNT
001750         MOVE SLT-CD-UNITE TO DL20-CB-UNITE(DL20-CB-COUNT)
001760         MOVE SLT-NB-JOURS-CIBLE TO DL20-CB-JOURS(DL20-CB-COUNT)
001770     END-IF.
001780     PERFORM 1110-READ-CIBLE THRU 1110-EXIT.
001790 1120-EXIT.
001800     EXIT.
001810*
001820 2000-SCORE-DOSSIERS.
001830     EVALUATE TRUE
001840         WHEN LDO-CD-ETA-SAI AND LDO-DT-SAI NOT = ZERO
001850             MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
001860             MOVE DL20-TODAY TO DL20-JO-DT-FIN
001870             CALL 'PRTD20JO' USING DL20-JO-PARMS
001880             MOVE DL20-JO-NB-JOURS TO DL20-WORK-MESURE
001890             PERFORM 3000-SCORE-ONE THRU 3000-EXIT
001900         WHEN LDO-CD-ETA-VAL AND LDO-DT-VAL = DL20-TODAY
001910             AND LDO-DT-SAI NOT = ZERO
001920             MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
001930             MOVE LDO-DT-VAL TO DL20-JO-DT-FIN
001940             CALL 'PRTD20JO' USING DL20-JO-PARMS
001950             MOVE DL20-JO-NB-JOURS TO DL20-WORK-MESURE
001960             PERFORM 3000-SCORE-ONE THRU 3000-EXIT
001970     END-EVALUATE.
001980     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001990 2000-EXIT.
002000     EXIT.
002010*
002020 2100-READ-PRTD20.
002030     READ PRTD20-FILE NEXT RECORD
002040         AT END
002050             MOVE 'Y' TO DL20-EOF-SW
002060         NOT AT END
002070             ADD 1 TO DL20-RECS-READ
002080     END-READ.
002090 2100-EXIT.
002100     EXIT.
002110*
002120 3000-SCORE-ONE.
002130     PERFORM 3100-LOOKUP-CIBLE THRU 3100-EXIT.
002140     IF NOT DL20-CIBLE-TROUVEE
002150         ADD 1 TO DL20-SANS-CIBLE
002160         GO TO 3000-EXIT
002170     END-IF.
002180     ADD 1 TO DL20-DOS-SCORES.
002190     PERFORM 3200-COUNT-UNITE THRU 3200-EXIT.
002200     EVALUATE TRUE
002210         WHEN DL20-WORK-MESURE > DL20-WORK-CIBLE
002220             ADD 1 TO DL20-BREACH-COUNT
002230             PERFORM 4000-FLAG-DOSSIER THRU 4000-EXIT
002240         WHEN DL20-WORK-MESURE >
002250                 DL20-WORK-CIBLE - DL20-PARM-MARGE-JRS
002260             ADD 1 TO DL20-NEAR-COUNT
002270             ADD 1 TO DL20-SC-CONFORMES(DL20-SC-IDX)
002280             PERFORM 4100-FLAG-NEAR THRU 4100-EXIT
002290         WHEN OTHER
002300             ADD 1 TO DL20-SC-CONFORMES(DL20-SC-IDX)
002310     END-EVALUATE.
002320 3000-EXIT.
002330     EXIT.
002340*
002350 3100-LOOKUP-CIBLE.
002360     MOVE 'N' TO DL20-CIBLE-SW.
002370     MOVE 0 TO DL20-WORK-CIBLE.
002380     IF DL20-CB-COUNT > 0
002390         SET DL20-CB-IDX TO 1
002400         SEARCH DL20-CB-ENTRY VARYING DL20-CB-IDX
002410             AT END
002420                 CONTINUE
002430             WHEN DL20-CB-UNITE(DL20-CB-IDX) = LDO-CD-UNITE
002440                 MOVE DL20-CB-JOURS(DL20-CB-IDX)
002450                     TO DL20-WORK-CIBLE
002460                 MOVE 'Y' TO DL20-CIBLE-SW
002470         END-SEARCH
002480     END-IF.
002490 3100-EXIT.
002500     EXIT.
002510*
002520 3200-COUNT-UNITE.
002530*    LEAVES DL20-SC-IDX ON THE UNIT'S SCORE ENTRY FOR THE
002540*    COMPLIANCE COUNT IN 3000-SCORE-ONE.
002550     MOVE 'N' TO DL20-SC-FOUND-SW.
002560     IF DL20-SC-COUNT > 0
002570         SET DL20-SC-IDX TO 1
002580         SEARCH DL20-SC-ENTRY VARYING DL20-SC-IDX
002590             AT END
002600                 CONTINUE
002610             WHEN DL20-SC-UNITE(DL20-SC-IDX) = LDO-CD-UNITE
002620                 MOVE 'Y' TO DL20-SC-FOUND-SW
002630         END-SEARCH
002640     END-IF.
002650     IF NOT DL20-SC-FOUND
002660         IF DL20-SC-COUNT < 20
002670             ADD 1 TO DL20-SC-COUNT
002680             SET DL20-SC-IDX TO DL20-SC-COUNT
002690             MOVE LDO-CD-UNITE TO DL20-SC-UNITE(DL20-SC-IDX)
002700             MOVE 0 TO DL20-SC-SCORES(DL20-SC-IDX)
002710             MOVE 0 TO DL20-SC-CONFORMES(DL20-SC-IDX)
002720         END-IF
002730     END-IF.
002740     ADD 1 TO DL20-SC-SCORES(DL20-SC-IDX).
002750 3200-EXIT.
002760     EXIT.
002770*
002780 4000-FLAG-DOSSIER.
002790     MOVE 'SLA BREACH'     TO DL20-FW-RAISON.
002800     PERFORM 4200-RAISE-FLAG THRU 4200-EXIT.
002810     DISPLAY 'PRTD20SL - BREACH      : ' LDO-NO-DOSSIER
002820         ' UNIT ' LDO-CD-UNITE
002830         ' DAYS ' DL20-WORK-MESURE
002840         ' TARGET ' DL20-WORK-CIBLE.
002850 4000-EXIT.
002860     EXIT.
002870*
002880 4100-FLAG-NEAR.
002890     MOVE 'SLA NEAR-BREACH' TO DL20-FW-RAISON.
002900     PERFORM 4200-RAISE-FLAG THRU 4200-EXIT.
002910     DISPLAY 'PRTD20SL - NEAR-BREACH : ' LDO-NO-DOSSIER
002920         ' UNIT ' LDO-CD-UNITE
002930         ' DAYS ' DL20-WORK-MESURE
002940         ' TARGET ' DL20-WORK-CIBLE.
002950 4100-EXIT.
002960     EXIT.
002970*
002980 4200-RAISE-FLAG.
002990     MOVE LDO-NO-DOSSIER   TO DL20-FW-NO-DOSSIER.
003000     MOVE LDO-CD-ETA       TO DL20-FW-CD-ETA.
003010     MOVE DL20-TODAY       TO DL20-FW-DT-FLAGGED.
003020     CALL 'PRTD20FW' USING DL20-FW-PARMS.
003030     IF DL20-FW-DEJA-OUVERT
003040         ADD 1 TO DL20-DEJA-OUVERTS
003050     END-IF.
003060     IF DL20-FW-ECHEC
003070         ADD 1 TO DL20-FLAG-ECHECS
003080     END-IF.
003090 4200-EXIT.
003100     EXIT.
003110*
003120 8000-TERMINATE.
003130     CLOSE PRTD20-FILE.
003140     DISPLAY 'PRTD20SL - RECORDS READ    : ' DL20-RECS-READ.
003150     DISPLAY 'PRTD20SL - DOSSIERS SCORED : ' DL20-DOS-SCORES.
003160     DISPLAY 'PRTD20SL - BREACHES        : ' DL20-BREACH-COUNT.
003170     DISPLAY 'PRTD20SL - NEAR-BREACHES   : ' DL20-NEAR-COUNT.
003180     IF DL20-SANS-CIBLE > 0
003190         DISPLAY 'PRTD20SL - NO TARGET ON FILE FOR : '
003200             DL20-SANS-CIBLE ' DOSSIERS'
003210     END-IF.
003220     DISPLAY 'PRTD20SL - FLAG STILL OPEN : ' DL20-DEJA-OUVERTS.
003230     IF DL20-FLAG-ECHECS > 0
003240         DISPLAY 'PRTD20SL - WARNING, PRTD20F WRITES FAILED : '
003250             DL20-FLAG-ECHECS
003260     END-IF.
003270     IF DL20-SC-COUNT > 0
003280         DISPLAY 'PRTD20SL - COMPLIANCE PER UNIT :'
003290         PERFORM 8100-PRINT-ONE-UNITE THRU 8100-EXIT
003300             VARYING DL20-SC-SUB FROM 1 BY 1
003310             UNTIL DL20-SC-SUB > DL20-SC-COUNT
003320     END-IF.
003330     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
003340 8000-EXIT.
003350     EXIT.
003360*
003370 8100-PRINT-ONE-UNITE.
003380     COMPUTE DL20-WORK-PCT ROUNDED =
003390         DL20-SC-CONFORMES(DL20-SC-SUB) * 100
003400         / DL20-SC-SCORES(DL20-SC-SUB).
003410     DISPLAY '  UNIT ' DL20-SC-UNITE(DL20-SC-SUB)
003420         ' SCORED ' DL20-SC-SCORES(DL20-SC-SUB)
003430         ' WITHIN TARGET ' DL20-SC-CONFORMES(DL20-SC-SUB)
003440         ' COMPLIANCE PCT ' DL20-WORK-PCT.
003450 8100-EXIT.
003460     EXIT.
003470*
003480 8900-WRITE-RUN-LEDGER.
003490     MOVE 'PRTD20SL' TO DL20-JW-PROGRAMME.
003500     MOVE DL20-PARM-MARGE-JRS TO DL20-JWT-MARGE.
003510     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
003520     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
003530     COMPUTE DL20-JW-RECS-ECRITS =
003540         DL20-BREACH-COUNT + DL20-NEAR-COUNT.
003550     IF DL20-BREACH-COUNT > 0 OR DL20-SANS-CIBLE > 0
003560         OR DL20-FLAG-ECHECS > 0
003570         MOVE 'W' TO DL20-JW-RESULTAT
003580     ELSE
003590         MOVE 'O' TO DL20-JW-RESULTAT
003600     END-IF.
003610     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003620     IF DL20-JW-ECHEC
003630         DISPLAY 'PRTD20SL - WARNING, RUN LEDGER WRITE FAILED'
003640     END-IF.
003650 8900-EXIT.
003660     EXIT.
