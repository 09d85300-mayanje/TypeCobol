000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20AP.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-08.
000060 DATE-COMPILED. 2026-09-08.
000070*****************************************************************
000080*    PROGRAM       : PRTD20AP                                  *
000090*    DESCRIPTION   : DAILY LIST OF VALIDATIONS WAITING FOR      *
000100*                    FOUR-EYES APPROVAL. WALKS THE PRTD20       *
000110*                    MASTER, PICKS UP EVERY DOSSIER HELD IN     *
000120*                    APP BY PRTD20CH, FINDS WHO ASKED FOR THE   *
000130*                    VALIDATION AND WHEN ON THE DOSSIER'S OWN   *
000140*                    PRAUD20 CHAIN (THE LAST TRANSITION INTO    *
000150*                    APP), AGES THE REQUEST IN WORKING DAYS     *
000160*                    (PRTD20JO) AND PRINTS, ON THE PRTD20L      *
000170*                    PRINT FILE IN THE PRTD20PK PAGE STYLE,     *
000180*                    ONE PAGE PER OWNING UNIT FOR THAT UNIT'S   *
000190*                    SUPERVISOR - OLDEST REQUEST FIRST, WITH    *
000200*                    THE BOOKED AMOUNT, THE REFERENCE-CURRENCY  *
000210*                    AMOUNT (PRTD20CV) THE THRESHOLD WAS        *
000220*                    TESTED ON, AND A COUNT AND REFERENCE       *
000230*                    TOTAL CLOSING EACH UNIT. THE REQUESTER IS  *
000240*                    PRINTED SO THE SUPERVISOR CAN SEND THE     *
000250*                    APPROVAL TO SOMEONE ELSE. READ-ONLY.       *
000260*    MODIFICATION HISTORY                                       *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------- ----  -------------------------------------------*
000290*    2026-09-08  DLM  ORIGINAL PROGRAM.                           *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY PRTD20RSL.
000350     COPY PRAUDSEL.
000360     COPY PRIMPSEL.
000370     SELECT PRAPS-SORT-FILE ASSIGN TO SORTWK1.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PRTD20-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY XPRTD20.
000430 FD  PRAUD20-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY XPRAUD.
000460 FD  PRTD20L-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY XPRPRT.
000490 SD  PRAPS-SORT-FILE.
000500     COPY XPRAPS.
000510 WORKING-STORAGE SECTION.
000520     COPY XPRSTAT.
000530     COPY XPRJWLK.
000540     COPY XPRJOLK.
000550     COPY XPRCVLK.
000560 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000570 01  DL20-SWITCHES.
000580     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000590         88  DL20-EOF               VALUE 'Y'.
000600     05  DL20-FIRST-SW          PIC X(1)  VALUE 'Y'.
000610         88  DL20-FIRST-RECORD      VALUE 'Y'.
000620     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
000630         88  DL20-FIN-CHAINE        VALUE 'Y'.
000640     05  DL20-AUDIT-SW          PIC X(1)  VALUE 'N'.
000650         88  DL20-AUDIT-OUVERT      VALUE 'Y'.
000660 01  DL20-COUNTERS.
000670     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000680     05  DL20-EN-ATTENTE        PIC 9(7)  USAGE COMP.
000690     05  DL20-ATT-UNITE         PIC 9(7)  USAGE COMP.
000700     05  DL20-NB-UNITES         PIC 9(5)  USAGE COMP.
000710     05  DL20-SANS-DEMANDE      PIC 9(7)  USAGE COMP.
000720 01  DL20-TOT-MT-UNITE          PIC S9(13)V9(2) USAGE COMP-3.
000730 01  DL20-TOT-MT-GENERAL        PIC S9(13)V9(2) USAGE COMP-3.
000740 01  DL20-TODAY                 PIC 9(8).
000750 01  DL20-UNITE-COURANTE        PIC X(3).
000760 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
000770 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
000780 01  DL20-LIGNE-TRAVAIL         PIC X(132).
000790 01  DL20-ENTETE-COLONNES       PIC X(132).
000800 01  DL20-ENTETE-PAGE.
000810     05  FILLER                 PIC X(10) VALUE 'PRTD20AP'.
000820     05  FILLER                 PIC X(28)
000830         VALUE 'PENDING APPROVALS BY UNIT'.
000840     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
000850     05  DL20-ENT-DATE          PIC 9(8).
000860     05  FILLER                 PIC X(6)  VALUE SPACES.
000870     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
000880     05  DL20-ENT-PAGE          PIC ZZZ9.
000890     05  FILLER                 PIC X(61) VALUE SPACES.
000900 01  DL20-LIGNE-UNITE.
000910     05  FILLER                 PIC X(1)  VALUE SPACE.
000920     05  FILLER                 PIC X(24)
000930         VALUE 'FOR THE SUPERVISOR OF -'.
000940     05  FILLER                 PIC X(5)  VALUE 'UNIT'.
000950     05  DL20-UNI-CODE          PIC X(3).
000960     05  FILLER                 PIC X(99) VALUE SPACES.
000970 01  DL20-LIGNE-DEMANDE.
000980     05  FILLER                 PIC X(1)  VALUE SPACE.
000990     05  DL20-DEM-DOSSIER       PIC 9(11).
001000     05  FILLER                 PIC X(3)  VALUE SPACES.
001010     05  DL20-DEM-DATE          PIC 9(8).
001020     05  FILLER                 PIC X(3)  VALUE SPACES.
001030     05  DL20-DEM-AGE           PIC ZZZZZ9.
001040     05  FILLER                 PIC X(3)  VALUE SPACES.
001050     05  DL20-DEM-OPER          PIC X(8).
001060     05  FILLER                 PIC X(3)  VALUE SPACES.
001070     05  DL20-DEM-MT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001080     05  FILLER                 PIC X(1)  VALUE SPACE.
001090     05  DL20-DEM-DEVISE        PIC X(3).
001100     05  FILLER                 PIC X(2)  VALUE SPACES.
001110     05  DL20-DEM-MT-REF        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001120     05  FILLER                 PIC X(2)  VALUE SPACES.
001130     05  DL20-DEM-LIB           PIC X(30).
001140     05  FILLER                 PIC X(7)  VALUE SPACES.
001150 01  DL20-LIGNE-CTRL.
001160     05  FILLER                 PIC X(1)  VALUE SPACE.
001170     05  DL20-CTRL-LIB          PIC X(30).
001180     05  DL20-CTRL-NB           PIC ZZZZZZ9.
001190     05  FILLER                 PIC X(13) VALUE SPACES.
001200     05  FILLER                 PIC X(11) VALUE 'REF TOTAL'.
001210     05  DL20-CTRL-MT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001220     05  FILLER                 PIC X(48) VALUE SPACES.
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     SORT PRAPS-SORT-FILE
001270         ON ASCENDING KEY PRAPS-CD-UNITE
001280         ON ASCENDING KEY PRAPS-DT-DEMANDE
001290         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
001300         OUTPUT PROCEDURE IS 3000-PRINT-PENDING.
001310     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001320     GOBACK.
001330*
001340 1000-INITIALIZE.
001350     MOVE 0 TO DL20-RECS-READ DL20-EN-ATTENTE DL20-ATT-UNITE
001360         DL20-NB-UNITES DL20-SANS-DEMANDE.
001370     MOVE 0 TO DL20-TOT-MT-UNITE DL20-TOT-MT-GENERAL.
001380     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001390     MOVE DL20-TODAY TO DL20-ENT-DATE.
001400     MOVE SPACES TO DL20-ENTETE-COLONNES.
001410     OPEN OUTPUT PRTD20L-FILE.
001420     OPEN INPUT PRTD20-FILE.
001430     OPEN INPUT PRAUD20-FILE.
001440     IF DL20-PRAUD20-OK
001450         MOVE 'Y' TO DL20-AUDIT-SW
001460     ELSE
001470*        NO TRANSITION LOG YET - THE LIST STILL PRINTS, WITH THE
001480*        REQUESTER AND REQUEST DATE LEFT BLANK.
001490         DISPLAY 'PRTD20AP - PRAUD20 NOT AVAILABLE, STATUS '
001500             DL20-PRAUD20-STATUS ' - REQUESTERS NOT SHOWN'
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540*
001550 2000-BUILD-SORT-INPUT.
001560     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001570     PERFORM 2200-EVALUATE-DOSSIER THRU 2200-EXIT
001580         UNTIL DL20-EOF.
001590     MOVE 'N' TO DL20-EOF-SW.
001600 2000-EXIT.
001610     EXIT.
001620*
001630 2100-READ-PRTD20.
001640     READ PRTD20-FILE NEXT RECORD
001650         AT END
001660             MOVE 'Y' TO DL20-EOF-SW
001670         NOT AT END
001680             ADD 1 TO DL20-RECS-READ
001690     END-READ.
001700 2100-EXIT.
001710     EXIT.
001720*
001730 2200-EVALUATE-DOSSIER.
001740     IF LDO-CD-ETA-APP
001750         PERFORM 2300-RELEASE-DEMANDE THRU 2300-EXIT
001760     END-IF.
001770     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001780 2200-EXIT.
001790     EXIT.
001800*
001810 2300-RELEASE-DEMANDE.
001820     MOVE SPACES TO PRAPS-ID-DEMANDEUR.
001830     MOVE 0 TO PRAPS-DT-DEMANDE.
001840     IF DL20-AUDIT-OUVERT
001850         PERFORM 2400-FIND-DEMANDE THRU 2400-EXIT
001860     END-IF.
001870     IF PRAPS-DT-DEMANDE = 0
001880         ADD 1 TO DL20-SANS-DEMANDE
001890         MOVE LDO-DT-SAI TO PRAPS-DT-DEMANDE
001900     END-IF.
001910     MOVE LDO-CD-UNITE    TO PRAPS-CD-UNITE.
001920     MOVE LDO-NO-DOSSIER  TO PRAPS-NO-DOSSIER.
001930     MOVE PRAPS-DT-DEMANDE TO DL20-JO-DT-DEBUT.
001940     MOVE DL20-TODAY      TO DL20-JO-DT-FIN.
001950     CALL 'PRTD20JO' USING DL20-JO-PARMS.
001960     MOVE DL20-JO-NB-JOURS TO PRAPS-AGE-OUVRES.
001970     MOVE LDO-MT-DOSSIER  TO PRAPS-MT-DOSSIER.
001980     MOVE LDO-CD-DEVISE   TO PRAPS-CD-DEVISE.
001990     MOVE LDO-CD-DEVISE   TO DL20-CV-DEVISE.
002000     MOVE LDO-MT-DOSSIER  TO DL20-CV-MT.
002010     CALL 'PRTD20CV' USING DL20-CV-PARMS.
002020     MOVE DL20-CV-MT-REF  TO PRAPS-MT-REF.
002030     MOVE LDO-LIB-DOSSIER TO PRAPS-LIB-DOSSIER.
002040     RELEASE PRAPS-SORT-RECORD.
002050     ADD 1 TO DL20-EN-ATTENTE.
002060 2300-EXIT.
002070     EXIT.
002080*
002090 2400-FIND-DEMANDE.
002100*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
002110*    KEY. THE LAST TRANSITION INTO APP IS THE REQUEST BEING
002120*    WAITED ON - AN EARLIER ONE MAY HAVE BEEN WITHDRAWN.
002130     MOVE 'N' TO DL20-FIN-CHAINE-SW.
002140     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
002150     MOVE 0 TO PRAUD-NO-SEQ.
002160     START PRAUD20-FILE KEY IS NOT LESS THAN PRAUD-KEY
002170         INVALID KEY
002180             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002190     END-START.
002200     PERFORM 2410-READ-CHAIN THRU 2410-EXIT
002210         UNTIL DL20-FIN-CHAINE.
002220 2400-EXIT.
002230     EXIT.
002240*
002250 2410-READ-CHAIN.
002260     READ PRAUD20-FILE NEXT RECORD
002270         AT END
002280             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002290         NOT AT END
002300             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
002310                 IF PRAUD-CD-ETA-APRES = 'A'
002320                     MOVE PRAUD-ID-OPER    TO PRAPS-ID-DEMANDEUR
002330                     MOVE PRAUD-DT-TRANSIT TO PRAPS-DT-DEMANDE
002340                 END-IF
002350             ELSE
002360                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
002370             END-IF
002380     END-READ.
002390 2410-EXIT.
002400     EXIT.
002410*
002420 3000-PRINT-PENDING.
002430     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
002440         UNTIL DL20-EOF.
002450     MOVE 'N' TO DL20-EOF-SW.
002460     IF NOT DL20-FIRST-RECORD
002470         PERFORM 3400-CLOSE-UNITE THRU 3400-EXIT
002480     END-IF.
002490     PERFORM 3500-PRINT-GRAND-TOTAL THRU 3500-EXIT.
002500 3000-EXIT.
002510     EXIT.
002520*
002530 3100-RETURN-SORTED.
002540     RETURN PRAPS-SORT-FILE
002550         AT END
002560             MOVE 'Y' TO DL20-EOF-SW
002570         NOT AT END
002580             PERFORM 3200-PRINT-ONE-DEMANDE THRU 3200-EXIT
002590     END-RETURN.
002600 3100-EXIT.
002610     EXIT.
002620*
002630 3200-PRINT-ONE-DEMANDE.
002640     IF DL20-FIRST-RECORD
002650         MOVE 'N' TO DL20-FIRST-SW
002660         MOVE PRAPS-CD-UNITE TO DL20-UNITE-COURANTE
002670         PERFORM 3300-OPEN-UNITE THRU 3300-EXIT
002680     ELSE
002690         IF PRAPS-CD-UNITE NOT = DL20-UNITE-COURANTE
002700             PERFORM 3400-CLOSE-UNITE THRU 3400-EXIT
002710             MOVE PRAPS-CD-UNITE TO DL20-UNITE-COURANTE
002720             PERFORM 3300-OPEN-UNITE THRU 3300-EXIT
002730         END-IF
002740     END-IF.
002750     MOVE PRAPS-NO-DOSSIER   TO DL20-DEM-DOSSIER.
002760     MOVE PRAPS-DT-DEMANDE   TO DL20-DEM-DATE.
002770     MOVE PRAPS-AGE-OUVRES   TO DL20-DEM-AGE.
002780     MOVE PRAPS-ID-DEMANDEUR TO DL20-DEM-OPER.
002790     MOVE PRAPS-MT-DOSSIER   TO DL20-DEM-MT.
002800     MOVE PRAPS-CD-DEVISE    TO DL20-DEM-DEVISE.
002810     MOVE PRAPS-MT-REF       TO DL20-DEM-MT-REF.
002820     MOVE PRAPS-LIB-DOSSIER  TO DL20-DEM-LIB.
002830     MOVE DL20-LIGNE-DEMANDE TO DL20-LIGNE-TRAVAIL.
002840     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
002850     ADD 1 TO DL20-ATT-UNITE.
002860     ADD PRAPS-MT-REF TO DL20-TOT-MT-UNITE DL20-TOT-MT-GENERAL.
002870 3200-EXIT.
002880     EXIT.
002890*
002900 3300-OPEN-UNITE.
002910     MOVE ' DOSSIER NUMBER   REQUESTED  WRK-AGE  REQ. BY'
002920         TO DL20-ENTETE-COLONNES(1:48).
002930     MOVE 'AMOUNT CUR           REF AMOUNT  LABEL'
002940         TO DL20-ENTETE-COLONNES(62:39).
002950     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
002960     MOVE DL20-UNITE-COURANTE TO DL20-UNI-CODE.
002970     MOVE DL20-LIGNE-UNITE TO DL20-LIGNE-TRAVAIL.
002980     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
002990     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003000     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003010     MOVE 0 TO DL20-ATT-UNITE DL20-TOT-MT-UNITE.
003020     ADD 1 TO DL20-NB-UNITES.
003030 3300-EXIT.
003040     EXIT.
003050*
003060 3400-CLOSE-UNITE.
003070     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003080     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003090     MOVE 'AWAITING APPROVAL IN THIS UNIT' TO DL20-CTRL-LIB.
003100     MOVE DL20-ATT-UNITE TO DL20-CTRL-NB.
003110     MOVE DL20-TOT-MT-UNITE TO DL20-CTRL-MT.
003120     MOVE DL20-LIGNE-CTRL TO DL20-LIGNE-TRAVAIL.
003130     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003140 3400-EXIT.
003150     EXIT.
003160*
003170 3500-PRINT-GRAND-TOTAL.
003180     MOVE SPACES TO DL20-ENTETE-COLONNES.
003190     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
003200     MOVE 'AWAITING APPROVAL, ALL UNITS' TO DL20-CTRL-LIB.
003210     MOVE DL20-EN-ATTENTE TO DL20-CTRL-NB.
003220     MOVE DL20-TOT-MT-GENERAL TO DL20-CTRL-MT.
003230     MOVE DL20-LIGNE-CTRL TO DL20-LIGNE-TRAVAIL.
003240     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003250 3500-EXIT.
003260     EXIT.
003270*
003280 8000-TERMINATE.
003290     CLOSE PRTD20-FILE.
003300     IF DL20-AUDIT-OUVERT
003310         CLOSE PRAUD20-FILE
003320     END-IF.
003330     CLOSE PRTD20L-FILE.
003340     DISPLAY 'PRTD20AP - RECORDS READ      : ' DL20-RECS-READ.
003350     DISPLAY 'PRTD20AP - AWAITING APPROVAL : ' DL20-EN-ATTENTE.
003360     DISPLAY 'PRTD20AP - UNITS LISTED      : ' DL20-NB-UNITES.
003370     IF DL20-SANS-DEMANDE > 0
003380         DISPLAY 'PRTD20AP - WARNING, NO REQUEST ON PRAUD20 : '
003390             DL20-SANS-DEMANDE
003400     END-IF.
003410     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
003420 8000-EXIT.
003430     EXIT.
003440*
003450 8900-WRITE-RUN-LEDGER.
003460     MOVE 'PRTD20AP' TO DL20-JW-PROGRAMME.
003470     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
003480     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
003490     MOVE DL20-EN-ATTENTE TO DL20-JW-RECS-ECRITS.
003500     IF DL20-SANS-DEMANDE > 0
003510         OR NOT DL20-AUDIT-OUVERT
003520         MOVE 'W' TO DL20-JW-RESULTAT
003530     ELSE
003540         MOVE 'O' TO DL20-JW-RESULTAT
003550     END-IF.
003560     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003570     IF DL20-JW-ECHEC
003580         DISPLAY 'PRTD20AP - WARNING, RUN LEDGER WRITE FAILED'
003590     END-IF.
003600 8900-EXIT.
003610     EXIT.
003620*
003630 9000-PRINT-LINE.
003640     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
003650         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
003660     END-IF.
003670     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
003680         AFTER ADVANCING 1 LINE.
003690     ADD 1 TO DL20-LIGNE-CNT.
003700 9000-EXIT.
003710     EXIT.
003720*
003730 9100-NEW-PAGE.
003740     ADD 1 TO DL20-PAGE-NO.
003750     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
003760     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
003770         AFTER ADVANCING PAGE.
003780     MOVE SPACES TO PRLIGNE-RECORD.
003790     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
003800     MOVE 2 TO DL20-LIGNE-CNT.
003810     IF DL20-ENTETE-COLONNES NOT = SPACES
003820         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
003830             AFTER ADVANCING 1 LINE
003840         MOVE SPACES TO PRLIGNE-RECORD
003850         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
003860         MOVE 4 TO DL20-LIGNE-CNT
003870     END-IF.
003880 9100-EXIT.
003890     EXIT.
