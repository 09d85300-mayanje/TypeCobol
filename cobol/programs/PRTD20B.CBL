000660*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000670*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000680*                     USED UP. NO CODE CHANGE.                     *
000690*    2026-09-08  DLM  FOUR-EYES APPROVAL. THE DOSSIER AMOUNT IS    *
000700*                     CONVERTED (PRTD20CV) AND HANDED TO PRTD20CH  *
000710*                     WITH THE PRPARAM SEUILAPPRO THRESHOLD, SO A  *
000720*                     LARGE SAI TO VAL IS HELD IN APP. 'V' ON AN   *
000730*                     APP DOSSIER APPROVES IT, 'S' WITHDRAWS IT; A *
000740*                     REQUESTER APPROVING THEIR OWN REQUEST        *
000750*                     GETS ITS OWN REJECTED LINE.                  *
000760*    2026-09-15  DLM  AN ELEVEN-DIGIT DOSSIER NUMBER WHOSE CHECK  *
000770*                     DIGIT IS WRONG IS NOW REJECTED (PRTD20NA)   *
000780*                     BEFORE THE DOSSIER IS READ. SHORTER NUMBERS *
000790*                     PREDATE ALLOCATION AND ARE TAKEN AS THEY    *
000800*                     ARE.                                        *
000810*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000820*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000830*                     USED UP. NO CODE CHANGE.                     *
000832*    2026-09-18  DLM  A REASON 08 REFUSAL IS ALSO WRITTEN TO THE  *
000834*                     PRSECEV SECURITY EVENT LOG (PRTD20SV) FOR   *
000836*                     THE DAILY ACCESS-EXCEPTION REPORT PRTD20SR. *
000840*****************************************************************
000850 ENVIRONMENT DIVISION.
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     COPY PRTD20RSL.
000890     COPY PRAUDSEL.
000900     COPY PRBTXSEL.
000910     COPY PRMOTSEL.
000920     COPY PRUNISEL.
000930     COPY PROPRSEL.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  PRTD20-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY XPRTD20.
000990 FD  PRAUD20-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY XPRAUD.
001020 FD  PRTD20M-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY XPRBTX.
001050 FD  PRMOTIF-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY XPRMOT.
001080 FD  PRUNITE-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY XPRUNI.
001110 FD  PROPER-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY XPROPR.
001140 WORKING-STORAGE SECTION.
001150     COPY XPRSTAT.
001160     COPY XPRCHLK.
001170     COPY XPRJWLK.
001180     COPY XPRGDLK.
001190     COPY XPRCVLK.
001200     COPY XPRPRLK.
001210     COPY XPRNUM.
001220     COPY XPRNALK.
001225     COPY XPRSVLK.
001230 01  DL20-SWITCHES.
001240     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
001250         88  DL20-EOF               VALUE 'Y'.
001260     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
001270         88  DL20-FIN-CHAINE        VALUE 'Y'.
001280     05  DL20-MOTIF-OK-SW       PIC X(1)  VALUE 'N'.
001290         88  DL20-MOTIF-OK          VALUE 'Y'.
001300     05  DL20-UNITE-OK-SW       PIC X(1)  VALUE 'N'.
001310         88  DL20-UNITE-OK          VALUE 'Y'.
001320     05  DL20-UNITE-CHG-SW      PIC X(1)  VALUE 'N'.
001330         88  DL20-UNITE-CHANGED     VALUE 'Y'.
001340     05  DL20-AUTORISE-SW       PIC X(1)  VALUE 'N'.
001350         88  DL20-AUTORISE          VALUE 'Y'.
001360 01  DL20-COUNTERS.
001370     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
001380     05  DL20-TXNS-APPLIED      PIC 9(7)  USAGE COMP.
001390     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
001400     05  DL20-AUDIT-COUNT       PIC 9(7)  USAGE COMP.
001410     05  DL20-AUDIT-FAILED      PIC 9(7)  USAGE COMP.
001420     05  DL20-NONAUTH-COUNT     PIC 9(7)  USAGE COMP.
001430     05  DL20-TXNS-ATTENTE      PIC 9(7)  USAGE COMP.
001440     05  DL20-APPROB-REFUS      PIC 9(7)  USAGE COMP.
001450 01  DL20-MOTIF-TABLE.
001460     05  DL20-MOT-ENTRY  OCCURS 1 TO 100 TIMES
001470                         DEPENDING ON DL20-MOT-COUNT
001480                         INDEXED BY DL20-MOT-IDX.
001490         10  DL20-MOT-CODE      PIC X(2).
001500 01  DL20-MOT-COUNT             PIC 9(3)  USAGE COMP  VALUE 0.
001510 01  DL20-UNITE-TABLE.
001520     05  DL20-UT-ENTRY   OCCURS 1 TO 20 TIMES
001530                         DEPENDING ON DL20-UT-COUNT
001540                         INDEXED BY DL20-UT-IDX.
001550         10  DL20-UT-UNITE      PIC X(3).
001560 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001570 01  DL20-OPER-TABLE.
001580     05  DL20-OP-ENTRY   OCCURS 1 TO 100 TIMES
001590                         DEPENDING ON DL20-OP-COUNT
001600                         INDEXED BY DL20-OP-IDX.
001610         10  DL20-OP-ID         PIC X(8).
001620         10  DL20-OP-UNITE      PIC X(3).
001630 01  DL20-OP-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001640 01  DL20-UNITE-A-VERIFIER      PIC X(3).
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT
001690         UNTIL DL20-EOF.
001700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001710     GOBACK.
001720*
001730 1000-INITIALIZE.
001740     MOVE 0 TO DL20-TXNS-READ DL20-TXNS-APPLIED
001750         DL20-TXNS-REJETEES DL20-AUDIT-COUNT
001760         DL20-AUDIT-FAILED DL20-NONAUTH-COUNT
001770         DL20-TXNS-ATTENTE DL20-APPROB-REFUS.
001780     MOVE 'PRTD20B' TO DL20-CH-PROGRAMME.
001790     MOVE 'N' TO DL20-CH-SUPERVISEUR.
001800     ACCEPT DL20-CH-TODAY FROM DATE YYYYMMDD.
001810     ACCEPT DL20-CH-HEURE FROM TIME.
001820     PERFORM 1300-LOAD-MOTIF-TABLE THRU 1300-EXIT.
001830     PERFORM 1500-LOAD-UNITE-TABLE THRU 1500-EXIT.
001840     PERFORM 1600-LOAD-OPER-TABLE THRU 1600-EXIT.
001850     PERFORM 1050-READ-SEUIL THRU 1050-EXIT.
001860     PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT.
001870     MOVE 'P' TO DL20-GD-FONCTION.
001880     MOVE 'PRTD20B' TO DL20-GD-PROGRAMME.
001890     CALL 'PRTD20GD' USING DL20-GD-PARMS.
001900     IF DL20-GD-ECHEC
001910         DISPLAY 'PRTD20B - WARNING, GUARD MARKER NOT POSED'
001920     END-IF.
001930     OPEN I-O PRTD20-FILE.
001940     OPEN INPUT PRTD20M-FILE.
001950     PERFORM 2100-READ-TXN THRU 2100-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980*
001990 1050-READ-SEUIL.
002000*    THE FOUR-EYES THRESHOLD IS ONE VALUE FOR EVERY CALLER OF
002010*    PRTD20CH, KEPT ON PRPARAM UNDER PRTD20CH'S OWN ID, IN
002020*    WHOLE REFERENCE-CURRENCY UNITS. ZERO SWITCHES THE RULE OFF.
002030     MOVE 100000 TO DL20-CH-SEUIL-APPROB.
002040     MOVE 'PRTD20CH' TO DL20-PR-PROGRAMME.
002050     MOVE 'SEUILAPPRO' TO DL20-PR-NOM.
002060     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002070     IF DL20-PR-TROUVE
002080         MOVE DL20-PR-VALEUR-NUM TO DL20-CH-SEUIL-APPROB
002090     END-IF.
002100     IF DL20-PR-NON-NUM
002110         DISPLAY 'PRTD20B - SEUILAPPRO ON PRPARAM NOT NUMERIC, '
002120             'DEFAULT KEPT'
002130     END-IF.
002140 1050-EXIT.
002150     EXIT.
002160*
002170 1300-LOAD-MOTIF-TABLE.
002180     MOVE 0 TO DL20-MOT-COUNT.
002190     OPEN INPUT PRMOTIF-FILE.
002200     IF DL20-PRMOTIF-OK
002210         PERFORM 1310-READ-MOTIF THRU 1310-EXIT
002220         PERFORM 1320-STORE-MOTIF THRU 1320-EXIT
002230             UNTIL DL20-EOF
002240         CLOSE PRMOTIF-FILE
002250         MOVE 'N' TO DL20-EOF-SW
002260     END-IF.
002270 1300-EXIT.
002280     EXIT.
002290*
002300 1310-READ-MOTIF.
002310     READ PRMOTIF-FILE NEXT RECORD
002320         AT END
002330             MOVE 'Y' TO DL20-EOF-SW
002340     END-READ.
002350 1310-EXIT.
002360     EXIT.
002370*
002380 1320-STORE-MOTIF.
002390     IF DL20-MOT-COUNT < 100
002400         ADD 1 TO DL20-MOT-COUNT
002410         MOVE MOT-CD-MOTIF TO DL20-MOT-CODE(DL20-MOT-COUNT)
002420     END-IF.
002430     PERFORM 1310-READ-MOTIF THRU 1310-EXIT.
002440 1320-EXIT.
002450     EXIT.
002460*
002470 1500-LOAD-UNITE-TABLE.
002480     MOVE 0 TO DL20-UT-COUNT.
002490     OPEN INPUT PRUNITE-FILE.
002500     IF DL20-PRUNITE-OK
002510         PERFORM 1510-READ-UNITE THRU 1510-EXIT
002520         PERFORM 1520-STORE-UNITE THRU 1520-EXIT
002530             UNTIL DL20-EOF
002540         CLOSE PRUNITE-FILE
002550         MOVE 'N' TO DL20-EOF-SW
002560     END-IF.
002570 1500-EXIT.
002580     EXIT.
002590*
002600 1510-READ-UNITE.
002610     READ PRUNITE-FILE NEXT RECORD
002620         AT END
002630             MOVE 'Y' TO DL20-EOF-SW
002640     END-READ.
002650 1510-EXIT.
002660     EXIT.
002670*
002680 1520-STORE-UNITE.
002690     IF DL20-UT-COUNT < 20
002700         ADD 1 TO DL20-UT-COUNT
002710         MOVE UNI-CD-UNITE TO DL20-UT-UNITE(DL20-UT-COUNT)
002720     END-IF.
002730     PERFORM 1510-READ-UNITE THRU 1510-EXIT.
002740 1520-EXIT.
002750     EXIT.
002760*
002770 1600-LOAD-OPER-TABLE.
002780     MOVE 0 TO DL20-OP-COUNT.
002790     OPEN INPUT PROPER-FILE.
002800     IF DL20-PROPER-OK
002810         PERFORM 1610-READ-OPER THRU 1610-EXIT
002820         PERFORM 1620-STORE-OPER THRU 1620-EXIT
002830             UNTIL DL20-EOF
002840         CLOSE PROPER-FILE
002850         MOVE 'N' TO DL20-EOF-SW
002860     END-IF.
002870 1600-EXIT.
002880     EXIT.
002890*
002900 1610-READ-OPER.
002910     READ PROPER-FILE NEXT RECORD
002920         AT END
002930             MOVE 'Y' TO DL20-EOF-SW
002940     END-READ.
002950 1610-EXIT.
002960     EXIT.
002970*
002980 1620-STORE-OPER.
002990     IF DL20-OP-COUNT < 100
003000         ADD 1 TO DL20-OP-COUNT
003010         MOVE OPR-ID-OPER TO DL20-OP-ID(DL20-OP-COUNT)
003020         MOVE OPR-CD-UNITE TO DL20-OP-UNITE(DL20-OP-COUNT)
003030     END-IF.
003040     PERFORM 1610-READ-OPER THRU 1610-EXIT.
003050 1620-EXIT.
003060     EXIT.
003070*
003080 1200-OPEN-AUDIT-LOG.
003090     OPEN INPUT PRAUD20-FILE.
003100     IF DL20-PRAUD20-STATUS = '35'
003110         OPEN OUTPUT PRAUD20-FILE
003120         CLOSE PRAUD20-FILE
003130     ELSE
003140         CLOSE PRAUD20-FILE
003150     END-IF.
003160     OPEN I-O PRAUD20-FILE.
003170 1200-EXIT.
003180     EXIT.
003190*
003200 2000-PROCESS-TXNS.
003210     IF PRBTX-NO-DOSSIER NOT NUMERIC
003220         OR PRBTX-NO-DOSSIER = ZERO
003230         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
003240     ELSE
003250         IF PRBTX-NVL-ETA NOT = 'S' AND NOT = 'V' AND NOT = 'R'
003260             PERFORM 4100-REJECT-BAD-ETA THRU 4100-EXIT
003270         ELSE
003280             PERFORM 2300-CHECK-MOTIF THRU 2300-EXIT
003290             PERFORM 2400-CHECK-UNITE THRU 2400-EXIT
003300             PERFORM 2050-CHECK-CLE THRU 2050-EXIT
003310             EVALUATE TRUE
003320                 WHEN NOT DL20-NA-NUMERO-ACCEPTE
003330                     PERFORM 4050-REJECT-BAD-CLE THRU 4050-EXIT
003340                 WHEN NOT DL20-MOTIF-OK
003350                     PERFORM 4300-REJECT-BAD-MOTIF THRU 4300-EXIT
003360                 WHEN NOT DL20-UNITE-OK
003370                     PERFORM 4400-REJECT-BAD-UNITE THRU 4400-EXIT
003380                 WHEN OTHER
003390                     PERFORM 3000-APPLY-TXN THRU 3000-EXIT
003400             END-EVALUATE
003410         END-IF
003420     END-IF.
003430     PERFORM 2100-READ-TXN THRU 2100-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460*
003470 2050-CHECK-CLE.
003480     MOVE 'V' TO DL20-NA-FONCTION.
003490     MOVE 'PRTD20B' TO DL20-NA-PROGRAMME.
003500     MOVE PRBTX-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
003510     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
003520 2050-EXIT.
003530     EXIT.
003540*
003550 2100-READ-TXN.
003560     READ PRTD20M-FILE NEXT RECORD
003570         AT END
003580             MOVE 'Y' TO DL20-EOF-SW
003590         NOT AT END
003600             ADD 1 TO DL20-TXNS-READ
003610     END-READ.
003620 2100-EXIT.
003630     EXIT.
003640*
003650 2300-CHECK-MOTIF.
003660*    ONLY A TRANSACTION INTO REJ NEEDS A REASON CODE; THE CODE
003670*    MUST BE ON THE PRMOTIF REFERENCE FILE.
003680     MOVE 'Y' TO DL20-MOTIF-OK-SW.
003690     IF PRBTX-NVL-ETA = 'R'
003700         MOVE 'N' TO DL20-MOTIF-OK-SW
003710         IF DL20-MOT-COUNT > 0
003720             SET DL20-MOT-IDX TO 1
003730             SEARCH DL20-MOT-ENTRY VARYING DL20-MOT-IDX
003740                 AT END
003750                     CONTINUE
003760                 WHEN DL20-MOT-CODE(DL20-MOT-IDX)
003770                         = PRBTX-MOTIF-REJ
003780                     MOVE 'Y' TO DL20-MOTIF-OK-SW
003790             END-SEARCH
003800         END-IF
003810     END-IF.
003820 2300-EXIT.
003830     EXIT.
003840*
003850 2400-CHECK-UNITE.
003860*    A BLANK UNIT MEANS NO TRANSFER ASKED FOR; A NON-BLANK ONE
003870*    MUST BE ON THE PRUNITE REFERENCE FILE.
003880     MOVE 'Y' TO DL20-UNITE-OK-SW.
003890     IF PRBTX-CD-UNITE NOT = SPACES
003900         MOVE 'N' TO DL20-UNITE-OK-SW
003910         IF DL20-UT-COUNT > 0
003920             SET DL20-UT-IDX TO 1
003930             SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
003940                 AT END
003950                     CONTINUE
003960                 WHEN DL20-UT-UNITE(DL20-UT-IDX)
003970                         = PRBTX-CD-UNITE
003980                     MOVE 'Y' TO DL20-UNITE-OK-SW
003990             END-SEARCH
004000         END-IF
004010     END-IF.
004020 2400-EXIT.
004030     EXIT.
004040*
004050 3000-APPLY-TXN.
004060     MOVE PRBTX-NO-DOSSIER TO LDO-NO-DOSSIER.
004070     READ PRTD20-FILE
004080         KEY IS LDO-NO-DOSSIER
004090         INVALID KEY
004100             PERFORM 4200-REJECT-NOT-FOUND THRU 4200-EXIT
004110         NOT INVALID KEY
004120             PERFORM 3100-CHANGE-STATUS THRU 3100-EXIT
004130     END-READ.
004140 3000-EXIT.
004150     EXIT.
004160*
004170 3050-CHECK-AUTORISATION.
004180*    THE SUBMITTING OPERATOR MUST HOLD A PROPER PROFILE RECORD
004190*    FOR THE DOSSIER'S OWNING UNIT, AND FOR THE TARGET UNIT
004200*    WHEN THE TRANSACTION ALSO ASKS FOR A TRANSFER. A BLANK
004210*    OPERATOR ID CAN NEVER MATCH A PROFILE, SO AN UNIDENTIFIED
004220*    SUBMISSION IS REFUSED RATHER THAN SILENTLY APPLIED.
004230     MOVE LDO-CD-UNITE TO DL20-UNITE-A-VERIFIER.
004240     PERFORM 3060-CHECK-ONE-UNITE THRU 3060-EXIT.
004250     IF DL20-AUTORISE
004260         AND PRBTX-CD-UNITE NOT = SPACES
004270         AND PRBTX-CD-UNITE NOT = LDO-CD-UNITE
004280         MOVE PRBTX-CD-UNITE TO DL20-UNITE-A-VERIFIER
004290         PERFORM 3060-CHECK-ONE-UNITE THRU 3060-EXIT
004300     END-IF.
004310 3050-EXIT.
004320     EXIT.
004330*
004340 3060-CHECK-ONE-UNITE.
004350     MOVE 'N' TO DL20-AUTORISE-SW.
004360     IF DL20-OP-COUNT > 0
004370         SET DL20-OP-IDX TO 1
004380         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
004390             AT END
004400                 CONTINUE
004410             WHEN DL20-OP-ID(DL20-OP-IDX) = PRBTX-ID-OPER
004420                 AND DL20-OP-UNITE(DL20-OP-IDX)
004430                     = DL20-UNITE-A-VERIFIER
004440                 MOVE 'Y' TO DL20-AUTORISE-SW
004450         END-SEARCH
004460     END-IF.
004470 3060-EXIT.
004480     EXIT.
004490*
004500 3100-CHANGE-STATUS.
004510     PERFORM 3050-CHECK-AUTORISATION THRU 3050-EXIT.
004520     IF NOT DL20-AUTORISE
004530         PERFORM 4500-REJECT-NOT-AUTH THRU 4500-EXIT
004540         GO TO 3100-EXIT
004550     END-IF.
004560     PERFORM 3200-LOOKUP-SEQ THRU 3200-EXIT.
004570     PERFORM 3300-CONVERT-MONTANT THRU 3300-EXIT.
004580     MOVE PRBTX-NVL-ETA TO DL20-CH-NVL-ETA.
004590     MOVE PRBTX-MOTIF-REJ TO DL20-CH-MOTIF-REJ.
004600     MOVE PRBTX-ID-OPER TO DL20-CH-ID-OPER.
004610     CALL 'PRTD20CH' USING DL20-CH-PARMS
004620                           PRTD20-RECORD
004630                           PRAUD20-RECORD.
004640*    A REFUSED STATUS CHANGE REFUSES THE WHOLE TRANSACTION -
004650*    THE UNIT TRANSFER ONLY RIDES AN APPLIED OR NO-CHANGE ONE.
004660     MOVE 'N' TO DL20-UNITE-CHG-SW.
004670     IF PRBTX-CD-UNITE NOT = SPACES
004680         AND PRBTX-CD-UNITE NOT = LDO-CD-UNITE
004690         AND NOT DL20-CH-ILLEGAL
004700         AND NOT DL20-CH-NO-MOTIF
004710         AND NOT DL20-CH-MEME-OPER
004720         MOVE PRBTX-CD-UNITE TO LDO-CD-UNITE
004730         MOVE 'Y' TO DL20-UNITE-CHG-SW
004740     END-IF.
004750     IF DL20-CH-CHANGED OR DL20-UNITE-CHANGED
004760         REWRITE PRTD20-RECORD
004770     END-IF.
004780     IF DL20-CH-CHANGED
004790         WRITE PRAUD20-RECORD
004800             INVALID KEY
004810                 DISPLAY 'PRTD20B - AUDIT WRITE FAILED, STATUS '
004820                     DL20-PRAUD20-STATUS ' DOSSIER '
004830                     PRAUD-NO-DOSSIER
004840                 ADD 1 TO DL20-AUDIT-FAILED
004850             NOT INVALID KEY
004860                 ADD 1 TO DL20-AUDIT-COUNT
004870         END-WRITE
004880         ADD 1 TO DL20-TXNS-APPLIED
004890         IF DL20-CH-EN-ATTENTE
004900             ADD 1 TO DL20-TXNS-ATTENTE
004910             DISPLAY 'PRTD20B - APPLIED  : ' PRBTX-NO-DOSSIER
004920                 ' HELD FOR APPROVAL (APP)'
004930         ELSE
004940             DISPLAY 'PRTD20B - APPLIED  : ' PRBTX-NO-DOSSIER
004950                 ' NEW ETA ' PRBTX-NVL-ETA
004960         END-IF
004970     ELSE
004980         IF DL20-UNITE-CHANGED
004990             ADD 1 TO DL20-TXNS-APPLIED
005000             DISPLAY 'PRTD20B - APPLIED  : ' PRBTX-NO-DOSSIER
005010                 ' UNIT TRANSFER TO ' PRBTX-CD-UNITE
005020         ELSE
005030         ADD 1 TO DL20-TXNS-REJETEES
005040         IF DL20-CH-ILLEGAL
005050             DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005060                 ' ILLEGAL TRANSITION ' LDO-CD-ETA ' TO '
005070                 PRBTX-NVL-ETA
005080         ELSE
005090             IF DL20-CH-NO-MOTIF
005100                 DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005110                     ' NO REJECTION REASON CODE'
005120             ELSE
005130             IF DL20-CH-MEME-OPER
005140                 ADD 1 TO DL20-APPROB-REFUS
005150                 DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005160                     ' APPROVAL NEEDS A SECOND OPERATOR, '
005170                     'REQUESTED BY ' DL20-CH-ID-DEMANDEUR
005180             ELSE
005190                 DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005200                     ' ALREADY IN STATUS ' PRBTX-NVL-ETA
005210             END-IF
005220             END-IF
005230         END-IF
005240         END-IF
005250     END-IF.
005260 3100-EXIT.
005270     EXIT.
005280*
005290 3200-LOOKUP-SEQ.
005300*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
005310*    KEY, TO FIND ITS HIGHEST SEQUENCE ON FILE - THE BATCH
005320*    COUNTERPART OF THE BACKWARD BROWSE PRTD20O USES ONLINE.
005330     MOVE 0 TO DL20-CH-SEQ.
005340     MOVE SPACES TO DL20-CH-ID-DEMANDEUR.
005350     MOVE 'N' TO DL20-FIN-CHAINE-SW.
005360     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
005370     MOVE 0 TO PRAUD-NO-SEQ.
005380     START PRAUD20-FILE KEY IS NOT LESS THAN PRAUD-KEY
005390         INVALID KEY
005400             MOVE 'Y' TO DL20-FIN-CHAINE-SW
005410     END-START.
005420     PERFORM 3210-READ-CHAIN THRU 3210-EXIT
005430         UNTIL DL20-FIN-CHAINE.
005440 3200-EXIT.
005450     EXIT.
005460*
005470 3210-READ-CHAIN.
005480     READ PRAUD20-FILE NEXT RECORD
005490         AT END
005500             MOVE 'Y' TO DL20-FIN-CHAINE-SW
005510         NOT AT END
005520             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
005530                 MOVE PRAUD-NO-SEQ TO DL20-CH-SEQ
005540                 IF PRAUD-CD-ETA-APRES = 'A'
005550                     MOVE PRAUD-ID-OPER TO DL20-CH-ID-DEMANDEUR
005560                 END-IF
005570             ELSE
005580                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
005590             END-IF
005600     END-READ.
005610 3210-EXIT.
005620     EXIT.
005630*
005640 3300-CONVERT-MONTANT.
005650*    THE THRESHOLD IS IN THE REFERENCE CURRENCY, SO THE AMOUNT
005660*    IS CONVERTED FIRST. NO RATE MEANS THE AMOUNT AS BOOKED.
005670     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
005680     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
005690     CALL 'PRTD20CV' USING DL20-CV-PARMS.
005700     MOVE DL20-CV-MT-REF TO DL20-CH-MT-REF.
005710 3300-EXIT.
005720     EXIT.
005730*
005740 4000-REJECT-TXN.
005750     ADD 1 TO DL20-TXNS-REJETEES.
005760     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005770         ' DOSSIER NO NOT NUMERIC/ZERO'.
005780 4000-EXIT.
005790     EXIT.
005800*
005810 4050-REJECT-BAD-CLE.
005820     ADD 1 TO DL20-TXNS-REJETEES.
005830     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005840         ' CHECK DIGIT WRONG'.
005850 4050-EXIT.
005860     EXIT.
005870*
005880 4100-REJECT-BAD-ETA.
005890     ADD 1 TO DL20-TXNS-REJETEES.
005900     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005910         ' INVALID STATUS CODE ' PRBTX-NVL-ETA.
005920 4100-EXIT.
005930     EXIT.
005940*
005950 4200-REJECT-NOT-FOUND.
005960     ADD 1 TO DL20-TXNS-REJETEES.
005970     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
005980         ' NOT ON FILE'.
005990 4200-EXIT.
006000     EXIT.
006010*
006020 4300-REJECT-BAD-MOTIF.
006030     ADD 1 TO DL20-TXNS-REJETEES.
006040     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
006050         ' UNKNOWN REASON CODE ' PRBTX-MOTIF-REJ.
006060 4300-EXIT.
006070     EXIT.
006080*
006090 4400-REJECT-BAD-UNITE.
006100     ADD 1 TO DL20-TXNS-REJETEES.
006110     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
006120         ' UNKNOWN UNIT CODE ' PRBTX-CD-UNITE.
006130 4400-EXIT.
006140     EXIT.
006150*
006160 4500-REJECT-NOT-AUTH.
006170     ADD 1 TO DL20-TXNS-REJETEES DL20-NONAUTH-COUNT.
006180     DISPLAY 'PRTD20B - REJECTED : ' PRBTX-NO-DOSSIER
006190         ' NOT AUTHORIZED (08) OPER ' PRBTX-ID-OPER
006200         ' UNIT ' DL20-UNITE-A-VERIFIER.
006201     MOVE 'PRTD20B'             TO DL20-SV-PROGRAMME.
006202     MOVE PRBTX-ID-OPER         TO DL20-SV-ID-OPER.
006203     MOVE PRBTX-NO-DOSSIER      TO DL20-SV-NO-DOSSIER.
006204     MOVE DL20-UNITE-A-VERIFIER TO DL20-SV-CD-UNITE.
006205     CALL 'PRTD20SV' USING DL20-SV-PARMS.
006206     IF DL20-SV-ECHEC
006207         DISPLAY 'PRTD20B - WARNING, SECURITY EVENT WRITE FAILED'
006208     END-IF.
006210 4500-EXIT.
006220     EXIT.
006230*
006240 8000-TERMINATE.
006250     CLOSE PRTD20-FILE.
006260     MOVE 'L' TO DL20-GD-FONCTION.
006270     MOVE 'PRTD20B' TO DL20-GD-PROGRAMME.
006280     CALL 'PRTD20GD' USING DL20-GD-PARMS.
006290     IF DL20-GD-ECHEC
006300         DISPLAY 'PRTD20B - WARNING, GUARD MARKER NOT LIFTED'
006310     END-IF.
006320     CLOSE PRAUD20-FILE.
006330     CLOSE PRTD20M-FILE.
006340     DISPLAY 'PRTD20B - TXNS READ       : ' DL20-TXNS-READ.
006350     DISPLAY 'PRTD20B - TXNS APPLIED    : ' DL20-TXNS-APPLIED.
006360     DISPLAY 'PRTD20B - TXNS REJECTED   : ' DL20-TXNS-REJETEES.
006370     DISPLAY 'PRTD20B - AUDIT RECS MADE : ' DL20-AUDIT-COUNT.
006380     IF DL20-NONAUTH-COUNT > 0
006390         DISPLAY 'PRTD20B - NOT AUTHORIZED  : '
006400             DL20-NONAUTH-COUNT
006410     END-IF.
006420     IF DL20-TXNS-ATTENTE > 0
006430         DISPLAY 'PRTD20B - HELD FOR APPROVAL: ' DL20-TXNS-ATTENTE
006440     END-IF.
006450     IF DL20-APPROB-REFUS > 0
006460         DISPLAY 'PRTD20B - APPROVALS REFUSED: ' DL20-APPROB-REFUS
006470     END-IF.
006480     IF DL20-AUDIT-FAILED > 0
006490         DISPLAY 'PRTD20B - WARNING, AUDIT WRITES FAILED : '
006500             DL20-AUDIT-FAILED
006510     END-IF.
006520     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
006530 8000-EXIT.
006540     EXIT.
006550*
006560 8900-WRITE-RUN-LEDGER.
006570     MOVE 'PRTD20B' TO DL20-JW-PROGRAMME.
006580     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
006590     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
006600     MOVE DL20-TXNS-APPLIED TO DL20-JW-RECS-ECRITS.
006610     IF DL20-AUDIT-FAILED > 0
006620         OR DL20-TXNS-REJETEES > 0
006630         MOVE 'W' TO DL20-JW-RESULTAT
006640     ELSE
006650         MOVE 'O' TO DL20-JW-RESULTAT
006660     END-IF.
006670     CALL 'PRTD20JW' USING DL20-JW-PARMS.
006680     IF DL20-JW-ECHEC
006690         DISPLAY 'PRTD20B - WARNING, RUN LEDGER WRITE FAILED'
006700     END-IF.
006710 8900-EXIT.
006720     EXIT.
