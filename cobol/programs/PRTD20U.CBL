000820*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000830*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000840*                     USED UP. NO CODE CHANGE.                     *
000850*    2026-09-08  DLM  FOUR-EYES APPROVAL. THE DOSSIER AMOUNT IS    *
000860*                     CONVERTED (PRTD20CV) AND HANDED TO PRTD20CH  *
000870*                     WITH THE PRPARAM SEUILAPPRO THRESHOLD, SO A  *
000880*                     LARGE SAI TO VAL IS HELD IN APP. 'V' ON AN   *
000890*                     APP DOSSIER APPROVES IT, 'S' WITHDRAWS IT;   *
000900*                     THE REQUESTER IS TAKEN FROM THE DOSSIER'S    *
000910*                     PRAUD20 CHAIN AND MAY NOT APPROVE THEIR OWN  *
000920*                     REQUEST.                                     *
000930*    2026-09-18  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000940*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000950*                     USED UP. NO CODE CHANGE.                     *
000960*    2026-09-18  DLM  A REASON 08 REFUSAL IS ALSO WRITTEN TO THE  *
000970*                     PRSECEV SECURITY EVENT LOG (PRTD20SV) FOR   *
000980*                     THE DAILY ACCESS-EXCEPTION REPORT PRTD20SR. *
000990*****************************************************************
001000 ENVIRONMENT DIVISION.
001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030     COPY PRTD20SEL.
001040     COPY PRAUDSEL.
001050     COPY PROPRSEL.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  PRTD20-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY XPRTD20.
001110 FD  PRAUD20-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY XPRAUD.
001140 FD  PROPER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY XPROPR.
001170 WORKING-STORAGE SECTION.
001180     COPY XPRSTAT.
001190     COPY XPRCHLK.
001200     COPY XPRJWLK.
001210     COPY XPRGDLK.
001220     COPY XPRCVLK.
001230     COPY XPRPRLK.
001240     COPY XPRSVLK.
001250 01  DL20-SWITCHES.
001260     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
001270         88  DL20-EOF               VALUE 'Y'.
001280     05  DL20-FOUND-SW          PIC X(1)  VALUE 'N'.
001290         88  DL20-FOUND             VALUE 'Y'.
001300     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
001310         88  DL20-FIN-CHAINE        VALUE 'Y'.
001320     05  DL20-AUTORISE-SW       PIC X(1)  VALUE 'N'.
001330         88  DL20-AUTORISE          VALUE 'Y'.
001340 01  DL20-COUNTERS.
001350     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
001360     05  DL20-AUDIT-COUNT       PIC 9(7)  USAGE COMP.
001370     05  DL20-AUDIT-FAILED      PIC 9(7)  USAGE COMP.
001380     05  DL20-ILLEGAL-COUNT     PIC 9(7)  USAGE COMP.
001390     05  DL20-NONAUTH-COUNT     PIC 9(7)  USAGE COMP.
001400     05  DL20-APPROB-REFUS      PIC 9(7)  USAGE COMP.
001410 01  DL20-PARMS.
001420     05  DL20-PARM-LINE         PIC X(80).
001430     05  DL20-PARM-RECH         PIC X(2).
001440     05  DL20-PARM-NVL-ETA      PIC X(1).
001450     05  DL20-PARM-SUP          PIC X(1).
001460     05  DL20-PARM-MOTIF        PIC X(2).
001470     05  DL20-PARM-ID-OPER      PIC X(8).
001480 01  DL20-OPER-TABLE.
001490     05  DL20-OP-ENTRY   OCCURS 1 TO 100 TIMES
001500                         DEPENDING ON DL20-OP-COUNT
001510                         INDEXED BY DL20-OP-IDX.
001520         10  DL20-OP-ID         PIC X(8).
001530         10  DL20-OP-UNITE      PIC X(3).
001540 01  DL20-OP-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001550 01  DL20-JW-TEXTE.
001560     05  FILLER                 PIC X(5)  VALUE 'RECH='.
001570     05  DL20-JWT-RECH          PIC X(2).
001580     05  FILLER                 PIC X(5)  VALUE ' ETA='.
001590     05  DL20-JWT-ETA           PIC X(1).
001600     05  FILLER                 PIC X(5)  VALUE ' SUP='.
001610     05  DL20-JWT-SUP           PIC X(1).
001620     05  FILLER                 PIC X(7)  VALUE ' MOTIF='.
001630     05  DL20-JWT-MOTIF         PIC X(2).
001640     05  FILLER                 PIC X(4)  VALUE ' OP='.
001650     05  DL20-JWT-OPER          PIC X(8).
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     PERFORM 2000-PROCESS-DOSSIERS THRU 2000-EXIT
001700         UNTIL DL20-EOF.
001710     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001720     GOBACK.
001730*
001740 1000-INITIALIZE.
001750     MOVE 0 TO DL20-RECS-READ DL20-AUDIT-COUNT.
001760     MOVE 0 TO DL20-AUDIT-FAILED DL20-ILLEGAL-COUNT
001770         DL20-NONAUTH-COUNT DL20-APPROB-REFUS.
001780     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
001790     MOVE DL20-PARM-LINE(1:2) TO DL20-PARM-RECH.
001800     MOVE DL20-PARM-LINE(4:1) TO DL20-PARM-NVL-ETA.
001810     MOVE DL20-PARM-LINE(6:1) TO DL20-PARM-SUP.
001820     IF DL20-PARM-SUP = 'S'
001830         MOVE 'Y' TO DL20-CH-SUPERVISEUR
001840     ELSE
001850         MOVE 'N' TO DL20-CH-SUPERVISEUR
001860     END-IF.
001870     MOVE DL20-PARM-NVL-ETA   TO DL20-CH-NVL-ETA.
001880     MOVE DL20-PARM-LINE(8:2) TO DL20-PARM-MOTIF.
001890     MOVE DL20-PARM-MOTIF     TO DL20-CH-MOTIF-REJ.
001900     MOVE DL20-PARM-LINE(11:8) TO DL20-PARM-ID-OPER.
001910     MOVE DL20-PARM-ID-OPER   TO DL20-CH-ID-OPER.
001920     MOVE 'PRTD20U'           TO DL20-CH-PROGRAMME.
001930     ACCEPT DL20-CH-TODAY FROM DATE YYYYMMDD.
001940     ACCEPT DL20-CH-HEURE FROM TIME.
001950     PERFORM 1400-LOAD-OPER-TABLE THRU 1400-EXIT.
001960     PERFORM 1050-READ-SEUIL THRU 1050-EXIT.
001970     PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT.
001980     MOVE 'P' TO DL20-GD-FONCTION.
001990     MOVE 'PRTD20U' TO DL20-GD-PROGRAMME.
002000     CALL 'PRTD20GD' USING DL20-GD-PARMS.
002010     IF DL20-GD-ECHEC
002020         DISPLAY 'PRTD20U - WARNING, GUARD MARKER NOT POSED'
002030     END-IF.
002040     OPEN I-O PRTD20-FILE.
002050     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
002060 1000-EXIT.
002070     EXIT.
002080*
002090 1050-READ-SEUIL.
002100*    THE FOUR-EYES THRESHOLD IS ONE VALUE FOR EVERY CALLER OF
002110*    PRTD20CH, KEPT ON PRPARAM UNDER PRTD20CH'S OWN ID, IN
002120*    WHOLE REFERENCE-CURRENCY UNITS. ZERO SWITCHES THE RULE OFF.
002130     MOVE 100000 TO DL20-CH-SEUIL-APPROB.
002140     MOVE 'PRTD20CH' TO DL20-PR-PROGRAMME.
002150     MOVE 'SEUILAPPRO' TO DL20-PR-NOM.
002160     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002170     IF DL20-PR-TROUVE
002180         MOVE DL20-PR-VALEUR-NUM TO DL20-CH-SEUIL-APPROB
002190     END-IF.
002200     IF DL20-PR-NON-NUM
002210         DISPLAY 'PRTD20U - SEUILAPPRO ON PRPARAM NOT NUMERIC, '
002220             'DEFAULT KEPT'
002230     END-IF.
002240 1050-EXIT.
002250     EXIT.
002260*
002270 1200-OPEN-AUDIT-LOG.
002280     OPEN INPUT PRAUD20-FILE.
002290     IF DL20-PRAUD20-STATUS = '35'
002300         OPEN OUTPUT PRAUD20-FILE
002310         CLOSE PRAUD20-FILE
002320     ELSE
002330         CLOSE PRAUD20-FILE
002340     END-IF.
002350     OPEN I-O PRAUD20-FILE.
002360 1200-EXIT.
002370     EXIT.
002380*
002390 1400-LOAD-OPER-TABLE.
002400     MOVE 0 TO DL20-OP-COUNT.
002410     OPEN INPUT PROPER-FILE.
002420     IF DL20-PROPER-OK
002430         PERFORM 1410-READ-OPER THRU 1410-EXIT
002440         PERFORM 1420-STORE-OPER THRU 1420-EXIT
002450             UNTIL DL20-EOF
002460         CLOSE PROPER-FILE
002470         MOVE 'N' TO DL20-EOF-SW
002480     END-IF.
002490 1400-EXIT.
002500     EXIT.
002510*
002520 1410-READ-OPER.
002530     READ PROPER-FILE NEXT RECORD
002540         AT END
002550             MOVE 'Y' TO DL20-EOF-SW
002560     END-READ.
002570 1410-EXIT.
002580     EXIT.
002590*
002600 1420-STORE-OPER.
002610     IF DL20-OP-COUNT < 100
002620         ADD 1 TO DL20-OP-COUNT
002630         MOVE OPR-ID-OPER TO DL20-OP-ID(DL20-OP-COUNT)
002640         MOVE OPR-CD-UNITE TO DL20-OP-UNITE(DL20-OP-COUNT)
002650     END-IF.
002660     PERFORM 1410-READ-OPER THRU 1410-EXIT.
002670 1420-EXIT.
002680     EXIT.
002690*
002700 2000-PROCESS-DOSSIERS.
002710     IF PRTD20-RECH = DL20-PARM-RECH
002720         PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT
002730     END-IF.
002740     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770*
002780 2100-READ-PRTD20.
002790     READ PRTD20-FILE NEXT RECORD
002800         AT END
002810             MOVE 'Y' TO DL20-EOF-SW
002820         NOT AT END
002830             ADD 1 TO DL20-RECS-READ
002840     END-READ.
002850 2100-EXIT.
002860     EXIT.
002870*
002880 3000-APPLY-CHANGE.
002890     MOVE 'Y' TO DL20-FOUND-SW.
002900     PERFORM 3050-CHECK-AUTORISATION THRU 3050-EXIT.
002910     IF NOT DL20-AUTORISE
002920         ADD 1 TO DL20-NONAUTH-COUNT
002930         DISPLAY 'PRTD20U - NOT AUTHORIZED (08) : OPER '
002940             DL20-PARM-ID-OPER ' UNIT ' LDO-CD-UNITE
002950             ' DOSSIER ' LDO-NO-DOSSIER
002960         PERFORM 3070-LOG-REFUS THRU 3070-EXIT
002970         GO TO 3000-EXIT
002980     END-IF.
002990     PERFORM 3100-LOOKUP-SEQ THRU 3100-EXIT.
003000     PERFORM 3060-CONVERT-MONTANT THRU 3060-EXIT.
003010     CALL 'PRTD20CH' USING DL20-CH-PARMS
003020                           PRTD20-RECORD
003030                           PRAUD20-RECORD.
003040     IF DL20-CH-CHANGED
003050         REWRITE PRTD20-RECORD
003060         WRITE PRAUD20-RECORD
003070             INVALID KEY
003080                 DISPLAY 'PRTD20U - AUDIT WRITE FAILED, STATUS '
003090                     DL20-PRAUD20-STATUS ' DOSSIER '
003100                     PRAUD-NO-DOSSIER
003110                 ADD 1 TO DL20-AUDIT-FAILED
003120             NOT INVALID KEY
003130                 ADD 1 TO DL20-AUDIT-COUNT
003140         END-WRITE
003150     END-IF.
003160     IF DL20-CH-ILLEGAL
003170         ADD 1 TO DL20-ILLEGAL-COUNT
003180         DISPLAY 'PRTD20U - ILLEGAL TRANSITION REFUSED : '
003190             LDO-NO-DOSSIER ' ' LDO-CD-ETA ' TO '
003200             DL20-CH-NVL-ETA
003210     END-IF.
003220     IF DL20-CH-EN-ATTENTE
003230         DISPLAY 'PRTD20U - HELD FOR APPROVAL : '
003240             LDO-NO-DOSSIER ' REQUESTED BY ' DL20-PARM-ID-OPER
003250     END-IF.
003260     IF DL20-CH-MEME-OPER
003270         ADD 1 TO DL20-APPROB-REFUS
003280         DISPLAY 'PRTD20U - APPROVAL REFUSED, NEEDS A SECOND '
003290             'OPERATOR : ' LDO-NO-DOSSIER ' REQUESTED BY '
003300             DL20-CH-ID-DEMANDEUR
003310     END-IF.
003320     IF DL20-CH-NO-MOTIF
003330         ADD 1 TO DL20-ILLEGAL-COUNT
003340         DISPLAY 'PRTD20U - REJ REFUSED, NO REASON CODE : '
003350             LDO-NO-DOSSIER
003360     END-IF.
003370 3000-EXIT.
003380     EXIT.
003390*
003400 3050-CHECK-AUTORISATION.
003410*    THE SUBMITTING OPERATOR MUST HOLD A PROPER PROFILE RECORD
003420*    FOR THE DOSSIER'S OWNING UNIT. A BLANK OPERATOR ID CAN
003430*    NEVER MATCH A PROFILE, SO AN UNIDENTIFIED SUBMISSION IS
003440*    REFUSED RATHER THAN SILENTLY APPLIED.
003450     MOVE 'N' TO DL20-AUTORISE-SW.
003460     IF DL20-OP-COUNT > 0
003470         SET DL20-OP-IDX TO 1
003480         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
003490             AT END
003500                 CONTINUE
003510             WHEN DL20-OP-ID(DL20-OP-IDX) = DL20-PARM-ID-OPER
003520                 AND DL20-OP-UNITE(DL20-OP-IDX) = LDO-CD-UNITE
003530                 MOVE 'Y' TO DL20-AUTORISE-SW
003540         END-SEARCH
003550     END-IF.
003560 3050-EXIT.
003570     EXIT.
003580*
003590 3060-CONVERT-MONTANT.
003600*    THE THRESHOLD IS IN THE REFERENCE CURRENCY, SO THE AMOUNT
003610*    IS CONVERTED FIRST. NO RATE MEANS THE AMOUNT AS BOOKED.
003620     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
003630     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
003640     CALL 'PRTD20CV' USING DL20-CV-PARMS.
003650     MOVE DL20-CV-MT-REF TO DL20-CH-MT-REF.
003660 3060-EXIT.
003670     EXIT.
003680*
003690 3070-LOG-REFUS.
003700     MOVE 'PRTD20U'             TO DL20-SV-PROGRAMME.
003710     MOVE DL20-PARM-ID-OPER     TO DL20-SV-ID-OPER.
003720     MOVE LDO-NO-DOSSIER        TO DL20-SV-NO-DOSSIER.
003730     MOVE LDO-CD-UNITE          TO DL20-SV-CD-UNITE.
003740     CALL 'PRTD20SV' USING DL20-SV-PARMS.
003750     IF DL20-SV-ECHEC
003760         DISPLAY 'PRTD20U - WARNING, SECURITY EVENT WRITE FAILED'
003770     END-IF.
003780 3070-EXIT.
003790     EXIT.
003800*
003810 3100-LOOKUP-SEQ.
003820*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
003830*    KEY, TO FIND ITS HIGHEST SEQUENCE ON FILE - THE BATCH
003840*    COUNTERPART OF THE BACKWARD BROWSE PRTD20O USES ONLINE.
003850     MOVE 0 TO DL20-CH-SEQ.
003860     MOVE SPACES TO DL20-CH-ID-DEMANDEUR.
003870     MOVE 'N' TO DL20-FIN-CHAINE-SW.
003880     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
003890     MOVE 0 TO PRAUD-NO-SEQ.
003900     START PRAUD20-FILE KEY IS NOT LESS THAN PRAUD-KEY
003910         INVALID KEY
003920             MOVE 'Y' TO DL20-FIN-CHAINE-SW
003930     END-START.
003940     PERFORM 3110-READ-CHAIN THRU 3110-EXIT
003950         UNTIL DL20-FIN-CHAINE.
003960 3100-EXIT.
003970     EXIT.
003980*
003990 3110-READ-CHAIN.
004000     READ PRAUD20-FILE NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO DL20-FIN-CHAINE-SW
004030         NOT AT END
004040             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
004050                 MOVE PRAUD-NO-SEQ TO DL20-CH-SEQ
004060                 IF PRAUD-CD-ETA-APRES = 'A'
004070                     MOVE PRAUD-ID-OPER TO DL20-CH-ID-DEMANDEUR
004080                 END-IF
004090             ELSE
004100                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
004110             END-IF
004120     END-READ.
004130 3110-EXIT.
004140     EXIT.
004150*
004160 8000-TERMINATE.
004170     CLOSE PRTD20-FILE.
004180     MOVE 'L' TO DL20-GD-FONCTION.
004190     MOVE 'PRTD20U' TO DL20-GD-PROGRAMME.
004200     CALL 'PRTD20GD' USING DL20-GD-PARMS.
004210     IF DL20-GD-ECHEC
004220         DISPLAY 'PRTD20U - WARNING, GUARD MARKER NOT LIFTED'
004230     END-IF.
004240     CLOSE PRAUD20-FILE.
004250     IF NOT DL20-FOUND
004260         DISPLAY 'PRTD20U - DOSSIER NOT FOUND : ' DL20-PARM-RECH
004270     END-IF.
004280     DISPLAY 'PRTD20U - RECORDS READ    : ' DL20-RECS-READ.
004290     DISPLAY 'PRTD20U - AUDIT RECS MADE : ' DL20-AUDIT-COUNT.
004300     IF DL20-AUDIT-FAILED > 0
004310         DISPLAY 'PRTD20U - WARNING, AUDIT WRITES FAILED : '
004320             DL20-AUDIT-FAILED
004330     END-IF.
004340     IF DL20-ILLEGAL-COUNT > 0
004350         DISPLAY 'PRTD20U - ILLEGAL TRANSITIONS REFUSED : '
004360             DL20-ILLEGAL-COUNT
004370     END-IF.
004380     IF DL20-NONAUTH-COUNT > 0
004390         DISPLAY 'PRTD20U - NOT AUTHORIZED REFUSED      : '
004400             DL20-NONAUTH-COUNT
004410     END-IF.
004420     IF DL20-APPROB-REFUS > 0
004430         DISPLAY 'PRTD20U - APPROVALS REFUSED          : '
004440             DL20-APPROB-REFUS
004450     END-IF.
004460     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
004470 8000-EXIT.
004480     EXIT.
004490*
004500 8900-WRITE-RUN-LEDGER.
004510     MOVE 'PRTD20U' TO DL20-JW-PROGRAMME.
004520     MOVE DL20-PARM-RECH TO DL20-JWT-RECH.
004530     MOVE DL20-PARM-NVL-ETA TO DL20-JWT-ETA.
004540     MOVE DL20-CH-SUPERVISEUR TO DL20-JWT-SUP.
004550     MOVE DL20-PARM-MOTIF TO DL20-JWT-MOTIF.
004560     MOVE DL20-PARM-ID-OPER TO DL20-JWT-OPER.
004570     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
004580     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
004590     MOVE DL20-AUDIT-COUNT TO DL20-JW-RECS-ECRITS.
004600     IF NOT DL20-FOUND
004610         OR DL20-AUDIT-FAILED > 0
004620         OR DL20-NONAUTH-COUNT > 0
004630         OR DL20-ILLEGAL-COUNT > 0
004640         OR DL20-APPROB-REFUS > 0
004650         MOVE 'W' TO DL20-JW-RESULTAT
004660     ELSE
004670         MOVE 'O' TO DL20-JW-RESULTAT
004680     END-IF.
004690     CALL 'PRTD20JW' USING DL20-JW-PARMS.
004700     IF DL20-JW-ECHEC
004710         DISPLAY 'PRTD20U - WARNING, RUN LEDGER WRITE FAILED'
004720     END-IF.
004730 8900-EXIT.
004740     EXIT.
