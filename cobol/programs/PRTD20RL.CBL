000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------- ----  -------------------------------------------*
000340*    2026-09-02  DLM  ORIGINAL PROGRAM.                           *
000341*    2026-09-08  DLM  FOUR-EYES APPROVAL. THE DOSSIER AMOUNT IS    *
000342*                     CONVERTED (PRTD20CV) AND HANDED TO PRTD20CH  *
000343*                     WITH THE PRPARAM SEUILAPPRO THRESHOLD, SO A  *
000344*                     LARGE RELEASED SAI TO VAL IS HELD IN APP. A  *
000345*                     RELEASE HAS NO OPERATOR AND SO CAN NEVER     *
000346*                     APPROVE AN APP DOSSIER - SUCH AN ENTRY IS    *
000347*                     RETURNED WITH THE NEW REASON 16.             *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000590     COPY XPRCHLK.
000600     COPY XPRJWLK.
000610     COPY XPRGDLK.
000612     COPY XPRCVLK.
000614     COPY XPRPRLK.
000620 01  DL20-SWITCHES.
000630     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000640         88  DL20-EOF               VALUE 'Y'.
000710     05  DL20-ENTREES-FUTURES   PIC 9(7)  USAGE COMP.
000720     05  DL20-AUDIT-COUNT       PIC 9(7)  USAGE COMP.
000730     05  DL20-AUDIT-FAILED      PIC 9(7)  USAGE COMP.
000735     05  DL20-ENTREES-ATTENTE   PIC 9(7)  USAGE COMP.
000740 01  DL20-RAISON.
000750     05  DL20-CD-RAISON         PIC X(2).
000760     05  DL20-LIB-RAISON        PIC X(30).
000910 1000-INITIALIZE.
000920     MOVE 0 TO DL20-ENTREES-LUES DL20-ENTREES-APPLIQUEES
000930         DL20-ENTREES-REJETEES DL20-ENTREES-FUTURES
000940         DL20-AUDIT-COUNT DL20-AUDIT-FAILED
000945         DL20-ENTREES-ATTENTE.
000950     MOVE 'PRTD20RL' TO DL20-CH-PROGRAMME.
000960     MOVE 'N' TO DL20-CH-SUPERVISEUR.
000965     MOVE SPACES TO DL20-CH-ID-OPER.
000970     ACCEPT DL20-CH-TODAY FROM DATE YYYYMMDD.
000980     ACCEPT DL20-CH-HEURE FROM TIME.
000985     PERFORM 1050-READ-SEUIL THRU 1050-EXIT.
000990     PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT.
001000     MOVE 'P' TO DL20-GD-FONCTION.
001010     MOVE 'PRTD20RL' TO DL20-GD-PROGRAMME.
001160     END-IF.
001170 1000-EXIT.
001180     EXIT.
001182*
001183 1050-READ-SEUIL.
001184*    THE FOUR-EYES THRESHOLD IS ONE VALUE FOR EVERY CALLER OF
001185*    PRTD20CH, KEPT ON PRPARAM UNDER PRTD20CH'S OWN ID, IN
001186*    WHOLE REFERENCE-CURRENCY UNITS. ZERO SWITCHES THE RULE OFF.
001187     MOVE 100000 TO DL20-CH-SEUIL-APPROB.
001188     MOVE 'PRTD20CH' TO DL20-PR-PROGRAMME.
001189     MOVE 'SEUILAPPRO' TO DL20-PR-NOM.
001190     CALL 'PRTD20PR' USING DL20-PR-PARMS.
001191     IF DL20-PR-TROUVE
001192         MOVE DL20-PR-VALEUR-NUM TO DL20-CH-SEUIL-APPROB
001193     END-IF.
001194     IF DL20-PR-NON-NUM
001195         DISPLAY 'PRTD20RL - SEUILAPPRO ON PRPARAM NOT NUMERIC, '
001196             'DEFAULT KEPT'
001197     END-IF.
001198 1050-EXIT.
001199     EXIT.
001200*
001201 1200-OPEN-AUDIT-LOG.
001210     OPEN INPUT PRAUD20-FILE.
001220     IF DL20-PRAUD20-STATUS = '35'
001230         OPEN OUTPUT PRAUD20-FILE
001740*
001750 3100-CHANGE-STATUS.
001760     PERFORM 3200-LOOKUP-SEQ THRU 3200-EXIT.
001765     PERFORM 3300-CONVERT-MONTANT THRU 3300-EXIT.
001770     MOVE PRPND-NVL-ETA   TO DL20-CH-NVL-ETA.
001780     MOVE PRPND-MOTIF-REJ TO DL20-CH-MOTIF-REJ.
001790     CALL 'PRTD20CH' USING DL20-CH-PARMS
001920                     ADD 1 TO DL20-AUDIT-COUNT
001930             END-WRITE
001940             ADD 1 TO DL20-ENTREES-APPLIQUEES
001942             IF DL20-CH-EN-ATTENTE
001944                 ADD 1 TO DL20-ENTREES-ATTENTE
001946                 DISPLAY 'PRTD20RL - APPLIED  : ' PRPND-NO-DOSSIER
001948                     ' HELD FOR APPROVAL (APP)'
001949             ELSE
001950                 DISPLAY 'PRTD20RL - APPLIED  : ' PRPND-NO-DOSSIER
001960                     ' NEW ETA ' PRPND-NVL-ETA
001965             END-IF
001970         WHEN DL20-CH-ILLEGAL
001980             MOVE '13' TO DL20-CD-RAISON
001990             MOVE 'ILLEGAL TRANSITION' TO DL20-LIB-RAISON
002020             MOVE '15' TO DL20-CD-RAISON
002030             MOVE 'NO REJECTION REASON CODE' TO DL20-LIB-RAISON
002040             PERFORM 4000-REJECT-ENTRY THRU 4000-EXIT
002042         WHEN DL20-CH-MEME-OPER
002044             MOVE '16' TO DL20-CD-RAISON
002046             MOVE 'APPROVAL NEEDS SECOND OPERATOR'
002047                 TO DL20-LIB-RAISON
002048             PERFORM 4000-REJECT-ENTRY THRU 4000-EXIT
002050         WHEN OTHER
002060             MOVE '14' TO DL20-CD-RAISON
002070             MOVE 'ALREADY IN TARGET STATUS' TO DL20-LIB-RAISON
002150*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
002160*    KEY, TO FIND ITS HIGHEST SEQUENCE ON FILE.
002170     MOVE 0 TO DL20-CH-SEQ.
002175     MOVE SPACES TO DL20-CH-ID-DEMANDEUR.
002180     MOVE 'N' TO DL20-FIN-CHAINE-SW.
002190     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
002200     MOVE 0 TO PRAUD-NO-SEQ.
002340         NOT AT END
002350             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
002360                 MOVE PRAUD-NO-SEQ TO DL20-CH-SEQ
002362                 IF PRAUD-CD-ETA-APRES = 'A'
002364                     MOVE PRAUD-ID-OPER TO DL20-CH-ID-DEMANDEUR
002366                 END-IF
002370             ELSE
002380                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
002390             END-IF
002400     END-READ.
002410 3210-EXIT.
002420     EXIT.
002422*
002423 3300-CONVERT-MONTANT.
002424*    THE THRESHOLD IS IN THE REFERENCE CURRENCY, SO THE AMOUNT
002425*    IS CONVERTED FIRST. NO RATE MEANS THE AMOUNT AS BOOKED.
002426     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
002427     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
002428     CALL 'PRTD20CV' USING DL20-CV-PARMS.
002429     MOVE DL20-CV-MT-REF TO DL20-CH-MT-REF.
002431 3300-EXIT.
002432     EXIT.
002433*
002440 4000-REJECT-ENTRY.
002450     MOVE PRPND-NO-DOSSIER TO DL20-IMG-NO-DOSSIER.
002460     MOVE PRPND-NVL-ETA    TO DL20-IMG-NVL-ETA.
002840         DL20-ENTREES-REJETEES.
002850     DISPLAY 'PRTD20RL - LEFT FOR LATER   : '
002860         DL20-ENTREES-FUTURES.
002865     DISPLAY 'PRTD20RL - HELD FOR APPROVAL: '
002867         DL20-ENTREES-ATTENTE.
002870     DISPLAY 'PRTD20RL - AUDIT RECS MADE  : ' DL20-AUDIT-COUNT.
002880     IF DL20-AUDIT-FAILED > 0
002890         DISPLAY 'PRTD20RL - WARNING, AUDIT WRITES FAILED : '
