000480*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000490*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000500*                     USED UP. NO CODE CHANGE.                     *
000510*    2026-09-07  DLM  FLAGS ARE NOW RAISED THROUGH PRTD20FW, WHICH *
000520*                     OWNS THE KEYED PRTD20F CASE FILE AND WRITES  *
000530*                     NOTHING WHILE A FLAG IS STILL OPEN FOR THE   *
000540*                     SAME DOSSIER AND REASON. PRTD20F IS NO       *
000550*                     LONGER OPENED (OR EMPTIED) HERE.             *
000560*    2026-09-07  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000570*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000580*                     USED UP. NO CODE CHANGE.                     *
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     COPY PRTD20SEL.
000640     COPY PRAUDSEL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PRTD20-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY XPRTD20.
000700 FD  PRAUD20-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY XPRAUD.
000730 WORKING-STORAGE SECTION.
000740     COPY XPRSTAT.
000750     COPY XPRJWLK.
000760     COPY XPRGDLK.
000770     COPY XPRPRLK.
000780     COPY XPRFWLK.
000790 01  DL20-SWITCHES.
000800     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000810         88  DL20-EOF               VALUE 'Y'.
000820 01  DL20-COUNTERS.
000830     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000840     05  DL20-VIDE-COUNT        PIC 9(7)  USAGE COMP.
000850     05  DL20-PURGE-COUNT       PIC 9(7)  USAGE COMP.
000860     05  DL20-DEJA-OUVERTS      PIC 9(7)  USAGE COMP.
000870     05  DL20-FLAG-ECHECS       PIC 9(7)  USAGE COMP.
000880 01  DL20-PARMS.
000890     05  DL20-PARM-LINE         PIC X(80).
000900     05  DL20-PARM-MODE         PIC X(1).
000910         88  DL20-PURGE-MODE        VALUE 'P'.
000920     05  DL20-PARM-RETENTION-JRS PIC 9(5).
000930 01  DL20-TODAY                 PIC 9(8).
000940 01  DL20-DERNIERE-DATE         PIC 9(8).
000950 01  DL20-WORK-AGE              PIC S9(9) USAGE COMP.
000960 01  DL20-HAS-HISTORY-SW        PIC X(1).
000970     88  DL20-HAS-HISTORY           VALUE 'Y'.
000980 01  DL20-FIN-CHAINE-SW         PIC X(1).
000990     88  DL20-FIN-CHAINE            VALUE 'Y'.
001000 01  DL20-JW-TEXTE.
001010     05  FILLER                 PIC X(5)  VALUE 'MODE='.
001020     05  DL20-JWT-MODE          PIC X(1).
001030     05  FILLER                 PIC X(11) VALUE ' RETENTION='.
001040     05  DL20-JWT-RETENTION     PIC 9(5).
001050     05  FILLER                 PIC X(18) VALUE SPACES.
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 3000-RECONCILE-PRTD20 THRU 3000-EXIT.
001100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001110     GOBACK.
001120*
001130 1000-INITIALIZE.
001140     MOVE 0 TO DL20-RECS-READ DL20-VIDE-COUNT DL20-PURGE-COUNT.
001150     MOVE 0 TO DL20-DEJA-OUVERTS DL20-FLAG-ECHECS.
001160     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
001170     MOVE DL20-PARM-LINE(1:1) TO DL20-PARM-MODE.
001180     MOVE DL20-PARM-LINE(3:5) TO DL20-PARM-RETENTION-JRS.
001190     IF DL20-PARM-RETENTION-JRS NOT NUMERIC
001200         OR DL20-PARM-RETENTION-JRS = ZERO
001210         PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT
001220     END-IF.
001230     IF DL20-PARM-RETENTION-JRS NOT NUMERIC
001240         OR DL20-PARM-RETENTION-JRS = ZERO
001250         MOVE 90 TO DL20-PARM-RETENTION-JRS
001260     END-IF.
001270     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001280 1000-EXIT.
001290     EXIT.
001300*
001310 1050-READ-PARM-FILE.
001320     MOVE 'PRTD20R' TO DL20-PR-PROGRAMME.
001330     MOVE 'RETENTION' TO DL20-PR-NOM.
001340     CALL 'PRTD20PR' USING DL20-PR-PARMS.
001350     IF DL20-PR-TROUVE
001360         MOVE DL20-PR-VALEUR-NUM TO DL20-PARM-RETENTION-JRS
001370     END-IF.
001380     IF DL20-PR-NON-NUM
001390         DISPLAY 'PRTD20R - WARNING, PRPARAM VALUE NOT NUMERIC'
001400     END-IF.
001410 1050-EXIT.
001420     EXIT.
001430*
001440 3000-RECONCILE-PRTD20.
001450     MOVE 'P' TO DL20-GD-FONCTION.
001460     MOVE 'PRTD20R' TO DL20-GD-PROGRAMME.
001470     CALL 'PRTD20GD' USING DL20-GD-PARMS.
001480     IF DL20-GD-ECHEC
001490         DISPLAY 'PRTD20R - WARNING, GUARD MARKER NOT POSED'
001500     END-IF.
001510     OPEN I-O PRTD20-FILE.
001520     OPEN INPUT PRAUD20-FILE.
001530     PERFORM 3100-READ-PRTD20 THRU 3100-EXIT.
001540     PERFORM 3200-EVALUATE-RECORD THRU 3200-EXIT
001550         UNTIL DL20-EOF.
001560     CLOSE PRTD20-FILE.
001570     MOVE 'L' TO DL20-GD-FONCTION.
001580     MOVE 'PRTD20R' TO DL20-GD-PROGRAMME.
001590     CALL 'PRTD20GD' USING DL20-GD-PARMS.
001600     IF DL20-GD-ECHEC
001610         DISPLAY 'PRTD20R - WARNING, GUARD MARKER NOT LIFTED'
001620     END-IF.
001630     CLOSE PRAUD20-FILE.
001640 3000-EXIT.
001650     EXIT.
001660*
001670 3100-READ-PRTD20.
001680     READ PRTD20-FILE NEXT RECORD
001690         AT END
001700             MOVE 'Y' TO DL20-EOF-SW
001710         NOT AT END
001720             ADD 1 TO DL20-RECS-READ
001730     END-READ.
001740 3100-EXIT.
001750     EXIT.
001760*
001770 3200-EVALUATE-RECORD.
001780     IF PRTD20-VIDE
001790         PERFORM 3300-PROCESS-VIDE THRU 3300-EXIT
001800     END-IF.
001810     PERFORM 3100-READ-PRTD20 THRU 3100-EXIT.
001820 3200-EXIT.
001830     EXIT.
001840*
001850 3300-PROCESS-VIDE.
001860     ADD 1 TO DL20-VIDE-COUNT.
001870     MOVE LDO-NO-DOSSIER   TO DL20-FW-NO-DOSSIER.
001880     MOVE LDO-CD-ETA       TO DL20-FW-CD-ETA.
001890     MOVE DL20-TODAY       TO DL20-FW-DT-FLAGGED.
001900     MOVE 'BLANK RECH KEY'  TO DL20-FW-RAISON.
001910     CALL 'PRTD20FW' USING DL20-FW-PARMS.
001920     IF DL20-FW-DEJA-OUVERT
001930         ADD 1 TO DL20-DEJA-OUVERTS
001940     END-IF.
001950     IF DL20-FW-ECHEC
001960         ADD 1 TO DL20-FLAG-ECHECS
001970     END-IF.
001980     IF DL20-PURGE-MODE
001990         PERFORM 3400-LOOKUP-HISTORY THRU 3400-EXIT
002000         IF DL20-HAS-HISTORY
002010             COMPUTE DL20-WORK-AGE =
002020                 FUNCTION INTEGER-OF-DATE(DL20-TODAY) -
002030                 FUNCTION INTEGER-OF-DATE(DL20-DERNIERE-DATE)
002040             IF DL20-WORK-AGE >= DL20-PARM-RETENTION-JRS
002050                 DELETE PRTD20-FILE
002060                 ADD 1 TO DL20-PURGE-COUNT
002070             END-IF
002080         END-IF
002090     END-IF.
002100 3300-EXIT.
002110     EXIT.
002120*
002130 3400-LOOKUP-HISTORY.
002140*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
002150*    KEY, AND KEEPS THE DATE OF ITS LAST TRANSITION ON FILE.
002160     MOVE 'N' TO DL20-HAS-HISTORY-SW.
002170     MOVE 'N' TO DL20-FIN-CHAINE-SW.
002180     MOVE 0 TO DL20-DERNIERE-DATE.
002190     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
002200     MOVE 0 TO PRAUD-NO-SEQ.
002210     START PRAUD20-FILE KEY IS NOT LESS THAN PRAUD-KEY
002220         INVALID KEY
002230             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002240     END-START.
002250     PERFORM 3410-READ-CHAIN THRU 3410-EXIT
002260         UNTIL DL20-FIN-CHAINE.
002270 3400-EXIT.
002280     EXIT.
002290*
002300 3410-READ-CHAIN.
002310     READ PRAUD20-FILE NEXT RECORD
002320         AT END
002330             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002340         NOT AT END
002350             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
002360                 MOVE PRAUD-DT-TRANSIT TO DL20-DERNIERE-DATE
002370                 MOVE 'Y' TO DL20-HAS-HISTORY-SW
002380             ELSE
002390                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
002400             END-IF
002410     END-READ.
002420 3410-EXIT.
002430     EXIT.
002440*
002450 8000-TERMINATE.
002460     DISPLAY 'PRTD20R - RECORDS READ   : ' DL20-RECS-READ.
002470     DISPLAY 'PRTD20R - VIDE FLAGGED   : ' DL20-VIDE-COUNT.
002480     DISPLAY 'PRTD20R - VIDE PURGED    : ' DL20-PURGE-COUNT.
002490     DISPLAY 'PRTD20R - FLAG STILL OPEN: ' DL20-DEJA-OUVERTS.
002500     IF DL20-FLAG-ECHECS > 0
002510         DISPLAY 'PRTD20R - WARNING, PRTD20F WRITES FAILED : '
002520             DL20-FLAG-ECHECS
002530     END-IF.
002540     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002550 8000-EXIT.
002560     EXIT.
002570*
002580 8900-WRITE-RUN-LEDGER.
002590     MOVE 'PRTD20R' TO DL20-JW-PROGRAMME.
002600     MOVE DL20-PARM-MODE TO DL20-JWT-MODE.
002610     MOVE DL20-PARM-RETENTION-JRS TO DL20-JWT-RETENTION.
002620     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
002630     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
002640     MOVE DL20-VIDE-COUNT TO DL20-JW-RECS-ECRITS.
002650     IF DL20-FLAG-ECHECS > 0
002660         MOVE 'W' TO DL20-JW-RESULTAT
002670     ELSE
002680         MOVE 'O' TO DL20-JW-RESULTAT
002690     END-IF.
002700     CALL 'PRTD20JW' USING DL20-JW-PARMS.
002710     IF DL20-JW-ECHEC
002720         DISPLAY 'PRTD20R - WARNING, RUN LEDGER WRITE FAILED'
002730     END-IF.
002740 8900-EXIT.
002750     EXIT.
