000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------- ----  -------------------------------------------*
000340*    2026-09-03  DLM  ORIGINAL PROGRAM.                           *
000350*    2026-09-03  DLM  THE COMMAND-LINE RATE IS NOW MOVED BYTE-     *
000360*                     FOR-BYTE THROUGH AN X(6) REDEFINES OF THE    *
000370*                     99V9999 FIELD - THE OLD ALPHANUMERIC-TO-     *
000380*                     NUMERIC MOVE RE-ALIGNED THE DIGITS ON THE    *
000390*                     IMPLIED DECIMAL POINT AND COULD TURN A       *
000400*                     KEYED 0.0550 PCT INTO 50 PCT ON A RERUN.     *
000410*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000420*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000430*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000440*    2026-09-21  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000450*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000460*                     USED UP. NO CODE CHANGE.                     *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     COPY PRTD20RSL.
000520     COPY PRACCSEL.
000530     COPY PRACHSEL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRTD20-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY XPRTD20.
000590 FD  PRACCR-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY XPRACC.
000620 FD  PRACCRH-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY XPRACH.
000650 WORKING-STORAGE SECTION.
000660     COPY XPRSTAT.
000670     COPY XPRJWLK.
000680     COPY XPRJOLK.
000690     COPY XPRPRLK.
000700 01  DL20-SWITCHES.
000710     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000720         88  DL20-EOF               VALUE 'Y'.
000730     05  DL20-JOUR-OUVRE-SW     PIC X(1)  VALUE 'N'.
000740         88  DL20-JOUR-OUVRE        VALUE 'Y'.
000750 01  DL20-COUNTERS.
000760     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000770     05  DL20-ACCRUS-JOUR       PIC 9(7)  USAGE COMP.
000780     05  DL20-ACCRUS-NOUVEAUX   PIC 9(7)  USAGE COMP.
000790     05  DL20-ACCRUS-ARRETES    PIC 9(7)  USAGE COMP.
000800     05  DL20-DEJA-FAITS        PIC 9(7)  USAGE COMP.
000810 01  DL20-PARMS.
000820     05  DL20-PARM-LINE         PIC X(80).
000830     05  DL20-PARM-GRACE-JRS    PIC 9(5).
000840     05  DL20-PARM-TAUX-JOUR    PIC 9(2)V9(4).
000850     05  DL20-PARM-TAUX-X REDEFINES DL20-PARM-TAUX-JOUR
000860                                PIC X(6).
000870 01  DL20-TODAY                 PIC 9(8).
000880 01  DL20-HIER-ENTIER           PIC S9(9) USAGE COMP.
000890 01  DL20-DT-HIER               PIC 9(8).
000900 01  DL20-WORK-AGE-OUVRES       PIC S9(9) USAGE COMP.
000910 01  DL20-MT-PENALITE           PIC S9(11)V9(2) USAGE COMP-3.
000920 01  DL20-MT-ACCRU-JOUR         PIC S9(13)V9(2) USAGE COMP-3.
000930 01  DL20-JW-TEXTE.
000940     05  FILLER                 PIC X(6)  VALUE 'GRACE='.
000950     05  DL20-JWT-GRACE         PIC 9(5).
000960     05  FILLER                 PIC X(6)  VALUE ' TAUX='.
000970     05  DL20-JWT-TAUX          PIC 9(2).9(4).
000980     05  FILLER                 PIC X(16) VALUE SPACES.
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001020     PERFORM 2000-STOP-FINISHED THRU 2000-EXIT.
001030     IF DL20-JOUR-OUVRE
001040         PERFORM 3000-ACCRUE-PASS THRU 3000-EXIT
001050     ELSE
001060         DISPLAY 'PRTD20PN - NOT A WORKING DAY, NO ACCRUAL'
001070     END-IF.
001080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001090     GOBACK.
001100*
001110 1000-INITIALIZE.
001120     MOVE 0 TO DL20-RECS-READ DL20-ACCRUS-JOUR
001130         DL20-ACCRUS-NOUVEAUX DL20-ACCRUS-ARRETES
001140         DL20-DEJA-FAITS.
001150     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
001160     MOVE DL20-PARM-LINE(1:5) TO DL20-PARM-GRACE-JRS.
001170     IF DL20-PARM-GRACE-JRS NOT NUMERIC
001180         OR DL20-PARM-GRACE-JRS = ZERO
001190         PERFORM 1050-READ-GRACE-PARM THRU 1050-EXIT
001200     END-IF.
001210     IF DL20-PARM-GRACE-JRS NOT NUMERIC
001220         OR DL20-PARM-GRACE-JRS = ZERO
001230         MOVE 10 TO DL20-PARM-GRACE-JRS
001240     END-IF.
001250*    THE SIX COLUMNS ARE THE 99V9999 BYTES THEMSELVES - MOVED
001260*    THROUGH THE X(6) REDEFINES SO '000550' ARRIVES AS 00.0550
001270*    PCT AND IS NEVER RE-ALIGNED AS AN INTEGER ON THE IMPLIED
001280*    DECIMAL POINT.
001290     MOVE DL20-PARM-LINE(7:6) TO DL20-PARM-TAUX-X.
001300     IF DL20-PARM-TAUX-JOUR NOT NUMERIC
001310         OR DL20-PARM-TAUX-JOUR = ZERO
001320         PERFORM 1060-READ-TAUX-PARM THRU 1060-EXIT
001330     END-IF.
001340     IF DL20-PARM-TAUX-JOUR NOT NUMERIC
001350         OR DL20-PARM-TAUX-JOUR = ZERO
001360         MOVE 00.0500 TO DL20-PARM-TAUX-JOUR
001370     END-IF.
001380     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001390     DISPLAY 'PRTD20PN - GRACE (WORKING DAYS) : '
001400         DL20-PARM-GRACE-JRS.
001410     DISPLAY 'PRTD20PN - RATE PCT PER DAY     : '
001420         DL20-PARM-TAUX-JOUR.
001430     PERFORM 1100-CHECK-WORKING-DAY THRU 1100-EXIT.
001440     PERFORM 1200-OPEN-ACCRUAL-FILE THRU 1200-EXIT.
001450     PERFORM 1300-OPEN-HISTORY-FILE THRU 1300-EXIT.
001460     OPEN INPUT PRTD20-FILE.
001470 1000-EXIT.
001480     EXIT.
001490*
001500 1050-READ-GRACE-PARM.
001510     MOVE 'PRTD20PN' TO DL20-PR-PROGRAMME.
001520     MOVE 'GRACE-JRS' TO DL20-PR-NOM.
001530     CALL 'PRTD20PR' USING DL20-PR-PARMS.
001540     IF DL20-PR-TROUVE
001550         MOVE DL20-PR-VALEUR-NUM TO DL20-PARM-GRACE-JRS
001560     END-IF.
001570     IF DL20-PR-NON-NUM
001580         DISPLAY 'PRTD20PN - WARNING, PRPARAM VALUE NOT NUMERIC'
001590     END-IF.
001600 1050-EXIT.
001610     EXIT.
001620*
001630 1060-READ-TAUX-PARM.
001640*    THE PRPARAM VALUE IS KEYED AS AN INTEGER IN HUNDREDTHS OF
001650*    A BASIS POINT (0.0001 PCT), SO 500 MEANS 0.05 PCT PER DAY.
001660     MOVE 'PRTD20PN' TO DL20-PR-PROGRAMME.
001670     MOVE 'TAUX-JOUR' TO DL20-PR-NOM.
001680     CALL 'PRTD20PR' USING DL20-PR-PARMS.
001690     IF DL20-PR-TROUVE
001700         COMPUTE DL20-PARM-TAUX-JOUR =
001710             DL20-PR-VALEUR-NUM / 10000
001720     END-IF.
001730     IF DL20-PR-NON-NUM
001740         DISPLAY 'PRTD20PN - WARNING, PRPARAM VALUE NOT NUMERIC'
001750     END-IF.
001760 1060-EXIT.
001770     EXIT.
001780*
001790 1100-CHECK-WORKING-DAY.
001800*    ONE WORKING DAY COUNTED BETWEEN YESTERDAY AND TODAY MEANS
001810*    TODAY ITSELF IS A WORKING DAY.
001820     COMPUTE DL20-HIER-ENTIER =
001830         FUNCTION INTEGER-OF-DATE(DL20-TODAY) - 1.
001840     COMPUTE DL20-DT-HIER =
001850         FUNCTION DATE-OF-INTEGER(DL20-HIER-ENTIER).
001860     MOVE DL20-DT-HIER TO DL20-JO-DT-DEBUT.
001870     MOVE DL20-TODAY TO DL20-JO-DT-FIN.
001880     CALL 'PRTD20JO' USING DL20-JO-PARMS.
001890     IF DL20-JO-NB-JOURS > 0
001900         MOVE 'Y' TO DL20-JOUR-OUVRE-SW
001910     END-IF.
001920 1100-EXIT.
001930     EXIT.
001940*
001950 1200-OPEN-ACCRUAL-FILE.
001960*    THE FIRST EVER ACCRUAL RUN MAY FIND NO PRACCR FILE AT ALL -
001970*    GUARDED THE SAME WAY PRTD20PC GUARDS PRTD20E.
001980     OPEN INPUT PRACCR-FILE.
001990     IF DL20-PRACCR-STATUS = '35'
002000         OPEN OUTPUT PRACCR-FILE
002010         CLOSE PRACCR-FILE
002020     ELSE
002030         CLOSE PRACCR-FILE
002040     END-IF.
002050     OPEN I-O PRACCR-FILE.
002060 1200-EXIT.
002070     EXIT.
002080*
002090 1300-OPEN-HISTORY-FILE.
002100     OPEN INPUT PRACCRH-FILE.
002110     IF DL20-PRACCRH-STATUS = '35'
002120         OPEN OUTPUT PRACCRH-FILE
002130         CLOSE PRACCRH-FILE
002140     ELSE
002150         CLOSE PRACCRH-FILE
002160     END-IF.
002170     OPEN EXTEND PRACCRH-FILE.
002180 1300-EXIT.
002190     EXIT.
002200*
002210 2000-STOP-FINISHED.
002220*    AN OPEN ACCRUAL WHOSE DOSSIER HAS LEFT SAI STOPS TODAY -
002230*    THE TOTAL STAYS ON FILE FOR BILLING, NOTHING MORE IS
002240*    ADDED TO IT.
002250     MOVE LOW-VALUE TO ACC-NO-DOSSIER.
002260     START PRACCR-FILE KEY IS NOT LESS THAN ACC-NO-DOSSIER
002270         INVALID KEY
002280             MOVE 'Y' TO DL20-EOF-SW
002290     END-START.
002300     IF NOT DL20-EOF
002310         PERFORM 2100-READ-ACCRUAL THRU 2100-EXIT
002320     END-IF.
002330     PERFORM 2200-CHECK-ACCRUAL THRU 2200-EXIT
002340         UNTIL DL20-EOF.
002350     MOVE 'N' TO DL20-EOF-SW.
002360 2000-EXIT.
002370     EXIT.
002380*
002390 2100-READ-ACCRUAL.
002400     READ PRACCR-FILE NEXT RECORD
002410         AT END
002420             MOVE 'Y' TO DL20-EOF-SW
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460*
002470 2200-CHECK-ACCRUAL.
002480     IF ACC-EN-COURS
002490         MOVE ACC-NO-DOSSIER TO LDO-NO-DOSSIER
002500         READ PRTD20-FILE
002510             KEY IS LDO-NO-DOSSIER
002520             INVALID KEY
002530                 PERFORM 2300-STOP-ONE THRU 2300-EXIT
002540             NOT INVALID KEY
002550                 IF NOT LDO-CD-ETA-SAI
002560                     PERFORM 2300-STOP-ONE THRU 2300-EXIT
002570                 END-IF
002580         END-READ
002590     END-IF.
002600     PERFORM 2100-READ-ACCRUAL THRU 2100-EXIT.
002610 2200-EXIT.
002620     EXIT.
002630*
002640 2300-STOP-ONE.
002650     MOVE 'A' TO ACC-CD-STATUT.
002660     REWRITE PRACCR-RECORD
002670         INVALID KEY
002680             DISPLAY 'PRTD20PN - STOP REWRITE FAILED, STATUS '
002690                 DL20-PRACCR-STATUS ' DOSSIER ' ACC-NO-DOSSIER
002700     END-REWRITE.
002710     ADD 1 TO DL20-ACCRUS-ARRETES.
002720     DISPLAY 'PRTD20PN - ACCRUAL STOPPED : ' ACC-NO-DOSSIER
002730         ' TOTAL ' ACC-MT-ACCRU.
002740 2300-EXIT.
002750     EXIT.
002760*
002770 3000-ACCRUE-PASS.
002780     MOVE LOW-VALUE TO LDO-NO-DOSSIER.
002790     START PRTD20-FILE KEY IS NOT LESS THAN LDO-NO-DOSSIER
002800         INVALID KEY
002810             MOVE 'Y' TO DL20-EOF-SW
002820     END-START.
002830     IF NOT DL20-EOF
002840         PERFORM 3100-READ-PRTD20 THRU 3100-EXIT
002850     END-IF.
002860     PERFORM 3200-EVALUATE-DOSSIER THRU 3200-EXIT
002870         UNTIL DL20-EOF.
002880     MOVE 'N' TO DL20-EOF-SW.
002890 3000-EXIT.
002900     EXIT.
002910*
002920 3100-READ-PRTD20.
002930     READ PRTD20-FILE NEXT RECORD
002940         AT END
002950             MOVE 'Y' TO DL20-EOF-SW
002960         NOT AT END
002970             ADD 1 TO DL20-RECS-READ
002980     END-READ.
002990 3100-EXIT.
003000     EXIT.
003010*
003020 3200-EVALUATE-DOSSIER.
003030     IF LDO-CD-ETA-SAI
003040         AND LDO-DT-SAI NOT = ZERO
003050         MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
003060         MOVE DL20-TODAY TO DL20-JO-DT-FIN
003070         CALL 'PRTD20JO' USING DL20-JO-PARMS
003080         MOVE DL20-JO-NB-JOURS TO DL20-WORK-AGE-OUVRES
003090         IF DL20-WORK-AGE-OUVRES > DL20-PARM-GRACE-JRS
003100             PERFORM 4000-ACCRUE-ONE THRU 4000-EXIT
003110         END-IF
003120     END-IF.
003130     PERFORM 3100-READ-PRTD20 THRU 3100-EXIT.
003140 3200-EXIT.
003150     EXIT.
003160*
003170 4000-ACCRUE-ONE.
003180     COMPUTE DL20-MT-PENALITE ROUNDED =
003190         LDO-MT-DOSSIER * DL20-PARM-TAUX-JOUR / 100.
003200     MOVE LDO-NO-DOSSIER TO ACC-NO-DOSSIER.
003210     READ PRACCR-FILE
003220         KEY IS ACC-NO-DOSSIER
003230         INVALID KEY
003240             PERFORM 4100-CREATE-ACCRUAL THRU 4100-EXIT
003250         NOT INVALID KEY
003260             PERFORM 4200-EXTEND-ACCRUAL THRU 4200-EXIT
003270     END-READ.
003280 4000-EXIT.
003290     EXIT.
003300*
003310 4100-CREATE-ACCRUAL.
003320     MOVE LDO-NO-DOSSIER TO ACC-NO-DOSSIER.
003330     MOVE LDO-CD-UNITE   TO ACC-CD-UNITE.
003340     MOVE DL20-TODAY     TO ACC-DT-DEBUT.
003350     MOVE DL20-TODAY     TO ACC-DT-DERNIER.
003360     MOVE 1              TO ACC-NB-JOURS.
003370     MOVE DL20-MT-PENALITE TO ACC-MT-ACCRU.
003380     MOVE 'C'            TO ACC-CD-STATUT.
003390     WRITE PRACCR-RECORD
003400         INVALID KEY
003410             DISPLAY 'PRTD20PN - ACCRUAL WRITE FAILED, STATUS '
003420                 DL20-PRACCR-STATUS ' DOSSIER ' ACC-NO-DOSSIER
003430         NOT INVALID KEY
003440             ADD 1 TO DL20-ACCRUS-NOUVEAUX DL20-ACCRUS-JOUR
003450             PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
003460     END-WRITE.
003470 4100-EXIT.
003480     EXIT.
003490*
003500 4200-EXTEND-ACCRUAL.
003510*    AT MOST ONE ACCRUAL PER DAY, SO A RERUN OF THE NIGHTLY
003520*    CANNOT DOUBLE-CHARGE; A STOPPED ACCRUAL STAYS STOPPED
003530*    EVEN IF THE DOSSIER COMES BACK TO SAI - THAT IS A NEW
003540*    DISPUTE, WORKED BY HAND.
003550     IF NOT ACC-EN-COURS
003560         GO TO 4200-EXIT
003570     END-IF.
003580     IF ACC-DT-DERNIER >= DL20-TODAY
003590         ADD 1 TO DL20-DEJA-FAITS
003600         GO TO 4200-EXIT
003610     END-IF.
003620     MOVE DL20-TODAY TO ACC-DT-DERNIER.
003630     ADD 1 TO ACC-NB-JOURS.
003640     ADD DL20-MT-PENALITE TO ACC-MT-ACCRU.
003650     REWRITE PRACCR-RECORD
003660         INVALID KEY
003670             DISPLAY 'PRTD20PN - ACCRUAL REWRITE FAILED, STATUS '
003680                 DL20-PRACCR-STATUS ' DOSSIER ' ACC-NO-DOSSIER
003690         NOT INVALID KEY
003700             ADD 1 TO DL20-ACCRUS-JOUR
003710             PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
003720     END-REWRITE.
003730 4200-EXIT.
003740     EXIT.
003750*
003760 5000-WRITE-HISTORY.
003770     MOVE ACC-NO-DOSSIER TO ACH-NO-DOSSIER.
003780     MOVE ACC-CD-UNITE   TO ACH-CD-UNITE.
003790     MOVE DL20-TODAY     TO ACH-DT-ACCRU.
003800     MOVE DL20-WORK-AGE-OUVRES TO ACH-NB-JOURS-TARD.
003810     MOVE DL20-MT-PENALITE TO ACH-MT-JOUR.
003820     MOVE ACC-MT-ACCRU   TO ACH-MT-CUMUL.
003830     WRITE PRACCRH-RECORD.
003840 5000-EXIT.
003850     EXIT.
003860*
003870 8000-TERMINATE.
003880     CLOSE PRTD20-FILE.
003890     CLOSE PRACCR-FILE.
003900     CLOSE PRACCRH-FILE.
003910     DISPLAY 'PRTD20PN - RECORDS READ      : ' DL20-RECS-READ.
003920     DISPLAY 'PRTD20PN - ACCRUALS TODAY    : '
003930         DL20-ACCRUS-JOUR.
003940     DISPLAY 'PRTD20PN - NEW ACCRUALS      : '
003950         DL20-ACCRUS-NOUVEAUX.
003960     DISPLAY 'PRTD20PN - ACCRUALS STOPPED  : '
003970         DL20-ACCRUS-ARRETES.
003980     IF DL20-DEJA-FAITS > 0
003990         DISPLAY 'PRTD20PN - ALREADY DONE TODAY : '
004000             DL20-DEJA-FAITS
004010     END-IF.
004020     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
004030 8000-EXIT.
004040     EXIT.
004050*
004060 8900-WRITE-RUN-LEDGER.
004070     MOVE 'PRTD20PN' TO DL20-JW-PROGRAMME.
004080     MOVE DL20-PARM-GRACE-JRS TO DL20-JWT-GRACE.
004090     MOVE DL20-PARM-TAUX-JOUR TO DL20-JWT-TAUX.
004100     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
004110     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
004120     MOVE DL20-ACCRUS-JOUR TO DL20-JW-RECS-ECRITS.
004130     MOVE 'O' TO DL20-JW-RESULTAT.
004140     CALL 'PRTD20JW' USING DL20-JW-PARMS.
004150     IF DL20-JW-ECHEC
004160         DISPLAY 'PRTD20PN - WARNING, RUN LEDGER WRITE FAILED'
004170     END-IF.
004180 8900-EXIT.
004190     EXIT.
