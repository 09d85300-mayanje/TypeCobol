000540*                     DOSSIER'S OWN CHAIN POSITIONED BY KEY, SO    *
000550*                     THE CAP DISAPPEARS AND RESULTS STAY EXACT    *
000560*                     AT ANY PORTFOLIO SIZE.                       *
000570*    2026-09-09  DLM  EVERY NEW DOSSIER MUST NAME ITS PAYEE        *
000580*                     (PRINTK-ID-BENEF) - REASON 10 WHEN BLANK,    *
000590*                     11 WHEN NOT AN ACTIVE PAYEE ON THE PRBENEF   *
000600*                     MASTER - CARRIED TO LDO-ID-BENEF.            *
000610*    2026-09-09  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000620*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000630*                     USED UP. NO CODE CHANGE.                     *
000640*    2026-09-15  DLM  A BLANK OR ZERO PRINTK-NO-DOSSIER IS NOW    *
000650*                     ALLOCATED FROM THE UNIT'S RANGE ON PRNUMER  *
000660*                     THROUGH PRTD20NA ONCE THE TRANSACTION HAS   *
000670*                     PASSED VALIDATION, AND LOGGED ON PRNUMLG    *
000680*                     (REASON 13 WHEN THE UNIT HAS NO NUMBER      *
000690*                     FREE). A NUMBER GIVEN MUST CARRY A VALID    *
000700*                     CHECK DIGIT (REASON 12). REASON 01 NO       *
000710*                     LONGER COVERS ZERO.                         *
000720*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000730*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000740*                     USED UP. NO CODE CHANGE.                     *
000750*    2026-09-22  DLM  A TRANSACTION SUBMITTED AS VAL WHOSE AMOUNT, *
000760*                     CONVERTED THROUGH PRTD20CV, IS ABOVE THE    *
000770*                     PRPARAM SEUILAPPRO THRESHOLD IS NOW CREATED *
000780*                     IN APP AND MUST BE APPROVED ON PR2O - IT NO *
000790*                     LONGER BYPASSES FOUR-EYES APPROVAL.         *
000800*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000810*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000820*                     USED UP. NO CODE CHANGE.                     *
000830*****************************************************************
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     COPY PRTD20RSL.
000880     COPY PRAUDSEL.
000890     COPY PRINTSEL.
000900     COPY PRINRSEL.
000910     COPY PRUNISEL.
000920     COPY PRDEVSEL.
000930     COPY PRBENSEL.
000940     COPY PRNUMSEL.
000950     COPY PRNLGSEL.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  PRTD20-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY XPRTD20.
001010 FD  PRAUD20-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY XPRAUD.
001040 FD  PRTD20I-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY XPRINTK.
001070 FD  PRTD20J-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY XPRINRJ.
001100 FD  PRUNITE-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY XPRUNI.
001130 FD  PRDEVISE-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY XPRDEV.
001160 FD  PRBENEF-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY XPRBEN.
001190 FD  PRNUMER-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY XPRNUM.
001220 FD  PRNUMLG-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY XPRNLG.
001250 WORKING-STORAGE SECTION.
001260     COPY XPRSTAT.
001270     COPY XPRJWLK.
001280     COPY XPRGDLK.
001290     COPY XPRNALK.
001300     COPY XPRPRLK.
001310     COPY XPRCVLK.
001320 01  DL20-SWITCHES.
001330     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
001340         88  DL20-EOF               VALUE 'Y'.
001350     05  DL20-VALID-SW          PIC X(1)  VALUE 'Y'.
001360         88  DL20-TXN-VALID         VALUE 'Y'.
001370     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
001380         88  DL20-FIN-CHAINE        VALUE 'Y'.
001390     05  DL20-BENEF-SW          PIC X(1)  VALUE 'N'.
001400         88  DL20-BENEF-OUVERT      VALUE 'Y'.
001410     05  DL20-NUMER-SW          PIC X(1)  VALUE 'N'.
001420         88  DL20-NUMER-OUVERT      VALUE 'Y'.
001430     05  DL20-ALLOC-SW          PIC X(1)  VALUE 'N'.
001440         88  DL20-A-ALLOUER         VALUE 'Y'.
001450 01  DL20-COUNTERS.
001460     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
001470     05  DL20-DOSSIERS-CREES    PIC 9(7)  USAGE COMP.
001480     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
001490     05  DL20-AUDIT-COUNT       PIC 9(7)  USAGE COMP.
001500     05  DL20-AUDIT-FAILED      PIC 9(7)  USAGE COMP.
001510     05  DL20-NOS-ALLOUES       PIC 9(7)  USAGE COMP.
001520     05  DL20-DOSSIERS-APP      PIC 9(7)  USAGE COMP.
001530 01  DL20-TODAY                 PIC 9(8).
001540 01  DL20-HEURE                 PIC 9(6).
001550 01  DL20-RAISON.
001560     05  DL20-CD-RAISON         PIC X(2).
001570     05  DL20-LIB-RAISON        PIC X(30).
001580 01  DL20-NO-DOSSIER            PIC 9(11).
001590 01  DL20-NEW-SEQ               PIC 9(5)  USAGE COMP.
001600 01  DL20-SEUIL-APPROB          PIC S9(13)V9(2) USAGE COMP-3.
001610 01  DL20-UNITE-TABLE.
001620     05  DL20-UT-ENTRY   OCCURS 1 TO 20 TIMES
001630                         DEPENDING ON DL20-UT-COUNT
001640                         INDEXED BY DL20-UT-IDX.
001650         10  DL20-UT-UNITE      PIC X(3).
001660 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001670 01  DL20-UNITE-OK-SW           PIC X(1).
001680     88  DL20-UNITE-OK              VALUE 'Y'.
001690 01  DL20-DEVISE-TABLE.
001700     05  DL20-DV-ENTRY   OCCURS 1 TO 50 TIMES
001710                         DEPENDING ON DL20-DV-COUNT
001720                         INDEXED BY DL20-DV-IDX.
001730         10  DL20-DV-DEVISE     PIC X(3).
001740 01  DL20-DV-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001750 01  DL20-DEVISE-OK-SW          PIC X(1).
001760     88  DL20-DEVISE-OK             VALUE 'Y'.
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-PROCESS-INTAKE THRU 2000-EXIT
001810         UNTIL DL20-EOF.
001820     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001830     GOBACK.
001840*
001850 1000-INITIALIZE.
001860     MOVE 0 TO DL20-TXNS-READ DL20-DOSSIERS-CREES
001870         DL20-TXNS-REJETEES DL20-AUDIT-COUNT
001880         DL20-AUDIT-FAILED DL20-NOS-ALLOUES DL20-DOSSIERS-APP.
001890     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001900     ACCEPT DL20-HEURE FROM TIME.
001910     PERFORM 1050-READ-SEUIL THRU 1050-EXIT.
001920     PERFORM 1400-LOAD-UNITE-TABLE THRU 1400-EXIT.
001930     PERFORM 1500-LOAD-DEVISE-TABLE THRU 1500-EXIT.
001940     PERFORM 1600-OPEN-PAYEE-FILE THRU 1600-EXIT.
001950     PERFORM 1700-OPEN-NUMBER-FILES THRU 1700-EXIT.
001960     PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT.
001970     MOVE 'P' TO DL20-GD-FONCTION.
001980     MOVE 'PRTD20IN' TO DL20-GD-PROGRAMME.
001990     CALL 'PRTD20GD' USING DL20-GD-PARMS.
002000     IF DL20-GD-ECHEC
002010         DISPLAY 'PRTD20IN - WARNING, GUARD MARKER NOT POSED'
002020     END-IF.
002030     PERFORM 1300-OPEN-DOSSIER-FILE THRU 1300-EXIT.
002040     OPEN INPUT PRTD20I-FILE.
002050     OPEN OUTPUT PRTD20J-FILE.
002060     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
002070 1000-EXIT.
002080     EXIT.
002090*
002100 1050-READ-SEUIL.
002110*    THE FOUR-EYES THRESHOLD OF PRTD20CH, READ THE SAME WAY AS
002120*    IN PRTD20B - WHOLE REFERENCE-CURRENCY UNITS, ZERO SWITCHES
002130*    THE RULE OFF.
002140     MOVE 100000 TO DL20-SEUIL-APPROB.
002150     MOVE 'PRTD20CH' TO DL20-PR-PROGRAMME.
002160     MOVE 'SEUILAPPRO' TO DL20-PR-NOM.
002170     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002180     IF DL20-PR-TROUVE
002190         MOVE DL20-PR-VALEUR-NUM TO DL20-SEUIL-APPROB
002200     END-IF.
002210     IF DL20-PR-NON-NUM
002220         DISPLAY 'PRTD20IN - SEUILAPPRO ON PRPARAM NOT NUMERIC, '
002230             'DEFAULT KEPT'
002240     END-IF.
002250 1050-EXIT.
002260     EXIT.
002270*
002280 1200-OPEN-AUDIT-LOG.
002290     OPEN INPUT PRAUD20-FILE.
002300     IF DL20-PRAUD20-STATUS = '35'
002310         OPEN OUTPUT PRAUD20-FILE
002320         CLOSE PRAUD20-FILE
002330     ELSE
002340         CLOSE PRAUD20-FILE
002350     END-IF.
002360     OPEN I-O PRAUD20-FILE.
002370 1200-EXIT.
002380     EXIT.
002390*
002400 1300-OPEN-DOSSIER-FILE.
002410*    THE FIRST EVER INTAKE RUN MAY FIND NO PRTD20 FILE AT ALL -
002420*    GUARDED THE SAME WAY 1200-OPEN-AUDIT-LOG GUARDS PRAUD20.
002430     OPEN INPUT PRTD20-FILE.
002440     IF DL20-PRTD20-STATUS = '35'
002450         OPEN OUTPUT PRTD20-FILE
002460         CLOSE PRTD20-FILE
002470     ELSE
002480         CLOSE PRTD20-FILE
002490     END-IF.
002500     OPEN I-O PRTD20-FILE.
002510 1300-EXIT.
002520     EXIT.
002530*
002540 1400-LOAD-UNITE-TABLE.
002550     MOVE 0 TO DL20-UT-COUNT.
002560     OPEN INPUT PRUNITE-FILE.
002570     IF DL20-PRUNITE-OK
002580         PERFORM 1410-READ-UNITE THRU 1410-EXIT
002590         PERFORM 1420-STORE-UNITE THRU 1420-EXIT
002600             UNTIL DL20-EOF
002610         CLOSE PRUNITE-FILE
002620         MOVE 'N' TO DL20-EOF-SW
002630     END-IF.
002640 1400-EXIT.
002650     EXIT.
002660*
002670 1410-READ-UNITE.
002680     READ PRUNITE-FILE NEXT RECORD
002690         AT END
002700             MOVE 'Y' TO DL20-EOF-SW
002710     END-READ.
002720 1410-EXIT.
002730     EXIT.
002740*
002750 1420-STORE-UNITE.
002760     IF DL20-UT-COUNT < 20
002770         ADD 1 TO DL20-UT-COUNT
002780         MOVE UNI-CD-UNITE TO DL20-UT-UNITE(DL20-UT-COUNT)
002790     END-IF.
002800     PERFORM 1410-READ-UNITE THRU 1410-EXIT.
002810 1420-EXIT.
002820     EXIT.
002830*
002840 1500-LOAD-DEVISE-TABLE.
002850     MOVE 0 TO DL20-DV-COUNT.
002860     OPEN INPUT PRDEVISE-FILE.
002870     IF DL20-PRDEVISE-OK
002880         PERFORM 1510-READ-DEVISE THRU 1510-EXIT
002890         PERFORM 1520-STORE-DEVISE THRU 1520-EXIT
002900             UNTIL DL20-EOF
002910         CLOSE PRDEVISE-FILE
002920         MOVE 'N' TO DL20-EOF-SW
002930     END-IF.
002940 1500-EXIT.
002950     EXIT.
002960*
002970 1510-READ-DEVISE.
002980     READ PRDEVISE-FILE NEXT RECORD
002990         AT END
003000             MOVE 'Y' TO DL20-EOF-SW
003010     END-READ.
003020 1510-EXIT.
003030     EXIT.
003040*
003050 1520-STORE-DEVISE.
003060     IF DL20-DV-COUNT < 50
003070         ADD 1 TO DL20-DV-COUNT
003080         MOVE DEV-CD-DEVISE TO DL20-DV-DEVISE(DL20-DV-COUNT)
003090     END-IF.
003100     PERFORM 1510-READ-DEVISE THRU 1510-EXIT.
003110 1520-EXIT.
003120     EXIT.
003130*
003140*
003150 1600-OPEN-PAYEE-FILE.
003160*    READ BY KEY ONLY. WITHOUT IT NO PAYEE CAN BE CONFIRMED, SO
003170*    EVERY CANDIDATE IS RETURNED WITH REASON 11 RATHER THAN
003180*    CREATED UNLINKED.
003190     OPEN INPUT PRBENEF-FILE.
003200     IF DL20-PRBENEF-OK
003210         MOVE 'Y' TO DL20-BENEF-SW
003220     ELSE
003230         DISPLAY 'PRTD20IN - PRBENEF NOT AVAILABLE, STATUS '
003240             DL20-PRBENEF-STATUS ' - NO PAYEE CAN BE LINKED'
003250     END-IF.
003260 1600-EXIT.
003270     EXIT.
003280*
003290 1700-OPEN-NUMBER-FILES.
003300*    WITHOUT PRNUMER NO NUMBER CAN BE ALLOCATED - TRANSACTIONS
003310*    THAT CARRY THEIR OWN NUMBER ARE STILL TAKEN, THE OTHERS
003320*    ARE RETURNED WITH REASON 13.
003330     OPEN I-O PRNUMER-FILE.
003340     IF DL20-PRNUMER-OK
003350         MOVE 'Y' TO DL20-NUMER-SW
003360     ELSE
003370         DISPLAY 'PRTD20IN - PRNUMER NOT AVAILABLE, STATUS '
003380             DL20-PRNUMER-STATUS ' - NO NUMBER CAN BE ALLOCATED'
003390     END-IF.
003400     OPEN INPUT PRNUMLG-FILE.
003410     IF DL20-PRNUMLG-STATUS = '35'
003420         OPEN OUTPUT PRNUMLG-FILE
003430         CLOSE PRNUMLG-FILE
003440     ELSE
003450         CLOSE PRNUMLG-FILE
003460     END-IF.
003470     OPEN I-O PRNUMLG-FILE.
003480 1700-EXIT.
003490     EXIT.
003500*
003510 2000-PROCESS-INTAKE.
003520     PERFORM 2200-VALIDATE-TXN THRU 2200-EXIT.
003530     IF DL20-TXN-VALID
003540         PERFORM 3000-CREATE-DOSSIER THRU 3000-EXIT
003550     ELSE
003560         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
003570     END-IF.
003580     PERFORM 2100-READ-INTAKE THRU 2100-EXIT.
003590 2000-EXIT.
003600     EXIT.
003610*
003620 2100-READ-INTAKE.
003630     READ PRTD20I-FILE NEXT RECORD
003640         AT END
003650             MOVE 'Y' TO DL20-EOF-SW
003660         NOT AT END
003670             ADD 1 TO DL20-TXNS-READ
003680     END-READ.
003690 2100-EXIT.
003700     EXIT.
003710*
003720 2200-VALIDATE-TXN.
003730     MOVE 'Y' TO DL20-VALID-SW.
003740     MOVE SPACES TO DL20-CD-RAISON DL20-LIB-RAISON.
003750     PERFORM 2250-CHECK-NUMERO THRU 2250-EXIT.
003760     IF NOT DL20-TXN-VALID
003770         GO TO 2200-EXIT
003780     END-IF.
003790     IF PRINTK-RECH = SPACES
003800         MOVE '03' TO DL20-CD-RAISON
003810         MOVE 'BLANK RECH KEY' TO DL20-LIB-RAISON
003820         MOVE 'N' TO DL20-VALID-SW
003830         GO TO 2200-EXIT
003840     END-IF.
003850     IF PRINTK-CD-ETA NOT = 'S' AND NOT = 'V' AND NOT = 'R'
003860         MOVE '04' TO DL20-CD-RAISON
003870         MOVE 'INVALID STATUS CODE' TO DL20-LIB-RAISON
003880         MOVE 'N' TO DL20-VALID-SW
003890         GO TO 2200-EXIT
003900     END-IF.
003910     PERFORM 2400-CHECK-DATE THRU 2400-EXIT.
003920     IF NOT DL20-TXN-VALID
003930         GO TO 2200-EXIT
003940     END-IF.
003950     IF PRINTK-MT-DOSSIER NOT NUMERIC
003960         OR PRINTK-MT-DOSSIER NOT > ZERO
003970         MOVE '06' TO DL20-CD-RAISON
003980         MOVE 'AMOUNT NOT NUMERIC/IN RANGE' TO DL20-LIB-RAISON
003990         MOVE 'N' TO DL20-VALID-SW
004000         GO TO 2200-EXIT
004010     END-IF.
004020     PERFORM 2500-CHECK-UNITE THRU 2500-EXIT.
004030     IF NOT DL20-UNITE-OK
004040         MOVE '07' TO DL20-CD-RAISON
004050         MOVE 'UNKNOWN OWNING UNIT CODE' TO DL20-LIB-RAISON
004060         MOVE 'N' TO DL20-VALID-SW
004070         GO TO 2200-EXIT
004080     END-IF.
004090     PERFORM 2600-CHECK-DEVISE THRU 2600-EXIT.
004100     IF NOT DL20-DEVISE-OK
004110         MOVE '09' TO DL20-CD-RAISON
004120         MOVE 'UNKNOWN CURRENCY CODE' TO DL20-LIB-RAISON
004130         MOVE 'N' TO DL20-VALID-SW
004140         GO TO 2200-EXIT
004150     END-IF.
004160     PERFORM 2700-CHECK-BENEF THRU 2700-EXIT.
004170 2200-EXIT.
004180     EXIT.
004190*
004200 2250-CHECK-NUMERO.
004210*    A BLANK OR ZERO NUMBER IS ALLOCATED IN 3000 ONCE THE REST
004220*    OF THE TRANSACTION IS KNOWN GOOD, SO NO NUMBER IS SPENT ON
004230*    A REJECT. A NUMBER GIVEN MUST CARRY ITS CHECK DIGIT - ONE
004240*    OF TEN DIGITS OR FEWER PREDATES ALLOCATION AND MAY ADDRESS
004250*    AN EXISTING DOSSIER BUT NOT CREATE A NEW ONE.
004260     MOVE 'N' TO DL20-ALLOC-SW.
004270     IF PRINTK-RECORD(1:11) = SPACES
004280         MOVE 'Y' TO DL20-ALLOC-SW
004290         GO TO 2250-EXIT
004300     END-IF.
004310     IF PRINTK-NO-DOSSIER NOT NUMERIC
004320         MOVE '01' TO DL20-CD-RAISON
004330         MOVE 'DOSSIER NO NOT NUMERIC' TO DL20-LIB-RAISON
004340         MOVE 'N' TO DL20-VALID-SW
004350         GO TO 2250-EXIT
004360     END-IF.
004370     IF PRINTK-NO-DOSSIER = ZERO
004380         MOVE 'Y' TO DL20-ALLOC-SW
004390         GO TO 2250-EXIT
004400     END-IF.
004410     MOVE 'V' TO DL20-NA-FONCTION.
004420     MOVE 'PRTD20IN' TO DL20-NA-PROGRAMME.
004430     MOVE DL20-TODAY TO DL20-NA-TODAY.
004440     MOVE PRINTK-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
004450     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
004460     IF NOT DL20-NA-OK
004470         MOVE '12' TO DL20-CD-RAISON
004480         MOVE 'CHECK DIGIT WRONG OR MISSING' TO DL20-LIB-RAISON
004490         MOVE 'N' TO DL20-VALID-SW
004500         GO TO 2250-EXIT
004510     END-IF.
004520     MOVE PRINTK-NO-DOSSIER TO DL20-NO-DOSSIER.
004530     PERFORM 2300-CHECK-ON-FILE THRU 2300-EXIT.
004540 2250-EXIT.
004550     EXIT.
004560*
004570 2300-CHECK-ON-FILE.
004580     MOVE PRINTK-NO-DOSSIER TO LDO-NO-DOSSIER.
004590     READ PRTD20-FILE
004600         KEY IS LDO-NO-DOSSIER
004610         INVALID KEY
004620             CONTINUE
004630         NOT INVALID KEY
004640             MOVE '02' TO DL20-CD-RAISON
004650             MOVE 'DOSSIER ALREADY ON FILE' TO DL20-LIB-RAISON
004660             MOVE 'N' TO DL20-VALID-SW
004670     END-READ.
004680 2300-EXIT.
004690     EXIT.
004700*
004710 2400-CHECK-DATE.
004720     IF PRINTK-DT-SAI NOT NUMERIC
004730         OR PRINTK-DT-SAI = ZERO
004740         OR PRINTK-DT-SAI-AAAA < 1990
004750         OR PRINTK-DT-SAI-MM < 01
004760         OR PRINTK-DT-SAI-MM > 12
004770         OR PRINTK-DT-SAI-JJ < 01
004780         OR PRINTK-DT-SAI-JJ > 31
004790         OR PRINTK-DT-SAI > DL20-TODAY
004800         MOVE '05' TO DL20-CD-RAISON
004810         MOVE 'IMPLAUSIBLE ENTRY DATE' TO DL20-LIB-RAISON
004820         MOVE 'N' TO DL20-VALID-SW
004830     END-IF.
004840 2400-EXIT.
004850     EXIT.
004860*
004870 2500-CHECK-UNITE.
004880     MOVE 'N' TO DL20-UNITE-OK-SW.
004890     IF DL20-UT-COUNT > 0
004900         SET DL20-UT-IDX TO 1
004910         SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
004920             AT END
004930                 CONTINUE
004940             WHEN DL20-UT-UNITE(DL20-UT-IDX)
004950                     = PRINTK-CD-UNITE
004960                 MOVE 'Y' TO DL20-UNITE-OK-SW
004970         END-SEARCH
004980     END-IF.
004990 2500-EXIT.
005000     EXIT.
005010*
005020 2600-CHECK-DEVISE.
005030*    A BLANK CURRENCY MEANS THE REFERENCE CURRENCY AND IS
005040*    ALWAYS ACCEPTED, AS IS 'EUR' ITSELF; ANYTHING ELSE MUST
005050*    BE ON THE PRDEVISE REFERENCE FILE.
005060     MOVE 'N' TO DL20-DEVISE-OK-SW.
005070     IF PRINTK-CD-DEVISE = SPACES
005080         OR PRINTK-CD-DEVISE = 'EUR'
005090         MOVE 'Y' TO DL20-DEVISE-OK-SW
005100         GO TO 2600-EXIT
005110     END-IF.
005120     IF DL20-DV-COUNT > 0
005130         SET DL20-DV-IDX TO 1
005140         SEARCH DL20-DV-ENTRY VARYING DL20-DV-IDX
005150             AT END
005160                 CONTINUE
005170             WHEN DL20-DV-DEVISE(DL20-DV-IDX)
005180                     = PRINTK-CD-DEVISE
005190                 MOVE 'Y' TO DL20-DEVISE-OK-SW
005200         END-SEARCH
005210     END-IF.
005220 2600-EXIT.
005230     EXIT.
005240*
005250 2700-CHECK-BENEF.
005260     IF PRINTK-ID-BENEF = SPACES
005270         MOVE '10' TO DL20-CD-RAISON
005280         MOVE 'NO PAYEE GIVEN' TO DL20-LIB-RAISON
005290         MOVE 'N' TO DL20-VALID-SW
005300         GO TO 2700-EXIT
005310     END-IF.
005320     IF NOT DL20-BENEF-OUVERT
005330         MOVE '11' TO DL20-CD-RAISON
005340         MOVE 'PAYEE UNKNOWN OR CLOSED' TO DL20-LIB-RAISON
005350         MOVE 'N' TO DL20-VALID-SW
005360         GO TO 2700-EXIT
005370     END-IF.
005380     MOVE PRINTK-ID-BENEF TO PRBEN-ID-BENEF.
005390     READ PRBENEF-FILE
005400         KEY IS PRBEN-ID-BENEF
005410         INVALID KEY
005420             MOVE '11' TO DL20-CD-RAISON
005430             MOVE 'PAYEE UNKNOWN OR CLOSED' TO DL20-LIB-RAISON
005440             MOVE 'N' TO DL20-VALID-SW
005450         NOT INVALID KEY
005460             IF NOT PRBEN-ACTIF
005470                 MOVE '11' TO DL20-CD-RAISON
005480                 MOVE 'PAYEE UNKNOWN OR CLOSED'
005490                     TO DL20-LIB-RAISON
005500                 MOVE 'N' TO DL20-VALID-SW
005510             END-IF
005520     END-READ.
005530 2700-EXIT.
005540     EXIT.
005550*
005560 3000-CREATE-DOSSIER.
005570     IF DL20-A-ALLOUER
005580         PERFORM 3050-ALLOCATE-NUMBER THRU 3050-EXIT
005590         IF NOT DL20-TXN-VALID
005600             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
005610             GO TO 3000-EXIT
005620         END-IF
005630     END-IF.
005640     MOVE SPACES TO PRTD20-RECORD.
005650     MOVE 'PRTD20' TO PRTD20-RECORD(1:8).
005660     MOVE PRINTK-RECH        TO PRTD20-RECH.
005670     MOVE DL20-NO-DOSSIER    TO LDO-NO-DOSSIER.
005680     MOVE PRINTK-CD-ETA      TO LDO-CD-ETA.
005690     MOVE PRINTK-DT-SAI      TO LDO-DT-SAI.
005700     IF LDO-CD-ETA-VAL
005710         MOVE DL20-TODAY TO LDO-DT-VAL
005720     ELSE
005730         MOVE ZERO TO LDO-DT-VAL
005740     END-IF.
005750     MOVE PRINTK-MT-DOSSIER  TO LDO-MT-DOSSIER.
005760     MOVE PRINTK-LIB-DOSSIER TO LDO-LIB-DOSSIER.
005770     MOVE PRINTK-CD-UNITE    TO LDO-CD-UNITE.
005780     MOVE SPACE              TO LDO-CD-REGL.
005790     MOVE ZERO               TO LDO-DT-REGL.
005800     IF PRINTK-CD-DEVISE = SPACES
005810         MOVE 'EUR' TO LDO-CD-DEVISE
005820     ELSE
005830         MOVE PRINTK-CD-DEVISE TO LDO-CD-DEVISE
005840     END-IF.
005850     MOVE PRINTK-ID-BENEF    TO LDO-ID-BENEF.
005860     IF LDO-CD-ETA-VAL
005870         PERFORM 3020-CHECK-SEUIL THRU 3020-EXIT
005880     END-IF.
005890     CALL 'PRTD20TR' USING LDO-LIB-DOSSIER.
005900     WRITE PRTD20-RECORD
005910         INVALID KEY
005920             MOVE '02' TO DL20-CD-RAISON
005930             MOVE 'DOSSIER ALREADY ON FILE' TO DL20-LIB-RAISON
005940             MOVE 'N' TO DL20-VALID-SW
005950             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
005960         NOT INVALID KEY
005970             ADD 1 TO DL20-DOSSIERS-CREES
005980             IF LDO-CD-ETA-APP
005990                 ADD 1 TO DL20-DOSSIERS-APP
006000             END-IF
006010             PERFORM 3100-WRITE-INITIAL-AUDIT THRU 3100-EXIT
006020     END-WRITE.
006030 3000-EXIT.
006040     EXIT.
006050*
006060 3020-CHECK-SEUIL.
006070*    A DOSSIER SUBMITTED STRAIGHT TO VAL GOES THROUGH THE SAME
006080*    FOUR-EYES RULE AS A SAI TO VAL THROUGH PRTD20CH: ABOVE THE
006090*    THRESHOLD, ON THE AMOUNT CONVERTED BY PRTD20CV, IT IS
006100*    CREATED IN APP AND WAITS FOR AN OPERATOR TO APPROVE IT ON
006110*    PR2O. THE REQUESTER ON THE INITIAL TRANSITION IS LEFT
006120*    BLANK AS FOR EVERY BATCH INTAKE, SO ANY OPERATOR MAY.
006130     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
006140     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
006150     CALL 'PRTD20CV' USING DL20-CV-PARMS.
006160     IF DL20-SEUIL-APPROB > 0
006170         AND DL20-CV-MT-REF > DL20-SEUIL-APPROB
006180         MOVE 'A' TO LDO-CD-ETA
006190         MOVE ZERO TO LDO-DT-VAL
006200     END-IF.
006210 3020-EXIT.
006220     EXIT.
006230*
006240 3050-ALLOCATE-NUMBER.
006250*    THE UNIT WAS CHECKED AGAINST PRUNITE IN 2500; A UNIT WITH
006260*    NO PRNUMER RANGE, OR A RANGE USED UP, GETS NO NUMBER.
006270     IF NOT DL20-NUMER-OUVERT
006280         PERFORM 3080-NO-NUMBER THRU 3080-EXIT
006290         GO TO 3050-EXIT
006300     END-IF.
006310     MOVE PRINTK-CD-UNITE TO NUM-CD-UNITE.
006320     READ PRNUMER-FILE
006330         KEY IS NUM-CD-UNITE
006340         INVALID KEY
006350             PERFORM 3080-NO-NUMBER THRU 3080-EXIT
006360     END-READ.
006370     IF NOT DL20-TXN-VALID
006380         GO TO 3050-EXIT
006390     END-IF.
006400     MOVE 'A' TO DL20-NA-FONCTION.
006410     MOVE 'PRTD20IN' TO DL20-NA-PROGRAMME.
006420     MOVE DL20-TODAY TO DL20-NA-TODAY.
006430     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
006440     IF NOT DL20-NA-OK
006450         PERFORM 3080-NO-NUMBER THRU 3080-EXIT
006460         GO TO 3050-EXIT
006470     END-IF.
006480     REWRITE PRNUMER-RECORD
006490         INVALID KEY
006500             DISPLAY 'PRTD20IN - PRNUMER REWRITE FAILED, STATUS '
006510                 DL20-PRNUMER-STATUS ' UNIT ' NUM-CD-UNITE
006520             PERFORM 3080-NO-NUMBER THRU 3080-EXIT
006530     END-REWRITE.
006540     IF NOT DL20-TXN-VALID
006550         GO TO 3050-EXIT
006560     END-IF.
006570     MOVE DL20-NA-NO-DOSSIER TO DL20-NO-DOSSIER.
006580     ADD 1 TO DL20-NOS-ALLOUES.
006590     PERFORM 3060-LOG-ALLOCATION THRU 3060-EXIT.
006600 3050-EXIT.
006610     EXIT.
006620*
006630 3060-LOG-ALLOCATION.
006640     MOVE SPACES TO PRNUMLG-RECORD.
006650     MOVE DL20-NO-DOSSIER TO NLG-NO-DOSSIER.
006660     MOVE NUM-CD-UNITE    TO NLG-CD-UNITE.
006670     MOVE DL20-TODAY      TO NLG-DT-ALLOC.
006680     MOVE DL20-HEURE      TO NLG-HR-ALLOC.
006690     MOVE 'PRTD20IN'      TO NLG-ID-PROGRAMME.
006700     MOVE SPACES          TO NLG-ID-OPER.
006710     WRITE PRNUMLG-RECORD
006720         INVALID KEY
006730             DISPLAY 'PRTD20IN - PRNUMLG WRITE FAILED, STATUS '
006740                 DL20-PRNUMLG-STATUS ' DOSSIER ' DL20-NO-DOSSIER
006750     END-WRITE.
006760 3060-EXIT.
006770     EXIT.
006780*
006790 3080-NO-NUMBER.
006800     MOVE '13' TO DL20-CD-RAISON.
006810     MOVE 'NO NUMBER FREE FOR UNIT' TO DL20-LIB-RAISON.
006820     MOVE 'N' TO DL20-VALID-SW.
006830 3080-EXIT.
006840     EXIT.
006850*
006860 3100-WRITE-INITIAL-AUDIT.
006870     PERFORM 3200-LOOKUP-SEQ THRU 3200-EXIT.
006880     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
006890     MOVE DL20-NEW-SEQ   TO PRAUD-NO-SEQ.
006900     MOVE SPACE          TO PRAUD-CD-ETA-AVANT.
006910     MOVE LDO-CD-ETA     TO PRAUD-CD-ETA-APRES.
006920     MOVE DL20-TODAY     TO PRAUD-DT-TRANSIT.
006930     MOVE DL20-HEURE     TO PRAUD-HR-TRANSIT.
006940     MOVE 'PRTD20IN'     TO PRAUD-ID-PROGRAMME.
006950     MOVE SPACES         TO PRAUD-CD-MOTIF.
006960     MOVE SPACES         TO PRAUD-ID-OPER.
006970     WRITE PRAUD20-RECORD
006980         INVALID KEY
006990             DISPLAY 'PRTD20IN - AUDIT WRITE FAILED, STATUS '
007000                 DL20-PRAUD20-STATUS ' DOSSIER '
007010                 PRAUD-NO-DOSSIER
007020             ADD 1 TO DL20-AUDIT-FAILED
007030         NOT INVALID KEY
007040             ADD 1 TO DL20-AUDIT-COUNT
007050     END-WRITE.
007060 3100-EXIT.
007070     EXIT.
007080*
007090 3200-LOOKUP-SEQ.
007100*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
007110*    KEY, TO FIND ITS HIGHEST SEQUENCE ON FILE - THE BATCH
007120*    COUNTERPART OF THE BACKWARD BROWSE PRTD20O USES ONLINE.
007130     MOVE 0 TO DL20-NEW-SEQ.
007140     MOVE 'N' TO DL20-FIN-CHAINE-SW.
007150     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
007160     MOVE 0 TO PRAUD-NO-SEQ.
007170     START PRAUD20-FILE KEY IS NOT LESS THAN PRAUD-KEY
007180         INVALID KEY
007190             MOVE 'Y' TO DL20-FIN-CHAINE-SW
007200     END-START.
007210     PERFORM 3210-READ-CHAIN THRU 3210-EXIT
007220         UNTIL DL20-FIN-CHAINE.
007230     ADD 1 TO DL20-NEW-SEQ.
007240 3200-EXIT.
007250     EXIT.
007260*
007270 3210-READ-CHAIN.
007280     READ PRAUD20-FILE NEXT RECORD
007290         AT END
007300             MOVE 'Y' TO DL20-FIN-CHAINE-SW
007310         NOT AT END
007320             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
007330                 MOVE PRAUD-NO-SEQ TO DL20-NEW-SEQ
007340             ELSE
007350                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
007360             END-IF
007370     END-READ.
007380 3210-EXIT.
007390     EXIT.
007400*
007410 4000-REJECT-TXN.
007420     MOVE DL20-CD-RAISON  TO PRINRJ-CD-RAISON.
007430     MOVE DL20-LIB-RAISON TO PRINRJ-LIB-RAISON.
007440     MOVE PRINTK-RECORD   TO PRINRJ-IMAGE.
007450     WRITE PRINRJ-RECORD.
007460     ADD 1 TO DL20-TXNS-REJETEES.
007470 4000-EXIT.
007480     EXIT.
007490*
007500 8000-TERMINATE.
007510     CLOSE PRTD20-FILE.
007520     MOVE 'L' TO DL20-GD-FONCTION.
007530     MOVE 'PRTD20IN' TO DL20-GD-PROGRAMME.
007540     CALL 'PRTD20GD' USING DL20-GD-PARMS.
007550     IF DL20-GD-ECHEC
007560         DISPLAY 'PRTD20IN - WARNING, GUARD MARKER NOT LIFTED'
007570     END-IF.
007580     CLOSE PRAUD20-FILE.
007590     CLOSE PRTD20I-FILE.
007600     CLOSE PRTD20J-FILE.
007610     IF DL20-BENEF-OUVERT
007620         CLOSE PRBENEF-FILE
007630     END-IF.
007640     IF DL20-NUMER-OUVERT
007650         CLOSE PRNUMER-FILE
007660     END-IF.
007670     CLOSE PRNUMLG-FILE.
007680     DISPLAY 'PRTD20IN - TXNS READ        : ' DL20-TXNS-READ.
007690     DISPLAY 'PRTD20IN - DOSSIERS CREATED : '
007700         DL20-DOSSIERS-CREES.
007710     DISPLAY 'PRTD20IN - HELD FOR APPROVAL: '
007720         DL20-DOSSIERS-APP.
007730     DISPLAY 'PRTD20IN - NUMBERS ALLOCATED: '
007740         DL20-NOS-ALLOUES.
007750     DISPLAY 'PRTD20IN - TXNS REJECTED    : '
007760         DL20-TXNS-REJETEES.
007770     DISPLAY 'PRTD20IN - AUDIT RECS MADE  : ' DL20-AUDIT-COUNT.
007780     IF DL20-AUDIT-FAILED > 0
007790         DISPLAY 'PRTD20IN - WARNING, AUDIT WRITES FAILED : '
007800             DL20-AUDIT-FAILED
007810     END-IF.
007820     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
007830 8000-EXIT.
007840     EXIT.
007850*
007860 8900-WRITE-RUN-LEDGER.
007870     MOVE 'PRTD20IN' TO DL20-JW-PROGRAMME.
007880     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
007890     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
007900     MOVE DL20-DOSSIERS-CREES TO DL20-JW-RECS-ECRITS.
007910     IF DL20-TXNS-REJETEES > 0
007920         OR DL20-AUDIT-FAILED > 0
007930         MOVE 'W' TO DL20-JW-RESULTAT
007940     ELSE
007950         MOVE 'O' TO DL20-JW-RESULTAT
007960     END-IF.
007970     CALL 'PRTD20JW' USING DL20-JW-PARMS.
007980     IF DL20-JW-ECHEC
007990         DISPLAY 'PRTD20IN - WARNING, RUN LEDGER WRITE FAILED'
008000     END-IF.
008010 8900-EXIT.
008020     EXIT.
