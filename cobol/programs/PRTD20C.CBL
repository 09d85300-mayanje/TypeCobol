000390*                     VALIDATED AGAINST PRDEVISE (REASON 09,      *
000400*                     BLANK DEFAULTS TO EUR) AND CARRIED TO       *
000410*                     LDO-CD-DEVISE, MIRRORING PRTD20IN.          *
000420*    2026-09-03  DLM  THE INITIAL PRAUD20 WRITE IS NOW RESP-      *
000430*                     CHECKED; A FAILURE ANSWERS 'DOSSIER         *
000440*                     CREATED BUT AUDIT WRITE FAILED' INSTEAD     *
000450*                     OF A CLEAN CONFIRMATION, SO THE MASTER/     *
000460*                     AUDIT MISMATCH IS REPORTED AT THE DESK,     *
000470*                     NOT DISCOVERED BY PRTD20CK OVERNIGHT.       *
000480*    2026-09-09  DLM  THE PAYEE CODE (PRINTK-ID-BENEF, SCREEN      *
000490*                     COLUMNS 73-80) IS NOW REQUIRED AND READ ON   *
000500*                     THE PRBENEF PAYEE MASTER (REASON 10 WHEN     *
000510*                     BLANK, 11 WHEN NOT AN ACTIVE PAYEE), THEN    *
000520*                     CARRIED TO LDO-ID-BENEF, MIRRORING PRTD20IN. *
000530*    2026-09-09  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000540*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000550*                     USED UP. NO CODE CHANGE.                     *
000560*    2026-09-15  DLM  THE OPERATOR NO LONGER KEYS THE DOSSIER     *
000570*                     NUMBER (SCREEN COLUMNS 1-11 ARE IGNORED).   *
000580*                     ONCE THE FIELDS PASS VALIDATION THE NUMBER  *
000590*                     IS ALLOCATED FROM THE UNIT'S PRNUMER RANGE  *
000600*                     THROUGH PRTD20NA, LOGGED ON PRNUMLG AND     *
000610*                     SHOWN IN THE CONFIRMATION (REASON 13 WHEN   *
000620*                     THE UNIT HAS NO NUMBER FREE). THE NUMERIC   *
000630*                     AND DUPLICATE NUMBER CHECKS ARE GONE WITH   *
000640*                     THE KEYED NUMBER.                           *
000650*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000660*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000670*                     USED UP. NO CODE CHANGE.                     *
000680*    2026-09-22  DLM  A DOSSIER KEYED AS VAL WHOSE AMOUNT,        *
000690*                     CONVERTED AT THE LATEST PRTAUX RATE, IS     *
000700*                     ABOVE THE PRPARAM SEUILAPPRO THRESHOLD IS   *
000710*                     NOW CREATED IN APP, WITH THIS TERMINAL AS   *
000720*                     THE REQUESTER ON THE INITIAL PRAUD20        *
000730*                     TRANSITION, AND MUST BE APPROVED BY ANOTHER *
000740*                     OPERATOR ON PR2O - IT NO LONGER BYPASSES    *
000750*                     FOUR-EYES APPROVAL.                         *
000760*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000770*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000780*                     USED UP. NO CODE CHANGE.                     *
000790*****************************************************************
000800 ENVIRONMENT DIVISION.
000810 DATA DIVISION.
000820 WORKING-STORAGE SECTION.
000830     COPY XPRTD20.
000840     COPY XPRAUD.
000850     COPY XPRINTK.
000860     COPY XPRUNI.
000870     COPY XPRGRD.
000880     COPY XPRDEV.
000890     COPY XPRBEN.
000900     COPY XPRNUM.
000910     COPY XPRNLG.
000920     COPY XPRNALK.
000930     COPY XPRPAR.
000940     COPY XPRTAU.
000950 01  DL20-SCREEN-IN             PIC X(80).
000960 01  DL20-SCREEN-OUT            PIC X(80).
000970 01  DL20-RESP                  PIC S9(8)  USAGE COMP.
000980 01  DL20-RESP2                 PIC S9(8)  USAGE COMP.
000990 01  DL20-TODAY                 PIC 9(8).
001000 01  DL20-HEURE                 PIC 9(6).
001010 01  DL20-VALID-SW              PIC X(1).
001020     88  DL20-TXN-VALID             VALUE 'Y'.
001030 01  DL20-GARDE-OK-SW           PIC X(1).
001040     88  DL20-GARDE-OK              VALUE 'Y'.
001050 01  DL20-AUDIT-OK-SW           PIC X(1).
001060     88  DL20-AUDIT-OK              VALUE 'Y'.
001070 01  DL20-RAISON.
001080     05  DL20-CD-RAISON         PIC X(2).
001090     05  DL20-LIB-RAISON        PIC X(30).
001100 01  DL20-CHAMP-ERREUR          PIC X(30).
001110 01  DL20-NEW-SEQ               PIC 9(5)  USAGE COMP-3.
001120 01  DL20-FIN-BROWSE-SW         PIC X(1).
001130     88  DL20-FIN-BROWSE            VALUE 'Y'.
001140 01  DL20-TAUX-RBA              PIC S9(8)  USAGE COMP.
001150 01  DL20-TAUX-RETENU           PIC 9(5)V9(6).
001160 01  DL20-DT-TAUX-RETENU        PIC 9(8).
001170 01  DL20-SEUIL-APPROB          PIC S9(13)V9(2) USAGE COMP-3.
001180 01  DL20-MT-REF                PIC S9(13)V9(2) USAGE COMP-3.
001190 LINKAGE SECTION.
001200 01  DFHCOMMAREA.
001210     05  DL20-CA-STATE          PIC X(1).
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-CAPTURE-DOSSIER THRU 1000-EXIT.
001250     MOVE '1' TO DL20-CA-STATE.
001260     EXEC CICS RETURN
001270         TRANSID ('PR2C')
001280         COMMAREA (DFHCOMMAREA)
001290     END-EXEC.
001300*
001310 1000-CAPTURE-DOSSIER.
001320     MOVE SPACES TO DL20-SCREEN-OUT.
001330     MOVE 'NEW DOSSIER - KEY FROM COLUMN 12 :' TO
001340         DL20-SCREEN-OUT(1:34).
001350     MOVE 'RECH+ETA+DATE+AMOUNT+LABEL+UNIT+CCY+PAYEE' TO
001360         DL20-SCREEN-OUT(36:41).
001370     EXEC CICS SEND TEXT
001380         FROM (DL20-SCREEN-OUT)
001390         LENGTH (80)
001400         ERASE
001410     END-EXEC.
001420     MOVE SPACES TO DL20-SCREEN-IN.
001430     EXEC CICS RECEIVE
001440         INTO (DL20-SCREEN-IN)
001450         LENGTH (80)
001460     END-EXEC.
001470     MOVE DL20-SCREEN-IN(1:80) TO PRINTK-RECORD(1:80).
001480     PERFORM 2000-CHECK-GARDE THRU 2000-EXIT.
001490     IF NOT DL20-GARDE-OK
001500         GO TO 1000-EXIT
001510     END-IF.
001520     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001530     ACCEPT DL20-HEURE FROM TIME.
001540     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT.
001550     IF DL20-TXN-VALID
001560         PERFORM 4000-CREATE-DOSSIER THRU 4000-EXIT
001570     ELSE
001580         PERFORM 5000-SEND-REJECTION THRU 5000-EXIT
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620*
001630 2000-CHECK-GARDE.
001640*    A POSED MARKER MEANS A BATCH UPDATE JOB OWNS PRTD20 RIGHT
001650*    NOW - SAME RULE AS THE PR2O MAINTENANCE TRANSACTION.
001660     MOVE 'Y' TO DL20-GARDE-OK-SW.
001670     MOVE 'PRTD20' TO PRGRD-ID.
001680     EXEC CICS READ
001690         DATASET ('PRGARDE')
001700         INTO (PRGRD-RECORD)
001710         RIDFLD (PRGRD-ID)
001720         KEYLENGTH (8)
001730         RESP (DL20-RESP)
001740         RESP2 (DL20-RESP2)
001750     END-EXEC.
001760     IF DL20-RESP = DFHRESP(NORMAL)
001770         AND PRGRD-EN-MAINTENANCE
001780         MOVE 'N' TO DL20-GARDE-OK-SW
001790         MOVE SPACES TO DL20-SCREEN-OUT
001800         MOVE 'FILE IN BATCH MAINTENANCE - TRY LATER' TO
001810             DL20-SCREEN-OUT(1:38)
001820         EXEC CICS SEND TEXT
001830             FROM (DL20-SCREEN-OUT)
001840             LENGTH (80)
001850             ERASE
001860         END-EXEC
001870     END-IF.
001880 2000-EXIT.
001890     EXIT.
001900*
001910 3000-VALIDATE-FIELDS.
001920*    THE CHECKS, THEIR ORDER AND THEIR REASON CODES MIRROR
001930*    PRTD20IN 2200-VALIDATE-TXN SO THE ONLINE AND BATCH INTAKE
001940*    PATHS CAN NEVER DISAGREE ON WHAT A GOOD DOSSIER IS.
001950     MOVE 'Y' TO DL20-VALID-SW.
001960     MOVE SPACES TO DL20-CD-RAISON DL20-LIB-RAISON.
001970     MOVE SPACES TO DL20-CHAMP-ERREUR.
001980*    THE DOSSIER NUMBER IS NOT KEYED - IT IS ALLOCATED BY
001990*    3500 ONCE EVERYTHING ELSE IS KNOWN GOOD.
002000     IF PRINTK-RECH = SPACES
002010         MOVE '03' TO DL20-CD-RAISON
002020         MOVE 'BLANK RECH KEY' TO DL20-LIB-RAISON
002030         MOVE DL20-SCREEN-IN(12:2) TO DL20-CHAMP-ERREUR
002040         MOVE 'N' TO DL20-VALID-SW
002050         GO TO 3000-EXIT
002060     END-IF.
002070     IF PRINTK-CD-ETA NOT = 'S' AND NOT = 'V' AND NOT = 'R'
002080         MOVE '04' TO DL20-CD-RAISON
002090         MOVE 'INVALID STATUS CODE' TO DL20-LIB-RAISON
002100         MOVE DL20-SCREEN-IN(14:1) TO DL20-CHAMP-ERREUR
002110         MOVE 'N' TO DL20-VALID-SW
002120         GO TO 3000-EXIT
002130     END-IF.
002140     IF PRINTK-DT-SAI NOT NUMERIC
002150         OR PRINTK-DT-SAI = ZERO
002160         OR PRINTK-DT-SAI-AAAA < 1990
002170         OR PRINTK-DT-SAI-MM < 01
002180         OR PRINTK-DT-SAI-MM > 12
002190         OR PRINTK-DT-SAI-JJ < 01
002200         OR PRINTK-DT-SAI-JJ > 31
002210         OR PRINTK-DT-SAI > DL20-TODAY
002220         MOVE '05' TO DL20-CD-RAISON
002230         MOVE 'IMPLAUSIBLE ENTRY DATE' TO DL20-LIB-RAISON
002240         MOVE DL20-SCREEN-IN(15:8) TO DL20-CHAMP-ERREUR
002250         MOVE 'N' TO DL20-VALID-SW
002260         GO TO 3000-EXIT
002270     END-IF.
002280     IF PRINTK-MT-DOSSIER NOT NUMERIC
002290         OR PRINTK-MT-DOSSIER NOT > ZERO
002300         MOVE '06' TO DL20-CD-RAISON
002310         MOVE 'AMOUNT NOT NUMERIC/IN RANGE' TO DL20-LIB-RAISON
002320         MOVE DL20-SCREEN-IN(23:14) TO DL20-CHAMP-ERREUR
002330         MOVE 'N' TO DL20-VALID-SW
002340         GO TO 3000-EXIT
002350     END-IF.
002360     PERFORM 3200-CHECK-UNITE THRU 3200-EXIT.
002370     IF NOT DL20-TXN-VALID
002380         GO TO 3000-EXIT
002390     END-IF.
002400     PERFORM 3300-CHECK-DEVISE THRU 3300-EXIT.
002410     IF NOT DL20-TXN-VALID
002420         GO TO 3000-EXIT
002430     END-IF.
002440     PERFORM 3400-CHECK-BENEF THRU 3400-EXIT.
002450     IF NOT DL20-TXN-VALID
002460         GO TO 3000-EXIT
002470     END-IF.
002480     PERFORM 3500-ALLOCATE-NUMBER THRU 3500-EXIT.
002490 3000-EXIT.
002500     EXIT.
002510*
002520 3200-CHECK-UNITE.
002530     MOVE PRINTK-CD-UNITE TO UNI-CD-UNITE.
002540     EXEC CICS READ
002550         DATASET ('PRUNITE')
002560         INTO (PRUNITE-RECORD)
002570         RIDFLD (UNI-CD-UNITE)
002580         KEYLENGTH (3)
002590         RESP (DL20-RESP)
002600         RESP2 (DL20-RESP2)
002610     END-EXEC.
002620     IF DL20-RESP NOT = DFHRESP(NORMAL)
002630         MOVE '07' TO DL20-CD-RAISON
002640         MOVE 'UNKNOWN OWNING UNIT CODE' TO DL20-LIB-RAISON
002650         MOVE DL20-SCREEN-IN(67:3) TO DL20-CHAMP-ERREUR
002660         MOVE 'N' TO DL20-VALID-SW
002670     END-IF.
002680 3200-EXIT.
002690     EXIT.
002700*
002710 3300-CHECK-DEVISE.
002720*    A BLANK CURRENCY MEANS THE REFERENCE CURRENCY AND IS
002730*    ALWAYS ACCEPTED, AS IS 'EUR' ITSELF; ANYTHING ELSE MUST
002740*    BE ON THE PRDEVISE REFERENCE FILE - SAME RULE AS PRTD20IN.
002750     IF PRINTK-CD-DEVISE = SPACES
002760         OR PRINTK-CD-DEVISE = 'EUR'
002770         GO TO 3300-EXIT
002780     END-IF.
002790     MOVE PRINTK-CD-DEVISE TO DEV-CD-DEVISE.
002800     EXEC CICS READ
002810         DATASET ('PRDEVISE')
002820         INTO (PRDEVISE-RECORD)
002830         RIDFLD (DEV-CD-DEVISE)
002840         KEYLENGTH (3)
002850         RESP (DL20-RESP)
002860         RESP2 (DL20-RESP2)
002870     END-EXEC.
002880     IF DL20-RESP NOT = DFHRESP(NORMAL)
002890         MOVE '09' TO DL20-CD-RAISON
002900         MOVE 'UNKNOWN CURRENCY CODE' TO DL20-LIB-RAISON
002910         MOVE DL20-SCREEN-IN(70:3) TO DL20-CHAMP-ERREUR
002920         MOVE 'N' TO DL20-VALID-SW
002930     END-IF.
002940 3300-EXIT.
002950     EXIT.
002960*
002970 3400-CHECK-BENEF.
002980*    EVERY DOSSIER MUST NAME AN ACTIVE PAYEE ON THE PRBENEF
002990*    MASTER - SAME RULE AS PRTD20IN.
003000     IF PRINTK-ID-BENEF = SPACES
003010         MOVE '10' TO DL20-CD-RAISON
003020         MOVE 'NO PAYEE GIVEN' TO DL20-LIB-RAISON
003030         MOVE DL20-SCREEN-IN(73:8) TO DL20-CHAMP-ERREUR
003040         MOVE 'N' TO DL20-VALID-SW
003050         GO TO 3400-EXIT
003060     END-IF.
003070     MOVE PRINTK-ID-BENEF TO PRBEN-ID-BENEF.
003080     EXEC CICS READ
003090         DATASET ('PRBENEF')
003100         INTO (PRBEN-RECORD)
003110         RIDFLD (PRBEN-ID-BENEF)
003120         KEYLENGTH (8)
003130         RESP (DL20-RESP)
003140         RESP2 (DL20-RESP2)
003150     END-EXEC.
003160     IF DL20-RESP NOT = DFHRESP(NORMAL)
003170         OR NOT PRBEN-ACTIF
003180         MOVE '11' TO DL20-CD-RAISON
003190         MOVE 'PAYEE UNKNOWN OR CLOSED' TO DL20-LIB-RAISON
003200         MOVE DL20-SCREEN-IN(73:8) TO DL20-CHAMP-ERREUR
003210         MOVE 'N' TO DL20-VALID-SW
003220     END-IF.
003230 3400-EXIT.
003240     EXIT.
003250*
003260 3500-ALLOCATE-NUMBER.
003270*    THE PRNUMER RECORD IS HELD FOR UPDATE ONLY WHILE PRTD20NA
003280*    TAKES THE NEXT NUMBER, SO TWO DESKS ON THE SAME UNIT NEVER
003290*    GET THE SAME ONE - SAME ROUTINE AS THE PRTD20IN BATCH.
003300     MOVE PRINTK-CD-UNITE TO NUM-CD-UNITE.
003310     EXEC CICS READ
003320         DATASET ('PRNUMER')
003330         INTO (PRNUMER-RECORD)
003340         RIDFLD (NUM-CD-UNITE)
003350         KEYLENGTH (3)
003360         UPDATE
003370         RESP (DL20-RESP)
003380         RESP2 (DL20-RESP2)
003390     END-EXEC.
003400     IF DL20-RESP NOT = DFHRESP(NORMAL)
003410         PERFORM 3580-NO-NUMBER THRU 3580-EXIT
003420         GO TO 3500-EXIT
003430     END-IF.
003440     MOVE 'A' TO DL20-NA-FONCTION.
003450     MOVE 'PRTD20C' TO DL20-NA-PROGRAMME.
003460     MOVE DL20-TODAY TO DL20-NA-TODAY.
003470     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
003480     IF NOT DL20-NA-OK
003490         EXEC CICS UNLOCK
003500             DATASET ('PRNUMER')
003510         END-EXEC
003520         PERFORM 3580-NO-NUMBER THRU 3580-EXIT
003530         GO TO 3500-EXIT
003540     END-IF.
003550     EXEC CICS REWRITE
003560         DATASET ('PRNUMER')
003570         FROM (PRNUMER-RECORD)
003580         RESP (DL20-RESP)
003590         RESP2 (DL20-RESP2)
003600     END-EXEC.
003610     IF DL20-RESP NOT = DFHRESP(NORMAL)
003620         PERFORM 3580-NO-NUMBER THRU 3580-EXIT
003630         GO TO 3500-EXIT
003640     END-IF.
003650     MOVE DL20-NA-NO-DOSSIER TO PRINTK-NO-DOSSIER.
003660     PERFORM 3550-LOG-ALLOCATION THRU 3550-EXIT.
003670 3500-EXIT.
003680     EXIT.
003690*
003700 3550-LOG-ALLOCATION.
003710*    A FAILED LOG WRITE DOES NOT STOP THE CREATE - THE NUMBER
003720*    IS TAKEN EITHER WAY AND THE DOSSIER ITSELF CARRIES IT.
003730     MOVE SPACES TO PRNUMLG-RECORD.
003740     MOVE PRINTK-NO-DOSSIER TO NLG-NO-DOSSIER.
003750     MOVE NUM-CD-UNITE      TO NLG-CD-UNITE.
003760     MOVE DL20-TODAY        TO NLG-DT-ALLOC.
003770     MOVE DL20-HEURE        TO NLG-HR-ALLOC.
003780     MOVE 'PRTD20C'         TO NLG-ID-PROGRAMME.
003790     MOVE EIBTRMID          TO NLG-ID-OPER.
003800     EXEC CICS WRITE
003810         DATASET ('PRNUMLG')
003820         FROM (PRNUMLG-RECORD)
003830         RIDFLD (NLG-NO-DOSSIER)
003840         KEYLENGTH (6)
003850         RESP (DL20-RESP)
003860         RESP2 (DL20-RESP2)
003870     END-EXEC.
003880 3550-EXIT.
003890     EXIT.
003900*
003910 3580-NO-NUMBER.
003920     MOVE '13' TO DL20-CD-RAISON.
003930     MOVE 'NO NUMBER FREE FOR UNIT' TO DL20-LIB-RAISON.
003940     MOVE DL20-SCREEN-IN(67:3) TO DL20-CHAMP-ERREUR.
003950     MOVE 'N' TO DL20-VALID-SW.
003960 3580-EXIT.
003970     EXIT.
003980*
003990 4000-CREATE-DOSSIER.
004000     MOVE SPACES TO PRTD20-RECORD.
004010     MOVE 'PRTD20' TO PRTD20-RECORD(1:8).
004020     MOVE PRINTK-RECH        TO PRTD20-RECH.
004030     MOVE PRINTK-NO-DOSSIER  TO LDO-NO-DOSSIER.
004040     MOVE PRINTK-CD-ETA      TO LDO-CD-ETA.
004050     MOVE PRINTK-DT-SAI      TO LDO-DT-SAI.
004060     IF LDO-CD-ETA-VAL
004070         MOVE DL20-TODAY TO LDO-DT-VAL
004080     ELSE
004090         MOVE ZERO TO LDO-DT-VAL
004100     END-IF.
004110     MOVE PRINTK-MT-DOSSIER  TO LDO-MT-DOSSIER.
004120     MOVE PRINTK-LIB-DOSSIER TO LDO-LIB-DOSSIER.
004130     MOVE PRINTK-CD-UNITE    TO LDO-CD-UNITE.
004140     MOVE SPACE              TO LDO-CD-REGL.
004150     MOVE ZERO               TO LDO-DT-REGL.
004160     IF PRINTK-CD-DEVISE = SPACES
004170         MOVE 'EUR' TO LDO-CD-DEVISE
004180     ELSE
004190         MOVE PRINTK-CD-DEVISE TO LDO-CD-DEVISE
004200     END-IF.
004210     MOVE PRINTK-ID-BENEF    TO LDO-ID-BENEF.
004220     IF LDO-CD-ETA-VAL
004230         PERFORM 4050-CHECK-SEUIL THRU 4050-EXIT
004240     END-IF.
004250     CALL 'PRTD20TR' USING LDO-LIB-DOSSIER.
004260     EXEC CICS WRITE
004270         DATASET ('PRTD20P')
004280         FROM (PRTD20-RECORD)
004290         RIDFLD (LDO-NO-DOSSIER)
004300         KEYLENGTH (6)
004310         RESP (DL20-RESP)
004320         RESP2 (DL20-RESP2)
004330     END-EXEC.
004340     IF DL20-RESP NOT = DFHRESP(NORMAL)
004350         MOVE '02' TO DL20-CD-RAISON
004360         MOVE 'DOSSIER ALREADY ON FILE' TO DL20-LIB-RAISON
004370         MOVE PRINTK-RECORD(1:11) TO DL20-CHAMP-ERREUR
004380         PERFORM 5000-SEND-REJECTION THRU 5000-EXIT
004390         GO TO 4000-EXIT
004400     END-IF.
004410     PERFORM 4100-WRITE-INITIAL-AUDIT THRU 4100-EXIT.
004420     IF NOT DL20-AUDIT-OK
004430*        THE MASTER RECORD EXISTS BUT ITS INITIAL TRANSITION
004440*        DOES NOT - THE MISMATCH PRTD20CK FLAGS. TELL THE
004450*        OPERATOR NOW INSTEAD OF LETTING THE NIGHTLY CROSS-
004460*        CHECK FIND IT.
004470         MOVE SPACES TO DL20-SCREEN-OUT
004480         MOVE 'DOSSIER CREATED BUT AUDIT WRITE FAILED - ' TO
004490             DL20-SCREEN-OUT(1:42)
004500         MOVE 'REPORT TO SUPERVISOR' TO
004510             DL20-SCREEN-OUT(43:20)
004520         EXEC CICS SEND TEXT
004530             FROM (DL20-SCREEN-OUT)
004540             LENGTH (80)
004550             ERASE
004560         END-EXEC
004570         GO TO 4000-EXIT
004580     END-IF.
004590     MOVE SPACES TO DL20-SCREEN-OUT.
004600     MOVE 'DOSSIER CREATED - ' TO DL20-SCREEN-OUT(1:18).
004610     MOVE PRINTK-RECORD(1:11) TO DL20-SCREEN-OUT(19:11).
004620     MOVE ' ETA ' TO DL20-SCREEN-OUT(30:5).
004630     MOVE LDO-CD-ETA TO DL20-SCREEN-OUT(35:1).
004640     IF LDO-CD-ETA-APP
004650         MOVE ' - HELD FOR APPROVAL' TO DL20-SCREEN-OUT(36:20)
004660     END-IF.
004670     EXEC CICS SEND TEXT
004680         FROM (DL20-SCREEN-OUT)
004690         LENGTH (80)
004700         ERASE
004710     END-EXEC.
004720 4000-EXIT.
004730     EXIT.
004740*
004750 4050-CHECK-SEUIL.
004760*    A DOSSIER KEYED STRAIGHT TO VAL GOES THROUGH THE SAME
004770*    FOUR-EYES RULE AS A SAI TO VAL ON PR2O: ABOVE THE PRPARAM
004780*    SEUILAPPRO THRESHOLD (UNDER PRTD20CH'S ID, REFERENCE-
004790*    CURRENCY UNITS, ZERO SWITCHES THE RULE OFF) IT IS CREATED
004800*    IN APP INSTEAD. THE INITIAL PRAUD20 TRANSITION CARRIES THIS
004810*    TERMINAL AS THE REQUESTER, SO ANOTHER OPERATOR MUST APPROVE
004820*    IT ON PR2O. PRTD20CV CANNOT RUN ONLINE, SO THE THRESHOLD
004830*    AND THE RATE ARE BROWSED HERE BY THE PRTD20O RULES.
004840     MOVE 100000 TO DL20-SEUIL-APPROB.
004850     MOVE LDO-MT-DOSSIER TO DL20-MT-REF.
004860     PERFORM 4060-LOOKUP-SEUIL THRU 4060-EXIT.
004870     IF LDO-CD-DEVISE NOT = SPACES
004880         AND LDO-CD-DEVISE NOT = 'EUR'
004890         PERFORM 4070-LOOKUP-TAUX THRU 4070-EXIT
004900         IF DL20-DT-TAUX-RETENU > 0
004910             COMPUTE DL20-MT-REF ROUNDED =
004920                 LDO-MT-DOSSIER * DL20-TAUX-RETENU
004930         END-IF
004940     END-IF.
004950     IF DL20-SEUIL-APPROB > 0
004960         AND DL20-MT-REF > DL20-SEUIL-APPROB
004970         MOVE 'A' TO LDO-CD-ETA
004980         MOVE ZERO TO LDO-DT-VAL
004990     END-IF.
005000 4050-EXIT.
005010     EXIT.
005020*
005030 4060-LOOKUP-SEUIL.
005040*    LATEST PRPARAM ENTRY FOR (PRTD20CH, SEUILAPPRO) NOT DATED
005050*    IN THE FUTURE - SAME BROWSE AS PRTD20O 3070-LOOKUP-SEUIL.
005060     MOVE 'PRTD20CH'   TO PAR-ID-PROGRAMME.
005070     MOVE 'SEUILAPPRO' TO PAR-NOM-PARM.
005080     MOVE 0            TO PAR-DT-EFFET.
005090     MOVE 'N' TO DL20-FIN-BROWSE-SW.
005100     EXEC CICS STARTBR
005110         DATASET ('PRPARAM')
005120         RIDFLD (PAR-KEY)
005130         KEYLENGTH (26)
005140         GTEQ
005150         RESP (DL20-RESP)
005160     END-EXEC.
005170     IF DL20-RESP NOT = DFHRESP(NORMAL)
005180         GO TO 4060-EXIT
005190     END-IF.
005200     PERFORM 4065-READ-NEXT-PARAM THRU 4065-EXIT
005210         UNTIL DL20-FIN-BROWSE.
005220     EXEC CICS ENDBR
005230         DATASET ('PRPARAM')
005240     END-EXEC.
005250 4060-EXIT.
005260     EXIT.
005270*
005280 4065-READ-NEXT-PARAM.
005290     EXEC CICS READNEXT
005300         DATASET ('PRPARAM')
005310         INTO (PRPARAM-RECORD)
005320         RIDFLD (PAR-KEY)
005330         KEYLENGTH (26)
005340         RESP (DL20-RESP)
005350     END-EXEC.
005360     IF DL20-RESP NOT = DFHRESP(NORMAL)
005370         OR PAR-ID-PROGRAMME NOT = 'PRTD20CH'
005380         OR PAR-NOM-PARM NOT = 'SEUILAPPRO'
005390         OR PAR-DT-EFFET > DL20-TODAY
005400         MOVE 'Y' TO DL20-FIN-BROWSE-SW
005410         GO TO 4065-EXIT
005420     END-IF.
005430     IF PAR-VALEUR IS NUMERIC
005440         MOVE PAR-VALEUR TO DL20-SEUIL-APPROB
005450     END-IF.
005460 4065-EXIT.
005470     EXIT.
005480*
005490 4070-LOOKUP-TAUX.
005500*    LATEST PRTAUX RATE FOR THE CURRENCY NOT DATED IN THE FUTURE
005510*    - SAME BROWSE AS PRTD20O 3080-LOOKUP-TAUX. NO USABLE RATE
005520*    MEANS THE AMOUNT AS BOOKED.
005530     MOVE 0 TO DL20-TAUX-RBA DL20-DT-TAUX-RETENU.
005540     MOVE 'N' TO DL20-FIN-BROWSE-SW.
005550     EXEC CICS STARTBR
005560         DATASET ('PRTAUX')
005570         RIDFLD (DL20-TAUX-RBA)
005580         RBA
005590         RESP (DL20-RESP)
005600     END-EXEC.
005610     IF DL20-RESP NOT = DFHRESP(NORMAL)
005620         GO TO 4070-EXIT
005630     END-IF.
005640     PERFORM 4075-READ-NEXT-TAUX THRU 4075-EXIT
005650         UNTIL DL20-FIN-BROWSE.
005660     EXEC CICS ENDBR
005670         DATASET ('PRTAUX')
005680     END-EXEC.
005690 4070-EXIT.
005700     EXIT.
005710*
005720 4075-READ-NEXT-TAUX.
005730     EXEC CICS READNEXT
005740         DATASET ('PRTAUX')
005750         INTO (PRTAUX-RECORD)
005760         RIDFLD (DL20-TAUX-RBA)
005770         RBA
005780         RESP (DL20-RESP)
005790     END-EXEC.
005800     IF DL20-RESP NOT = DFHRESP(NORMAL)
005810         MOVE 'Y' TO DL20-FIN-BROWSE-SW
005820         GO TO 4075-EXIT
005830     END-IF.
005840     IF TAU-CD-DEVISE = LDO-CD-DEVISE
005850         AND TAU-DT-TAUX IS NUMERIC
005860         AND TAU-DT-TAUX <= DL20-TODAY
005870         AND TAU-DT-TAUX > DL20-DT-TAUX-RETENU
005880         AND TAU-TAUX IS NUMERIC
005890         AND TAU-TAUX > 0
005900         MOVE TAU-DT-TAUX TO DL20-DT-TAUX-RETENU
005910         MOVE TAU-TAUX    TO DL20-TAUX-RETENU
005920     END-IF.
005930 4075-EXIT.
005940     EXIT.
005950*
005960 4100-WRITE-INITIAL-AUDIT.
005970     PERFORM 4200-LOOKUP-LAST-SEQ THRU 4200-EXIT.
005980     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
005990     MOVE DL20-NEW-SEQ   TO PRAUD-NO-SEQ.
006000     MOVE SPACE          TO PRAUD-CD-ETA-AVANT.
006010     MOVE LDO-CD-ETA     TO PRAUD-CD-ETA-APRES.
006020     MOVE DL20-TODAY     TO PRAUD-DT-TRANSIT.
006030     MOVE DL20-HEURE     TO PRAUD-HR-TRANSIT.
006040     MOVE 'PRTD20C'      TO PRAUD-ID-PROGRAMME.
006050     MOVE SPACES         TO PRAUD-CD-MOTIF.
006060     MOVE EIBTRMID       TO PRAUD-ID-OPER.
006070     EXEC CICS WRITE
006080         DATASET ('PRAUD20')
006090         FROM (PRAUD20-RECORD)
006100         RIDFLD (PRAUD-KEY)
006110         KEYLENGTH (9)
006120         RESP (DL20-RESP)
006130         RESP2 (DL20-RESP2)
006140     END-EXEC.
006150     IF DL20-RESP = DFHRESP(NORMAL)
006160         MOVE 'Y' TO DL20-AUDIT-OK-SW
006170     ELSE
006180         MOVE 'N' TO DL20-AUDIT-OK-SW
006190     END-IF.
006200 4100-EXIT.
006210     EXIT.
006220*
006230 4200-LOOKUP-LAST-SEQ.
006240*    SAME BACKWARD BROWSE AS PRTD20O 3100-LOOKUP-LAST-SEQ - A
006250*    DOSSIER NUMBER RE-ISSUED AFTER A PURGE MAY STILL HAVE
006260*    AUDIT HISTORY, AND ITS NEW CHAIN MUST EXTEND IT.
006270     MOVE 0               TO DL20-NEW-SEQ.
006280     MOVE LDO-NO-DOSSIER  TO PRAUD-NO-DOSSIER.
006290     MOVE 99999           TO PRAUD-NO-SEQ.
006300     EXEC CICS STARTBR
006310         DATASET ('PRAUD20')
006320         RIDFLD (PRAUD-KEY)
006330         KEYLENGTH (9)
006340         GTEQ
006350         RESP (DL20-RESP)
006360     END-EXEC.
006370     IF DL20-RESP = DFHRESP(NORMAL)
006380         EXEC CICS READPREV
006390             DATASET ('PRAUD20')
006400             INTO (PRAUD20-RECORD)
006410             RIDFLD (PRAUD-KEY)
006420             KEYLENGTH (9)
006430             RESP (DL20-RESP)
006440         END-EXEC
006450         IF DL20-RESP = DFHRESP(NORMAL)
006460             AND PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
006470             MOVE PRAUD-NO-SEQ TO DL20-NEW-SEQ
006480         END-IF
006490         EXEC CICS ENDBR
006500             DATASET ('PRAUD20')
006510         END-EXEC
006520     END-IF.
006530     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
006540     ADD 1 TO DL20-NEW-SEQ.
006550 4200-EXIT.
006560     EXIT.
006570*
006580 5000-SEND-REJECTION.
006590     MOVE SPACES TO DL20-SCREEN-OUT.
006600     MOVE 'REJECTED ' TO DL20-SCREEN-OUT(1:9).
006610     MOVE DL20-CD-RAISON TO DL20-SCREEN-OUT(10:2).
006620     MOVE ' ' TO DL20-SCREEN-OUT(12:1).
006630     MOVE DL20-LIB-RAISON TO DL20-SCREEN-OUT(13:30).
006640     MOVE ' FIELD: ' TO DL20-SCREEN-OUT(43:8).
006650     MOVE DL20-CHAMP-ERREUR TO DL20-SCREEN-OUT(51:30).
006660     EXEC CICS SEND TEXT
006670         FROM (DL20-SCREEN-OUT)
006680         LENGTH (80)
006690         ERASE
006700     END-EXEC.
006710 5000-EXIT.
006720     EXIT.
