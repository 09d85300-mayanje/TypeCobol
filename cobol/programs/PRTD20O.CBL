000790*    2026-08-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000800*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000810*                     USED UP. NO CODE CHANGE.                     *
000820*    2026-09-02  DLM  THE OPERATOR'S TERMINAL ID (EIBTRMID) IS     *
000830*                     NOW CARRIED TO THE NEW PRAUD-ID-OPER ON      *
000840*                     EVERY TRANSITION APPLIED HERE.               *
000850*    2026-09-02  DLM  BEFORE ANY UPDATE THE OPERATOR MUST HOLD A   *
000860*                     PROPER PROFILE RECORD FOR THE DOSSIER'S      *
000870*                     OWNING UNIT; A MISSING PROFILE ANSWERS       *
000880*                     'NOT AUTHORIZED FOR UNIT (08)' AND NOTHING   *
000890*                     IS CHANGED - DISTINCT FROM THE ILLEGAL-      *
000900*                     MATRIX REFUSAL MESSAGE.                      *
000910*    2026-09-08  DLM  FOUR-EYES APPROVAL. BEFORE THE CHANGE THE    *
000920*                     PRPARAM SEUILAPPRO THRESHOLD (UNDER          *
000930*                     PRTD20CH'S ID) IS BROWSED AND THE AMOUNT     *
000940*                     CONVERTED WITH THE LATEST PRTAUX RATE NOT    *
000950*                     DATED IN THE FUTURE - THE SAME RULE AS       *
000960*                     PRTD20CV, WHICH CANNOT RUN ONLINE - SO A     *
000970*                     LARGE SAI TO VAL IS HELD IN APP. ON AN APP   *
000980*                     DOSSIER ENTER APPROVES AND 'S' WITHDRAWS;    *
000990*                     THE REQUESTER IS THE OPERATOR ON THE LAST    *
001000*                     PRAUD20 TRANSITION AND CANNOT APPROVE.       *
001010*    2026-09-08  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
001020*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
001030*                     USED UP. NO CODE CHANGE.                     *
001040*    2026-09-13  DLM  AT THE TOGGLE PROMPT THE OPERATOR CAN NOW   *
001050*                     KEY 'N', AN OPTIONAL BRING-FORWARD DATE     *
001060*                     (YYYYMMDD, POSITIONS 2-9) AND UP TO 70      *
001070*                     CHARACTERS OF TEXT FROM POSITION 10 TO ADD  *
001080*                     A NOTE TO THE PRNOTE DIARY (XPRNOT) INSTEAD *
001090*                     OF CHANGING THE STATUS. IT IS WRITTEN IN    *
001100*                     THE SAME TASK UNDER THE PROPER CHECK;       *
001110*                     PRGARDE GUARDS PRTD20 ONLY AND IS NOT READ. *
001120*                     A PAST BRING-FORWARD DATE IS REFUSED.       *
001130*    2026-09-15  DLM  A KEYED DOSSIER NUMBER OF ELEVEN DIGITS     *
001140*                     WHOSE CHECK DIGIT IS WRONG IS NOW REFUSED   *
001150*                     (PRTD20NA) BEFORE ANY READ. SHORTER NUMBERS *
001160*                     PREDATE ALLOCATION AND ARE TAKEN AS THEY    *
001170*                     ARE.                                        *
001180*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
001190*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
001200*                     USED UP. NO CODE CHANGE.                     *
001210*    2026-09-18  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
001220*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
001230*                     USED UP. NO CODE CHANGE.                     *
001240*    2026-09-18  DLM  AN OPERATOR REFUSED FOR THE DOSSIER'S UNIT  *
001250*                     (08) IS NOW WRITTEN TO THE PRSECEV SECURITY *
001260*                     EVENT LOG, KEYED ON THE TASK NUMBER, FOR THE *
001270*                     DAILY ACCESS-EXCEPTION REPORT PRTD20SR. A   *
001280*                     FAILED LOG WRITE NEVER HIDES THE REFUSAL.   *
001290*    2026-09-22  DLM  THE BRING-FORWARD DATE OF A NOTE IS NOW     *
001300*                     CHECKED FOR A MONTH OF 01-12 AND A DAY OF   *
001310*                     01-31, AS PRTD20IN CHECKS AN ENTRY DATE,    *
001320*                     BEFORE THE PAST-DATE TEST. A DATE SUCH AS   *
001330*                     20271399 WAS ACCEPTED AND THE NOTE NEVER    *
001340*                     CAME DUE.                                   *
001350*    2026-09-22  DLM  LAST TRANSITION AND LAST NOTE OF A DOSSIER  *
001360*                     NOW FOUND BY A FORWARD BROWSE FROM SEQUENCE *
001370*                     0. THE BACKWARD BROWSE FROM THE ABSENT KEY  *
001380*                     99999 NEVER FOUND THEM, SO THE REQUESTER    *
001390*                     WAS BLANK AND A SECOND NOTE FAILED ON A     *
001400*                     DUPLICATE KEY.                              *
001410*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
001420*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
001430*                     USED UP. NO CODE CHANGE.                     *
001440*****************************************************************
001450 ENVIRONMENT DIVISION.
001460 DATA DIVISION.
001470 WORKING-STORAGE SECTION.
001480     COPY XPRCHLK.
001490     COPY XPRAUD.
001500     COPY XPRTD20.
001510     COPY XPRMOT.
001520     COPY XPRGRD.
001530     COPY XPROPR.
001540     COPY XPRPAR.
001550     COPY XPRTAU.
001560     COPY XPRNOT.
001570     COPY XPRNUM.
001580     COPY XPRNALK.
001590     COPY XPRSEV.
001600 01  DL20-SCREEN-IN             PIC X(80).
001610 01  DL20-SCREEN-OUT            PIC X(80).
001620 01  DL20-SEARCH-KEY            PIC S9(11)V USAGE COMP-3.
001630 01  DL20-TOGGLE-ETA            PIC X(1).
001640 01  DL20-RESP                  PIC S9(8)  USAGE COMP.
001650 01  DL20-RESP2                 PIC S9(8)  USAGE COMP.
001660 01  DL20-RESP-BROWSE           PIC S9(8)  USAGE COMP.
001670 01  DL20-MOTIF-OK-SW           PIC X(1).
001680     88  DL20-MOTIF-OK              VALUE 'Y'.
001690 01  DL20-GARDE-OK-SW           PIC X(1).
001700     88  DL20-GARDE-OK              VALUE 'Y'.
001710 01  DL20-AUTORISE-SW           PIC X(1).
001720     88  DL20-AUTORISE              VALUE 'Y'.
001730 01  DL20-FIN-BROWSE-SW         PIC X(1).
001740     88  DL20-FIN-BROWSE            VALUE 'Y'.
001750 01  DL20-TODAY                 PIC 9(8).
001760 01  DL20-TAUX-RBA              PIC S9(8)  USAGE COMP.
001770 01  DL20-TAUX-RETENU           PIC 9(5)V9(6).
001780 01  DL20-DT-TAUX-RETENU        PIC 9(8).
001790 01  DL20-DT-RAPPEL             PIC 9(8).
001800 01  DL20-DT-RAPPEL-R REDEFINES DL20-DT-RAPPEL.
001810     05  DL20-DT-RAPPEL-AAAA    PIC 9(4).
001820     05  DL20-DT-RAPPEL-MM      PIC 9(2).
001830     05  DL20-DT-RAPPEL-JJ      PIC 9(2).
001840 01  DL20-NOTE-SEQ              PIC 9(5).
001850 01  DL20-NOTE-SEQ-ED           PIC ZZZZ9.
001860 LINKAGE SECTION.
001870 01  DFHCOMMAREA.
001880     05  DL20-CA-STATE          PIC X(1).
001890         88  DL20-CA-AWAIT-KEY      VALUE '1'.
001900         88  DL20-CA-AWAIT-TOGGLE   VALUE '2'.
001910     05  DL20-CA-DOSSIER        PIC S9(11)V USAGE COMP-3.
001920     05  DL20-CA-SUP            PIC X(1).
001930         88  DL20-CA-SUP-PATH       VALUE 'Y'.
001940     05  DL20-CA-ACTION         PIC X(1).
001950         88  DL20-CA-REJECT         VALUE 'R'.
001960     05  DL20-CA-MOTIF          PIC X(2).
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     IF EIBCALEN = 0
002000         PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
002010     ELSE
002020         EVALUATE TRUE
002030             WHEN DL20-CA-AWAIT-TOGGLE
002040                 PERFORM 3000-APPLY-TOGGLE THRU 3000-EXIT
002050             WHEN OTHER
002060                 PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
002070         END-EVALUATE
002080     END-IF.
002090     EXEC CICS RETURN
002100         TRANSID ('PR2O')
002110         COMMAREA (DFHCOMMAREA)
002120     END-EXEC.
002130*
002140 1000-FIRST-ENTRY.
002150     MOVE SPACES TO DL20-SCREEN-OUT.
002160     MOVE 'DOSSIER NUMBER ? ' TO DL20-SCREEN-OUT(1:18).
002170     EXEC CICS SEND TEXT
002180         FROM (DL20-SCREEN-OUT)
002190         LENGTH (80)
002200         ERASE
002210     END-EXEC.
002220     EXEC CICS RECEIVE
002230         INTO (DL20-SCREEN-IN)
002240         LENGTH (80)
002250     END-EXEC.
002260     MOVE DL20-SCREEN-IN(1:11) TO DL20-SEARCH-KEY.
002270     PERFORM 1050-CHECK-CLE THRU 1050-EXIT.
002280     IF NOT DL20-NA-NUMERO-ACCEPTE
002290         GO TO 1000-EXIT
002300     END-IF.
002310     MOVE DL20-SEARCH-KEY TO LDO-NO-DOSSIER DL20-CA-DOSSIER.
002320     EXEC CICS READ
002330         DATASET ('PRTD20P')
002340         INTO (PRTD20-RECORD)
002350         RIDFLD (LDO-NO-DOSSIER)
002360         KEYLENGTH (6)
002370         RESP (DL20-RESP)
002380         RESP2 (DL20-RESP2)
002390     END-EXEC.
002400     IF DL20-RESP NOT = DFHRESP(NORMAL)
002410         MOVE SPACES TO DL20-SCREEN-OUT
002420         MOVE 'NO DOSSIER FOR THAT NUMBER' TO
002430             DL20-SCREEN-OUT(1:27)
002440         EXEC CICS SEND TEXT
002450             FROM (DL20-SCREEN-OUT)
002460             LENGTH (80)
002470             ERASE
002480         END-EXEC
002490     ELSE
002500         MOVE SPACES TO DL20-SCREEN-OUT
002510         MOVE 'RECH ' TO DL20-SCREEN-OUT(1:5)
002520         MOVE PRTD20-RECH TO DL20-SCREEN-OUT(6:2)
002530         MOVE 'CD-ETA ' TO DL20-SCREEN-OUT(10:7)
002540         MOVE LDO-CD-ETA TO DL20-SCREEN-OUT(17:1)
002550         IF LDO-CD-ETA-APP
002560             MOVE 'ENTER=APPROVE S=WITHDRAW N+DATE+TEXT=NOTE' TO
002570                 DL20-SCREEN-OUT(19:41)
002580         ELSE
002590             MOVE 'ENTER=TOGGLE S=SUP R+CD=REJ N+DATE+TEXT=NOTE'
002600                 TO DL20-SCREEN-OUT(19:44)
002610         END-IF
002620         EXEC CICS SEND TEXT
002630             FROM (DL20-SCREEN-OUT)
002640             LENGTH (80)
002650             ERASE
002660         END-EXEC
002670         MOVE SPACES TO DL20-SCREEN-IN
002680         EXEC CICS RECEIVE
002690             INTO (DL20-SCREEN-IN)
002700             LENGTH (80)
002710         END-EXEC
002720         IF DL20-SCREEN-IN(1:1) = 'S'
002730             MOVE 'Y' TO DL20-CA-SUP
002740         ELSE
002750             MOVE 'N' TO DL20-CA-SUP
002760         END-IF
002770         IF DL20-SCREEN-IN(1:1) = 'R'
002780             MOVE 'R' TO DL20-CA-ACTION
002790             MOVE DL20-SCREEN-IN(2:2) TO DL20-CA-MOTIF
002800         ELSE
002810             MOVE SPACE TO DL20-CA-ACTION
002820             MOVE SPACES TO DL20-CA-MOTIF
002830         END-IF
002840         IF DL20-SCREEN-IN(1:1) = 'N'
002850             PERFORM 4000-ADD-NOTE THRU 4000-EXIT
002860             MOVE '1' TO DL20-CA-STATE
002870         ELSE
002880             MOVE '2' TO DL20-CA-STATE
002890         END-IF
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930*
002940 1050-CHECK-CLE.
002950*    A NUMBER WHOSE CHECK DIGIT IS WRONG IS REFUSED BEFORE THE
002960*    READ, SO A MISKEYED DIGIT CANNOT OPEN SOMEBODY ELSE'S
002970*    DOSSIER. ONE OF TEN DIGITS OR FEWER PREDATES ALLOCATION
002980*    AND IS TAKEN AS IT IS.
002990     MOVE 'V' TO DL20-NA-FONCTION.
003000     MOVE 'PRTD20O' TO DL20-NA-PROGRAMME.
003010     MOVE DL20-SEARCH-KEY TO DL20-NA-NO-DOSSIER.
003020     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
003030     IF NOT DL20-NA-NUMERO-ACCEPTE
003040         MOVE SPACES TO DL20-SCREEN-OUT
003050         MOVE 'CHECK DIGIT WRONG - KEY THE NUMBER AGAIN' TO
003060             DL20-SCREEN-OUT(1:40)
003070         EXEC CICS SEND TEXT
003080             FROM (DL20-SCREEN-OUT)
003090             LENGTH (80)
003100             ERASE
003110         END-EXEC
003120     END-IF.
003130 1050-EXIT.
003140     EXIT.
003150*
003160 3000-APPLY-TOGGLE.
003170     MOVE DL20-CA-DOSSIER TO LDO-NO-DOSSIER.
003180     PERFORM 3030-CHECK-GARDE THRU 3030-EXIT.
003190     IF NOT DL20-GARDE-OK
003200         MOVE '1' TO DL20-CA-STATE
003210         GO TO 3000-EXIT
003220     END-IF.
003230     PERFORM 3050-CHECK-MOTIF THRU 3050-EXIT.
003240     IF NOT DL20-MOTIF-OK
003250         MOVE '1' TO DL20-CA-STATE
003260         GO TO 3000-EXIT
003270     END-IF.
003280     PERFORM 3040-CHECK-AUTORISATION THRU 3040-EXIT.
003290     IF NOT DL20-AUTORISE
003300         MOVE '1' TO DL20-CA-STATE
003310         GO TO 3000-EXIT
003320     END-IF.
003330     PERFORM 3060-PREPARE-SEUIL THRU 3060-EXIT.
003340     EXEC CICS READ
003350         DATASET ('PRTD20P')
003360         INTO (PRTD20-RECORD)
003370         RIDFLD (LDO-NO-DOSSIER)
003380         KEYLENGTH (6)
003390         UPDATE
003400         RESP (DL20-RESP)
003410         RESP2 (DL20-RESP2)
003420     END-EXEC.
003430     IF DL20-RESP = DFHRESP(NORMAL)
003440         EVALUATE TRUE
003450             WHEN DL20-CA-REJECT
003460*                OPERATOR ASKED FOR A REJECTION - THE REASON
003470*                CODE WAS ALREADY VALIDATED AGAINST PRMOTIF.
003480                 MOVE 'R' TO DL20-TOGGLE-ETA
003490             WHEN LDO-CD-ETA-APP
003500*                HELD FOR FOUR-EYES APPROVAL - ENTER APPROVES,
003510*                'S' WITHDRAWS THE REQUEST BACK TO SAI.
003520                 IF DL20-CA-SUP-PATH
003530                     MOVE 'S' TO DL20-TOGGLE-ETA
003540                 ELSE
003550                     MOVE 'V' TO DL20-TOGGLE-ETA
003560                 END-IF
003570             WHEN LDO-CD-ETA-SAI
003580                 MOVE 'V' TO DL20-TOGGLE-ETA
003590             WHEN LDO-CD-ETA-VAL
003600                 MOVE 'S' TO DL20-TOGGLE-ETA
003610             WHEN LDO-CD-ETA-REJ
003620*                REJECTED DOSSIERS TOGGLE BACK TO SAI FOR
003630*                RE-KEYING, THE SAME TARGET AS BEFORE - BUT AS
003640*                ITS OWN ARM NOW SO A REJECTED DOSSIER ISN'T
003650*                SILENTLY TREATED THE SAME AS A VALIDATED ONE.
003660                 MOVE 'S' TO DL20-TOGGLE-ETA
003670             WHEN OTHER
003680                 MOVE 'S' TO DL20-TOGGLE-ETA
003690         END-EVALUATE
003700         MOVE DL20-TOGGLE-ETA TO DL20-CH-NVL-ETA
003710         MOVE DL20-CA-SUP     TO DL20-CH-SUPERVISEUR
003720         MOVE DL20-CA-MOTIF   TO DL20-CH-MOTIF-REJ
003730         MOVE EIBTRMID        TO DL20-CH-ID-OPER
003740         MOVE 'PRTD20O'       TO DL20-CH-PROGRAMME
003750         ACCEPT DL20-CH-TODAY FROM DATE YYYYMMDD
003760         ACCEPT DL20-CH-HEURE FROM TIME
003770         PERFORM 3100-LOOKUP-LAST-SEQ THRU 3100-EXIT
003780         CALL 'PRTD20CH' USING DL20-CH-PARMS
003790                               PRTD20-RECORD
003800                               PRAUD20-RECORD
003810         IF DL20-CH-CHANGED
003820             EXEC CICS REWRITE
003830                 DATASET ('PRTD20P')
003840                 FROM (PRTD20-RECORD)
003850                 RESP (DL20-RESP)
003860                 RESP2 (DL20-RESP2)
003870             END-EXEC
003880             IF DL20-RESP = DFHRESP(NORMAL)
003890                 EXEC CICS WRITE
003900                     DATASET ('PRAUD20')
003910                     FROM (PRAUD20-RECORD)
003920                     RIDFLD (PRAUD-KEY)
003930                     KEYLENGTH (9)
003940                     RESP (DL20-RESP)
003950                     RESP2 (DL20-RESP2)
003960                 END-EXEC
003970             END-IF
003980         END-IF
003990     END-IF.
004000     EVALUATE TRUE
004010         WHEN DL20-CH-ILLEGAL
004020             MOVE SPACES TO DL20-SCREEN-OUT
004030             MOVE 'ILLEGAL STATUS CHANGE - NOT APPLIED' TO
004040                 DL20-SCREEN-OUT(1:35)
004050             EXEC CICS SEND TEXT
004060                 FROM (DL20-SCREEN-OUT)
004070                 LENGTH (80)
004080                 ERASE
004090             END-EXEC
004100         WHEN DL20-CH-NO-MOTIF
004110             MOVE SPACES TO DL20-SCREEN-OUT
004120             MOVE 'REJECT NEEDS A REASON CODE' TO
004130                 DL20-SCREEN-OUT(1:26)
004140             EXEC CICS SEND TEXT
004150                 FROM (DL20-SCREEN-OUT)
004160                 LENGTH (80)
004170                 ERASE
004180             END-EXEC
004190         WHEN DL20-CH-MEME-OPER
004200             MOVE SPACES TO DL20-SCREEN-OUT
004210             MOVE 'APPROVAL NEEDS A SECOND OPERATOR' TO
004220                 DL20-SCREEN-OUT(1:32)
004230             EXEC CICS SEND TEXT
004240                 FROM (DL20-SCREEN-OUT)
004250                 LENGTH (80)
004260                 ERASE
004270             END-EXEC
004280         WHEN DL20-RESP NOT = DFHRESP(NORMAL)
004290             MOVE SPACES TO DL20-SCREEN-OUT
004300             MOVE 'STATUS UPDATE FAILED - TRY AGAIN' TO
004310                 DL20-SCREEN-OUT(1:33)
004320             EXEC CICS SEND TEXT
004330                 FROM (DL20-SCREEN-OUT)
004340                 LENGTH (80)
004350                 ERASE
004360             END-EXEC
004370         WHEN DL20-CH-EN-ATTENTE
004380             MOVE SPACES TO DL20-SCREEN-OUT
004390             MOVE 'HELD FOR SECOND-OPERATOR APPROVAL - CD-ETA A'
004400                 TO DL20-SCREEN-OUT(1:44)
004410             EXEC CICS SEND TEXT
004420                 FROM (DL20-SCREEN-OUT)
004430                 LENGTH (80)
004440                 ERASE
004450             END-EXEC
004460         WHEN OTHER
004470             MOVE SPACES TO DL20-SCREEN-OUT
004480             MOVE 'STATUS UPDATED - CD-ETA IS NOW ' TO
004490                 DL20-SCREEN-OUT(1:32)
004500             MOVE LDO-CD-ETA TO DL20-SCREEN-OUT(33:1)
004510             EXEC CICS SEND TEXT
004520                 FROM (DL20-SCREEN-OUT)
004530                 LENGTH (80)
004540                 ERASE
004550             END-EXEC
004560     END-EVALUATE.
004570     MOVE '1' TO DL20-CA-STATE.
004580 3000-EXIT.
004590     EXIT.
004600*
004610 3040-CHECK-AUTORISATION.
004620*    THE OPERATOR (TERMINAL ID) MUST HOLD A PROPER PROFILE
004630*    RECORD FOR THE DOSSIER'S OWNING UNIT. THE DOSSIER IS READ
004640*    WITHOUT UPDATE FIRST, JUST TO LEARN ITS UNIT - THE READ
004650*    UPDATE IN 3000-APPLY-TOGGLE ONLY HAPPENS ONCE THE CHANGE
004660*    IS ALLOWED.
004670     MOVE 'N' TO DL20-AUTORISE-SW.
004680     EXEC CICS READ
004690         DATASET ('PRTD20P')
004700         INTO (PRTD20-RECORD)
004710         RIDFLD (LDO-NO-DOSSIER)
004720         KEYLENGTH (6)
004730         RESP (DL20-RESP)
004740         RESP2 (DL20-RESP2)
004750     END-EXEC.
004760     IF DL20-RESP NOT = DFHRESP(NORMAL)
004770*        THE READ UPDATE BELOW WILL REPORT THE MISSING DOSSIER
004780*        ITSELF - DON'T BLOCK IT HERE.
004790         MOVE 'Y' TO DL20-AUTORISE-SW
004800         GO TO 3040-EXIT
004810     END-IF.
004820     MOVE EIBTRMID     TO OPR-ID-OPER.
004830     MOVE LDO-CD-UNITE TO OPR-CD-UNITE.
004840     EXEC CICS READ
004850         DATASET ('PROPER')
004860         INTO (PROPER-RECORD)
004870         RIDFLD (OPR-KEY)
004880         KEYLENGTH (11)
004890         RESP (DL20-RESP)
004900         RESP2 (DL20-RESP2)
004910     END-EXEC.
004920     IF DL20-RESP = DFHRESP(NORMAL)
004930         MOVE 'Y' TO DL20-AUTORISE-SW
004940     ELSE
004950         PERFORM 3045-LOG-REFUS THRU 3045-EXIT
004960         MOVE SPACES TO DL20-SCREEN-OUT
004970         MOVE 'NOT AUTHORIZED FOR UNIT (08)' TO
004980             DL20-SCREEN-OUT(1:29)
004990         EXEC CICS SEND TEXT
005000             FROM (DL20-SCREEN-OUT)
005010             LENGTH (80)
005020             ERASE
005030         END-EXEC
005040     END-IF.
005050 3040-EXIT.
005060     EXIT.
005070*
005080 3045-LOG-REFUS.
005090*    ONE PRSECEV RECORD PER REFUSAL. THE TASK NUMBER KEEPS THE
005100*    KEY UNIQUE ACROSS TERMINALS REFUSED IN THE SAME SECOND. THE
005110*    RESPONSE IS NOT TESTED - THE OPERATOR STILL GETS THE
005120*    REFUSAL MESSAGE WHETHER OR NOT THE EVENT WAS LOGGED.
005130     MOVE SPACES         TO PRSECEV-RECORD.
005140     ACCEPT SEV-DT-EVT FROM DATE YYYYMMDD.
005150     ACCEPT SEV-HR-EVT FROM TIME.
005160     MOVE 'PRTD20O'      TO SEV-ID-PROGRAMME.
005170     MOVE EIBTASKN       TO SEV-NO-SEQ.
005180     MOVE EIBTRMID       TO SEV-ID-OPER.
005190     MOVE LDO-NO-DOSSIER TO SEV-NO-DOSSIER.
005200     MOVE LDO-CD-UNITE   TO SEV-CD-UNITE.
005210     MOVE '08'           TO SEV-CD-RAISON.
005220     EXEC CICS WRITE
005230         DATASET ('PRSECEV')
005240         FROM (PRSECEV-RECORD)
005250         RIDFLD (SEV-KEY)
005260         KEYLENGTH (26)
005270         RESP (DL20-RESP)
005280         RESP2 (DL20-RESP2)
005290     END-EXEC.
005300 3045-EXIT.
005310     EXIT.
005320*
005330 3060-PREPARE-SEUIL.
005340*    THE FOUR-EYES THRESHOLD AND THE CONVERTED AMOUNT FOR
005350*    PRTD20CH. ONLY A SAI DOSSIER CAN BE HELD, SO NOTHING IS
005360*    BROWSED FOR ANY OTHER STATUS. THE DOSSIER WAS JUST READ
005370*    (WITHOUT UPDATE) BY 3040-CHECK-AUTORISATION.
005380     MOVE 100000 TO DL20-CH-SEUIL-APPROB.
005390     MOVE LDO-MT-DOSSIER TO DL20-CH-MT-REF.
005400     IF NOT LDO-CD-ETA-SAI
005410         GO TO 3060-EXIT
005420     END-IF.
005430     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
005440     PERFORM 3070-LOOKUP-SEUIL THRU 3070-EXIT.
005450     IF LDO-CD-DEVISE NOT = SPACES
005460         AND LDO-CD-DEVISE NOT = 'EUR'
005470         PERFORM 3080-LOOKUP-TAUX THRU 3080-EXIT
005480         IF DL20-DT-TAUX-RETENU > 0
005490             COMPUTE DL20-CH-MT-REF ROUNDED =
005500                 LDO-MT-DOSSIER * DL20-TAUX-RETENU
005510         END-IF
005520     END-IF.
005530 3060-EXIT.
005540     EXIT.
005550*
005560 3070-LOOKUP-SEUIL.
005570*    LATEST PRPARAM ENTRY FOR (PRTD20CH, SEUILAPPRO) NOT DATED
005580*    IN THE FUTURE - THE RULE PRTD20PR APPLIES IN BATCH. NO
005590*    ENTRY, OR A NON-NUMERIC ONE, KEEPS THE DEFAULT.
005600     MOVE 'PRTD20CH'   TO PAR-ID-PROGRAMME.
005610     MOVE 'SEUILAPPRO' TO PAR-NOM-PARM.
005620     MOVE 0            TO PAR-DT-EFFET.
005630     MOVE 'N' TO DL20-FIN-BROWSE-SW.
005640     EXEC CICS STARTBR
005650         DATASET ('PRPARAM')
005660         RIDFLD (PAR-KEY)
005670         KEYLENGTH (26)
005680         GTEQ
005690         RESP (DL20-RESP)
005700     END-EXEC.
005710     IF DL20-RESP NOT = DFHRESP(NORMAL)
005720         GO TO 3070-EXIT
005730     END-IF.
005740     PERFORM 3075-READ-NEXT-PARAM THRU 3075-EXIT
005750         UNTIL DL20-FIN-BROWSE.
005760     EXEC CICS ENDBR
005770         DATASET ('PRPARAM')
005780     END-EXEC.
005790 3070-EXIT.
005800     EXIT.
005810*
005820 3075-READ-NEXT-PARAM.
005830     EXEC CICS READNEXT
005840         DATASET ('PRPARAM')
005850         INTO (PRPARAM-RECORD)
005860         RIDFLD (PAR-KEY)
005870         KEYLENGTH (26)
005880         RESP (DL20-RESP)
005890     END-EXEC.
005900     IF DL20-RESP NOT = DFHRESP(NORMAL)
005910         OR PAR-ID-PROGRAMME NOT = 'PRTD20CH'
005920         OR PAR-NOM-PARM NOT = 'SEUILAPPRO'
005930         OR PAR-DT-EFFET > DL20-TODAY
005940         MOVE 'Y' TO DL20-FIN-BROWSE-SW
005950         GO TO 3075-EXIT
005960     END-IF.
005970     IF PAR-VALEUR IS NUMERIC
005980         MOVE PAR-VALEUR TO DL20-CH-SEUIL-APPROB
005990     END-IF.
006000 3075-EXIT.
006010     EXIT.
006020*
006030 3080-LOOKUP-TAUX.
006040*    PRTAUX IS AN ENTRY-SEQUENCED FILE WITH NO KEY, SO IT IS
006050*    BROWSED FROM THE START. IT HOLDS A FEW RATES PER CURRENCY
006060*    AND THE BROWSE IS ONLY DONE FOR A FOREIGN-CURRENCY SAI
006070*    DOSSIER. NO USABLE RATE MEANS THE AMOUNT AS BOOKED.
006080     MOVE 0 TO DL20-TAUX-RBA DL20-DT-TAUX-RETENU.
006090     MOVE 'N' TO DL20-FIN-BROWSE-SW.
006100     EXEC CICS STARTBR
006110         DATASET ('PRTAUX')
006120         RIDFLD (DL20-TAUX-RBA)
006130         RBA
006140         RESP (DL20-RESP)
006150     END-EXEC.
006160     IF DL20-RESP NOT = DFHRESP(NORMAL)
006170         GO TO 3080-EXIT
006180     END-IF.
006190     PERFORM 3085-READ-NEXT-TAUX THRU 3085-EXIT
006200         UNTIL DL20-FIN-BROWSE.
006210     EXEC CICS ENDBR
006220         DATASET ('PRTAUX')
006230     END-EXEC.
006240 3080-EXIT.
006250     EXIT.
006260*
006270 3085-READ-NEXT-TAUX.
006280     EXEC CICS READNEXT
006290         DATASET ('PRTAUX')
006300         INTO (PRTAUX-RECORD)
006310         RIDFLD (DL20-TAUX-RBA)
006320         RBA
006330         RESP (DL20-RESP)
006340     END-EXEC.
006350     IF DL20-RESP NOT = DFHRESP(NORMAL)
006360         MOVE 'Y' TO DL20-FIN-BROWSE-SW
006370         GO TO 3085-EXIT
006380     END-IF.
006390     IF TAU-CD-DEVISE = LDO-CD-DEVISE
006400         AND TAU-DT-TAUX IS NUMERIC
006410         AND TAU-DT-TAUX <= DL20-TODAY
006420         AND TAU-DT-TAUX > DL20-DT-TAUX-RETENU
006430         AND TAU-TAUX IS NUMERIC
006440         AND TAU-TAUX > 0
006450         MOVE TAU-DT-TAUX TO DL20-DT-TAUX-RETENU
006460         MOVE TAU-TAUX    TO DL20-TAUX-RETENU
006470     END-IF.
006480 3085-EXIT.
006490     EXIT.
006500*
006510 3050-CHECK-MOTIF.
006520*    A PLAIN TOGGLE NEEDS NO REASON CODE; A REJECTION NEEDS
006530*    ONE THAT EXISTS ON THE PRMOTIF REFERENCE FILE.
006540     MOVE 'Y' TO DL20-MOTIF-OK-SW.
006550     IF DL20-CA-REJECT
006560         MOVE DL20-CA-MOTIF TO MOT-CD-MOTIF
006570         EXEC CICS READ
006580             DATASET ('PRMOTIF')
006590             INTO (PRMOTIF-RECORD)
006600             RIDFLD (MOT-CD-MOTIF)
006610             KEYLENGTH (2)
006620             RESP (DL20-RESP)
006630             RESP2 (DL20-RESP2)
006640         END-EXEC
006650         IF DL20-RESP NOT = DFHRESP(NORMAL)
006660             MOVE 'N' TO DL20-MOTIF-OK-SW
006670             MOVE SPACES TO DL20-SCREEN-OUT
006680             MOVE 'UNKNOWN REASON CODE - NOT APPLIED' TO
006690                 DL20-SCREEN-OUT(1:33)
006700             EXEC CICS SEND TEXT
006710                 FROM (DL20-SCREEN-OUT)
006720                 LENGTH (80)
006730                 ERASE
006740             END-EXEC
006750         END-IF
006760     END-IF.
006770 3050-EXIT.
006780     EXIT.
006790*
006800 3100-LOOKUP-LAST-SEQ.
006810*    FORWARD BROWSE FROM THE FIRST KEY OF THE DOSSIER, KEEPING
006820*    THE LAST TRANSITION READ. A READPREV STRAIGHT AFTER A
006830*    STARTBR ON A KEY THAT IS NOT ON FILE DOES NOT RETURN THE
006840*    RECORD BEFORE IT, SO A HIGH-KEY STARTBR CANNOT BE USED.
006850*    THE BROWSE HAS ITS OWN RESP FIELD SO THAT ITS END-OF-FILE
006860*    CONDITION IS NOT TAKEN FOR A FAILED UPDATE.
006870     MOVE 0               TO DL20-CH-SEQ.
006880     MOVE SPACES          TO DL20-CH-ID-DEMANDEUR.
006890     MOVE 'N'             TO DL20-FIN-BROWSE-SW.
006900     MOVE LDO-NO-DOSSIER  TO PRAUD-NO-DOSSIER.
006910     MOVE 0               TO PRAUD-NO-SEQ.
006920     EXEC CICS STARTBR
006930         DATASET ('PRAUD20')
006940         RIDFLD (PRAUD-KEY)
006950         KEYLENGTH (9)
006960         GTEQ
006970         RESP (DL20-RESP-BROWSE)
006980     END-EXEC.
006990     IF DL20-RESP-BROWSE NOT = DFHRESP(NORMAL)
007000         GO TO 3100-EXIT
007010     END-IF.
007020     PERFORM 3110-READ-NEXT-AUDIT THRU 3110-EXIT
007030         UNTIL DL20-FIN-BROWSE.
007040     EXEC CICS ENDBR
007050         DATASET ('PRAUD20')
007060     END-EXEC.
007070 3100-EXIT.
007080     EXIT.
007090*
007100 3110-READ-NEXT-AUDIT.
007110     EXEC CICS READNEXT
007120         DATASET ('PRAUD20')
007130         INTO (PRAUD20-RECORD)
007140         RIDFLD (PRAUD-KEY)
007150         KEYLENGTH (9)
007160         RESP (DL20-RESP-BROWSE)
007170     END-EXEC.
007180     IF DL20-RESP-BROWSE NOT = DFHRESP(NORMAL)
007190         OR PRAUD-NO-DOSSIER NOT = LDO-NO-DOSSIER
007200         MOVE 'Y' TO DL20-FIN-BROWSE-SW
007210         GO TO 3110-EXIT
007220     END-IF.
007230     MOVE PRAUD-NO-SEQ TO DL20-CH-SEQ.
007240*    WHILE A DOSSIER SITS IN APP NOTHING ELSE MAY CHANGE ITS
007250*    STATUS, SO ITS LAST TRANSITION IS THE REQUEST.
007260     IF PRAUD-CD-ETA-APRES = 'A'
007270         MOVE PRAUD-ID-OPER TO DL20-CH-ID-DEMANDEUR
007280     ELSE
007290         MOVE SPACES TO DL20-CH-ID-DEMANDEUR
007300     END-IF.
007310 3110-EXIT.
007320     EXIT.
007330*
007340 3030-CHECK-GARDE.
007350*    A POSED MARKER MEANS A BATCH UPDATE JOB OWNS PRTD20 RIGHT
007360*    NOW. NO MARKER FILE, NO MARKER RECORD, OR A LIFTED MARKER
007370*    ALL MEAN THE ONLINE SIDE IS FREE TO UPDATE.
007380     MOVE 'Y' TO DL20-GARDE-OK-SW.
007390     MOVE 'PRTD20' TO PRGRD-ID.
007400     EXEC CICS READ
007410         DATASET ('PRGARDE')
007420         INTO (PRGRD-RECORD)
007430         RIDFLD (PRGRD-ID)
007440         KEYLENGTH (8)
007450         RESP (DL20-RESP)
007460         RESP2 (DL20-RESP2)
007470     END-EXEC.
007480     IF DL20-RESP = DFHRESP(NORMAL)
007490         AND PRGRD-EN-MAINTENANCE
007500         MOVE 'N' TO DL20-GARDE-OK-SW
007510         MOVE SPACES TO DL20-SCREEN-OUT
007520         MOVE 'FILE IN BATCH MAINTENANCE - TRY LATER' TO
007530             DL20-SCREEN-OUT(1:38)
007540         EXEC CICS SEND TEXT
007550             FROM (DL20-SCREEN-OUT)
007560             LENGTH (80)
007570             ERASE
007580         END-EXEC
007590     END-IF.
007600 3030-EXIT.
007610     EXIT.
007620*
007630 4000-ADD-NOTE.
007640*    THE NOTE IS WRITTEN IN THIS TASK, SO ITS TEXT NEVER HAS TO
007650*    RIDE THE COMMAREA. THE OPERATOR NEEDS THE SAME PROPER
007660*    PROFILE AS FOR A STATUS CHANGE; THE PRGARDE MARKER IS NOT
007670*    READ - IT GUARDS PRTD20, WHICH A NOTE DOES NOT TOUCH.
007680     PERFORM 3040-CHECK-AUTORISATION THRU 3040-EXIT.
007690     IF NOT DL20-AUTORISE
007700         GO TO 4000-EXIT
007710     END-IF.
007720     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
007730     MOVE SPACES TO DL20-SCREEN-OUT.
007740     MOVE 0 TO DL20-DT-RAPPEL.
007750     IF DL20-SCREEN-IN(2:8) NOT = SPACES
007760         IF DL20-SCREEN-IN(2:8) IS NUMERIC
007770             MOVE DL20-SCREEN-IN(2:8) TO DL20-DT-RAPPEL
007780         END-IF
007790         IF DL20-DT-RAPPEL-MM < 01
007800             OR DL20-DT-RAPPEL-MM > 12
007810             OR DL20-DT-RAPPEL-JJ < 01
007820             OR DL20-DT-RAPPEL-JJ > 31
007830             OR DL20-DT-RAPPEL < DL20-TODAY
007840             MOVE 'BRING-FORWARD DATE INVALID - NOTE NOT ADDED'
007850                 TO DL20-SCREEN-OUT(1:43)
007860             GO TO 4000-SEND
007870         END-IF
007880     END-IF.
007890     IF DL20-SCREEN-IN(10:70) = SPACES
007900         MOVE 'NOTE TEXT MISSING - NOTE NOT ADDED' TO
007910             DL20-SCREEN-OUT(1:34)
007920         GO TO 4000-SEND
007930     END-IF.
007940     PERFORM 4100-LOOKUP-LAST-NOTE THRU 4100-EXIT.
007950     ADD 1 TO DL20-NOTE-SEQ.
007960     MOVE SPACES            TO PRNOTE-RECORD.
007970     MOVE LDO-NO-DOSSIER    TO PRNOT-NO-DOSSIER.
007980     MOVE DL20-NOTE-SEQ     TO PRNOT-NO-SEQ.
007990     MOVE EIBTRMID          TO PRNOT-ID-OPER.
008000     MOVE DL20-TODAY        TO PRNOT-DT-NOTE.
008010     ACCEPT PRNOT-HR-NOTE FROM TIME.
008020     MOVE DL20-DT-RAPPEL    TO PRNOT-DT-RAPPEL.
008030     MOVE DL20-SCREEN-IN(10:70) TO PRNOT-TEXTE.
008040     EXEC CICS WRITE
008050         DATASET ('PRNOTE')
008060         FROM (PRNOTE-RECORD)
008070         RIDFLD (PRNOT-KEY)
008080         KEYLENGTH (9)
008090         RESP (DL20-RESP)
008100         RESP2 (DL20-RESP2)
008110     END-EXEC.
008120     IF DL20-RESP = DFHRESP(NORMAL)
008130         MOVE DL20-NOTE-SEQ TO DL20-NOTE-SEQ-ED
008140         MOVE 'NOTE ADDED - SEQUENCE ' TO DL20-SCREEN-OUT(1:22)
008150         MOVE DL20-NOTE-SEQ-ED TO DL20-SCREEN-OUT(23:5)
008160     ELSE
008170         MOVE 'NOTE NOT ADDED - TRY AGAIN' TO
008180             DL20-SCREEN-OUT(1:26)
008190     END-IF.
008200 4000-SEND.
008210     EXEC CICS SEND TEXT
008220         FROM (DL20-SCREEN-OUT)
008230         LENGTH (80)
008240         ERASE
008250     END-EXEC.
008260 4000-EXIT.
008270     EXIT.
008280*
008290 4100-LOOKUP-LAST-NOTE.
008300*    SAME FORWARD BROWSE AS 3100-LOOKUP-LAST-SEQ, ON PRNOTE.
008310     MOVE 0               TO DL20-NOTE-SEQ.
008320     MOVE 'N'             TO DL20-FIN-BROWSE-SW.
008330     MOVE LDO-NO-DOSSIER  TO PRNOT-NO-DOSSIER.
008340     MOVE 0               TO PRNOT-NO-SEQ.
008350     EXEC CICS STARTBR
008360         DATASET ('PRNOTE')
008370         RIDFLD (PRNOT-KEY)
008380         KEYLENGTH (9)
008390         GTEQ
008400         RESP (DL20-RESP-BROWSE)
008410     END-EXEC.
008420     IF DL20-RESP-BROWSE NOT = DFHRESP(NORMAL)
008430         GO TO 4100-EXIT
008440     END-IF.
008450     PERFORM 4110-READ-NEXT-NOTE THRU 4110-EXIT
008460         UNTIL DL20-FIN-BROWSE.
008470     EXEC CICS ENDBR
008480         DATASET ('PRNOTE')
008490     END-EXEC.
008500 4100-EXIT.
008510     EXIT.
008520*
008530 4110-READ-NEXT-NOTE.
008540     EXEC CICS READNEXT
008550         DATASET ('PRNOTE')
008560         INTO (PRNOTE-RECORD)
008570         RIDFLD (PRNOT-KEY)
008580         KEYLENGTH (9)
008590         RESP (DL20-RESP-BROWSE)
008600     END-EXEC.
008610     IF DL20-RESP-BROWSE NOT = DFHRESP(NORMAL)
008620         OR PRNOT-NO-DOSSIER NOT = LDO-NO-DOSSIER
008630         MOVE 'Y' TO DL20-FIN-BROWSE-SW
008640         GO TO 4110-EXIT
008650     END-IF.
008660     MOVE PRNOT-NO-SEQ TO DL20-NOTE-SEQ.
008670 4110-EXIT.
008680     EXIT.
