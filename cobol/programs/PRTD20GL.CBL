000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20GL.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-11.
000060 DATE-COMPILED. 2026-09-11.
000070*****************************************************************
000080*    PROGRAM       : PRTD20GL                                  *
000090*    DESCRIPTION   : NIGHTLY GENERAL-LEDGER JOURNAL. TURNS THE  *
000100*                    DAY'S ACCOUNTING EVENTS INTO BALANCED      *
000110*                    DEBIT AND CREDIT LINES ON THE PRGLJRN FILE *
000120*                    (XPRGLJ) FOR FINANCE, SO THE FIGURES NO    *
000130*                    LONGER HAVE TO BE RE-KEYED FROM THE        *
000140*                    PRTD20T AND PRTD20PM PRINT-OUTS. THE       *
000150*                    EVENTS ARE :                               *
000160*                      - THE PRAUD20 TRANSITIONS DATED THE      *
000170*                        JOURNAL DAY - A NEW SAI DOSSIER, A     *
000180*                        VALIDATION, A REJECTION, AND A         *
000190*                        VALIDATION UNDONE BY A REOPEN (VAL TO  *
000200*                        SAI). THE CONSOLIDATION TRANSITIONS    *
000210*                        WRITTEN BY PRTD20MG ARE NOT ACCOUNTING *
000220*                        EVENTS AND ARE SKIPPED,                *
000230*                      - THE PRREGL SETTLEMENTS AND THE PRREGAN *
000240*                        SETTLEMENT REVERSALS - BOTH EXTRACTS   *
000250*                        ARE RECREATED BY EACH PRTD20SE /       *
000260*                        PRTD20RV RUN, SO THIS JOB RUNS AFTER   *
000270*                        THEM,                                  *
000280*                      - THE PRACCRH PENALTY ACCRUALS DATED THE *
000290*                        JOURNAL DAY.                           *
000300*                    THE JOURNAL DAY IS COMMAND LINE POSITIONS  *
000310*                    1-8 (TODAY WHEN ZERO OR NOT NUMERIC). UNIT *
000320*                    AND CURRENCY COME FROM THE PRTD20 MASTER   *
000330*                    (THE PENALTY UNIT FROM PRACCRH ITSELF),    *
000340*                    THE REFERENCE-CURRENCY EQUIVALENT FROM     *
000350*                    PRTD20CV. LINES ARE SUMMED BY UNIT,        *
000360*                    CURRENCY AND EVENT TYPE AND WRITTEN AS A   *
000370*                    DEBIT / CREDIT PAIR ON THE EVENT'S TWO     *
000380*                    ACCOUNTS - HARDWIRED DEFAULTS, EACH        *
000390*                    OVERRIDABLE ON PRPARAM (PRTD20PR, NAMES    *
000400*                    CPT-EE-D AND CPT-EE-C, EE THE EVENT TYPE). *
000410*                    A NET NEGATIVE LINE SWAPS THE TWO SIDES.   *
000420*                    AN EVENT THAT CANNOT BE MAPPED (DOSSIER    *
000430*                    NOT ON PRTD20, UNIT NOT ON PRUNITE, NO     *
000440*                    RATE FOR THE CURRENCY) IS NOT DROPPED BUT  *
000450*                    WRITTEN TO THE SUSPENSE SECTION WITH ITS   *
000460*                    REASON. THE TRAILER CARRIES THE LINE       *
000470*                    COUNTS, THE DEBIT AND CREDIT TOTALS IN THE *
000480*                    REFERENCE CURRENCY, WHICH MUST AGREE, AND  *
000490*                    THE SUSPENSE COUNT AND TOTAL. READ-ONLY ON *
000500*                    PRTD20, SO NO PRGARDE MARKER IS NEEDED.    *
000510*    MODIFICATION HISTORY                                       *
000520*    DATE       INIT  DESCRIPTION                                *
000530*    ---------- ----  -------------------------------------------*
000540*    2026-09-11  DLM  ORIGINAL PROGRAM.                           *
000550*    2026-09-22  DLM  PRREGL AND PRREGAN RECORDS ARE ONLY POSTED  *
000560*                     WHEN THEIR PRREG-DT-EXTRACT RUN DATE IS THE *
000570*                     JOURNAL DATE. A FILE LEFT OVER FROM AN      *
000580*                     EARLIER NIGHT, OR READ BY A BACK-DATED      *
000590*                     RERUN, WAS ALREADY JOURNALLED AND WAS BEING *
000600*                     POSTED AGAIN. THE RECORDS SKIPPED ARE       *
000610*                     COUNTED AND WARNED, AND THE RUN LEDGER      *
000620*                     RESULT IS 'W'.                              *
000630*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000640*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000650*                     USED UP. NO CODE CHANGE.                     *
000660*****************************************************************
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     COPY PRTD20RSL.
000710     COPY PRAUDSEL.
000720     COPY PRREGSEL.
000730     COPY PRRANSEL.
000740     COPY PRACHSEL.
000750     COPY PRUNISEL.
000760     COPY PRGLJSEL.
000770     SELECT PRGLS-SORT-FILE ASSIGN TO SORTWK1.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PRTD20-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY XPRTD20.
000830 FD  PRAUD20-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY XPRAUD.
000860 FD  PRREGL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY XPRREG.
000890 FD  PRREGAN-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY XPRREG REPLACING LEADING ==PRREG== BY ==PRRAN==.
000920 FD  PRACCRH-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY XPRACH.
000950 FD  PRUNITE-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY XPRUNI.
000980 FD  PRGLJRN-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY XPRGLJ.
001010 SD  PRGLS-SORT-FILE.
001020     COPY XPRGLS.
001030 WORKING-STORAGE SECTION.
001040     COPY XPRSTAT.
001050     COPY XPRJWLK.
001060     COPY XPRPRLK.
001070     COPY XPRCVLK.
001080 77  DL20-DEVISE-REF            PIC X(3)  VALUE 'EUR'.
001090 01  DL20-SWITCHES.
001100     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
001110         88  DL20-EOF               VALUE 'Y'.
001120     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
001130         88  DL20-DOSSIER-TROUVE    VALUE 'Y'.
001140     05  DL20-UNITE-OK-SW       PIC X(1)  VALUE 'N'.
001150         88  DL20-UNITE-OK          VALUE 'Y'.
001160     05  DL20-GROUPE-SW         PIC X(1)  VALUE 'N'.
001170         88  DL20-GROUPE-OUVERT     VALUE 'Y'.
001180     05  DL20-AVERT-SW          PIC X(1)  VALUE 'N'.
001190         88  DL20-AVERTISSEMENT     VALUE 'Y'.
001200 01  DL20-COUNTERS.
001210     05  DL20-AUD-LUES          PIC 9(7)  USAGE COMP.
001220     05  DL20-REG-LUES          PIC 9(7)  USAGE COMP.
001230     05  DL20-RAN-LUES          PIC 9(7)  USAGE COMP.
001240     05  DL20-ACH-LUES          PIC 9(7)  USAGE COMP.
001250     05  DL20-EVTS-JOURNAL      PIC 9(7)  USAGE COMP.
001260     05  DL20-EVTS-SUSPENS      PIC 9(7)  USAGE COMP.
001270     05  DL20-LIGNES-ECRITES    PIC 9(9)  USAGE COMP.
001280     05  DL20-NB-DEBITS         PIC 9(9)  USAGE COMP.
001290     05  DL20-NB-CREDITS        PIC 9(9)  USAGE COMP.
001300     05  DL20-UT-DROPPED        PIC 9(7)  USAGE COMP.
001310     05  DL20-REG-ECARTES       PIC 9(7)  USAGE COMP.
001320     05  DL20-RAN-ECARTES       PIC 9(7)  USAGE COMP.
001330 01  DL20-TOTAUX.
001340     05  DL20-TOT-DEBIT         PIC S9(15)V9(2) USAGE COMP-3.
001350     05  DL20-TOT-CREDIT        PIC S9(15)V9(2) USAGE COMP-3.
001360     05  DL20-TOT-SUSPENS       PIC S9(15)V9(2) USAGE COMP-3.
001370 01  DL20-PARMS.
001380     05  DL20-PARM-LINE         PIC X(80).
001390     05  DL20-PARM-DT-JOURNAL   PIC 9(8).
001400 01  DL20-DT-JOURNAL            PIC 9(8).
001410 01  DL20-TODAY                 PIC 9(8).
001420 01  DL20-HEURE                 PIC 9(6).
001430*    THE EVENT BEING POSTED, WHICHEVER FILE IT CAME FROM.
001440 01  DL20-EVENEMENT.
001450     05  DL20-EV-CD-EVT         PIC X(2).
001460     05  DL20-EV-NO-DOSSIER     PIC S9(11)V USAGE COMP-3.
001470     05  DL20-EV-CD-UNITE       PIC X(3).
001480     05  DL20-EV-CD-DEVISE      PIC X(3).
001490     05  DL20-EV-MT             PIC S9(11)V9(2) USAGE COMP-3.
001500     05  DL20-EV-DT             PIC 9(8).
001510*    THE JOURNAL LINE BEING SUMMED ON THE CONTROL BREAK.
001520 01  DL20-GROUPE.
001530     05  DL20-GR-CD-UNITE       PIC X(3).
001540     05  DL20-GR-CD-DEVISE      PIC X(3).
001550     05  DL20-GR-CD-EVT         PIC X(2).
001560     05  DL20-GR-NB             PIC 9(7)  USAGE COMP.
001570     05  DL20-GR-MT             PIC S9(13)V9(2) USAGE COMP-3.
001580     05  DL20-GR-MT-REF         PIC S9(13)V9(2) USAGE COMP-3.
001590     05  DL20-GR-DT-TAUX        PIC 9(8).
001600 01  DL20-CPT-DEBIT             PIC X(10).
001610 01  DL20-CPT-CREDIT            PIC X(10).
001620 01  DL20-CPT-ECHANGE           PIC X(10).
001630*    DEFAULT DEBIT AND CREDIT ACCOUNT PER EVENT TYPE, EACH ONE
001640*    REPLACED AT INITIALIZATION BY ITS PRPARAM VALUE WHEN THERE
001650*    IS ONE.
001660 01  DL20-COMPTES-DEFAUT.
001670     05  FILLER                 PIC X(22)
001680         VALUE 'SA08010000000809000000'.
001690     05  FILLER                 PIC X(22)
001700         VALUE 'VA60110000004011000000'.
001710     05  FILLER                 PIC X(22)
001720         VALUE 'VM08090000000801000000'.
001730     05  FILLER                 PIC X(22)
001740         VALUE 'RJ08090000000801000000'.
001750     05  FILLER                 PIC X(22)
001760         VALUE 'RO40110000006011000000'.
001770     05  FILLER                 PIC X(22)
001780         VALUE 'RM08010000000809000000'.
001790     05  FILLER                 PIC X(22)
001800         VALUE 'RG40110000005121000000'.
001810     05  FILLER                 PIC X(22)
001820         VALUE 'AN51210000004011000000'.
001830     05  FILLER                 PIC X(22)
001840         VALUE 'PN41110000007581000000'.
001850 01  DL20-COMPTE-TABLE REDEFINES DL20-COMPTES-DEFAUT.
001860     05  DL20-CP-ENTRY   OCCURS 9 TIMES
001870                         INDEXED BY DL20-CP-IDX.
001880         10  DL20-CP-CD-EVT     PIC X(2).
001890         10  DL20-CP-DEBIT      PIC X(10).
001900         10  DL20-CP-CREDIT     PIC X(10).
001910 01  DL20-NOM-COMPTE.
001920     05  FILLER                 PIC X(4)  VALUE 'CPT-'.
001930     05  DL20-NC-CD-EVT         PIC X(2).
001940     05  FILLER                 PIC X(1)  VALUE '-'.
001950     05  DL20-NC-SENS           PIC X(1).
001960     05  FILLER                 PIC X(2)  VALUE SPACES.
001970 01  DL20-UNITE-TABLE.
001980     05  DL20-UT-ENTRY   OCCURS 1 TO 20 TIMES
001990                         DEPENDING ON DL20-UT-COUNT
002000                         INDEXED BY DL20-UT-IDX.
002010         10  DL20-UT-UNITE      PIC X(3).
002020 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
002030 01  DL20-JW-TEXTE.
002040     05  FILLER                 PIC X(3)  VALUE 'DT='.
002050     05  DL20-JWT-DT-JOURNAL    PIC 9(8).
002060     05  FILLER                 PIC X(6)  VALUE ' SUSP='.
002070     05  DL20-JWT-NB-SUSPENS    PIC 9(7).
002080     05  FILLER                 PIC X(16) VALUE SPACES.
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     SORT PRGLS-SORT-FILE
002130         ON ASCENDING KEY PRGLS-CD-SECTION
002140         ON ASCENDING KEY PRGLS-CD-UNITE
002150         ON ASCENDING KEY PRGLS-CD-DEVISE
002160         ON ASCENDING KEY PRGLS-CD-EVT
002170         ON ASCENDING KEY PRGLS-NO-DOSSIER
002180         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
002190         OUTPUT PROCEDURE IS 3000-WRITE-JOURNAL.
002200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002210     GOBACK.
002220*
002230 1000-INITIALIZE.
002240     MOVE 0 TO DL20-AUD-LUES DL20-REG-LUES DL20-RAN-LUES
002250         DL20-ACH-LUES DL20-EVTS-JOURNAL DL20-EVTS-SUSPENS
002260         DL20-LIGNES-ECRITES DL20-NB-DEBITS DL20-NB-CREDITS
002270         DL20-UT-DROPPED DL20-REG-ECARTES DL20-RAN-ECARTES.
002280     MOVE 0 TO DL20-TOT-DEBIT DL20-TOT-CREDIT DL20-TOT-SUSPENS.
002290     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002300     ACCEPT DL20-HEURE FROM TIME.
002310     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
002320     MOVE DL20-PARM-LINE(1:8) TO DL20-PARM-DT-JOURNAL.
002330     IF DL20-PARM-DT-JOURNAL IS NUMERIC
002340         AND DL20-PARM-DT-JOURNAL NOT = ZERO
002350         MOVE DL20-PARM-DT-JOURNAL TO DL20-DT-JOURNAL
002360     ELSE
002370         MOVE DL20-TODAY TO DL20-DT-JOURNAL
002380     END-IF.
002390     PERFORM 1050-READ-ACCOUNT-PARM THRU 1050-EXIT
002400         VARYING DL20-CP-IDX FROM 1 BY 1
002410         UNTIL DL20-CP-IDX > 9.
002420     PERFORM 1500-LOAD-UNITE-TABLE THRU 1500-EXIT.
002430     OPEN INPUT PRTD20-FILE.
002440     OPEN OUTPUT PRGLJRN-FILE.
002450     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
002460 1000-EXIT.
002470     EXIT.
002480*
002490 1050-READ-ACCOUNT-PARM.
002500     MOVE 'PRTD20GL' TO DL20-PR-PROGRAMME.
002510     MOVE DL20-CP-CD-EVT(DL20-CP-IDX) TO DL20-NC-CD-EVT.
002520     MOVE 'D' TO DL20-NC-SENS.
002530     MOVE DL20-NOM-COMPTE TO DL20-PR-NOM.
002540     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002550     IF NOT DL20-PR-ABSENT
002560         AND DL20-PR-VALEUR NOT = SPACES
002570         MOVE DL20-PR-VALEUR(1:10) TO DL20-CP-DEBIT(DL20-CP-IDX)
002580     END-IF.
002590     MOVE 'C' TO DL20-NC-SENS.
002600     MOVE DL20-NOM-COMPTE TO DL20-PR-NOM.
002610     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002620     IF NOT DL20-PR-ABSENT
002630         AND DL20-PR-VALEUR NOT = SPACES
002640         MOVE DL20-PR-VALEUR(1:10) TO DL20-CP-CREDIT(DL20-CP-IDX)
002650     END-IF.
002660 1050-EXIT.
002670     EXIT.
002680*
002690 1100-WRITE-HEADER.
002700     MOVE SPACES TO PRGLJ-ENTETE.
002710     MOVE '0' TO PRGLJ-ENT-TYPE.
002720     MOVE DL20-DT-JOURNAL TO PRGLJ-ENT-DT-JOURNAL.
002730     MOVE DL20-DEVISE-REF TO PRGLJ-ENT-DEVISE-REF.
002740     MOVE DL20-TODAY TO PRGLJ-ENT-DT-CREATION.
002750     MOVE DL20-HEURE TO PRGLJ-ENT-HR-CREATION.
002760     WRITE PRGLJ-ENTETE.
002770 1100-EXIT.
002780     EXIT.
002790*
002800 1500-LOAD-UNITE-TABLE.
002810     MOVE 0 TO DL20-UT-COUNT.
002820     OPEN INPUT PRUNITE-FILE.
002830     IF DL20-PRUNITE-OK
002840         PERFORM 1510-READ-UNITE THRU 1510-EXIT
002850         PERFORM 1520-STORE-UNITE THRU 1520-EXIT
002860             UNTIL DL20-EOF
002870         CLOSE PRUNITE-FILE
002880         MOVE 'N' TO DL20-EOF-SW
002890     END-IF.
002900     IF DL20-UT-DROPPED > 0
002910         DISPLAY 'PRTD20GL - WARNING, UNIT TABLE FULL, DROPPED : '
002920             DL20-UT-DROPPED
002930         MOVE 'Y' TO DL20-AVERT-SW
002940     END-IF.
002950 1500-EXIT.
002960     EXIT.
002970*
002980 1510-READ-UNITE.
002990     READ PRUNITE-FILE NEXT RECORD
003000         AT END
003010             MOVE 'Y' TO DL20-EOF-SW
003020     END-READ.
003030 1510-EXIT.
003040     EXIT.
003050*
003060 1520-STORE-UNITE.
003070     IF DL20-UT-COUNT < 20
003080         ADD 1 TO DL20-UT-COUNT
003090         MOVE UNI-CD-UNITE TO DL20-UT-UNITE(DL20-UT-COUNT)
003100     ELSE
003110         ADD 1 TO DL20-UT-DROPPED
003120     END-IF.
003130     PERFORM 1510-READ-UNITE THRU 1510-EXIT.
003140 1520-EXIT.
003150     EXIT.
003160*
003170 2000-BUILD-SORT-INPUT.
003180     PERFORM 2100-SCAN-AUDIT THRU 2100-EXIT.
003190     PERFORM 2300-SCAN-SETTLEMENTS THRU 2300-EXIT.
003200     PERFORM 2400-SCAN-REVERSALS THRU 2400-EXIT.
003210     PERFORM 2500-SCAN-PENALTIES THRU 2500-EXIT.
003220 2000-EXIT.
003230     EXIT.
003240*
003250 2100-SCAN-AUDIT.
003260     OPEN INPUT PRAUD20-FILE.
003270     IF NOT DL20-PRAUD20-OK
003280         DISPLAY 'PRTD20GL - PRAUD20 NOT AVAILABLE, STATUS '
003290             DL20-PRAUD20-STATUS ' - NO DOSSIER EVENTS'
003300         MOVE 'Y' TO DL20-AVERT-SW
003310         GO TO 2100-EXIT
003320     END-IF.
003330     PERFORM 2110-READ-AUDIT THRU 2110-EXIT.
003340     PERFORM 2120-EVALUATE-AUDIT THRU 2120-EXIT
003350         UNTIL DL20-EOF.
003360     CLOSE PRAUD20-FILE.
003370     MOVE 'N' TO DL20-EOF-SW.
003380 2100-EXIT.
003390     EXIT.
003400*
003410 2110-READ-AUDIT.
003420     READ PRAUD20-FILE NEXT RECORD
003430         AT END
003440             MOVE 'Y' TO DL20-EOF-SW
003450         NOT AT END
003460             ADD 1 TO DL20-AUD-LUES
003470     END-READ.
003480 2110-EXIT.
003490     EXIT.
003500*
003510 2120-EVALUATE-AUDIT.
003520     IF PRAUD-DT-TRANSIT NOT = DL20-DT-JOURNAL
003530         OR PRAUD-ID-PROGRAMME = 'PRTD20MG'
003540         GO TO 2120-READ-NEXT
003550     END-IF.
003560     MOVE PRAUD-NO-DOSSIER TO DL20-EV-NO-DOSSIER.
003570     MOVE PRAUD-DT-TRANSIT TO DL20-EV-DT.
003580     PERFORM 2600-READ-DOSSIER THRU 2600-EXIT.
003590     MOVE LDO-CD-UNITE TO DL20-EV-CD-UNITE.
003600     MOVE LDO-CD-DEVISE TO DL20-EV-CD-DEVISE.
003610     MOVE LDO-MT-DOSSIER TO DL20-EV-MT.
003620     IF NOT DL20-DOSSIER-TROUVE
003630         MOVE SPACES TO DL20-EV-CD-UNITE DL20-EV-CD-DEVISE
003640         MOVE 0 TO DL20-EV-MT
003650     END-IF.
003660*    A SAI TO APP HOLD AWAITING THE SECOND APPROVER IS NOT AN
003670*    ACCOUNTING EVENT - THE VALIDATION IS POSTED WHEN APP GOES TO
003680*    VAL.
003690     EVALUATE TRUE
003700         WHEN PRAUD-CD-ETA-AVANT = SPACE
003710             AND PRAUD-CD-ETA-APRES = 'S'
003720             MOVE 'SA' TO DL20-EV-CD-EVT
003730             PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT
003740         WHEN PRAUD-CD-ETA-APRES = 'V'
003750             MOVE 'VA' TO DL20-EV-CD-EVT
003760             PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT
003770             MOVE 'VM' TO DL20-EV-CD-EVT
003780             PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT
003790         WHEN PRAUD-CD-ETA-APRES = 'R'
003800             MOVE 'RJ' TO DL20-EV-CD-EVT
003810             PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT
003820         WHEN PRAUD-CD-ETA-AVANT = 'V'
003830             AND PRAUD-CD-ETA-APRES = 'S'
003840             MOVE 'RO' TO DL20-EV-CD-EVT
003850             PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT
003860             MOVE 'RM' TO DL20-EV-CD-EVT
003870             PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT
003880         WHEN OTHER
003890             CONTINUE
003900     END-EVALUATE.
003910 2120-READ-NEXT.
003920     PERFORM 2110-READ-AUDIT THRU 2110-EXIT.
003930 2120-EXIT.
003940     EXIT.
003950*
003960 2300-SCAN-SETTLEMENTS.
003970     OPEN INPUT PRREGL-FILE.
003980     IF NOT DL20-PRREGL-OK
003990         DISPLAY 'PRTD20GL - PRREGL NOT AVAILABLE, STATUS '
004000             DL20-PRREGL-STATUS ' - NO SETTLEMENTS'
004010         GO TO 2300-EXIT
004020     END-IF.
004030     PERFORM 2310-READ-SETTLEMENT THRU 2310-EXIT.
004040     PERFORM 2320-POST-SETTLEMENT THRU 2320-EXIT
004050         UNTIL DL20-EOF.
004060     CLOSE PRREGL-FILE.
004070     MOVE 'N' TO DL20-EOF-SW.
004080 2300-EXIT.
004090     EXIT.
004100*
004110 2310-READ-SETTLEMENT.
004120     READ PRREGL-FILE NEXT RECORD
004130         AT END
004140             MOVE 'Y' TO DL20-EOF-SW
004150         NOT AT END
004160             ADD 1 TO DL20-REG-LUES
004170     END-READ.
004180 2310-EXIT.
004190     EXIT.
004200*
004210 2320-POST-SETTLEMENT.
004220*    AMOUNT AND CURRENCY ARE THE ONES EXTRACTED FOR PAYMENT; ONLY
004230*    THE UNIT IS TAKEN FROM THE MASTER.
004240*    PRREGL IS REWRITTEN BY EVERY PRTD20SE RUN - A RECORD FROM
004250*    ANY OTHER DAY WAS POSTED BY THAT DAY'S JOURNAL, OR BELONGS
004260*    TO A NIGHT THIS RUN IS NOT FOR, AND IS LEFT ALONE.
004270     IF PRREG-DT-EXTRACT NOT = DL20-DT-JOURNAL
004280         ADD 1 TO DL20-REG-ECARTES
004290         GO TO 2320-READ-NEXT
004300     END-IF.
004310     MOVE 'RG' TO DL20-EV-CD-EVT.
004320     MOVE PRREG-NO-DOSSIER TO DL20-EV-NO-DOSSIER.
004330     MOVE DL20-DT-JOURNAL TO DL20-EV-DT.
004340     PERFORM 2600-READ-DOSSIER THRU 2600-EXIT.
004350     MOVE LDO-CD-UNITE TO DL20-EV-CD-UNITE.
004360     IF NOT DL20-DOSSIER-TROUVE
004370         MOVE SPACES TO DL20-EV-CD-UNITE
004380     END-IF.
004390     MOVE PRREG-CD-DEVISE TO DL20-EV-CD-DEVISE.
004400     MOVE PRREG-MT-DOSSIER TO DL20-EV-MT.
004410     PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT.
004420 2320-READ-NEXT.
004430     PERFORM 2310-READ-SETTLEMENT THRU 2310-EXIT.
004440 2320-EXIT.
004450     EXIT.
004460*
004470 2400-SCAN-REVERSALS.
004480     OPEN INPUT PRREGAN-FILE.
004490     IF NOT DL20-PRREGAN-OK
004500         DISPLAY 'PRTD20GL - PRREGAN NOT AVAILABLE, STATUS '
004510             DL20-PRREGAN-STATUS ' - NO REVERSALS'
004520         GO TO 2400-EXIT
004530     END-IF.
004540     PERFORM 2410-READ-REVERSAL THRU 2410-EXIT.
004550     PERFORM 2420-POST-REVERSAL THRU 2420-EXIT
004560         UNTIL DL20-EOF.
004570     CLOSE PRREGAN-FILE.
004580     MOVE 'N' TO DL20-EOF-SW.
004590 2400-EXIT.
004600     EXIT.
004610*
004620 2410-READ-REVERSAL.
004630     READ PRREGAN-FILE NEXT RECORD
004640         AT END
004650             MOVE 'Y' TO DL20-EOF-SW
004660         NOT AT END
004670             ADD 1 TO DL20-RAN-LUES
004680     END-READ.
004690 2410-EXIT.
004700     EXIT.
004710*
004720 2420-POST-REVERSAL.
004730*    THE REVERSAL EXTRACT CARRIES THE AMOUNT NEGATED; THE AN
004740*    ACCOUNTS ALREADY REVERSE THE SETTLEMENT, SO IT IS POSTED
004750*    POSITIVE.
004760*    THE SAME RUN-DATE CHECK AS FOR PRREGL APPLIES.
004770     IF PRRAN-DT-EXTRACT NOT = DL20-DT-JOURNAL
004780         ADD 1 TO DL20-RAN-ECARTES
004790         GO TO 2420-READ-NEXT
004800     END-IF.
004810     MOVE 'AN' TO DL20-EV-CD-EVT.
004820     MOVE PRRAN-NO-DOSSIER TO DL20-EV-NO-DOSSIER.
004830     MOVE DL20-DT-JOURNAL TO DL20-EV-DT.
004840     PERFORM 2600-READ-DOSSIER THRU 2600-EXIT.
004850     MOVE LDO-CD-UNITE TO DL20-EV-CD-UNITE.
004860     IF NOT DL20-DOSSIER-TROUVE
004870         MOVE SPACES TO DL20-EV-CD-UNITE
004880     END-IF.
004890     MOVE PRRAN-CD-DEVISE TO DL20-EV-CD-DEVISE.
004900     COMPUTE DL20-EV-MT = 0 - PRRAN-MT-DOSSIER.
004910     PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT.
004920 2420-READ-NEXT.
004930     PERFORM 2410-READ-REVERSAL THRU 2410-EXIT.
004940 2420-EXIT.
004950     EXIT.
004960*
004970 2500-SCAN-PENALTIES.
004980     OPEN INPUT PRACCRH-FILE.
004990     IF NOT DL20-PRACCRH-OK
005000         DISPLAY 'PRTD20GL - PRACCRH NOT AVAILABLE, STATUS '
005010             DL20-PRACCRH-STATUS ' - NO PENALTIES'
005020         GO TO 2500-EXIT
005030     END-IF.
005040     PERFORM 2510-READ-PENALTY THRU 2510-EXIT.
005050     PERFORM 2520-POST-PENALTY THRU 2520-EXIT
005060         UNTIL DL20-EOF.
005070     CLOSE PRACCRH-FILE.
005080     MOVE 'N' TO DL20-EOF-SW.
005090 2500-EXIT.
005100     EXIT.
005110*
005120 2510-READ-PENALTY.
005130     READ PRACCRH-FILE NEXT RECORD
005140         AT END
005150             MOVE 'Y' TO DL20-EOF-SW
005160         NOT AT END
005170             ADD 1 TO DL20-ACH-LUES
005180     END-READ.
005190 2510-EXIT.
005200     EXIT.
005210*
005220 2520-POST-PENALTY.
005230*    PRACCRH HOLDS THE WHOLE ACCRUAL HISTORY - ONLY THE JOURNAL
005240*    DAY'S ACCRUALS ARE POSTED. THE PENALTY IS A RATE ON
005250*    LDO-MT-DOSSIER, SO IT IS IN THE DOSSIER'S BOOKING CURRENCY.
005260     IF ACH-DT-ACCRU NOT = DL20-DT-JOURNAL
005270         GO TO 2520-READ-NEXT
005280     END-IF.
005290     MOVE 'PN' TO DL20-EV-CD-EVT.
005300     MOVE ACH-NO-DOSSIER TO DL20-EV-NO-DOSSIER.
005310     MOVE ACH-DT-ACCRU TO DL20-EV-DT.
005320     PERFORM 2600-READ-DOSSIER THRU 2600-EXIT.
005330     MOVE LDO-CD-DEVISE TO DL20-EV-CD-DEVISE.
005340     IF NOT DL20-DOSSIER-TROUVE
005350         MOVE SPACES TO DL20-EV-CD-DEVISE
005360     END-IF.
005370     MOVE ACH-CD-UNITE TO DL20-EV-CD-UNITE.
005380     MOVE ACH-MT-JOUR TO DL20-EV-MT.
005390     PERFORM 2700-RELEASE-EVENT THRU 2700-EXIT.
005400 2520-READ-NEXT.
005410     PERFORM 2510-READ-PENALTY THRU 2510-EXIT.
005420 2520-EXIT.
005430     EXIT.
005440*
005450 2600-READ-DOSSIER.
005460     MOVE DL20-EV-NO-DOSSIER TO LDO-NO-DOSSIER.
005470     READ PRTD20-FILE
005480         KEY IS LDO-NO-DOSSIER
005490         INVALID KEY
005500             MOVE 'N' TO DL20-TROUVE-SW
005510         NOT INVALID KEY
005520             MOVE 'Y' TO DL20-TROUVE-SW
005530     END-READ.
005540 2600-EXIT.
005550     EXIT.
005560*
005570 2700-RELEASE-EVENT.
005580*    AN EVENT GOES TO THE JOURNAL SECTION ONLY WHEN ITS DOSSIER,
005590*    UNIT AND RATE ARE ALL KNOWN; OTHERWISE TO SUSPENSE WITH THE
005600*    FIRST REASON FOUND, SO NOTHING IS EVER DROPPED.
005610     MOVE DL20-EV-CD-EVT     TO PRGLS-CD-EVT.
005620     MOVE DL20-EV-NO-DOSSIER TO PRGLS-NO-DOSSIER.
005630     MOVE DL20-EV-CD-UNITE   TO PRGLS-CD-UNITE.
005640     MOVE DL20-EV-CD-DEVISE  TO PRGLS-CD-DEVISE.
005650     MOVE DL20-EV-MT         TO PRGLS-MT.
005660     MOVE DL20-EV-DT         TO PRGLS-DT-EVT.
005670     MOVE 0                  TO PRGLS-MT-REF PRGLS-DT-TAUX.
005680     MOVE SPACES             TO PRGLS-CD-RAISON.
005690     MOVE '2'                TO PRGLS-CD-SECTION.
005700     IF NOT DL20-DOSSIER-TROUVE
005710         MOVE 'DA' TO PRGLS-CD-RAISON
005720         GO TO 2700-RELEASE
005730     END-IF.
005740     MOVE DL20-EV-CD-DEVISE TO DL20-CV-DEVISE.
005750     MOVE DL20-EV-MT TO DL20-CV-MT.
005760     CALL 'PRTD20CV' USING DL20-CV-PARMS.
005770     IF DL20-CV-OK
005780         MOVE DL20-CV-MT-REF  TO PRGLS-MT-REF
005790         MOVE DL20-CV-DT-TAUX TO PRGLS-DT-TAUX
005800     END-IF.
005810     PERFORM 2800-CHECK-UNITE THRU 2800-EXIT.
005820     IF NOT DL20-UNITE-OK
005830         MOVE 'UI' TO PRGLS-CD-RAISON
005840         GO TO 2700-RELEASE
005850     END-IF.
005860     IF DL20-CV-SANS-TAUX
005870         MOVE 'TX' TO PRGLS-CD-RAISON
005880         GO TO 2700-RELEASE
005890     END-IF.
005900     MOVE '1' TO PRGLS-CD-SECTION.
005910 2700-RELEASE.
005920     RELEASE PRGLS-SORT-RECORD.
005930     IF PRGLS-JOURNAL
005940         ADD 1 TO DL20-EVTS-JOURNAL
005950     ELSE
005960         ADD 1 TO DL20-EVTS-SUSPENS
005970     END-IF.
005980 2700-EXIT.
005990     EXIT.
006000*
006010 2800-CHECK-UNITE.
006020     MOVE 'N' TO DL20-UNITE-OK-SW.
006030     IF DL20-UT-COUNT > 0
006040         SET DL20-UT-IDX TO 1
006050         SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
006060             AT END
006070                 CONTINUE
006080             WHEN DL20-UT-UNITE(DL20-UT-IDX) = DL20-EV-CD-UNITE
006090                 MOVE 'Y' TO DL20-UNITE-OK-SW
006100         END-SEARCH
006110     END-IF.
006120 2800-EXIT.
006130     EXIT.
006140*
006150 3000-WRITE-JOURNAL.
006160     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
006170         UNTIL DL20-EOF.
006180     MOVE 'N' TO DL20-EOF-SW.
006190     IF DL20-GROUPE-OUVERT
006200         PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
006210     END-IF.
006220 3000-EXIT.
006230     EXIT.
006240*
006250 3100-RETURN-SORTED.
006260     RETURN PRGLS-SORT-FILE
006270         AT END
006280             MOVE 'Y' TO DL20-EOF-SW
006290         NOT AT END
006300             PERFORM 3200-PROCESS-SORTED THRU 3200-EXIT
006310     END-RETURN.
006320 3100-EXIT.
006330     EXIT.
006340*
006350 3200-PROCESS-SORTED.
006360*    SECTION 1 SORTS AHEAD OF SECTION 2, SO THE LAST JOURNAL LINE
006370*    IS WRITTEN BEFORE THE FIRST SUSPENSE RECORD.
006380     IF DL20-GROUPE-OUVERT
006390         IF PRGLS-SUSPENS
006400             OR PRGLS-CD-UNITE  NOT = DL20-GR-CD-UNITE
006410             OR PRGLS-CD-DEVISE NOT = DL20-GR-CD-DEVISE
006420             OR PRGLS-CD-EVT    NOT = DL20-GR-CD-EVT
006430             PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
006440         END-IF
006450     END-IF.
006460     IF PRGLS-SUSPENS
006470         PERFORM 3500-WRITE-SUSPENSE THRU 3500-EXIT
006480         GO TO 3200-EXIT
006490     END-IF.
006500     IF NOT DL20-GROUPE-OUVERT
006510         MOVE 'Y' TO DL20-GROUPE-SW
006520         MOVE PRGLS-CD-UNITE  TO DL20-GR-CD-UNITE
006530         MOVE PRGLS-CD-DEVISE TO DL20-GR-CD-DEVISE
006540         MOVE PRGLS-CD-EVT    TO DL20-GR-CD-EVT
006550         MOVE 0 TO DL20-GR-NB DL20-GR-MT DL20-GR-MT-REF
006560     END-IF.
006570     ADD 1 TO DL20-GR-NB.
006580     ADD PRGLS-MT TO DL20-GR-MT.
006590     ADD PRGLS-MT-REF TO DL20-GR-MT-REF.
006600     MOVE PRGLS-DT-TAUX TO DL20-GR-DT-TAUX.
006610 3200-EXIT.
006620     EXIT.
006630*
006640 3300-WRITE-PAIR.
006650     MOVE 'N' TO DL20-GROUPE-SW.
006660     SET DL20-CP-IDX TO 1.
006670     SEARCH DL20-CP-ENTRY VARYING DL20-CP-IDX
006680         AT END
006690             MOVE SPACES TO DL20-CPT-DEBIT DL20-CPT-CREDIT
006700         WHEN DL20-CP-CD-EVT(DL20-CP-IDX) = DL20-GR-CD-EVT
006710             MOVE DL20-CP-DEBIT(DL20-CP-IDX)  TO DL20-CPT-DEBIT
006720             MOVE DL20-CP-CREDIT(DL20-CP-IDX) TO DL20-CPT-CREDIT
006730     END-SEARCH.
006740*    A NET NEGATIVE LINE (NEGATIVE DOSSIER AMOUNTS) IS POSTED AS
006750*    ITS POSITIVE VALUE ON THE OPPOSITE SIDES.
006760     IF DL20-GR-MT < 0
006770         MOVE DL20-CPT-DEBIT  TO DL20-CPT-ECHANGE
006780         MOVE DL20-CPT-CREDIT TO DL20-CPT-DEBIT
006790         MOVE DL20-CPT-ECHANGE TO DL20-CPT-CREDIT
006800         COMPUTE DL20-GR-MT = 0 - DL20-GR-MT
006810         COMPUTE DL20-GR-MT-REF = 0 - DL20-GR-MT-REF
006820     END-IF.
006830     MOVE SPACES TO PRGLJ-LIGNE.
006840     MOVE '1' TO PRGLJ-LIG-TYPE.
006850     MOVE DL20-GR-CD-UNITE  TO PRGLJ-LIG-CD-UNITE.
006860     MOVE DL20-GR-CD-DEVISE TO PRGLJ-LIG-CD-DEVISE.
006870     MOVE DL20-GR-CD-EVT    TO PRGLJ-LIG-CD-EVT.
006880     MOVE DL20-GR-MT        TO PRGLJ-LIG-MT.
006890     MOVE DL20-GR-MT-REF    TO PRGLJ-LIG-MT-REF.
006900     MOVE DL20-GR-NB        TO PRGLJ-LIG-NB-EVTS.
006910     MOVE DL20-GR-DT-TAUX   TO PRGLJ-LIG-DT-TAUX.
006920     MOVE DL20-CPT-DEBIT    TO PRGLJ-LIG-NO-COMPTE.
006930     MOVE 'D' TO PRGLJ-LIG-CD-SENS.
006940     WRITE PRGLJ-LIGNE.
006950     ADD 1 TO DL20-LIGNES-ECRITES DL20-NB-DEBITS.
006960     ADD DL20-GR-MT-REF TO DL20-TOT-DEBIT.
006970     MOVE DL20-CPT-CREDIT   TO PRGLJ-LIG-NO-COMPTE.
006980     MOVE 'C' TO PRGLJ-LIG-CD-SENS.
006990     WRITE PRGLJ-LIGNE.
007000     ADD 1 TO DL20-LIGNES-ECRITES DL20-NB-CREDITS.
007010     ADD DL20-GR-MT-REF TO DL20-TOT-CREDIT.
007020 3300-EXIT.
007030     EXIT.
007040*
007050 3500-WRITE-SUSPENSE.
007060     MOVE SPACES TO PRGLJ-SUSPENS.
007070     MOVE '2' TO PRGLJ-SUS-TYPE.
007080     MOVE PRGLS-CD-EVT     TO PRGLJ-SUS-CD-EVT.
007090     MOVE PRGLS-NO-DOSSIER TO PRGLJ-SUS-NO-DOSSIER.
007100     MOVE PRGLS-CD-UNITE   TO PRGLJ-SUS-CD-UNITE.
007110     MOVE PRGLS-CD-DEVISE  TO PRGLJ-SUS-CD-DEVISE.
007120     MOVE PRGLS-CD-RAISON  TO PRGLJ-SUS-CD-RAISON.
007130     MOVE PRGLS-MT         TO PRGLJ-SUS-MT.
007140     MOVE PRGLS-MT-REF     TO PRGLJ-SUS-MT-REF.
007150     MOVE PRGLS-DT-EVT     TO PRGLJ-SUS-DT-EVT.
007160     WRITE PRGLJ-SUSPENS.
007170     ADD PRGLS-MT TO DL20-TOT-SUSPENS.
007180     DISPLAY 'PRTD20GL - SUSPENSE ' PRGLS-CD-RAISON
007190         ' EVENT ' PRGLS-CD-EVT ' DOSSIER ' PRGLJ-SUS-NO-DOSSIER
007200         ' UNIT ' PRGLS-CD-UNITE ' CCY ' PRGLS-CD-DEVISE.
007210 3500-EXIT.
007220     EXIT.
007230*
007240 8000-TERMINATE.
007250     MOVE SPACES TO PRGLJ-FIN.
007260     MOVE '9' TO PRGLJ-FIN-TYPE.
007270     MOVE DL20-LIGNES-ECRITES TO PRGLJ-FIN-NB-LIGNES.
007280     MOVE DL20-NB-DEBITS      TO PRGLJ-FIN-NB-DEBITS.
007290     MOVE DL20-NB-CREDITS     TO PRGLJ-FIN-NB-CREDITS.
007300     MOVE DL20-TOT-DEBIT      TO PRGLJ-FIN-TOT-DEBIT.
007310     MOVE DL20-TOT-CREDIT     TO PRGLJ-FIN-TOT-CREDIT.
007320     MOVE DL20-EVTS-SUSPENS   TO PRGLJ-FIN-NB-SUSPENS.
007330     MOVE DL20-TOT-SUSPENS    TO PRGLJ-FIN-TOT-SUSPENS.
007340     WRITE PRGLJ-FIN.
007350     CLOSE PRTD20-FILE.
007360     CLOSE PRGLJRN-FILE.
007370     DISPLAY 'PRTD20GL - JOURNAL DATE      : ' DL20-DT-JOURNAL.
007380     DISPLAY 'PRTD20GL - AUDIT RECS READ   : ' DL20-AUD-LUES.
007390     DISPLAY 'PRTD20GL - SETTLEMENTS READ  : ' DL20-REG-LUES.
007400     DISPLAY 'PRTD20GL - REVERSALS READ    : ' DL20-RAN-LUES.
007410     DISPLAY 'PRTD20GL - ACCRUAL RECS READ : ' DL20-ACH-LUES.
007420     DISPLAY 'PRTD20GL - EVENTS JOURNALLED : ' DL20-EVTS-JOURNAL.
007430     DISPLAY 'PRTD20GL - LINES WRITTEN     : '
007440         DL20-LIGNES-ECRITES.
007450     DISPLAY 'PRTD20GL - TOTAL DEBIT (REF) : ' DL20-TOT-DEBIT.
007460     DISPLAY 'PRTD20GL - TOTAL CREDIT (REF): ' DL20-TOT-CREDIT.
007470     DISPLAY 'PRTD20GL - SUSPENSE EVENTS   : ' DL20-EVTS-SUSPENS.
007480     DISPLAY 'PRTD20GL - SUSPENSE TOTAL    : ' DL20-TOT-SUSPENS.
007490     IF DL20-TOT-DEBIT NOT = DL20-TOT-CREDIT
007500         OR DL20-NB-DEBITS NOT = DL20-NB-CREDITS
007510         DISPLAY 'PRTD20GL - WARNING, JOURNAL DOES NOT BALANCE'
007520         MOVE 'Y' TO DL20-AVERT-SW
007530     END-IF.
007540     IF DL20-EVTS-SUSPENS > 0
007550         MOVE 'Y' TO DL20-AVERT-SW
007560     END-IF.
007570     IF DL20-REG-ECARTES > 0
007580         DISPLAY 'PRTD20GL - WARNING, SETTLEMENTS NOT OF THE '
007590             'JOURNAL DATE, NOT POSTED : ' DL20-REG-ECARTES
007600         MOVE 'Y' TO DL20-AVERT-SW
007610     END-IF.
007620     IF DL20-RAN-ECARTES > 0
007630         DISPLAY 'PRTD20GL - WARNING, REVERSALS NOT OF THE '
007640             'JOURNAL DATE, NOT POSTED : ' DL20-RAN-ECARTES
007650         MOVE 'Y' TO DL20-AVERT-SW
007660     END-IF.
007670     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
007680 8000-EXIT.
007690     EXIT.
007700*
007710 8900-WRITE-RUN-LEDGER.
007720     MOVE 'PRTD20GL' TO DL20-JW-PROGRAMME.
007730     MOVE DL20-DT-JOURNAL TO DL20-JWT-DT-JOURNAL.
007740     MOVE DL20-EVTS-SUSPENS TO DL20-JWT-NB-SUSPENS.
007750     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
007760     COMPUTE DL20-JW-RECS-READ = DL20-AUD-LUES + DL20-REG-LUES
007770         + DL20-RAN-LUES + DL20-ACH-LUES.
007780     MOVE DL20-LIGNES-ECRITES TO DL20-JW-RECS-ECRITS.
007790     IF DL20-AVERTISSEMENT
007800         MOVE 'W' TO DL20-JW-RESULTAT
007810     ELSE
007820         MOVE 'O' TO DL20-JW-RESULTAT
007830     END-IF.
007840     CALL 'PRTD20JW' USING DL20-JW-PARMS.
007850     IF DL20-JW-ECHEC
007860         DISPLAY 'PRTD20GL - WARNING, RUN LEDGER WRITE FAILED'
007870     END-IF.
007880 8900-EXIT.
007890     EXIT.
