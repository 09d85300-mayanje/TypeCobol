000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20NU.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-15.
000060 DATE-COMPILED. 2026-09-15.
000070*****************************************************************
000080*    PROGRAM       : PRTD20NU                                  *
000090*    DESCRIPTION   : DOSSIER-NUMBER RANGE MAINTENANCE AND       *
000100*                    MONITORING. FIRST APPLIES THE OPTIONAL     *
000110*                    PRNUMTX RANGE TRANSACTIONS (XPRNTX) TO     *
000120*                    THE PRNUMER CONTROL FILE : A NEW UNIT IS   *
000130*                    GIVEN ITS RANGE, AN EXISTING UNIT HAS ITS  *
000140*                    RANGE MOVED WHILE NOTHING HAS BEEN         *
000150*                    ALLOCATED FROM IT, OR ONLY ITS END MOVED   *
000160*                    ONCE NUMBERS HAVE BEEN ISSUED, NEVER       *
000170*                    BELOW THE LAST NUMBER ISSUED. A            *
000180*                    TRANSACTION FOR A UNIT NOT ON PRUNITE,     *
000190*                    OUTSIDE 1000000000 - 9999999999 OR         *
000200*                    OVERLAPPING ANOTHER UNIT'S RANGE IS        *
000210*                    REJECTED. EVERY TRANSACTION IS PRINTED     *
000220*                    WITH ITS OUTCOME. SECOND, EVERY NUMBER ON  *
000230*                    THE PRNUMLG ALLOCATION LOG THAT IS ON      *
000240*                    NEITHER PRTD20 NOR THE PRARCH ARCHIVE IS   *
000250*                    LISTED - A NUMBER HANDED OUT WHOSE         *
000260*                    DOSSIER WAS NEVER WRITTEN. LAST, THE       *
000270*                    USAGE OF EACH UNIT'S RANGE IS PRINTED      *
000280*                    WITH THE LOST NUMBERS OF THE UNIT; A       *
000290*                    RANGE AT OR ABOVE THE PRPARAM              *
000300*                    PRTD20NU/SEUILPCT PERCENTAGE (DEFAULT 90)  *
000310*                    IS FLAGGED NEARLY FULL, A RANGE WITH NO    *
000320*                    NUMBER LEFT USED UP, AND A PRUNITE UNIT    *
000330*                    WITH NO RANGE AT ALL IS LISTED. THE RUN    *
000340*                    ENDS WITH A WARNING ON THE RUN LEDGER      *
000350*                    WHEN A TRANSACTION WAS REJECTED, A NUMBER  *
000360*                    WAS LOST OR A RANGE IS FULL OR NEARLY SO.  *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    ---------- ----  -------------------------------------------*
000400*    2026-09-15  DLM  ORIGINAL PROGRAM.                           *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     COPY PRTD20RSL.
000460     COPY PRARCSEL.
000470     COPY PRUNISEL.
000480     COPY PRNUMSEL.
000490     COPY PRNLGSEL.
000500     COPY PRNTXSEL.
000510     COPY PRIMPSEL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PRTD20-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY XPRTD20.
000570 FD  PRARCH-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY XPRARC.
000600 FD  PRUNITE-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY XPRUNI.
000630 FD  PRNUMER-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY XPRNUM.
000660 FD  PRNUMLG-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY XPRNLG.
000690 FD  PRNUMTX-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY XPRNTX.
000720 FD  PRTD20L-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY XPRPRT.
000750 WORKING-STORAGE SECTION.
000760     COPY XPRSTAT.
000770     COPY XPRJWLK.
000780     COPY XPRPRLK.
000790 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000800 77  DL20-PLAGE-MIN             PIC 9(10) VALUE 1000000000.
000810 01  DL20-SWITCHES.
000820     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000830         88  DL20-EOF               VALUE 'Y'.
000840     05  DL20-TX-VALID-SW       PIC X(1)  VALUE 'Y'.
000850         88  DL20-TX-VALID          VALUE 'Y'.
000860     05  DL20-EXISTE-SW         PIC X(1)  VALUE 'N'.
000870         88  DL20-PLAGE-EXISTE      VALUE 'Y'.
000880     05  DL20-TROUVE-SW         PIC X(1)  VALUE 'N'.
000890         88  DL20-TROUVE            VALUE 'Y'.
000900     05  DL20-ARCH-SW           PIC X(1)  VALUE 'N'.
000910         88  DL20-ARCH-OUVERT       VALUE 'Y'.
000920     05  DL20-NUMER-SW          PIC X(1)  VALUE 'N'.
000930         88  DL20-NUMER-OUVERT      VALUE 'Y'.
000940 01  DL20-COUNTERS.
000950     05  DL20-TX-LUES           PIC 9(7)  USAGE COMP.
000960     05  DL20-TX-APPLIQUEES     PIC 9(7)  USAGE COMP.
000970     05  DL20-TX-REJETEES       PIC 9(7)  USAGE COMP.
000980     05  DL20-NLG-LUS           PIC 9(7)  USAGE COMP.
000990     05  DL20-NLG-PERDUS        PIC 9(7)  USAGE COMP.
001000     05  DL20-PLAGES-PLEINES    PIC 9(5)  USAGE COMP.
001010     05  DL20-SANS-PLAGE        PIC 9(5)  USAGE COMP.
001020     05  DL20-UT-DROPPED        PIC 9(5)  USAGE COMP.
001030     05  DL20-PL-DROPPED        PIC 9(5)  USAGE COMP.
001040 01  DL20-TODAY                 PIC 9(8).
001050 01  DL20-SEUIL-PCT             PIC 9(3)  VALUE 90.
001060 01  DL20-TAILLE                PIC 9(11).
001070 01  DL20-UTILISES              PIC 9(11).
001080 01  DL20-RESTANTS              PIC 9(11).
001090 01  DL20-DERNIER-EMIS          PIC 9(11).
001100 01  DL20-PCT                   PIC 9(3)V9.
001110 01  DL20-TX-RESULTAT           PIC X(40).
001120 01  DL20-UNITE-CHERCHEE        PIC X(3).
001130 01  DL20-UNITE-TABLE.
001140     05  DL20-UT-ENTRY   OCCURS 1 TO 50 TIMES
001150                         DEPENDING ON DL20-UT-COUNT
001160                         INDEXED BY DL20-UT-IDX.
001170         10  DL20-UT-UNITE      PIC X(3).
001180 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001190*    THE RANGES ON PRNUMER, KEPT IN STEP AS TRANSACTIONS ARE
001200*    APPLIED SO THAT THE OVERLAP CHECK SEES EARLIER ONES OF THE
001210*    SAME RUN, AND CARRYING THE LOST-NUMBER COUNT OF EACH UNIT.
001220 01  DL20-PLAGE-TABLE.
001230     05  DL20-PL-ENTRY   OCCURS 1 TO 50 TIMES
001240                         DEPENDING ON DL20-PL-COUNT
001250                         INDEXED BY DL20-PL-IDX.
001260         10  DL20-PL-UNITE      PIC X(3).
001270         10  DL20-PL-DEBUT      PIC 9(10).
001280         10  DL20-PL-FIN        PIC 9(10).
001290         10  DL20-PL-PERDUS     PIC 9(7)  USAGE COMP.
001300 01  DL20-PL-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001310 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
001320 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
001330 01  DL20-LIGNE-TRAVAIL         PIC X(132).
001340 01  DL20-ENTETE-COLONNES       PIC X(132).
001350 01  DL20-ENTETE-PAGE.
001360     05  FILLER                 PIC X(10) VALUE 'PRTD20NU'.
001370     05  DL20-ENT-TITRE         PIC X(28).
001380     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
001390     05  DL20-ENT-DATE          PIC 9(8).
001400     05  FILLER                 PIC X(6)  VALUE SPACES.
001410     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001420     05  DL20-ENT-PAGE          PIC ZZZ9.
001430     05  FILLER                 PIC X(61) VALUE SPACES.
001440 01  DL20-LIGNE-TX.
001450     05  FILLER                 PIC X(1)  VALUE SPACE.
001460     05  DL20-TXL-UNITE         PIC X(3).
001470     05  FILLER                 PIC X(2)  VALUE SPACES.
001480     05  DL20-TXL-DEBUT         PIC X(10).
001490     05  FILLER                 PIC X(2)  VALUE SPACES.
001500     05  DL20-TXL-FIN           PIC X(10).
001510     05  FILLER                 PIC X(2)  VALUE SPACES.
001520     05  DL20-TXL-OPER          PIC X(8).
001530     05  FILLER                 PIC X(2)  VALUE SPACES.
001540     05  DL20-TXL-RESULTAT      PIC X(40).
001550     05  FILLER                 PIC X(52) VALUE SPACES.
001560 01  DL20-LIGNE-PERDU.
001570     05  FILLER                 PIC X(1)  VALUE SPACE.
001580     05  DL20-PEL-DOSSIER       PIC 9(11).
001590     05  FILLER                 PIC X(4)  VALUE SPACES.
001600     05  DL20-PEL-UNITE         PIC X(3).
001610     05  FILLER                 PIC X(3)  VALUE SPACES.
001620     05  DL20-PEL-DT-ALLOC      PIC 9(8).
001630     05  FILLER                 PIC X(2)  VALUE SPACES.
001640     05  DL20-PEL-HR-ALLOC      PIC 9(6).
001650     05  FILLER                 PIC X(2)  VALUE SPACES.
001660     05  DL20-PEL-PROGRAMME     PIC X(8).
001670     05  FILLER                 PIC X(2)  VALUE SPACES.
001680     05  DL20-PEL-OPER          PIC X(8).
001690     05  FILLER                 PIC X(74) VALUE SPACES.
001700 01  DL20-LIGNE-PLAGE.
001710     05  FILLER                 PIC X(1)  VALUE SPACE.
001720     05  DL20-PLL-UNITE         PIC X(3).
001730     05  FILLER                 PIC X(2)  VALUE SPACES.
001740     05  DL20-PLL-DEBUT         PIC 9(10).
001750     05  FILLER                 PIC X(2)  VALUE SPACES.
001760     05  DL20-PLL-FIN           PIC 9(10).
001770     05  FILLER                 PIC X(2)  VALUE SPACES.
001780     05  DL20-PLL-PROCHAIN      PIC 9(11).
001790     05  FILLER                 PIC X(2)  VALUE SPACES.
001800     05  DL20-PLL-EMIS          PIC ZZZZZZZZZ9.
001810     05  FILLER                 PIC X(2)  VALUE SPACES.
001820     05  DL20-PLL-RESTANTS      PIC ZZZZZZZZZ9.
001830     05  FILLER                 PIC X(2)  VALUE SPACES.
001840     05  DL20-PLL-PCT           PIC ZZ9.9.
001850     05  FILLER                 PIC X(2)  VALUE SPACES.
001860     05  DL20-PLL-PERDUS        PIC ZZZZZZ9.
001870     05  FILLER                 PIC X(2)  VALUE SPACES.
001880     05  DL20-PLL-DT-DERN       PIC 9(8).
001890     05  FILLER                 PIC X(3)  VALUE SPACES.
001900     05  DL20-PLL-NOTE          PIC X(12).
001910     05  FILLER                 PIC X(26) VALUE SPACES.
001920 01  DL20-LIGNE-SANS-PLAGE.
001930     05  FILLER                 PIC X(1)  VALUE SPACE.
001940     05  DL20-SPL-UNITE         PIC X(3).
001950     05  FILLER                 PIC X(2)  VALUE SPACES.
001960     05  FILLER                 PIC X(40)
001970         VALUE 'NO RANGE - NO NUMBER CAN BE ALLOCATED'.
001980     05  FILLER                 PIC X(86) VALUE SPACES.
001990 01  DL20-LIGNE-TOTAL.
002000     05  FILLER                 PIC X(1)  VALUE SPACE.
002010     05  DL20-TOT-LIB           PIC X(40).
002020     05  DL20-TOT-NB            PIC ZZZZZZ9.
002030     05  FILLER                 PIC X(84) VALUE SPACES.
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
002080     PERFORM 3000-LIST-LOST-NUMBERS THRU 3000-EXIT.
002090     PERFORM 4000-PRINT-USAGE THRU 4000-EXIT.
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110     GOBACK.
002120*
002130 1000-INITIALIZE.
002140     INITIALIZE DL20-COUNTERS.
002150     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
002160     MOVE DL20-TODAY TO DL20-ENT-DATE.
002170     PERFORM 1100-READ-SEUIL THRU 1100-EXIT.
002180     PERFORM 1200-LOAD-UNITE-TABLE THRU 1200-EXIT.
002190     PERFORM 1300-OPEN-CONTROL-FILE THRU 1300-EXIT.
002200     PERFORM 1400-LOAD-PLAGE-TABLE THRU 1400-EXIT.
002210     OPEN OUTPUT PRTD20L-FILE.
002220 1000-EXIT.
002230     EXIT.
002240*
002250 1100-READ-SEUIL.
002260     MOVE 'PRTD20NU' TO DL20-PR-PROGRAMME.
002270     MOVE 'SEUILPCT' TO DL20-PR-NOM.
002280     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002290     IF DL20-PR-TROUVE
002300         IF DL20-PR-VALEUR-NUM > 0 AND DL20-PR-VALEUR-NUM < 101
002310             MOVE DL20-PR-VALEUR-NUM TO DL20-SEUIL-PCT
002320         ELSE
002330             DISPLAY 'PRTD20NU - SEUILPCT ON PRPARAM NOT 1-100, '
002340                 'DEFAULT KEPT'
002350         END-IF
002360     END-IF.
002370     IF DL20-PR-NON-NUM
002380         DISPLAY 'PRTD20NU - SEUILPCT ON PRPARAM NOT NUMERIC, '
002390             'DEFAULT KEPT'
002400     END-IF.
002410 1100-EXIT.
002420     EXIT.
002430*
002440 1200-LOAD-UNITE-TABLE.
002450     MOVE 0 TO DL20-UT-COUNT.
002460     OPEN INPUT PRUNITE-FILE.
002470     IF DL20-PRUNITE-OK
002480         PERFORM 1210-READ-UNITE THRU 1210-EXIT
002490         PERFORM 1220-STORE-UNITE THRU 1220-EXIT
002500             UNTIL DL20-EOF
002510         CLOSE PRUNITE-FILE
002520         MOVE 'N' TO DL20-EOF-SW
002530     ELSE
002540         DISPLAY 'PRTD20NU - PRUNITE NOT AVAILABLE, STATUS '
002550             DL20-PRUNITE-STATUS ' - EVERY RANGE WILL BE REJECTED'
002560     END-IF.
002570 1200-EXIT.
002580     EXIT.
002590*
002600 1210-READ-UNITE.
002610     READ PRUNITE-FILE NEXT RECORD
002620         AT END
002630             MOVE 'Y' TO DL20-EOF-SW
002640     END-READ.
002650 1210-EXIT.
002660     EXIT.
002670*
002680 1220-STORE-UNITE.
002690     IF DL20-UT-COUNT < 50
002700         ADD 1 TO DL20-UT-COUNT
002710         MOVE UNI-CD-UNITE TO DL20-UT-UNITE(DL20-UT-COUNT)
002720     ELSE
002730         ADD 1 TO DL20-UT-DROPPED
002740     END-IF.
002750     PERFORM 1210-READ-UNITE THRU 1210-EXIT.
002760 1220-EXIT.
002770     EXIT.
002780*
002790 1300-OPEN-CONTROL-FILE.
002800*    THE FIRST RUN CREATES PRNUMER, SO THE FIRST RANGES CAN BE
002810*    SET UP BEFORE ANY NUMBER IS ALLOCATED.
002820     OPEN INPUT PRNUMER-FILE.
002830     IF DL20-PRNUMER-STATUS = '35'
002840         OPEN OUTPUT PRNUMER-FILE
002850         CLOSE PRNUMER-FILE
002860     ELSE
002870         CLOSE PRNUMER-FILE
002880     END-IF.
002890     OPEN I-O PRNUMER-FILE.
002900     IF DL20-PRNUMER-OK
002910         MOVE 'Y' TO DL20-NUMER-SW
002920     ELSE
002930         DISPLAY 'PRTD20NU - PRNUMER NOT AVAILABLE, STATUS '
002940             DL20-PRNUMER-STATUS
002950     END-IF.
002960 1300-EXIT.
002970     EXIT.
002980*
002990 1400-LOAD-PLAGE-TABLE.
003000     MOVE 0 TO DL20-PL-COUNT.
003010     IF NOT DL20-NUMER-OUVERT
003020         GO TO 1400-EXIT
003030     END-IF.
003040     PERFORM 1410-START-CONTROL-FILE THRU 1410-EXIT.
003050     PERFORM 1420-STORE-PLAGE THRU 1420-EXIT
003060         UNTIL DL20-EOF.
003070     MOVE 'N' TO DL20-EOF-SW.
003080 1400-EXIT.
003090     EXIT.
003100*
003110 1410-START-CONTROL-FILE.
003120     MOVE LOW-VALUES TO NUM-CD-UNITE.
003130     START PRNUMER-FILE KEY IS NOT LESS THAN NUM-CD-UNITE
003140         INVALID KEY
003150             MOVE 'Y' TO DL20-EOF-SW
003160     END-START.
003170     IF NOT DL20-EOF
003180         PERFORM 1430-READ-CONTROL THRU 1430-EXIT
003190     END-IF.
003200 1410-EXIT.
003210     EXIT.
003220*
003230 1420-STORE-PLAGE.
003240     IF DL20-PL-COUNT < 50
003250         ADD 1 TO DL20-PL-COUNT
003260         MOVE NUM-CD-UNITE TO DL20-PL-UNITE(DL20-PL-COUNT)
003270         MOVE NUM-NO-DEBUT TO DL20-PL-DEBUT(DL20-PL-COUNT)
003280         MOVE NUM-NO-FIN TO DL20-PL-FIN(DL20-PL-COUNT)
003290         MOVE 0 TO DL20-PL-PERDUS(DL20-PL-COUNT)
003300     ELSE
003310         ADD 1 TO DL20-PL-DROPPED
003320     END-IF.
003330     PERFORM 1430-READ-CONTROL THRU 1430-EXIT.
003340 1420-EXIT.
003350     EXIT.
003360*
003370 1430-READ-CONTROL.
003380     READ PRNUMER-FILE NEXT RECORD
003390         AT END
003400             MOVE 'Y' TO DL20-EOF-SW
003410     END-READ.
003420 1430-EXIT.
003430     EXIT.
003440*
003450 2000-APPLY-TRANSACTIONS.
003460*    PRNUMTX IS ONLY PRESENT ON THE NIGHTS A RANGE IS SET UP OR
003470*    EXTENDED.
003480     OPEN INPUT PRNUMTX-FILE.
003490     IF NOT DL20-PRNUMTX-OK
003500         DISPLAY 'PRTD20NU - NO PRNUMTX TRANSACTIONS, STATUS '
003510             DL20-PRNUMTX-STATUS
003520         GO TO 2000-EXIT
003530     END-IF.
003540     MOVE 'NUMBER RANGE CHANGES' TO DL20-ENT-TITRE.
003550     MOVE ' UNIT RANGE START RANGE END   OPERATOR  RESULT'
003560         TO DL20-ENTETE-COLONNES.
003570     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
003580     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003590     PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT
003600         UNTIL DL20-EOF.
003610     CLOSE PRNUMTX-FILE.
003620     MOVE 'N' TO DL20-EOF-SW.
003630     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003640     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003650     MOVE 'TRANSACTIONS APPLIED' TO DL20-TOT-LIB.
003660     MOVE DL20-TX-APPLIQUEES TO DL20-TOT-NB.
003670     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
003680     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003690     MOVE 'TRANSACTIONS REJECTED' TO DL20-TOT-LIB.
003700     MOVE DL20-TX-REJETEES TO DL20-TOT-NB.
003710     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
003720     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003730 2000-EXIT.
003740     EXIT.
003750*
003760 2100-READ-TRANSACTION.
003770     READ PRNUMTX-FILE
003780         AT END
003790             MOVE 'Y' TO DL20-EOF-SW
003800         NOT AT END
003810             ADD 1 TO DL20-TX-LUES
003820     END-READ.
003830 2100-EXIT.
003840     EXIT.
003850*
003860 2200-PROCESS-TRANSACTION.
003870     PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
003880     IF DL20-TX-VALID
003890         PERFORM 2400-APPLY-TRANSACTION THRU 2400-EXIT
003900     END-IF.
003910     IF DL20-TX-VALID
003920         ADD 1 TO DL20-TX-APPLIQUEES
003930     ELSE
003940         ADD 1 TO DL20-TX-REJETEES
003950     END-IF.
003960     MOVE NTX-CD-UNITE TO DL20-TXL-UNITE.
003970     MOVE NTX-NO-DEBUT TO DL20-TXL-DEBUT.
003980     MOVE NTX-NO-FIN TO DL20-TXL-FIN.
003990     MOVE NTX-ID-OPER TO DL20-TXL-OPER.
004000     MOVE DL20-TX-RESULTAT TO DL20-TXL-RESULTAT.
004010     MOVE DL20-LIGNE-TX TO DL20-LIGNE-TRAVAIL.
004020     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004030     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
004040 2200-EXIT.
004050     EXIT.
004060*
004070 2300-VALIDATE-TRANSACTION.
004080     MOVE 'N' TO DL20-TX-VALID-SW.
004090     MOVE 'N' TO DL20-EXISTE-SW.
004100     IF NOT DL20-NUMER-OUVERT
004110         MOVE 'REJECTED - PRNUMER NOT AVAILABLE'
004120             TO DL20-TX-RESULTAT
004130         GO TO 2300-EXIT
004140     END-IF.
004150     MOVE NTX-CD-UNITE TO DL20-UNITE-CHERCHEE.
004160     PERFORM 2310-CHECK-UNITE THRU 2310-EXIT.
004170     IF NOT DL20-TROUVE
004180         MOVE 'REJECTED - UNIT NOT ON PRUNITE' TO DL20-TX-RESULTAT
004190         GO TO 2300-EXIT
004200     END-IF.
004210     IF NTX-NO-DEBUT NOT NUMERIC OR NTX-NO-FIN NOT NUMERIC
004220         MOVE 'REJECTED - START OR END NOT NUMERIC'
004230             TO DL20-TX-RESULTAT
004240         GO TO 2300-EXIT
004250     END-IF.
004260     IF NTX-NO-DEBUT < DL20-PLAGE-MIN
004270         MOVE 'REJECTED - START BELOW 1000000000'
004280             TO DL20-TX-RESULTAT
004290         GO TO 2300-EXIT
004300     END-IF.
004310     IF NTX-NO-FIN < NTX-NO-DEBUT
004320         MOVE 'REJECTED - END BELOW START' TO DL20-TX-RESULTAT
004330         GO TO 2300-EXIT
004340     END-IF.
004350     MOVE 'Y' TO DL20-TX-VALID-SW.
004360     PERFORM 2320-CHECK-OVERLAP THRU 2320-EXIT
004370         VARYING DL20-PL-IDX FROM 1 BY 1
004380         UNTIL DL20-PL-IDX > DL20-PL-COUNT
004390            OR NOT DL20-TX-VALID.
004400     IF NOT DL20-TX-VALID
004410         GO TO 2300-EXIT
004420     END-IF.
004430     MOVE NTX-CD-UNITE TO NUM-CD-UNITE.
004440     READ PRNUMER-FILE
004450         INVALID KEY
004460             MOVE 'N' TO DL20-EXISTE-SW
004470         NOT INVALID KEY
004480             MOVE 'Y' TO DL20-EXISTE-SW
004490     END-READ.
004500*    ONCE A NUMBER HAS BEEN ISSUED THE START IS FIXED AND THE
004510*    END MAY NOT DROP BELOW THE LAST NUMBER ISSUED.
004520     IF DL20-PLAGE-EXISTE AND NUM-NB-ALLOUES > 0
004530         COMPUTE DL20-DERNIER-EMIS = NUM-NO-PROCHAIN - 1
004540         IF NTX-NO-DEBUT NOT = NUM-NO-DEBUT
004550             MOVE 'N' TO DL20-TX-VALID-SW
004560             MOVE 'REJECTED - START FIXED, NUMBERS ISSUED'
004570                 TO DL20-TX-RESULTAT
004580         ELSE
004590             IF NTX-NO-FIN < DL20-DERNIER-EMIS
004600                 MOVE 'N' TO DL20-TX-VALID-SW
004610                 MOVE 'REJECTED - END BELOW LAST NUMBER ISSUED'
004620                     TO DL20-TX-RESULTAT
004630             END-IF
004640         END-IF
004650     END-IF.
004660 2300-EXIT.
004670     EXIT.
004680*
004690 2310-CHECK-UNITE.
004700     MOVE 'N' TO DL20-TROUVE-SW.
004710     IF DL20-UT-COUNT > 0
004720         SET DL20-UT-IDX TO 1
004730         SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
004740             AT END
004750                 CONTINUE
004760             WHEN DL20-UT-UNITE(DL20-UT-IDX)
004770                     = DL20-UNITE-CHERCHEE
004780                 MOVE 'Y' TO DL20-TROUVE-SW
004790         END-SEARCH
004800     END-IF.
004810 2310-EXIT.
004820     EXIT.
004830*
004840 2320-CHECK-OVERLAP.
004850     IF DL20-PL-UNITE(DL20-PL-IDX) NOT = NTX-CD-UNITE
004860         AND NTX-NO-DEBUT NOT > DL20-PL-FIN(DL20-PL-IDX)
004870         AND NTX-NO-FIN NOT < DL20-PL-DEBUT(DL20-PL-IDX)
004880         MOVE 'N' TO DL20-TX-VALID-SW
004890         MOVE SPACES TO DL20-TX-RESULTAT
004900         STRING 'REJECTED - OVERLAPS UNIT '
004910                DL20-PL-UNITE(DL20-PL-IDX)
004920             DELIMITED BY SIZE INTO DL20-TX-RESULTAT
004930     END-IF.
004940 2320-EXIT.
004950     EXIT.
004960*
004970 2400-APPLY-TRANSACTION.
004980     IF DL20-PLAGE-EXISTE
004990         PERFORM 2410-CHANGE-PLAGE THRU 2410-EXIT
005000     ELSE
005010         PERFORM 2420-ADD-PLAGE THRU 2420-EXIT
005020     END-IF.
005030 2400-EXIT.
005040     EXIT.
005050*
005060 2410-CHANGE-PLAGE.
005070     MOVE NTX-NO-DEBUT TO NUM-NO-DEBUT.
005080     MOVE NTX-NO-FIN TO NUM-NO-FIN.
005090     IF NUM-NB-ALLOUES = 0
005100         MOVE NUM-NO-DEBUT TO NUM-NO-PROCHAIN
005110     END-IF.
005120     REWRITE PRNUMER-RECORD
005130         INVALID KEY
005140             MOVE 'N' TO DL20-TX-VALID-SW
005150             MOVE 'REJECTED - PRNUMER REWRITE FAILED'
005160                 TO DL20-TX-RESULTAT
005170     END-REWRITE.
005180     IF DL20-TX-VALID
005190         MOVE 'APPLIED - RANGE CHANGED' TO DL20-TX-RESULTAT
005200         MOVE NTX-CD-UNITE TO DL20-UNITE-CHERCHEE
005210         PERFORM 2500-FIND-PLAGE THRU 2500-EXIT
005220         IF DL20-TROUVE
005230             MOVE NUM-NO-DEBUT TO DL20-PL-DEBUT(DL20-PL-IDX)
005240             MOVE NUM-NO-FIN TO DL20-PL-FIN(DL20-PL-IDX)
005250         END-IF
005260     END-IF.
005270 2410-EXIT.
005280     EXIT.
005290*
005300 2420-ADD-PLAGE.
005310     MOVE SPACES TO PRNUMER-RECORD.
005320     MOVE NTX-CD-UNITE TO NUM-CD-UNITE.
005330     MOVE NTX-NO-DEBUT TO NUM-NO-DEBUT.
005340     MOVE NTX-NO-FIN TO NUM-NO-FIN.
005350     MOVE NTX-NO-DEBUT TO NUM-NO-PROCHAIN.
005360     MOVE 0 TO NUM-NB-ALLOUES.
005370     MOVE DL20-TODAY TO NUM-DT-CREATION.
005380     MOVE 0 TO NUM-DT-DERN-ALLOC.
005390     MOVE SPACES TO NUM-ID-PROG-DERN.
005400     WRITE PRNUMER-RECORD
005410         INVALID KEY
005420             MOVE 'N' TO DL20-TX-VALID-SW
005430             MOVE 'REJECTED - PRNUMER WRITE FAILED'
005440                 TO DL20-TX-RESULTAT
005450     END-WRITE.
005460     IF DL20-TX-VALID
005470         MOVE 'APPLIED - NEW RANGE' TO DL20-TX-RESULTAT
005480         IF DL20-PL-COUNT < 50
005490             ADD 1 TO DL20-PL-COUNT
005500             MOVE NUM-CD-UNITE TO DL20-PL-UNITE(DL20-PL-COUNT)
005510             MOVE NUM-NO-DEBUT TO DL20-PL-DEBUT(DL20-PL-COUNT)
005520             MOVE NUM-NO-FIN TO DL20-PL-FIN(DL20-PL-COUNT)
005530             MOVE 0 TO DL20-PL-PERDUS(DL20-PL-COUNT)
005540         ELSE
005550             ADD 1 TO DL20-PL-DROPPED
005560         END-IF
005570     END-IF.
005580 2420-EXIT.
005590     EXIT.
005600*
005610 2500-FIND-PLAGE.
005620     MOVE 'N' TO DL20-TROUVE-SW.
005630     IF DL20-PL-COUNT > 0
005640         SET DL20-PL-IDX TO 1
005650         SEARCH DL20-PL-ENTRY VARYING DL20-PL-IDX
005660             AT END
005670                 CONTINUE
005680             WHEN DL20-PL-UNITE(DL20-PL-IDX)
005690                     = DL20-UNITE-CHERCHEE
005700                 MOVE 'Y' TO DL20-TROUVE-SW
005710         END-SEARCH
005720     END-IF.
005730 2500-EXIT.
005740     EXIT.
005750*
005760 3000-LIST-LOST-NUMBERS.
005770     OPEN INPUT PRNUMLG-FILE.
005780     IF NOT DL20-PRNUMLG-OK
005790         DISPLAY 'PRTD20NU - NO PRNUMLG ALLOCATION LOG, STATUS '
005800             DL20-PRNUMLG-STATUS ' - NO LOST-NUMBER CHECK'
005810         GO TO 3000-EXIT
005820     END-IF.
005830     OPEN INPUT PRTD20-FILE.
005840     IF NOT DL20-PRTD20-OK
005850         DISPLAY 'PRTD20NU - PRTD20 NOT AVAILABLE, STATUS '
005860             DL20-PRTD20-STATUS ' - NO LOST-NUMBER CHECK'
005870         CLOSE PRNUMLG-FILE
005880         GO TO 3000-EXIT
005890     END-IF.
005900*    WITHOUT THE ARCHIVE THE NUMBER OF AN ARCHIVED DOSSIER IS
005910*    LISTED AS LOST - THE STATUS ON THE LOG EXPLAINS WHY.
005920     OPEN INPUT PRARCH-FILE.
005930     IF DL20-PRARCH-OK
005940         MOVE 'Y' TO DL20-ARCH-SW
005950     ELSE
005960         DISPLAY 'PRTD20NU - PRARCH NOT AVAILABLE, STATUS '
005970             DL20-PRARCH-STATUS
005980     END-IF.
005990     MOVE 'NUMBERS NEVER ON PRTD20' TO DL20-ENT-TITRE.
006000     MOVE SPACES TO DL20-ENTETE-COLONNES.
006010     MOVE ' DOSSIER NUMBER UNIT  ALLOCATED TIME    PROGRAM   '
006020         TO DL20-ENTETE-COLONNES(1:50).
006030     MOVE 'OPERATOR' TO DL20-ENTETE-COLONNES(51:8).
006040     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
006050     PERFORM 3100-START-LOG THRU 3100-EXIT.
006060     PERFORM 3200-CHECK-NUMBER THRU 3200-EXIT
006070         UNTIL DL20-EOF.
006080     MOVE 'N' TO DL20-EOF-SW.
006090     CLOSE PRNUMLG-FILE.
006100     CLOSE PRTD20-FILE.
006110     IF DL20-ARCH-OUVERT
006120         CLOSE PRARCH-FILE
006130     END-IF.
006140     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
006150     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006160     MOVE 'NUMBERS ALLOCATED (PRNUMLG)' TO DL20-TOT-LIB.
006170     MOVE DL20-NLG-LUS TO DL20-TOT-NB.
006180     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006190     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006200     MOVE 'NUMBERS NEVER ON PRTD20' TO DL20-TOT-LIB.
006210     MOVE DL20-NLG-PERDUS TO DL20-TOT-NB.
006220     MOVE DL20-LIGNE-TOTAL TO DL20-LIGNE-TRAVAIL.
006230     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006240 3000-EXIT.
006250     EXIT.
006260*
006270 3100-START-LOG.
006280     MOVE 0 TO NLG-NO-DOSSIER.
006290     START PRNUMLG-FILE KEY IS NOT LESS THAN NLG-NO-DOSSIER
006300         INVALID KEY
006310             MOVE 'Y' TO DL20-EOF-SW
006320     END-START.
006330     IF NOT DL20-EOF
006340         PERFORM 3110-READ-LOG THRU 3110-EXIT
006350     END-IF.
006360 3100-EXIT.
006370     EXIT.
006380*
006390 3110-READ-LOG.
006400     READ PRNUMLG-FILE NEXT RECORD
006410         AT END
006420             MOVE 'Y' TO DL20-EOF-SW
006430         NOT AT END
006440             ADD 1 TO DL20-NLG-LUS
006450     END-READ.
006460 3110-EXIT.
006470     EXIT.
006480*
006490 3200-CHECK-NUMBER.
006500     MOVE NLG-NO-DOSSIER TO LDO-NO-DOSSIER.
006510     READ PRTD20-FILE
006520         INVALID KEY
006530             MOVE 'N' TO DL20-TROUVE-SW
006540         NOT INVALID KEY
006550             MOVE 'Y' TO DL20-TROUVE-SW
006560     END-READ.
006570     IF NOT DL20-TROUVE AND DL20-ARCH-OUVERT
006580         MOVE NLG-NO-DOSSIER TO PRARC-NO-DOSSIER
006590         READ PRARCH-FILE
006600             INVALID KEY
006610                 MOVE 'N' TO DL20-TROUVE-SW
006620             NOT INVALID KEY
006630                 MOVE 'Y' TO DL20-TROUVE-SW
006640         END-READ
006650     END-IF.
006660     IF NOT DL20-TROUVE
006670         PERFORM 3300-PRINT-LOST THRU 3300-EXIT
006680     END-IF.
006690     PERFORM 3110-READ-LOG THRU 3110-EXIT.
006700 3200-EXIT.
006710     EXIT.
006720*
006730 3300-PRINT-LOST.
006740     ADD 1 TO DL20-NLG-PERDUS.
006750     MOVE NLG-NO-DOSSIER TO DL20-PEL-DOSSIER.
006760     MOVE NLG-CD-UNITE TO DL20-PEL-UNITE.
006770     MOVE NLG-DT-ALLOC TO DL20-PEL-DT-ALLOC.
006780     MOVE NLG-HR-ALLOC TO DL20-PEL-HR-ALLOC.
006790     MOVE NLG-ID-PROGRAMME TO DL20-PEL-PROGRAMME.
006800     MOVE NLG-ID-OPER TO DL20-PEL-OPER.
006810     MOVE DL20-LIGNE-PERDU TO DL20-LIGNE-TRAVAIL.
006820     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
006830     MOVE NLG-CD-UNITE TO DL20-UNITE-CHERCHEE.
006840     PERFORM 2500-FIND-PLAGE THRU 2500-EXIT.
006850     IF DL20-TROUVE
006860         ADD 1 TO DL20-PL-PERDUS(DL20-PL-IDX)
006870     END-IF.
006880 3300-EXIT.
006890     EXIT.
006900*
006910 4000-PRINT-USAGE.
006920     IF NOT DL20-NUMER-OUVERT
006930         GO TO 4000-EXIT
006940     END-IF.
006950     MOVE 'NUMBER RANGE USAGE' TO DL20-ENT-TITRE.
006960     MOVE SPACES TO DL20-ENTETE-COLONNES.
006970     MOVE ' UNIT RANGE START RANGE END   NEXT FREE      '
006980         TO DL20-ENTETE-COLONNES(1:45).
006990     MOVE '  ISSUED        LEFT  %USED     LOST  LAST ISSUE NOTE'
007000         TO DL20-ENTETE-COLONNES(46:53).
007010     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
007020     PERFORM 1410-START-CONTROL-FILE THRU 1410-EXIT.
007030     PERFORM 4100-PRINT-PLAGE THRU 4100-EXIT
007040         UNTIL DL20-EOF.
007050     MOVE 'N' TO DL20-EOF-SW.
007060     PERFORM 4200-CHECK-SANS-PLAGE THRU 4200-EXIT
007070         VARYING DL20-UT-IDX FROM 1 BY 1
007080         UNTIL DL20-UT-IDX > DL20-UT-COUNT.
007090 4000-EXIT.
007100     EXIT.
007110*
007120 4100-PRINT-PLAGE.
007130     COMPUTE DL20-TAILLE = NUM-NO-FIN - NUM-NO-DEBUT + 1.
007140     IF NUM-NO-PROCHAIN < NUM-NO-DEBUT
007150         MOVE 0 TO DL20-UTILISES
007160     ELSE
007170         COMPUTE DL20-UTILISES = NUM-NO-PROCHAIN - NUM-NO-DEBUT
007180     END-IF.
007190     IF DL20-UTILISES > DL20-TAILLE
007200         MOVE DL20-TAILLE TO DL20-UTILISES
007210     END-IF.
007220     COMPUTE DL20-RESTANTS = DL20-TAILLE - DL20-UTILISES.
007230     IF DL20-TAILLE > 0
007240         COMPUTE DL20-PCT ROUNDED =
007250             DL20-UTILISES * 100 / DL20-TAILLE
007260     ELSE
007270         MOVE 100 TO DL20-PCT
007280     END-IF.
007290     MOVE NUM-CD-UNITE TO DL20-PLL-UNITE.
007300     MOVE NUM-NO-DEBUT TO DL20-PLL-DEBUT.
007310     MOVE NUM-NO-FIN TO DL20-PLL-FIN.
007320     MOVE NUM-NO-PROCHAIN TO DL20-PLL-PROCHAIN.
007330     MOVE NUM-NB-ALLOUES TO DL20-PLL-EMIS.
007340     MOVE DL20-RESTANTS TO DL20-PLL-RESTANTS.
007350     MOVE DL20-PCT TO DL20-PLL-PCT.
007360     MOVE NUM-DT-DERN-ALLOC TO DL20-PLL-DT-DERN.
007370     MOVE NUM-CD-UNITE TO DL20-UNITE-CHERCHEE.
007380     PERFORM 2500-FIND-PLAGE THRU 2500-EXIT.
007390     IF DL20-TROUVE
007400         MOVE DL20-PL-PERDUS(DL20-PL-IDX) TO DL20-PLL-PERDUS
007410     ELSE
007420         MOVE 0 TO DL20-PLL-PERDUS
007430     END-IF.
007440     EVALUATE TRUE
007450         WHEN DL20-RESTANTS = 0
007460             MOVE 'USED UP' TO DL20-PLL-NOTE
007470             ADD 1 TO DL20-PLAGES-PLEINES
007480         WHEN DL20-PCT NOT < DL20-SEUIL-PCT
007490             MOVE 'NEARLY FULL' TO DL20-PLL-NOTE
007500             ADD 1 TO DL20-PLAGES-PLEINES
007510         WHEN OTHER
007520             MOVE SPACES TO DL20-PLL-NOTE
007530     END-EVALUATE.
007540     MOVE DL20-LIGNE-PLAGE TO DL20-LIGNE-TRAVAIL.
007550     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
007560     PERFORM 1430-READ-CONTROL THRU 1430-EXIT.
007570 4100-EXIT.
007580     EXIT.
007590*
007600 4200-CHECK-SANS-PLAGE.
007610     MOVE DL20-UT-UNITE(DL20-UT-IDX) TO DL20-UNITE-CHERCHEE.
007620     PERFORM 2500-FIND-PLAGE THRU 2500-EXIT.
007630     IF NOT DL20-TROUVE
007640         ADD 1 TO DL20-SANS-PLAGE
007650         MOVE DL20-UNITE-CHERCHEE TO DL20-SPL-UNITE
007660         MOVE DL20-LIGNE-SANS-PLAGE TO DL20-LIGNE-TRAVAIL
007670         PERFORM 9000-PRINT-LINE THRU 9000-EXIT
007680     END-IF.
007690 4200-EXIT.
007700     EXIT.
007710*
007720 8000-TERMINATE.
007730     IF DL20-NUMER-OUVERT
007740         CLOSE PRNUMER-FILE
007750     END-IF.
007760     CLOSE PRTD20L-FILE.
007770     DISPLAY 'PRTD20NU - RANGE TXNS READ   : ' DL20-TX-LUES.
007780     DISPLAY 'PRTD20NU - RANGE TXNS APPLIED: ' DL20-TX-APPLIQUEES.
007790     DISPLAY 'PRTD20NU - RANGE TXNS REJECT : ' DL20-TX-REJETEES.
007800     DISPLAY 'PRTD20NU - NUMBERS LOGGED    : ' DL20-NLG-LUS.
007810     DISPLAY 'PRTD20NU - NUMBERS LOST      : ' DL20-NLG-PERDUS.
007820     DISPLAY 'PRTD20NU - RANGES NEAR FULL  : '
007830         DL20-PLAGES-PLEINES.
007840     DISPLAY 'PRTD20NU - UNITS NO RANGE    : ' DL20-SANS-PLAGE.
007850     IF DL20-UT-DROPPED > 0 OR DL20-PL-DROPPED > 0
007860         DISPLAY 'PRTD20NU - WARNING, UNIT TABLE FULL : '
007870             DL20-UT-DROPPED ' / ' DL20-PL-DROPPED
007880     END-IF.
007890     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
007900 8000-EXIT.
007910     EXIT.
007920*
007930 8900-WRITE-RUN-LEDGER.
007940     MOVE 'PRTD20NU' TO DL20-JW-PROGRAMME.
007950     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
007960     COMPUTE DL20-JW-RECS-READ = DL20-TX-LUES + DL20-NLG-LUS.
007970     MOVE DL20-TX-APPLIQUEES TO DL20-JW-RECS-ECRITS.
007980     IF DL20-TX-REJETEES > 0 OR DL20-NLG-PERDUS > 0
007990         OR DL20-PLAGES-PLEINES > 0 OR NOT DL20-NUMER-OUVERT
008000         MOVE 'W' TO DL20-JW-RESULTAT
008010     ELSE
008020         MOVE 'O' TO DL20-JW-RESULTAT
008030     END-IF.
008040     CALL 'PRTD20JW' USING DL20-JW-PARMS.
008050     IF DL20-JW-ECHEC
008060         DISPLAY 'PRTD20NU - WARNING, RUN LEDGER WRITE FAILED'
008070     END-IF.
008080 8900-EXIT.
008090     EXIT.
008100*
008110 9000-PRINT-LINE.
008120     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
008130         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
008140     END-IF.
008150     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
008160         AFTER ADVANCING 1 LINE.
008170     ADD 1 TO DL20-LIGNE-CNT.
008180 9000-EXIT.
008190     EXIT.
008200*
008210 9100-NEW-PAGE.
008220     ADD 1 TO DL20-PAGE-NO.
008230     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
008240     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
008250         AFTER ADVANCING PAGE.
008260     MOVE SPACES TO PRLIGNE-RECORD.
008270     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
008280     MOVE 2 TO DL20-LIGNE-CNT.
008290     IF DL20-ENTETE-COLONNES NOT = SPACES
008300         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
008310             AFTER ADVANCING 1 LINE
008320         MOVE SPACES TO PRLIGNE-RECORD
008330         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
008340         MOVE 4 TO DL20-LIGNE-CNT
008350     END-IF.
008360 9100-EXIT.
008370     EXIT.
