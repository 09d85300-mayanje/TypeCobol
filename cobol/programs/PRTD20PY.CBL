000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20PY.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-09.
000060 DATE-COMPILED. 2026-09-09.
000070*****************************************************************
000080*    PROGRAM       : PRTD20PY                                  *
000090*    DESCRIPTION   : PAYEE MASTER MAINTENANCE. READS THE        *
000100*                    PRBENTX TRANSACTION FILE AND MAINTAINS THE *
000110*                    PRBENEF PAYEE MASTER : ACTION 'A' CREATES  *
000120*                    A PAYEE, 'C' REPLACES ITS NAME, ADDRESS    *
000130*                    AND BANK ACCOUNT, 'F' CLOSES IT SO NO      *
000140*                    DOSSIER IS EVER SETTLED TO IT AGAIN (THE   *
000150*                    RECORD STAYS ON FILE FOR THE DOSSIERS      *
000160*                    THAT STILL POINT AT IT). ON 'A' AND 'C'    *
000170*                    THE IBAN CHECK DIGITS AND THE BIC FORMAT   *
000180*                    ARE CHECKED THROUGH PRTD20IB BEFORE        *
000190*                    ANYTHING IS STORED. EVERY FAILED           *
000200*                    TRANSACTION IS RETURNED ON THE PRBENRJ     *
000210*                    REJECTS FILE WITH A REASON CODE (SEE       *
000220*                    XPRBEJ) THE WAY PRTD20PC RETURNS ITS       *
000230*                    CAPTURE REJECTS. PRTD20 IS NOT TOUCHED.    *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  -------------------------------------------*
000270*    2026-09-09  DLM  ORIGINAL PROGRAM.                           *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY PRBENSEL.
000330     COPY PRBETSEL.
000340     COPY PRBEJSEL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PRBENEF-FILE
000380     LABEL RECORDS ARE STANDARD.
000390     COPY XPRBEN.
000400 FD  PRBENTX-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY XPRBET.
000430 FD  PRBENRJ-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY XPRBEJ.
000460 WORKING-STORAGE SECTION.
000470     COPY XPRSTAT.
000480     COPY XPRJWLK.
000490     COPY XPRIBLK.
000500 01  DL20-SWITCHES.
000510     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000520         88  DL20-EOF               VALUE 'Y'.
000530     05  DL20-VALID-SW          PIC X(1)  VALUE 'Y'.
000540         88  DL20-TXN-VALID         VALUE 'Y'.
000550 01  DL20-COUNTERS.
000560     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
000570     05  DL20-BENEF-CREES       PIC 9(7)  USAGE COMP.
000580     05  DL20-BENEF-MODIFIES    PIC 9(7)  USAGE COMP.
000590     05  DL20-BENEF-FERMES      PIC 9(7)  USAGE COMP.
000600     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
000610 01  DL20-TODAY                 PIC 9(8).
000620 01  DL20-RAISON.
000630     05  DL20-CD-RAISON         PIC X(2).
000640     05  DL20-LIB-RAISON        PIC X(30).
000650 PROCEDURE DIVISION.
000660 0000-MAINLINE.
000670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000680     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
000690         UNTIL DL20-EOF.
000700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000710     GOBACK.
000720*
000730 1000-INITIALIZE.
000740     MOVE 0 TO DL20-TXNS-READ DL20-BENEF-CREES
000750         DL20-BENEF-MODIFIES DL20-BENEF-FERMES
000760         DL20-TXNS-REJETEES.
000770     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
000780     PERFORM 1100-OPEN-PAYEE-FILE THRU 1100-EXIT.
000790     OPEN INPUT PRBENTX-FILE.
000800     OPEN OUTPUT PRBENRJ-FILE.
000810     PERFORM 2100-READ-TXN THRU 2100-EXIT.
000820 1000-EXIT.
000830     EXIT.
000840*
000850 1100-OPEN-PAYEE-FILE.
000860*    THE FIRST EVER RUN MAY FIND NO PRBENEF FILE AT ALL -
000870*    GUARDED THE SAME WAY PRTD20PC GUARDS ITS OPEN OF PRTD20E.
000880     OPEN INPUT PRBENEF-FILE.
000890     IF DL20-PRBENEF-STATUS = '35'
000900         OPEN OUTPUT PRBENEF-FILE
000910         CLOSE PRBENEF-FILE
000920     ELSE
000930         CLOSE PRBENEF-FILE
000940     END-IF.
000950     OPEN I-O PRBENEF-FILE.
000960 1100-EXIT.
000970     EXIT.
000980*
000990 2000-PROCESS-TXN.
001000     PERFORM 2200-VALIDATE-TXN THRU 2200-EXIT.
001010     IF DL20-TXN-VALID
001020         EVALUATE TRUE
001030             WHEN PRBET-AJOUT
001040                 PERFORM 3000-CREATE-PAYEE THRU 3000-EXIT
001050             WHEN PRBET-MODIF
001060                 PERFORM 3500-CHANGE-PAYEE THRU 3500-EXIT
001070             WHEN OTHER
001080                 PERFORM 3700-CLOSE-PAYEE THRU 3700-EXIT
001090         END-EVALUATE
001100     ELSE
001110         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
001120     END-IF.
001130     PERFORM 2100-READ-TXN THRU 2100-EXIT.
001140 2000-EXIT.
001150     EXIT.
001160*
001170 2100-READ-TXN.
001180     READ PRBENTX-FILE NEXT RECORD
001190         AT END
001200             MOVE 'Y' TO DL20-EOF-SW
001210         NOT AT END
001220             ADD 1 TO DL20-TXNS-READ
001230     END-READ.
001240 2100-EXIT.
001250     EXIT.
001260*
001270 2200-VALIDATE-TXN.
001280     MOVE 'Y' TO DL20-VALID-SW.
001290     MOVE SPACES TO DL20-CD-RAISON DL20-LIB-RAISON.
001300     IF NOT PRBET-AJOUT AND NOT PRBET-MODIF
001310         AND NOT PRBET-FERMETURE
001320         MOVE '01' TO DL20-CD-RAISON
001330         MOVE 'INVALID ACTION CODE' TO DL20-LIB-RAISON
001340         MOVE 'N' TO DL20-VALID-SW
001350         GO TO 2200-EXIT
001360     END-IF.
001370     IF PRBET-ID-BENEF = SPACES
001380         MOVE '02' TO DL20-CD-RAISON
001390         MOVE 'BLANK PAYEE CODE' TO DL20-LIB-RAISON
001400         MOVE 'N' TO DL20-VALID-SW
001410         GO TO 2200-EXIT
001420     END-IF.
001430     IF PRBET-ID-OPER = SPACES
001440         MOVE '10' TO DL20-CD-RAISON
001450         MOVE 'BLANK SUBMITTING OPERATOR' TO DL20-LIB-RAISON
001460         MOVE 'N' TO DL20-VALID-SW
001470         GO TO 2200-EXIT
001480     END-IF.
001490     PERFORM 2300-CHECK-ON-FILE THRU 2300-EXIT.
001500     IF NOT DL20-TXN-VALID
001510         OR PRBET-FERMETURE
001520         GO TO 2200-EXIT
001530     END-IF.
001540     IF PRBET-NOM = SPACES
001550         MOVE '06' TO DL20-CD-RAISON
001560         MOVE 'BLANK PAYEE NAME' TO DL20-LIB-RAISON
001570         MOVE 'N' TO DL20-VALID-SW
001580         GO TO 2200-EXIT
001590     END-IF.
001600     PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT.
001610 2200-EXIT.
001620     EXIT.
001630*
001640 2300-CHECK-ON-FILE.
001650*    A CREATE MUST FIND NO PAYEE UNDER THAT CODE ; A CHANGE OR A
001660*    CLOSE MUST FIND ONE THAT IS STILL ACTIVE. THE RECORD READ
001670*    HERE IS THE ONE 3500 / 3700 REWRITE.
001680     MOVE PRBET-ID-BENEF TO PRBEN-ID-BENEF.
001690     READ PRBENEF-FILE
001700         KEY IS PRBEN-ID-BENEF
001710         INVALID KEY
001720             IF NOT PRBET-AJOUT
001730                 MOVE '04' TO DL20-CD-RAISON
001740                 MOVE 'PAYEE NOT ON FILE' TO DL20-LIB-RAISON
001750                 MOVE 'N' TO DL20-VALID-SW
001760             END-IF
001770         NOT INVALID KEY
001780             IF PRBET-AJOUT
001790                 MOVE '03' TO DL20-CD-RAISON
001800                 MOVE 'PAYEE ALREADY ON FILE' TO DL20-LIB-RAISON
001810                 MOVE 'N' TO DL20-VALID-SW
001820             ELSE
001830                 IF PRBEN-FERME
001840                     MOVE '05' TO DL20-CD-RAISON
001850                     MOVE 'PAYEE ALREADY CLOSED'
001860                         TO DL20-LIB-RAISON
001870                     MOVE 'N' TO DL20-VALID-SW
001880                 END-IF
001890             END-IF
001900     END-READ.
001910 2300-EXIT.
001920     EXIT.
001930*
001940 2400-CHECK-ACCOUNT.
001950     MOVE PRBET-IBAN TO DL20-IB-IBAN.
001960     MOVE PRBET-BIC  TO DL20-IB-BIC.
001970     CALL 'PRTD20IB' USING DL20-IB-PARMS.
001980     EVALUATE TRUE
001990         WHEN DL20-IB-IBAN-FORMAT
002000             MOVE '07' TO DL20-CD-RAISON
002010             MOVE 'IBAN BADLY FORMED' TO DL20-LIB-RAISON
002020             MOVE 'N' TO DL20-VALID-SW
002030         WHEN DL20-IB-IBAN-CLE
002040             MOVE '08' TO DL20-CD-RAISON
002050             MOVE 'IBAN CHECK DIGITS WRONG' TO DL20-LIB-RAISON
002060             MOVE 'N' TO DL20-VALID-SW
002070         WHEN DL20-IB-BIC-FORMAT
002080             MOVE '09' TO DL20-CD-RAISON
002090             MOVE 'BIC BADLY FORMED' TO DL20-LIB-RAISON
002100             MOVE 'N' TO DL20-VALID-SW
002110     END-EVALUATE.
002120 2400-EXIT.
002130     EXIT.
002140*
002150 3000-CREATE-PAYEE.
002160     MOVE SPACES TO PRBEN-RECORD.
002170     MOVE PRBET-ID-BENEF   TO PRBEN-ID-BENEF.
002180     PERFORM 3100-MOVE-DETAILS THRU 3100-EXIT.
002190     MOVE 'A'              TO PRBEN-CD-STATUT.
002200     MOVE DL20-TODAY       TO PRBEN-DT-CREATION.
002210     WRITE PRBEN-RECORD
002220         INVALID KEY
002230             MOVE '03' TO DL20-CD-RAISON
002240             MOVE 'PAYEE ALREADY ON FILE' TO DL20-LIB-RAISON
002250             MOVE 'N' TO DL20-VALID-SW
002260             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
002270         NOT INVALID KEY
002280             ADD 1 TO DL20-BENEF-CREES
002290     END-WRITE.
002300 3000-EXIT.
002310     EXIT.
002320*
002330 3100-MOVE-DETAILS.
002340     MOVE PRBET-NOM        TO PRBEN-NOM.
002350     MOVE PRBET-ADR-LIGNE1 TO PRBEN-ADR-LIGNE1.
002360     MOVE PRBET-ADR-LIGNE2 TO PRBEN-ADR-LIGNE2.
002370     MOVE PRBET-CD-POSTAL  TO PRBEN-CD-POSTAL.
002380     MOVE PRBET-VILLE      TO PRBEN-VILLE.
002390     MOVE PRBET-CD-PAYS    TO PRBEN-CD-PAYS.
002400     MOVE PRBET-IBAN       TO PRBEN-IBAN.
002410     MOVE PRBET-BIC        TO PRBEN-BIC.
002420     MOVE DL20-TODAY       TO PRBEN-DT-MAJ.
002430     MOVE PRBET-ID-OPER    TO PRBEN-ID-OPER-MAJ.
002440 3100-EXIT.
002450     EXIT.
002460*
002470 3500-CHANGE-PAYEE.
002480     PERFORM 3100-MOVE-DETAILS THRU 3100-EXIT.
002490     REWRITE PRBEN-RECORD
002500         INVALID KEY
002510             MOVE '04' TO DL20-CD-RAISON
002520             MOVE 'PAYEE NOT ON FILE' TO DL20-LIB-RAISON
002530             MOVE 'N' TO DL20-VALID-SW
002540             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
002550         NOT INVALID KEY
002560             ADD 1 TO DL20-BENEF-MODIFIES
002570     END-REWRITE.
002580 3500-EXIT.
002590     EXIT.
002600*
002610 3700-CLOSE-PAYEE.
002620     MOVE 'F'              TO PRBEN-CD-STATUT.
002630     MOVE DL20-TODAY       TO PRBEN-DT-MAJ.
002640     MOVE PRBET-ID-OPER    TO PRBEN-ID-OPER-MAJ.
002650     REWRITE PRBEN-RECORD
002660         INVALID KEY
002670             MOVE '04' TO DL20-CD-RAISON
002680             MOVE 'PAYEE NOT ON FILE' TO DL20-LIB-RAISON
002690             MOVE 'N' TO DL20-VALID-SW
002700             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
002710         NOT INVALID KEY
002720             ADD 1 TO DL20-BENEF-FERMES
002730     END-REWRITE.
002740 3700-EXIT.
002750     EXIT.
002760*
002770 4000-REJECT-TXN.
002780     MOVE DL20-CD-RAISON  TO PRBEJ-CD-RAISON.
002790     MOVE DL20-LIB-RAISON TO PRBEJ-LIB-RAISON.
002800     MOVE PRBET-RECORD    TO PRBEJ-IMAGE.
002810     WRITE PRBEJ-RECORD.
002820     ADD 1 TO DL20-TXNS-REJETEES.
002830 4000-EXIT.
002840     EXIT.
002850*
002860 8000-TERMINATE.
002870     CLOSE PRBENEF-FILE.
002880     CLOSE PRBENTX-FILE.
002890     CLOSE PRBENRJ-FILE.
002900     DISPLAY 'PRTD20PY - TXNS READ       : ' DL20-TXNS-READ.
002910     DISPLAY 'PRTD20PY - PAYEES CREATED  : ' DL20-BENEF-CREES.
002920     DISPLAY 'PRTD20PY - PAYEES CHANGED  : '
002930         DL20-BENEF-MODIFIES.
002940     DISPLAY 'PRTD20PY - PAYEES CLOSED   : ' DL20-BENEF-FERMES.
002950     DISPLAY 'PRTD20PY - TXNS REJECTED   : '
002960         DL20-TXNS-REJETEES.
002970     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002980 8000-EXIT.
002990     EXIT.
003000*
003010 8900-WRITE-RUN-LEDGER.
003020     MOVE 'PRTD20PY' TO DL20-JW-PROGRAMME.
003030     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
003040     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
003050     COMPUTE DL20-JW-RECS-ECRITS =
003060         DL20-BENEF-CREES + DL20-BENEF-MODIFIES
003070         + DL20-BENEF-FERMES.
003080     IF DL20-TXNS-REJETEES > 0
003090         MOVE 'W' TO DL20-JW-RESULTAT
003100     ELSE
003110         MOVE 'O' TO DL20-JW-RESULTAT
003120     END-IF.
003130     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003140     IF DL20-JW-ECHEC
003150         DISPLAY 'PRTD20PY - WARNING, RUN LEDGER WRITE FAILED'
003160     END-IF.
003170 8900-EXIT.
003180     EXIT.
