000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20QC.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-20.
000060 DATE-COMPILED. 2026-09-20.
000070*****************************************************************
000080*    PROGRAM       : PRTD20QC                                  *
000090*    DESCRIPTION   : BATCH CLOSE OF QUALITY-CONTROL REVIEWS.    *
000100*                    READS THE PRQCTX TRANSACTION FILE          *
000110*                    (XPRQCX) OF (DOSSIER, PRAUD20 SEQUENCE,    *
000120*                    OUTCOME, ERROR CATEGORY, REVIEWER)         *
000130*                    RECORDS KEYED BY THE REVIEWERS AND, FOR    *
000140*                    EACH, CLOSES THE PRQCTRL ENTRY WRITTEN BY  *
000150*                    PRTD20QS - STATE 'C', OUTCOME 'P' (PASS)   *
000160*                    OR 'F' (FAIL), THE ERROR CATEGORY OF A     *
000170*                    FAIL, THE REVIEWER AND TODAY'S DATE. WITH  *
000180*                    NO SEQUENCE KEYED, THE DOSSIER'S OLDEST    *
000190*                    ENTRY STILL OPEN IS CLOSED. A REVIEWER     *
000200*                    MAY NOT CLOSE THE REVIEW OF THEIR OWN      *
000210*                    VALIDATION. EVERY TRANSACTION THAT FAILS   *
000220*                    VALIDATION, OR FINDS NO OPEN ENTRY, IS     *
000230*                    RETURNED ON THE PRQCRJ REJECTS FILE WITH   *
000240*                    A REASON CODE (SEE XPRQCJ) THE WAY         *
000250*                    PRTD20FC RETURNS ITS FLAG-CLOSE REJECTS.   *
000260*                    PRTD20 ITSELF IS NOT TOUCHED.              *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  -------------------------------------------*
000300*    2026-09-20  DLM  ORIGINAL PROGRAM.                           *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY PRQCTSEL.
000360     COPY PRQCXSEL.
000370     COPY PRQCJSEL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PRQCTRL-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY XPRQCT.
000430 FD  PRQCTX-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY XPRQCX.
000460 FD  PRQCRJ-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY XPRQCJ.
000490 WORKING-STORAGE SECTION.
000500     COPY XPRSTAT.
000510     COPY XPRJWLK.
000520     COPY XPRNUM.
000530     COPY XPRNALK.
000540 01  DL20-SWITCHES.
000550     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000560         88  DL20-EOF               VALUE 'Y'.
000570     05  DL20-VALID-SW          PIC X(1)  VALUE 'Y'.
000580         88  DL20-TXN-VALID         VALUE 'Y'.
000590     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
000600         88  DL20-FIN-CHAINE        VALUE 'Y'.
000610     05  DL20-OUVERT-SW         PIC X(1)  VALUE 'N'.
000620         88  DL20-QCT-TROUVE        VALUE 'Y'.
000630 01  DL20-COUNTERS.
000640     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
000650     05  DL20-QCT-CONFORMES     PIC 9(7)  USAGE COMP.
000660     05  DL20-QCT-NON-CONFORMES PIC 9(7)  USAGE COMP.
000670     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
000680 01  DL20-TODAY                 PIC 9(8).
000690 01  DL20-CLE-DOSSIER           PIC S9(11)V USAGE COMP-3.
000700 01  DL20-RAISON.
000710     05  DL20-CD-RAISON         PIC X(2).
000720     05  DL20-LIB-RAISON        PIC X(30).
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000760     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
000770         UNTIL DL20-EOF.
000780     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000790     GOBACK.
000800*
000810 1000-INITIALIZE.
000820     MOVE 0 TO DL20-TXNS-READ DL20-QCT-CONFORMES
000830         DL20-QCT-NON-CONFORMES DL20-TXNS-REJETEES.
000840     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
000850     PERFORM 1100-OPEN-QC-FILE THRU 1100-EXIT.
000860     OPEN INPUT PRQCTX-FILE.
000870     OPEN OUTPUT PRQCRJ-FILE.
000880     PERFORM 2100-READ-TXN THRU 2100-EXIT.
000890 1000-EXIT.
000900     EXIT.
000910*
000920 1100-OPEN-QC-FILE.
000930*    NOTHING HAS EVER BEEN SAMPLED IF THE FILE IS STILL MISSING -
000940*    GUARDED THE SAME WAY PRTD20QS GUARDS ITS OWN OPEN. EVERY
000950*    TRANSACTION THEN COMES BACK AS 'NO OPEN QC ENTRY'.
000960     OPEN INPUT PRQCTRL-FILE.
000970     IF DL20-PRQCTRL-STATUS = '35'
000980         OPEN OUTPUT PRQCTRL-FILE
000990         CLOSE PRQCTRL-FILE
001000     ELSE
001010         CLOSE PRQCTRL-FILE
001020     END-IF.
001030     OPEN I-O PRQCTRL-FILE.
001040 1100-EXIT.
001050     EXIT.
001060*
001070 2000-PROCESS-TXN.
001080     PERFORM 2200-VALIDATE-TXN THRU 2200-EXIT.
001090     IF DL20-TXN-VALID
001100         PERFORM 3000-CLOSE-REVIEW THRU 3000-EXIT
001110     END-IF.
001120     IF NOT DL20-TXN-VALID
001130         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
001140     END-IF.
001150     PERFORM 2100-READ-TXN THRU 2100-EXIT.
001160 2000-EXIT.
001170     EXIT.
001180*
001190 2100-READ-TXN.
001200     READ PRQCTX-FILE NEXT RECORD
001210         AT END
001220             MOVE 'Y' TO DL20-EOF-SW
001230         NOT AT END
001240             ADD 1 TO DL20-TXNS-READ
001250     END-READ.
001260 2100-EXIT.
001270     EXIT.
001280*
001290 2200-VALIDATE-TXN.
001300     MOVE 'Y' TO DL20-VALID-SW.
001310     MOVE SPACES TO DL20-CD-RAISON DL20-LIB-RAISON.
001320     IF QCX-NO-DOSSIER NOT NUMERIC
001330         OR QCX-NO-DOSSIER = ZERO
001340         MOVE '01' TO DL20-CD-RAISON
001350         MOVE 'DOSSIER NO NOT NUMERIC/ZERO' TO DL20-LIB-RAISON
001360         MOVE 'N' TO DL20-VALID-SW
001370         GO TO 2200-EXIT
001380     END-IF.
001390     IF QCX-NO-SEQ NOT NUMERIC
001400         MOVE ZERO TO QCX-NO-SEQ
001410     END-IF.
001420     MOVE 'V' TO DL20-NA-FONCTION.
001430     MOVE 'PRTD20QC' TO DL20-NA-PROGRAMME.
001440     MOVE QCX-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
001450     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
001460     IF NOT DL20-NA-NUMERO-ACCEPTE
001470         MOVE '07' TO DL20-CD-RAISON
001480         MOVE 'CHECK DIGIT WRONG' TO DL20-LIB-RAISON
001490         MOVE 'N' TO DL20-VALID-SW
001500         GO TO 2200-EXIT
001510     END-IF.
001520     MOVE QCX-CD-RESULTAT TO QCT-CD-RESULTAT.
001530     IF NOT QCT-RESULTAT-VALIDE
001540         MOVE '02' TO DL20-CD-RAISON
001550         MOVE 'OUTCOME NOT P OR F' TO DL20-LIB-RAISON
001560         MOVE 'N' TO DL20-VALID-SW
001570         GO TO 2200-EXIT
001580     END-IF.
001590     MOVE QCX-CD-ERREUR TO QCT-CD-ERREUR.
001600     IF (QCT-NON-CONFORME AND NOT QCT-ERREUR-VALIDE)
001610         OR (QCT-CONFORME AND QCX-CD-ERREUR NOT = SPACES)
001620         MOVE '03' TO DL20-CD-RAISON
001630         MOVE 'CATEGORY WRONG FOR OUTCOME' TO DL20-LIB-RAISON
001640         MOVE 'N' TO DL20-VALID-SW
001650         GO TO 2200-EXIT
001660     END-IF.
001670     IF QCX-ID-CONTROLEUR = SPACES
001680         MOVE '04' TO DL20-CD-RAISON
001690         MOVE 'BLANK REVIEWER' TO DL20-LIB-RAISON
001700         MOVE 'N' TO DL20-VALID-SW
001710     END-IF.
001720 2200-EXIT.
001730     EXIT.
001740*
001750 3000-CLOSE-REVIEW.
001760     PERFORM 3100-FIND-OPEN-ENTRY THRU 3100-EXIT.
001770     IF NOT DL20-QCT-TROUVE
001780         MOVE '05' TO DL20-CD-RAISON
001790         MOVE 'NO OPEN QC ENTRY FOR DOSSIER' TO DL20-LIB-RAISON
001800         MOVE 'N' TO DL20-VALID-SW
001810         GO TO 3000-EXIT
001820     END-IF.
001830     IF QCX-ID-CONTROLEUR = QCT-ID-OPER
001840         MOVE '08' TO DL20-CD-RAISON
001850         MOVE 'REVIEWER VALIDATED THE DOSSIER' TO DL20-LIB-RAISON
001860         MOVE 'N' TO DL20-VALID-SW
001870         GO TO 3000-EXIT
001880     END-IF.
001890     MOVE 'C'               TO QCT-CD-STATUT.
001900     MOVE QCX-CD-RESULTAT   TO QCT-CD-RESULTAT.
001910     MOVE QCX-CD-ERREUR     TO QCT-CD-ERREUR.
001920     MOVE QCX-ID-CONTROLEUR TO QCT-ID-CONTROLEUR.
001930     MOVE DL20-TODAY        TO QCT-DT-CLOS.
001940     REWRITE PRQCTRL-RECORD
001950         INVALID KEY
001960             MOVE '06' TO DL20-CD-RAISON
001970             MOVE 'QC ENTRY REWRITE FAILED' TO DL20-LIB-RAISON
001980             MOVE 'N' TO DL20-VALID-SW
001990         NOT INVALID KEY
002000             IF QCT-CONFORME
002010                 ADD 1 TO DL20-QCT-CONFORMES
002020             ELSE
002030                 ADD 1 TO DL20-QCT-NON-CONFORMES
002040             END-IF
002050             DISPLAY 'PRTD20QC - CLOSED : ' QCX-NO-DOSSIER
002060                 ' ' QCX-NO-SEQ ' OUTCOME ' QCX-CD-RESULTAT
002070                 ' ' QCX-CD-ERREUR
002080     END-REWRITE.
002090 3000-EXIT.
002100     EXIT.
002110*
002120 3100-FIND-OPEN-ENTRY.
002130*    WITH A SEQUENCE GIVEN, READS THAT ENTRY; OTHERWISE READS ONLY
002140*    THIS DOSSIER'S ENTRIES, POSITIONED BY KEY, STOPPING ON THE
002150*    FIRST ONE STILL OPEN.
002160     MOVE 'N' TO DL20-OUVERT-SW.
002170     MOVE 'N' TO DL20-FIN-CHAINE-SW.
002180     MOVE QCX-NO-DOSSIER TO DL20-CLE-DOSSIER.
002190     MOVE DL20-CLE-DOSSIER TO QCT-NO-DOSSIER.
002200     MOVE QCX-NO-SEQ       TO QCT-NO-SEQ.
002210     IF QCX-NO-SEQ NOT = ZERO
002220         READ PRQCTRL-FILE
002230             KEY IS QCT-KEY
002240             INVALID KEY
002250                 GO TO 3100-EXIT
002260         END-READ
002270         IF QCT-OUVERT
002280             MOVE 'Y' TO DL20-OUVERT-SW
002290         END-IF
002300         GO TO 3100-EXIT
002310     END-IF.
002320     START PRQCTRL-FILE KEY IS NOT LESS THAN QCT-KEY
002330         INVALID KEY
002340             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002350     END-START.
002360     PERFORM 3110-READ-CHAIN THRU 3110-EXIT
002370         UNTIL DL20-FIN-CHAINE.
002380 3100-EXIT.
002390     EXIT.
002400*
002410 3110-READ-CHAIN.
002420     READ PRQCTRL-FILE NEXT RECORD
002430         AT END
002440             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002450         NOT AT END
002460             IF QCT-NO-DOSSIER = DL20-CLE-DOSSIER
002470                 IF QCT-OUVERT
002480                     MOVE 'Y' TO DL20-OUVERT-SW
002490                     MOVE 'Y' TO DL20-FIN-CHAINE-SW
002500                 END-IF
002510             ELSE
002520                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
002530             END-IF
002540     END-READ.
002550 3110-EXIT.
002560     EXIT.
002570*
002580 4000-REJECT-TXN.
002590     MOVE DL20-CD-RAISON  TO PRQCJ-CD-RAISON.
002600     MOVE DL20-LIB-RAISON TO PRQCJ-LIB-RAISON.
002610     MOVE PRQCX-RECORD    TO PRQCJ-IMAGE.
002620     WRITE PRQCJ-RECORD.
002630     ADD 1 TO DL20-TXNS-REJETEES.
002640 4000-EXIT.
002650     EXIT.
002660*
002670 8000-TERMINATE.
002680     CLOSE PRQCTRL-FILE.
002690     CLOSE PRQCTX-FILE.
002700     CLOSE PRQCRJ-FILE.
002710     DISPLAY 'PRTD20QC - TXNS READ       : ' DL20-TXNS-READ.
002720     DISPLAY 'PRTD20QC - CLOSED PASS     : ' DL20-QCT-CONFORMES.
002730     DISPLAY 'PRTD20QC - CLOSED FAIL     : '
002740         DL20-QCT-NON-CONFORMES.
002750     DISPLAY 'PRTD20QC - TXNS REJECTED   : ' DL20-TXNS-REJETEES.
002760     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002770 8000-EXIT.
002780     EXIT.
002790*
002800 8900-WRITE-RUN-LEDGER.
002810     MOVE 'PRTD20QC' TO DL20-JW-PROGRAMME.
002820     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
002830     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
002840     COMPUTE DL20-JW-RECS-ECRITS =
002850         DL20-QCT-CONFORMES + DL20-QCT-NON-CONFORMES.
002860     IF DL20-TXNS-REJETEES > 0
002870         MOVE 'W' TO DL20-JW-RESULTAT
002880     ELSE
002890         MOVE 'O' TO DL20-JW-RESULTAT
002900     END-IF.
002910     CALL 'PRTD20JW' USING DL20-JW-PARMS.
002920     IF DL20-JW-ECHEC
002930         DISPLAY 'PRTD20QC - WARNING, RUN LEDGER WRITE FAILED'
002940     END-IF.
002950 8900-EXIT.
002960     EXIT.
