000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20RV.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-10.
000060 DATE-COMPILED. 2026-09-10.
000070*****************************************************************
000080*    PROGRAM       : PRTD20RV                                  *
000090*    DESCRIPTION   : SETTLEMENT REVERSAL AND DOSSIER REOPEN.    *
000100*                    READS THE PRANNTX REQUEST FILE OF (DOSSIER *
000110*                    NUMBER, REASON, OPERATOR) AND, FOR EVERY   *
000120*                    VAL DOSSIER ALREADY EXTRACTED TO THE       *
000130*                    PAYMENTS PLATFORM BY PRTD20SE :            *
000140*                      - WRITES ONE PRREGAN REVERSAL RECORD     *
000150*                        (XPRREG LAYOUT, MOVEMENT 'A') THAT     *
000160*                        CARRIES THE SETTLED AMOUNTS WITH THE   *
000170*                        SIGN INVERTED AND POINTS BACK AT THE   *
000180*                        ORIGINAL SETTLEMENT BY DOSSIER NUMBER  *
000190*                        AND EXTRACT DATE,                      *
000200*                      - MOVES THE DOSSIER BACK TO SAI THROUGH  *
000210*                        PRTD20CH ON THE REVERSAL PATH AND      *
000220*                        MARKS IT LDO-REGL-ANNULE, SO IT CAN BE *
000230*                        CORRECTED AND VALIDATED AGAIN AND IS   *
000240*                        THEN EXTRACTED AFRESH BY PRTD20SE,     *
000250*                      - WRITES THE VAL TO SAI PRAUD20 RECORD   *
000260*                        WITH THE REVERSAL REASON IN            *
000270*                        PRAUD-CD-MOTIF AND THE OPERATOR.       *
000280*                    THE OPERATOR MUST HOLD A PROPER PROFILE    *
000290*                    FOR THE DOSSIER'S OWNING UNIT, AS FOR      *
000300*                    PRTD20B. A REQUEST RUN TWICE FINDS THE     *
000310*                    DOSSIER NO LONGER EXTRACTED AND IS         *
000320*                    REJECTED, SO A SETTLEMENT IS NEVER         *
000330*                    REVERSED TWICE. POSES THE PRGARDE MARKER   *
000340*                    AROUND THE PRTD20 UPDATE.                  *
000350*    MODIFICATION HISTORY                                       *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------- ----  -------------------------------------------*
000380*    2026-09-10  DLM  ORIGINAL PROGRAM.                           *
000390*    2026-09-15  DLM  AN ELEVEN-DIGIT DOSSIER NUMBER WHOSE CHECK  *
000400*                     DIGIT IS WRONG IS NOW REJECTED (PRTD20NA)   *
000410*                     BEFORE THE DOSSIER IS READ. SHORTER NUMBERS *
000420*                     PREDATE ALLOCATION AND ARE TAKEN AS THEY    *
000430*                     ARE.                                        *
000440*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000450*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000460*                     USED UP. NO CODE CHANGE.                     *
000470*    2026-09-18  DLM  A REASON 08 REFUSAL IS ALSO WRITTEN TO THE  *
000480*                     PRSECEV SECURITY EVENT LOG (PRTD20SV) FOR   *
000490*                     THE DAILY ACCESS-EXCEPTION REPORT PRTD20SR. *
000500*    2026-09-22  DLM  EACH PRREGAN RECORD NOW CARRIES THE RUN     *
000510*                     DATE IN PRREG-DT-EXTRACT SO THE PROGRAMS    *
000520*                     READING THE REVERSAL EXTRACT CAN TELL       *
000530*                     TONIGHT'S FILE FROM ONE LEFT OVER FROM AN   *
000540*                     EARLIER RUN.                                *
000550*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000560*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000570*                     USED UP. NO CODE CHANGE.                     *
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     COPY PRTD20RSL.
000630     COPY PRAUDSEL.
000640     COPY PRANTSEL.
000650     COPY PRRANSEL.
000660     COPY PROPRSEL.
000670     COPY PRBENSEL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PRTD20-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY XPRTD20.
000730 FD  PRAUD20-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY XPRAUD.
000760 FD  PRANNTX-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY XPRANT.
000790 FD  PRREGAN-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY XPRREG.
000820 FD  PROPER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY XPROPR.
000850 FD  PRBENEF-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY XPRBEN.
000880 WORKING-STORAGE SECTION.
000890     COPY XPRSTAT.
000900     COPY XPRCHLK.
000910     COPY XPRJWLK.
000920     COPY XPRGDLK.
000930     COPY XPRCVLK.
000940     COPY XPRNUM.
000950     COPY XPRNALK.
000960     COPY XPRSVLK.
000970 01  DL20-SWITCHES.
000980     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000990         88  DL20-EOF               VALUE 'Y'.
001000     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
001010         88  DL20-FIN-CHAINE        VALUE 'Y'.
001020     05  DL20-AUTORISE-SW       PIC X(1)  VALUE 'N'.
001030         88  DL20-AUTORISE          VALUE 'Y'.
001040     05  DL20-BENEF-SW          PIC X(1)  VALUE 'N'.
001050         88  DL20-BENEF-OUVERT      VALUE 'Y'.
001060 01  DL20-COUNTERS.
001070     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
001080     05  DL20-TXNS-ANNULEES     PIC 9(7)  USAGE COMP.
001090     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
001100     05  DL20-AUDIT-COUNT       PIC 9(7)  USAGE COMP.
001110     05  DL20-AUDIT-FAILED      PIC 9(7)  USAGE COMP.
001120     05  DL20-NONAUTH-COUNT     PIC 9(7)  USAGE COMP.
001130     05  DL20-MARK-FAILED       PIC 9(7)  USAGE COMP.
001140 01  DL20-TOTAUX.
001150     05  DL20-MT-REF-ANNULE     PIC S9(13)V9(2) USAGE COMP-3.
001160 01  DL20-OPER-TABLE.
001170     05  DL20-OP-ENTRY   OCCURS 1 TO 100 TIMES
001180                         DEPENDING ON DL20-OP-COUNT
001190                         INDEXED BY DL20-OP-IDX.
001200         10  DL20-OP-ID         PIC X(8).
001210         10  DL20-OP-UNITE      PIC X(3).
001220 01  DL20-OP-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     PERFORM 2000-PROCESS-TXNS THRU 2000-EXIT
001270         UNTIL DL20-EOF.
001280     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001290     GOBACK.
001300*
001310 1000-INITIALIZE.
001320     MOVE 0 TO DL20-TXNS-READ DL20-TXNS-ANNULEES
001330         DL20-TXNS-REJETEES DL20-AUDIT-COUNT
001340         DL20-AUDIT-FAILED DL20-NONAUTH-COUNT
001350         DL20-MARK-FAILED.
001360     MOVE 0 TO DL20-MT-REF-ANNULE.
001370     MOVE 'PRTD20RV' TO DL20-CH-PROGRAMME.
001380     MOVE 'X' TO DL20-CH-SUPERVISEUR.
001390     MOVE 0 TO DL20-CH-SEUIL-APPROB DL20-CH-MT-REF.
001400     MOVE SPACES TO DL20-CH-ID-DEMANDEUR.
001410     ACCEPT DL20-CH-TODAY FROM DATE YYYYMMDD.
001420     ACCEPT DL20-CH-HEURE FROM TIME.
001430     PERFORM 1600-LOAD-OPER-TABLE THRU 1600-EXIT.
001440     PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT.
001450     OPEN INPUT PRBENEF-FILE.
001460     IF DL20-PRBENEF-OK
001470         MOVE 'Y' TO DL20-BENEF-SW
001480     ELSE
001490         DISPLAY 'PRTD20RV - PRBENEF NOT AVAILABLE, STATUS '
001500             DL20-PRBENEF-STATUS ' - PAYEE CODE ONLY ON REVERSALS'
001510     END-IF.
001520     MOVE 'P' TO DL20-GD-FONCTION.
001530     MOVE 'PRTD20RV' TO DL20-GD-PROGRAMME.
001540     CALL 'PRTD20GD' USING DL20-GD-PARMS.
001550     IF DL20-GD-ECHEC
001560         DISPLAY 'PRTD20RV - WARNING, GUARD MARKER NOT POSED'
001570     END-IF.
001580     OPEN I-O PRTD20-FILE.
001590     OPEN INPUT PRANNTX-FILE.
001600     OPEN OUTPUT PRREGAN-FILE.
001610     PERFORM 2100-READ-TXN THRU 2100-EXIT.
001620 1000-EXIT.
001630     EXIT.
001640*
001650 1200-OPEN-AUDIT-LOG.
001660     OPEN INPUT PRAUD20-FILE.
001670     IF DL20-PRAUD20-STATUS = '35'
001680         OPEN OUTPUT PRAUD20-FILE
001690         CLOSE PRAUD20-FILE
001700     ELSE
001710         CLOSE PRAUD20-FILE
001720     END-IF.
001730     OPEN I-O PRAUD20-FILE.
001740 1200-EXIT.
001750     EXIT.
001760*
001770 1600-LOAD-OPER-TABLE.
001780     MOVE 0 TO DL20-OP-COUNT.
001790     OPEN INPUT PROPER-FILE.
001800     IF DL20-PROPER-OK
001810         PERFORM 1610-READ-OPER THRU 1610-EXIT
001820         PERFORM 1620-STORE-OPER THRU 1620-EXIT
001830             UNTIL DL20-EOF
001840         CLOSE PROPER-FILE
001850         MOVE 'N' TO DL20-EOF-SW
001860     END-IF.
001870 1600-EXIT.
001880     EXIT.
001890*
001900 1610-READ-OPER.
001910     READ PROPER-FILE NEXT RECORD
001920         AT END
001930             MOVE 'Y' TO DL20-EOF-SW
001940     END-READ.
001950 1610-EXIT.
001960     EXIT.
001970*
001980 1620-STORE-OPER.
001990     IF DL20-OP-COUNT < 100
002000         ADD 1 TO DL20-OP-COUNT
002010         MOVE OPR-ID-OPER TO DL20-OP-ID(DL20-OP-COUNT)
002020         MOVE OPR-CD-UNITE TO DL20-OP-UNITE(DL20-OP-COUNT)
002030     END-IF.
002040     PERFORM 1610-READ-OPER THRU 1610-EXIT.
002050 1620-EXIT.
002060     EXIT.
002070*
002080 2000-PROCESS-TXNS.
002090     IF PRANT-NO-DOSSIER NOT NUMERIC
002100         OR PRANT-NO-DOSSIER = ZERO
002110         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
002120     ELSE
002130         PERFORM 2050-CHECK-CLE THRU 2050-EXIT
002140         IF NOT DL20-NA-NUMERO-ACCEPTE
002150             PERFORM 4050-REJECT-BAD-CLE THRU 4050-EXIT
002160         ELSE
002170             IF NOT PRANT-MOTIF-VALIDE
002180                 PERFORM 4300-REJECT-BAD-MOTIF THRU 4300-EXIT
002190             ELSE
002200                 PERFORM 3000-APPLY-TXN THRU 3000-EXIT
002210             END-IF
002220         END-IF
002230     END-IF.
002240     PERFORM 2100-READ-TXN THRU 2100-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270*
002280 2050-CHECK-CLE.
002290     MOVE 'V' TO DL20-NA-FONCTION.
002300     MOVE 'PRTD20RV' TO DL20-NA-PROGRAMME.
002310     MOVE PRANT-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
002320     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
002330 2050-EXIT.
002340     EXIT.
002350*
002360 2100-READ-TXN.
002370     READ PRANNTX-FILE NEXT RECORD
002380         AT END
002390             MOVE 'Y' TO DL20-EOF-SW
002400         NOT AT END
002410             ADD 1 TO DL20-TXNS-READ
002420     END-READ.
002430 2100-EXIT.
002440     EXIT.
002450*
002460 3000-APPLY-TXN.
002470     MOVE PRANT-NO-DOSSIER TO LDO-NO-DOSSIER.
002480     READ PRTD20-FILE
002490         KEY IS LDO-NO-DOSSIER
002500         INVALID KEY
002510             PERFORM 4200-REJECT-NOT-FOUND THRU 4200-EXIT
002520         NOT INVALID KEY
002530             PERFORM 3100-REVERSE-SETTLEMENT THRU 3100-EXIT
002540     END-READ.
002550 3000-EXIT.
002560     EXIT.
002570*
002580 3050-CHECK-AUTORISATION.
002590*    THE SUBMITTING OPERATOR MUST HOLD A PROPER PROFILE RECORD
002600*    FOR THE DOSSIER'S OWNING UNIT. A BLANK OPERATOR ID CAN
002610*    NEVER MATCH A PROFILE, SO AN UNIDENTIFIED REVERSAL IS
002620*    REFUSED RATHER THAN SILENTLY APPLIED.
002630     MOVE 'N' TO DL20-AUTORISE-SW.
002640     IF DL20-OP-COUNT > 0
002650         SET DL20-OP-IDX TO 1
002660         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
002670             AT END
002680                 CONTINUE
002690             WHEN DL20-OP-ID(DL20-OP-IDX) = PRANT-ID-OPER
002700                 AND DL20-OP-UNITE(DL20-OP-IDX) = LDO-CD-UNITE
002710                 MOVE 'Y' TO DL20-AUTORISE-SW
002720         END-SEARCH
002730     END-IF.
002740 3050-EXIT.
002750     EXIT.
002760*
002770 3100-REVERSE-SETTLEMENT.
002780*    ONLY A VAL DOSSIER WHOSE SETTLEMENT IS STILL STANDING CAN BE
002790*    REVERSED. THE DOSSIER IS REWRITTEN BEFORE THE REVERSAL IS
002800*    SENT, SO A FAILED REWRITE NEVER LEAVES A REVERSAL ON THE
002810*    PLATFORM FOR A DOSSIER STILL MARKED EXTRACTED.
002820     IF NOT LDO-REGL-EXTRAIT
002830         PERFORM 4400-REJECT-NOT-SETTLED THRU 4400-EXIT
002840         GO TO 3100-EXIT
002850     END-IF.
002860     IF NOT LDO-CD-ETA-VAL
002870         PERFORM 4600-REJECT-NOT-VAL THRU 4600-EXIT
002880         GO TO 3100-EXIT
002890     END-IF.
002900     PERFORM 3050-CHECK-AUTORISATION THRU 3050-EXIT.
002910     IF NOT DL20-AUTORISE
002920         PERFORM 4500-REJECT-NOT-AUTH THRU 4500-EXIT
002930         GO TO 3100-EXIT
002940     END-IF.
002950     PERFORM 3200-LOOKUP-SEQ THRU 3200-EXIT.
002960     MOVE 'S' TO DL20-CH-NVL-ETA.
002970     MOVE PRANT-CD-MOTIF TO DL20-CH-MOTIF-REJ.
002980     MOVE PRANT-ID-OPER TO DL20-CH-ID-OPER.
002990     CALL 'PRTD20CH' USING DL20-CH-PARMS
003000                           PRTD20-RECORD
003010                           PRAUD20-RECORD.
003020     IF NOT DL20-CH-CHANGED
003030         ADD 1 TO DL20-TXNS-REJETEES
003040         DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
003050             ' STATUS CHANGE REFUSED, RETURN CODE '
003060             DL20-CH-RETURN-CODE
003070         GO TO 3100-EXIT
003080     END-IF.
003090     MOVE 'A' TO LDO-CD-REGL.
003100     REWRITE PRTD20-RECORD.
003110     IF NOT DL20-PRTD20-OK
003120         ADD 1 TO DL20-MARK-FAILED DL20-TXNS-REJETEES
003130         DISPLAY 'PRTD20RV - REWRITE FAILED, STATUS '
003140             DL20-PRTD20-STATUS ' DOSSIER ' LDO-NO-DOSSIER
003150             ' - NOT REVERSED'
003160         GO TO 3100-EXIT
003170     END-IF.
003180     WRITE PRAUD20-RECORD
003190         INVALID KEY
003200             DISPLAY 'PRTD20RV - AUDIT WRITE FAILED, STATUS '
003210                 DL20-PRAUD20-STATUS ' DOSSIER '
003220                 PRAUD-NO-DOSSIER
003230             ADD 1 TO DL20-AUDIT-FAILED
003240         NOT INVALID KEY
003250             ADD 1 TO DL20-AUDIT-COUNT
003260     END-WRITE.
003270     PERFORM 3300-WRITE-REVERSAL THRU 3300-EXIT.
003280     ADD 1 TO DL20-TXNS-ANNULEES.
003290     DISPLAY 'PRTD20RV - REVERSED : ' PRANT-NO-DOSSIER
003300         ' SETTLED ' LDO-DT-REGL ' REASON ' PRANT-CD-MOTIF
003310         ' REOPENED IN SAI'.
003320 3100-EXIT.
003330     EXIT.
003340*
003350 3200-LOOKUP-SEQ.
003360*    READS ONLY THIS DOSSIER'S OWN PRAUD20 CHAIN, POSITIONED BY
003370*    KEY, TO FIND ITS HIGHEST SEQUENCE ON FILE.
003380     MOVE 0 TO DL20-CH-SEQ.
003390     MOVE 'N' TO DL20-FIN-CHAINE-SW.
003400     MOVE LDO-NO-DOSSIER TO PRAUD-NO-DOSSIER.
003410     MOVE 0 TO PRAUD-NO-SEQ.
003420     START PRAUD20-FILE KEY IS NOT LESS THAN PRAUD-KEY
003430         INVALID KEY
003440             MOVE 'Y' TO DL20-FIN-CHAINE-SW
003450     END-START.
003460     PERFORM 3210-READ-CHAIN THRU 3210-EXIT
003470         UNTIL DL20-FIN-CHAINE.
003480 3200-EXIT.
003490     EXIT.
003500*
003510 3210-READ-CHAIN.
003520     READ PRAUD20-FILE NEXT RECORD
003530         AT END
003540             MOVE 'Y' TO DL20-FIN-CHAINE-SW
003550         NOT AT END
003560             IF PRAUD-NO-DOSSIER = LDO-NO-DOSSIER
003570                 MOVE PRAUD-NO-SEQ TO DL20-CH-SEQ
003580             ELSE
003590                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
003600             END-IF
003610     END-READ.
003620 3210-EXIT.
003630     EXIT.
003640*
003650 3300-WRITE-REVERSAL.
003660*    THE REVERSAL MIRRORS THE ORIGINAL PRREGL RECORD WITH THE
003670*    AMOUNTS NEGATED. LDO-DT-REGL STILL HOLDS THE EXTRACT DATE OF
003680*    THE SETTLEMENT BEING REVERSED. THE PAYEE DETAILS ARE TAKEN
003690*    FROM PRBENEF AS THEY STAND, SO THE PLATFORM CAN RECALL THE
003700*    FUNDS FROM THE SAME ACCOUNT.
003710     MOVE SPACES          TO PRREG-RECORD.
003720     MOVE LDO-NO-DOSSIER  TO PRREG-NO-DOSSIER.
003730     COMPUTE PRREG-MT-DOSSIER = 0 - LDO-MT-DOSSIER.
003740     MOVE LDO-DT-VAL      TO PRREG-DT-VAL.
003750     MOVE LDO-CD-DEVISE   TO DL20-CV-DEVISE.
003760     MOVE LDO-MT-DOSSIER  TO DL20-CV-MT.
003770     CALL 'PRTD20CV' USING DL20-CV-PARMS.
003780     IF DL20-CV-SANS-TAUX
003790         DISPLAY 'PRTD20RV - NO RATE FOR ' LDO-CD-DEVISE
003800             ' DOSSIER ' LDO-NO-DOSSIER
003810     END-IF.
003820     MOVE LDO-CD-DEVISE   TO PRREG-CD-DEVISE.
003830     COMPUTE PRREG-MT-REF = 0 - DL20-CV-MT-REF.
003840     MOVE DL20-CV-DT-TAUX TO PRREG-DT-TAUX.
003850     MOVE LDO-ID-BENEF    TO PRREG-ID-BENEF.
003860     IF DL20-BENEF-OUVERT
003870         AND LDO-ID-BENEF NOT = SPACES
003880         MOVE LDO-ID-BENEF TO PRBEN-ID-BENEF
003890         READ PRBENEF-FILE
003900             KEY IS PRBEN-ID-BENEF
003910             INVALID KEY
003920                 DISPLAY 'PRTD20RV - PAYEE NOT ON FILE : '
003930                     LDO-ID-BENEF ' DOSSIER ' LDO-NO-DOSSIER
003940             NOT INVALID KEY
003950                 MOVE PRBEN-NOM  TO PRREG-NOM-BENEF
003960                 MOVE PRBEN-IBAN TO PRREG-IBAN
003970                 MOVE PRBEN-BIC  TO PRREG-BIC
003980         END-READ
003990     END-IF.
004000     MOVE 'A'             TO PRREG-CD-MVT.
004010     MOVE LDO-DT-REGL     TO PRREG-DT-REGL-ORIG.
004020     MOVE PRANT-CD-MOTIF  TO PRREG-CD-MOTIF-ANN.
004030     MOVE DL20-CH-TODAY   TO PRREG-DT-EXTRACT.
004040     WRITE PRREG-RECORD.
004050     ADD DL20-CV-MT-REF TO DL20-MT-REF-ANNULE.
004060 3300-EXIT.
004070     EXIT.
004080*
004090 4000-REJECT-TXN.
004100     ADD 1 TO DL20-TXNS-REJETEES.
004110     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004120         ' DOSSIER NO NOT NUMERIC/ZERO'.
004130 4000-EXIT.
004140     EXIT.
004150*
004160 4050-REJECT-BAD-CLE.
004170     ADD 1 TO DL20-TXNS-REJETEES.
004180     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004190         ' CHECK DIGIT WRONG'.
004200 4050-EXIT.
004210     EXIT.
004220*
004230 4200-REJECT-NOT-FOUND.
004240     ADD 1 TO DL20-TXNS-REJETEES.
004250     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004260         ' NOT ON FILE'.
004270 4200-EXIT.
004280     EXIT.
004290*
004300 4300-REJECT-BAD-MOTIF.
004310     ADD 1 TO DL20-TXNS-REJETEES.
004320     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004330         ' UNKNOWN REVERSAL REASON ' PRANT-CD-MOTIF.
004340 4300-EXIT.
004350     EXIT.
004360*
004370 4400-REJECT-NOT-SETTLED.
004380     ADD 1 TO DL20-TXNS-REJETEES.
004390     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004400         ' NO STANDING SETTLEMENT, SETTLEMENT CODE '
004410         LDO-CD-REGL.
004420 4400-EXIT.
004430     EXIT.
004440*
004450 4500-REJECT-NOT-AUTH.
004460     ADD 1 TO DL20-TXNS-REJETEES DL20-NONAUTH-COUNT.
004470     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004480         ' NOT AUTHORIZED (08) OPER ' PRANT-ID-OPER
004490         ' UNIT ' LDO-CD-UNITE.
004500     MOVE 'PRTD20RV'            TO DL20-SV-PROGRAMME.
004510     MOVE PRANT-ID-OPER         TO DL20-SV-ID-OPER.
004520     MOVE PRANT-NO-DOSSIER      TO DL20-SV-NO-DOSSIER.
004530     MOVE LDO-CD-UNITE          TO DL20-SV-CD-UNITE.
004540     CALL 'PRTD20SV' USING DL20-SV-PARMS.
004550     IF DL20-SV-ECHEC
004560         DISPLAY 'PRTD20RV - WARNING, SECURITY EVENT WRITE FAILED'
004570     END-IF.
004580 4500-EXIT.
004590     EXIT.
004600*
004610 4600-REJECT-NOT-VAL.
004620     ADD 1 TO DL20-TXNS-REJETEES.
004630     DISPLAY 'PRTD20RV - REJECTED : ' PRANT-NO-DOSSIER
004640         ' EXTRACTED BUT NOT IN VAL, STATUS ' LDO-CD-ETA.
004650 4600-EXIT.
004660     EXIT.
004670*
004680 8000-TERMINATE.
004690     CLOSE PRTD20-FILE.
004700     MOVE 'L' TO DL20-GD-FONCTION.
004710     MOVE 'PRTD20RV' TO DL20-GD-PROGRAMME.
004720     CALL 'PRTD20GD' USING DL20-GD-PARMS.
004730     IF DL20-GD-ECHEC
004740         DISPLAY 'PRTD20RV - WARNING, GUARD MARKER NOT LIFTED'
004750     END-IF.
004760     CLOSE PRAUD20-FILE.
004770     CLOSE PRANNTX-FILE.
004780     CLOSE PRREGAN-FILE.
004790     IF DL20-BENEF-OUVERT
004800         CLOSE PRBENEF-FILE
004810     END-IF.
004820     DISPLAY 'PRTD20RV - TXNS READ       : ' DL20-TXNS-READ.
004830     DISPLAY 'PRTD20RV - TXNS REVERSED   : ' DL20-TXNS-ANNULEES.
004840     DISPLAY 'PRTD20RV - TXNS REJECTED   : ' DL20-TXNS-REJETEES.
004850     DISPLAY 'PRTD20RV - AUDIT RECS MADE : ' DL20-AUDIT-COUNT.
004860     DISPLAY 'PRTD20RV - REVERSED (REF)  : ' DL20-MT-REF-ANNULE.
004870     IF DL20-NONAUTH-COUNT > 0
004880         DISPLAY 'PRTD20RV - NOT AUTHORIZED  : '
004890             DL20-NONAUTH-COUNT
004900     END-IF.
004910     IF DL20-MARK-FAILED > 0
004920         DISPLAY 'PRTD20RV - WARNING, REWRITES FAILED : '
004930             DL20-MARK-FAILED
004940     END-IF.
004950     IF DL20-AUDIT-FAILED > 0
004960         DISPLAY 'PRTD20RV - WARNING, AUDIT WRITES FAILED : '
004970             DL20-AUDIT-FAILED
004980     END-IF.
004990     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
005000 8000-EXIT.
005010     EXIT.
005020*
005030 8900-WRITE-RUN-LEDGER.
005040     MOVE 'PRTD20RV' TO DL20-JW-PROGRAMME.
005050     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
005060     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
005070     MOVE DL20-TXNS-ANNULEES TO DL20-JW-RECS-ECRITS.
005080     IF DL20-AUDIT-FAILED > 0
005090         OR DL20-TXNS-REJETEES > 0
005100         MOVE 'W' TO DL20-JW-RESULTAT
005110     ELSE
005120         MOVE 'O' TO DL20-JW-RESULTAT
005130     END-IF.
005140     CALL 'PRTD20JW' USING DL20-JW-PARMS.
005150     IF DL20-JW-ECHEC
005160         DISPLAY 'PRTD20RV - WARNING, RUN LEDGER WRITE FAILED'
005170     END-IF.
005180 8900-EXIT.
005190     EXIT.
