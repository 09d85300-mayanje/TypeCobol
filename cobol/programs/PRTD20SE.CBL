000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  -------------------------------------------*
000270*    2026-08-22  DLM  ORIGINAL PROGRAM.                           *
000280*    2026-09-03  DLM  THE EXTRACT RECORD NOW CARRIES THE          *
000290*                     BOOKING CURRENCY AND THE CONVERTED          *
000300*                     REFERENCE-CURRENCY AMOUNT WITH THE RATE     *
000310*                     DATE USED, CONVERTED THROUGH THE SHARED     *
000320*                     PRTD20CV SUBROUTINE AND THE PRTAUX FILE.    *
000330*    2026-09-09  DLM  EVERY EXTRACT RECORD NOW CARRIES THE PAYEE   *
000340*                     CODE, NAME, IBAN AND BIC FROM THE PRBENEF    *
000350*                     PAYEE MASTER. A VALIDATED DOSSIER WITH NO    *
000360*                     PAYEE, OR WHOSE PAYEE IS NOT ON FILE, IS     *
000370*                     CLOSED OR FAILS THE PRTD20IB ACCOUNT CHECK,  *
000380*                     IS NOT MARKED OR EXTRACTED BUT RAISED ON     *
000390*                     THE PRTD20F REVIEW FILE (PRTD20FW) - IT IS   *
000400*                     PICKED UP BY THE FIRST RUN AFTER THE PAYEE   *
000410*                     IS PUT RIGHT.                                *
000420*    2026-09-09  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000430*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000440*                     USED UP. NO CODE CHANGE.                     *
000450*    2026-09-10  DLM  EVERY EXTRACT RECORD IS NOW MOVEMENT 'P'. A *
000460*                     DOSSIER WHOSE SETTLEMENT WAS REVERSED BY    *
000470*                     PRTD20RV (LDO-REGL-ANNULE) IS EXTRACTED     *
000480*                     AGAIN ONCE VALIDATED AGAIN, AND ITS RECORD  *
000490*                     CARRIES THE REVERSED SETTLEMENT DATE IN     *
000500*                     PRREG-DT-REGL-ORIG; ZERO ON A FIRST         *
000510*                     SETTLEMENT. RE-SETTLEMENTS ARE COUNTED.     *
000520*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000530*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000540*                     USED UP. NO CODE CHANGE.                     *
000542*    2026-09-22  DLM  EACH PRREGL RECORD NOW CARRIES THE RUN DATE *
000544*                     IN PRREG-DT-EXTRACT SO THE PROGRAMS READING *
000546*                     THE EXTRACT CAN TELL TONIGHT'S FILE FROM    *
000548*                     ONE LEFT OVER FROM AN EARLIER RUN.          *
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     COPY PRTD20SEL.
000600     COPY PRREGSEL.
000610     COPY PRBENSEL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PRTD20-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY XPRTD20.
000670 FD  PRREGL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY XPRREG.
000700 FD  PRBENEF-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY XPRBEN.
000730 WORKING-STORAGE SECTION.
000740     COPY XPRSTAT.
000750     COPY XPRJWLK.
000760     COPY XPRGDLK.
000770     COPY XPRCVLK.
000780     COPY XPRFWLK.
000790     COPY XPRIBLK.
000800 01  DL20-SWITCHES.
000810     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000820         88  DL20-EOF               VALUE 'Y'.
000830     05  DL20-BENEF-SW          PIC X(1)  VALUE 'N'.
000840         88  DL20-BENEF-OUVERT      VALUE 'Y'.
000850     05  DL20-BENEF-OK-SW       PIC X(1)  VALUE 'N'.
000860         88  DL20-BENEF-UTILISABLE  VALUE 'Y'.
000870 01  DL20-COUNTERS.
000880     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000890     05  DL20-RECS-EXTRAITS     PIC 9(7)  USAGE COMP.
000900     05  DL20-MARK-FAILED       PIC 9(7)  USAGE COMP.
000910     05  DL20-SANS-BENEF        PIC 9(7)  USAGE COMP.
000920     05  DL20-BENEF-INVALIDES   PIC 9(7)  USAGE COMP.
000930     05  DL20-DEJA-OUVERTS      PIC 9(7)  USAGE COMP.
000940     05  DL20-FLAG-ECHECS       PIC 9(7)  USAGE COMP.
000950     05  DL20-REEXTRAITS        PIC 9(7)  USAGE COMP.
000960 01  DL20-TODAY                 PIC 9(8).
000970 01  DL20-DT-REGL-ORIG         PIC 9(8).
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001010     PERFORM 2000-SCAN-DOSSIERS THRU 2000-EXIT
001020         UNTIL DL20-EOF.
001030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001040     GOBACK.
001050*
001060 1000-INITIALIZE.
001070     MOVE 0 TO DL20-RECS-READ DL20-RECS-EXTRAITS
001080         DL20-MARK-FAILED DL20-SANS-BENEF DL20-BENEF-INVALIDES
001090         DL20-DEJA-OUVERTS DL20-FLAG-ECHECS
001100         DL20-REEXTRAITS.
001110     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001120     MOVE 'P' TO DL20-GD-FONCTION.
001130     MOVE 'PRTD20SE' TO DL20-GD-PROGRAMME.
001140     CALL 'PRTD20GD' USING DL20-GD-PARMS.
001150     IF DL20-GD-ECHEC
001160         DISPLAY 'PRTD20SE - WARNING, GUARD MARKER NOT POSED'
001170     END-IF.
001180     OPEN I-O PRTD20-FILE.
001190     OPEN OUTPUT PRREGL-FILE.
001200     OPEN INPUT PRBENEF-FILE.
001210     IF DL20-PRBENEF-OK
001220         MOVE 'Y' TO DL20-BENEF-SW
001230     ELSE
001240         DISPLAY 'PRTD20SE - PRBENEF NOT AVAILABLE, STATUS '
001250             DL20-PRBENEF-STATUS ' - NOTHING EXTRACTED'
001260     END-IF.
001270     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001280 1000-EXIT.
001290     EXIT.
001300*
001310 2000-SCAN-DOSSIERS.
001320     IF LDO-CD-ETA-VAL
001330         AND NOT LDO-REGL-EXTRAIT
001340         PERFORM 2500-CHECK-BENEF THRU 2500-EXIT
001350         IF DL20-BENEF-UTILISABLE
001360             PERFORM 3000-EXTRACT-DOSSIER THRU 3000-EXIT
001370         ELSE
001380             IF DL20-BENEF-OUVERT
001390                 OR LDO-ID-BENEF = SPACES
001400                 PERFORM 2600-FLAG-REVIEW THRU 2600-EXIT
001410             END-IF
001420         END-IF
001430     END-IF.
001440     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001450 2000-EXIT.
001460     EXIT.
001470*
001480 2100-READ-PRTD20.
001490     READ PRTD20-FILE NEXT RECORD
001500         AT END
001510             MOVE 'Y' TO DL20-EOF-SW
001520         NOT AT END
001530             ADD 1 TO DL20-RECS-READ
001540     END-READ.
001550 2100-EXIT.
001560     EXIT.
001570*
001580 2500-CHECK-BENEF.
001590*    THE PAYEE MUST BE ON FILE, ACTIVE, AND ITS ACCOUNT MUST STILL
001600*    PASS PRTD20IB - A RECORD LOADED OR PATCHED OUTSIDE PRTD20PY
001610*    IS NEVER PAID ON TRUST. PRBEN-RECORD IS LEFT ON THE PAYEE
001620*    FOR 3000-EXTRACT-DOSSIER.
001630     MOVE 'N' TO DL20-BENEF-OK-SW.
001640     IF LDO-ID-BENEF = SPACES
001650         ADD 1 TO DL20-SANS-BENEF
001660         MOVE 'NO PAYEE' TO DL20-FW-RAISON
001670         GO TO 2500-EXIT
001680     END-IF.
001690     MOVE 'INVALID PAYEE' TO DL20-FW-RAISON.
001700     IF NOT DL20-BENEF-OUVERT
001710         ADD 1 TO DL20-BENEF-INVALIDES
001720         GO TO 2500-EXIT
001730     END-IF.
001740     MOVE LDO-ID-BENEF TO PRBEN-ID-BENEF.
001750     READ PRBENEF-FILE
001760         KEY IS PRBEN-ID-BENEF
001770         INVALID KEY
001780             ADD 1 TO DL20-BENEF-INVALIDES
001790             GO TO 2500-EXIT
001800     END-READ.
001810     IF NOT PRBEN-ACTIF
001820         ADD 1 TO DL20-BENEF-INVALIDES
001830         GO TO 2500-EXIT
001840     END-IF.
001850     MOVE PRBEN-IBAN TO DL20-IB-IBAN.
001860     MOVE PRBEN-BIC  TO DL20-IB-BIC.
001870     CALL 'PRTD20IB' USING DL20-IB-PARMS.
001880     IF NOT DL20-IB-OK
001890         ADD 1 TO DL20-BENEF-INVALIDES
001900         GO TO 2500-EXIT
001910     END-IF.
001920     MOVE 'Y' TO DL20-BENEF-OK-SW.
001930 2500-EXIT.
001940     EXIT.
001950*
001960 2600-FLAG-REVIEW.
001970*    DL20-FW-RAISON WAS SET BY 2500-CHECK-BENEF. THE DOSSIER STAYS
001980*    UNMARKED; AN OPEN FLAG IS NOT RAISED TWICE.
001990     MOVE LDO-NO-DOSSIER TO DL20-FW-NO-DOSSIER.
002000     MOVE LDO-CD-ETA     TO DL20-FW-CD-ETA.
002010     MOVE DL20-TODAY     TO DL20-FW-DT-FLAGGED.
002020     CALL 'PRTD20FW' USING DL20-FW-PARMS.
002030     IF DL20-FW-DEJA-OUVERT
002040         ADD 1 TO DL20-DEJA-OUVERTS
002050     END-IF.
002060     IF DL20-FW-ECHEC
002070         ADD 1 TO DL20-FLAG-ECHECS
002080     END-IF.
002090     DISPLAY 'PRTD20SE - NOT EXTRACTED, ' DL20-FW-RAISON
002100         ' DOSSIER ' LDO-NO-DOSSIER.
002110 2600-EXIT.
002120     EXIT.
002130*
002140 3000-EXTRACT-DOSSIER.
002150*    A DOSSIER REOPENED BY A SETTLEMENT REVERSAL STILL HOLDS THE
002160*    DATE OF THE REVERSED SETTLEMENT IN LDO-DT-REGL UNTIL THIS
002170*    NEW MARK REPLACES IT.
002180     MOVE ZERO TO DL20-DT-REGL-ORIG.
002190     IF LDO-REGL-ANNULE
002200         MOVE LDO-DT-REGL TO DL20-DT-REGL-ORIG
002210     END-IF.
002220     MOVE 'E' TO LDO-CD-REGL.
002230     MOVE DL20-TODAY TO LDO-DT-REGL.
002240     REWRITE PRTD20-RECORD.
002250     IF DL20-PRTD20-OK
002260         MOVE SPACES          TO PRREG-RECORD
002270         MOVE LDO-NO-DOSSIER  TO PRREG-NO-DOSSIER
002280         MOVE LDO-MT-DOSSIER  TO PRREG-MT-DOSSIER
002290         MOVE LDO-DT-VAL      TO PRREG-DT-VAL
002300         MOVE LDO-CD-DEVISE   TO DL20-CV-DEVISE
002310         MOVE LDO-MT-DOSSIER  TO DL20-CV-MT
002320         CALL 'PRTD20CV' USING DL20-CV-PARMS
002330         IF DL20-CV-SANS-TAUX
002340             DISPLAY 'PRTD20SE - NO RATE FOR ' LDO-CD-DEVISE
002350                 ' DOSSIER ' LDO-NO-DOSSIER
002360         END-IF
002370         MOVE LDO-CD-DEVISE   TO PRREG-CD-DEVISE
002380         MOVE DL20-CV-MT-REF  TO PRREG-MT-REF
002390         MOVE DL20-CV-DT-TAUX TO PRREG-DT-TAUX
002400         MOVE PRBEN-ID-BENEF  TO PRREG-ID-BENEF
002410         MOVE PRBEN-NOM       TO PRREG-NOM-BENEF
002420         MOVE PRBEN-IBAN      TO PRREG-IBAN
002430         MOVE PRBEN-BIC       TO PRREG-BIC
002440         MOVE 'P'             TO PRREG-CD-MVT
002450         MOVE DL20-DT-REGL-ORIG TO PRREG-DT-REGL-ORIG
002455         MOVE DL20-TODAY      TO PRREG-DT-EXTRACT
002460         WRITE PRREG-RECORD
002470         ADD 1 TO DL20-RECS-EXTRAITS
002480         IF DL20-DT-REGL-ORIG NOT = ZERO
002490             ADD 1 TO DL20-REEXTRAITS
002500         END-IF
002510     ELSE
002520         ADD 1 TO DL20-MARK-FAILED
002530         DISPLAY 'PRTD20SE - MARK REWRITE FAILED, STATUS '
002540             DL20-PRTD20-STATUS ' DOSSIER ' LDO-NO-DOSSIER
002550             ' - NOT EXTRACTED'
002560     END-IF.
002570 3000-EXIT.
002580     EXIT.
002590*
002600 8000-TERMINATE.
002610     CLOSE PRTD20-FILE.
002620     MOVE 'L' TO DL20-GD-FONCTION.
002630     MOVE 'PRTD20SE' TO DL20-GD-PROGRAMME.
002640     CALL 'PRTD20GD' USING DL20-GD-PARMS.
002650     IF DL20-GD-ECHEC
002660         DISPLAY 'PRTD20SE - WARNING, GUARD MARKER NOT LIFTED'
002670     END-IF.
002680     CLOSE PRREGL-FILE.
002690     IF DL20-BENEF-OUVERT
002700         CLOSE PRBENEF-FILE
002710     END-IF.
002720     DISPLAY 'PRTD20SE - RECORDS READ      : ' DL20-RECS-READ.
002730     DISPLAY 'PRTD20SE - DOSSIERS EXTRACTED: '
002740         DL20-RECS-EXTRAITS.
002750     DISPLAY 'PRTD20SE - RE-SETTLEMENTS    : ' DL20-REEXTRAITS.
002760     IF DL20-MARK-FAILED > 0
002770         DISPLAY 'PRTD20SE - WARNING, MARK REWRITES FAILED : '
002780             DL20-MARK-FAILED
002790     END-IF.
002800     DISPLAY 'PRTD20SE - HELD, NO PAYEE    : ' DL20-SANS-BENEF.
002810     DISPLAY 'PRTD20SE - HELD, BAD PAYEE   : '
002820         DL20-BENEF-INVALIDES.
002830     IF DL20-FLAG-ECHECS > 0
002840         DISPLAY 'PRTD20SE - WARNING, REVIEW FLAGS FAILED : '
002850             DL20-FLAG-ECHECS
002860     END-IF.
002870     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002880 8000-EXIT.
002890     EXIT.
002900*
002910 8900-WRITE-RUN-LEDGER.
002920     MOVE 'PRTD20SE' TO DL20-JW-PROGRAMME.
002930     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
002940     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
002950     MOVE DL20-RECS-EXTRAITS TO DL20-JW-RECS-ECRITS.
002960     IF DL20-MARK-FAILED > 0
002970         OR DL20-SANS-BENEF > 0
002980         OR DL20-BENEF-INVALIDES > 0
002990         OR DL20-FLAG-ECHECS > 0
003000         MOVE 'W' TO DL20-JW-RESULTAT
003010     ELSE
003020         MOVE 'O' TO DL20-JW-RESULTAT
003030     END-IF.
003040     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003050     IF DL20-JW-ECHEC
003060         DISPLAY 'PRTD20SE - WARNING, RUN LEDGER WRITE FAILED'
003070     END-IF.
003080 8900-EXIT.
003090     EXIT.
