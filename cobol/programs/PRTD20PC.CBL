000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------- ----  -------------------------------------------*
000310*    2026-09-02  DLM  ORIGINAL PROGRAM.                           *
000320*    2026-09-15  DLM  AN ELEVEN-DIGIT DOSSIER NUMBER WHOSE CHECK  *
000330*                     DIGIT IS WRONG IS NOW REJECTED WITH REASON  *
000340*                     08 (PRTD20NA). SHORTER NUMBERS PREDATE      *
000350*                     ALLOCATION AND ARE TAKEN AS THEY ARE.       *
000360*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000370*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000380*                     USED UP. NO CODE CHANGE.                     *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY PRTD20RSL.
000440     COPY PRPNDSEL.
000450     COPY PRPNTSEL.
000460     COPY PRPNJSEL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PRTD20-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY XPRTD20.
000520 FD  PRTD20E-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY XPRPND.
000550 FD  PRTD20Q-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY XPRPNT.
000580 FD  PRTD20K-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY XPRPNJ.
000610 WORKING-STORAGE SECTION.
000620     COPY XPRSTAT.
000630     COPY XPRJWLK.
000640     COPY XPRNUM.
000650     COPY XPRNALK.
000660 01  DL20-SWITCHES.
000670     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000680         88  DL20-EOF               VALUE 'Y'.
000690     05  DL20-VALID-SW          PIC X(1)  VALUE 'Y'.
000700         88  DL20-TXN-VALID         VALUE 'Y'.
000710 01  DL20-COUNTERS.
000720     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
000730     05  DL20-ENTREES-CHARGEES  PIC 9(7)  USAGE COMP.
000740     05  DL20-ENTREES-ANNULEES  PIC 9(7)  USAGE COMP.
000750     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
000760 01  DL20-TODAY                 PIC 9(8).
000770 01  DL20-RAISON.
000780     05  DL20-CD-RAISON         PIC X(2).
000790     05  DL20-LIB-RAISON        PIC X(30).
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000830     PERFORM 2000-PROCESS-CAPTURE THRU 2000-EXIT
000840         UNTIL DL20-EOF.
000850     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000860     GOBACK.
000870*
000880 1000-INITIALIZE.
000890     MOVE 0 TO DL20-TXNS-READ DL20-ENTREES-CHARGEES
000900         DL20-ENTREES-ANNULEES DL20-TXNS-REJETEES.
000910     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
000920     PERFORM 1100-OPEN-PENDING-FILE THRU 1100-EXIT.
000930     OPEN INPUT PRTD20-FILE.
000940     OPEN INPUT PRTD20Q-FILE.
000950     OPEN OUTPUT PRTD20K-FILE.
000960     PERFORM 2100-READ-CAPTURE THRU 2100-EXIT.
000970 1000-EXIT.
000980     EXIT.
000990*
001000 1100-OPEN-PENDING-FILE.
001010*    THE FIRST EVER CAPTURE RUN MAY FIND NO PRTD20E FILE AT ALL -
001020*    GUARDED THE SAME WAY PRTD20IN GUARDS ITS OPEN OF PRTD20.
001030     OPEN INPUT PRTD20E-FILE.
001040     IF DL20-PRTD20E-STATUS = '35'
001050         OPEN OUTPUT PRTD20E-FILE
001060         CLOSE PRTD20E-FILE
001070     ELSE
001080         CLOSE PRTD20E-FILE
001090     END-IF.
001100     OPEN I-O PRTD20E-FILE.
001110 1100-EXIT.
001120     EXIT.
001130*
001140 2000-PROCESS-CAPTURE.
001150     PERFORM 2200-VALIDATE-TXN THRU 2200-EXIT.
001160     IF DL20-TXN-VALID
001170         IF PRPNT-AJOUT
001180             PERFORM 3000-LOAD-ENTRY THRU 3000-EXIT
001190         ELSE
001200             PERFORM 3500-CANCEL-ENTRY THRU 3500-EXIT
001210         END-IF
001220     ELSE
001230         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
001240     END-IF.
001250     PERFORM 2100-READ-CAPTURE THRU 2100-EXIT.
001260 2000-EXIT.
001270     EXIT.
001280*
001290 2100-READ-CAPTURE.
001300     READ PRTD20Q-FILE NEXT RECORD
001310         AT END
001320             MOVE 'Y' TO DL20-EOF-SW
001330         NOT AT END
001340             ADD 1 TO DL20-TXNS-READ
001350     END-READ.
001360 2100-EXIT.
001370     EXIT.
001380*
001390 2200-VALIDATE-TXN.
001400     MOVE 'Y' TO DL20-VALID-SW.
001410     MOVE SPACES TO DL20-CD-RAISON DL20-LIB-RAISON.
001420     IF NOT PRPNT-AJOUT AND NOT PRPNT-ANNULATION
001430         MOVE '01' TO DL20-CD-RAISON
001440         MOVE 'INVALID ACTION CODE' TO DL20-LIB-RAISON
001450         MOVE 'N' TO DL20-VALID-SW
001460         GO TO 2200-EXIT
001470     END-IF.
001480     IF PRPNT-NO-DOSSIER NOT NUMERIC
001490         OR PRPNT-NO-DOSSIER = ZERO
001500         MOVE '02' TO DL20-CD-RAISON
001510         MOVE 'DOSSIER NO NOT NUMERIC/ZERO' TO DL20-LIB-RAISON
001520         MOVE 'N' TO DL20-VALID-SW
001530         GO TO 2200-EXIT
001540     END-IF.
001550     MOVE 'V' TO DL20-NA-FONCTION.
001560     MOVE 'PRTD20PC' TO DL20-NA-PROGRAMME.
001570     MOVE PRPNT-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
001580     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
001590     IF NOT DL20-NA-NUMERO-ACCEPTE
001600         MOVE '08' TO DL20-CD-RAISON
001610         MOVE 'CHECK DIGIT WRONG' TO DL20-LIB-RAISON
001620         MOVE 'N' TO DL20-VALID-SW
001630         GO TO 2200-EXIT
001640     END-IF.
001650     PERFORM 2300-CHECK-ON-FILE THRU 2300-EXIT.
001660     IF NOT DL20-TXN-VALID
001670         GO TO 2200-EXIT
001680     END-IF.
001690     IF PRPNT-ANNULATION
001700         GO TO 2200-EXIT
001710     END-IF.
001720     IF PRPNT-NVL-ETA NOT = 'S' AND NOT = 'V' AND NOT = 'R'
001730         MOVE '04' TO DL20-CD-RAISON
001740         MOVE 'INVALID STATUS CODE' TO DL20-LIB-RAISON
001750         MOVE 'N' TO DL20-VALID-SW
001760         GO TO 2200-EXIT
001770     END-IF.
001780     PERFORM 2400-CHECK-DATE THRU 2400-EXIT.
001790 2200-EXIT.
001800     EXIT.
001810*
001820 2300-CHECK-ON-FILE.
001830     MOVE PRPNT-NO-DOSSIER TO LDO-NO-DOSSIER.
001840     READ PRTD20-FILE
001850         KEY IS LDO-NO-DOSSIER
001860         INVALID KEY
001870             MOVE '03' TO DL20-CD-RAISON
001880             MOVE 'DOSSIER NOT ON PRTD20' TO DL20-LIB-RAISON
001890             MOVE 'N' TO DL20-VALID-SW
001900     END-READ.
001910 2300-EXIT.
001920     EXIT.
001930*
001940 2400-CHECK-DATE.
001950     IF PRPNT-DT-EFFET NOT NUMERIC
001960         OR PRPNT-DT-EFFET = ZERO
001970         OR PRPNT-DT-EFFET-MM < 01
001980         OR PRPNT-DT-EFFET-MM > 12
001990         OR PRPNT-DT-EFFET-JJ < 01
002000         OR PRPNT-DT-EFFET-JJ > 31
002010         OR PRPNT-DT-EFFET < DL20-TODAY
002020         MOVE '05' TO DL20-CD-RAISON
002030         MOVE 'BAD OR PAST EFFECTIVE DATE' TO DL20-LIB-RAISON
002040         MOVE 'N' TO DL20-VALID-SW
002050     END-IF.
002060 2400-EXIT.
002070     EXIT.
002080*
002090 3000-LOAD-ENTRY.
002100     MOVE SPACES TO PRPND-RECORD.
002110     MOVE PRPNT-NO-DOSSIER TO PRPND-NO-DOSSIER.
002120     MOVE PRPNT-DT-EFFET   TO PRPND-DT-EFFET.
002130     MOVE PRPNT-NVL-ETA    TO PRPND-NVL-ETA.
002140     MOVE PRPNT-MOTIF-REJ  TO PRPND-MOTIF-REJ.
002150     MOVE DL20-TODAY       TO PRPND-DT-SAISIE.
002160     WRITE PRPND-RECORD
002170         INVALID KEY
002180             MOVE '06' TO DL20-CD-RAISON
002190             MOVE 'ALREADY PENDING FOR DATE' TO DL20-LIB-RAISON
002200             MOVE 'N' TO DL20-VALID-SW
002210             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
002220         NOT INVALID KEY
002230             ADD 1 TO DL20-ENTREES-CHARGEES
002240     END-WRITE.
002250 3000-EXIT.
002260     EXIT.
002270*
002280 3500-CANCEL-ENTRY.
002290     MOVE PRPNT-NO-DOSSIER TO PRPND-NO-DOSSIER.
002300     MOVE PRPNT-DT-EFFET   TO PRPND-DT-EFFET.
002310     DELETE PRTD20E-FILE
002320         INVALID KEY
002330             MOVE '07' TO DL20-CD-RAISON
002340             MOVE 'NO PENDING ENTRY TO CANCEL' TO DL20-LIB-RAISON
002350             MOVE 'N' TO DL20-VALID-SW
002360             PERFORM 4000-REJECT-TXN THRU 4000-EXIT
002370         NOT INVALID KEY
002380             ADD 1 TO DL20-ENTREES-ANNULEES
002390     END-DELETE.
002400 3500-EXIT.
002410     EXIT.
002420*
002430 4000-REJECT-TXN.
002440     MOVE DL20-CD-RAISON  TO PRPNJ-CD-RAISON.
002450     MOVE DL20-LIB-RAISON TO PRPNJ-LIB-RAISON.
002460     MOVE PRPNT-RECORD    TO PRPNJ-IMAGE.
002470     WRITE PRPNJ-RECORD.
002480     ADD 1 TO DL20-TXNS-REJETEES.
002490 4000-EXIT.
002500     EXIT.
002510*
002520 8000-TERMINATE.
002530     CLOSE PRTD20-FILE.
002540     CLOSE PRTD20E-FILE.
002550     CLOSE PRTD20Q-FILE.
002560     CLOSE PRTD20K-FILE.
002570     DISPLAY 'PRTD20PC - TXNS READ       : ' DL20-TXNS-READ.
002580     DISPLAY 'PRTD20PC - ENTRIES LOADED  : '
002590         DL20-ENTREES-CHARGEES.
002600     DISPLAY 'PRTD20PC - ENTRIES CANCELLED : '
002610         DL20-ENTREES-ANNULEES.
002620     DISPLAY 'PRTD20PC - TXNS REJECTED   : '
002630         DL20-TXNS-REJETEES.
002640     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002650 8000-EXIT.
002660     EXIT.
002670*
002680 8900-WRITE-RUN-LEDGER.
002690     MOVE 'PRTD20PC' TO DL20-JW-PROGRAMME.
002700     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
002710     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
002720     COMPUTE DL20-JW-RECS-ECRITS =
002730         DL20-ENTREES-CHARGEES + DL20-ENTREES-ANNULEES.
002740     IF DL20-TXNS-REJETEES > 0
002750         MOVE 'W' TO DL20-JW-RESULTAT
002760     ELSE
002770         MOVE 'O' TO DL20-JW-RESULTAT
002780     END-IF.
002790     CALL 'PRTD20JW' USING DL20-JW-PARMS.
002800     IF DL20-JW-ECHEC
002810         DISPLAY 'PRTD20PC - WARNING, RUN LEDGER WRITE FAILED'
002820     END-IF.
002830 8900-EXIT.
002840     EXIT.
