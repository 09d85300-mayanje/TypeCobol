000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  -------------------------------------------*
000260*    2026-08-22  DLM  ORIGINAL PROGRAM.                           *
000270*    2026-09-07  DLM  THE REJECTION FLAG IS NOW RAISED THROUGH     *
000280*                     PRTD20FW, WHICH WRITES NOTHING WHILE A FLAG  *
000290*                     IS STILL OPEN FOR THE SAME DOSSIER AND       *
000300*                     REASON. PRTD20F IS NO LONGER OPENED HERE.    *
000310*    2026-09-10  DLM  A DOSSIER WHOSE SETTLEMENT WAS REVERSED BY  *
000320*                     PRTD20RV (LDO-REGL-ANNULE) IS NO LONGER A   *
000330*                     DISCREPANCY - THE ACK IS FOR THE REVERSAL   *
000340*                     OR THE SETTLEMENT IT CANCELS. A REJECTED    *
000350*                     ONE IS FLAGGED AS 'REVERSAL REJECTED'.      *
000360*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000370*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000380*                     USED UP. NO CODE CHANGE.                     *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY PRTD20RSL.
000440     COPY PRRAKSEL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRTD20-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY XPRTD20.
000500 FD  PRREGAK-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY XPRRAK.
000530 WORKING-STORAGE SECTION.
000540     COPY XPRSTAT.
000550     COPY XPRJWLK.
000560     COPY XPRFWLK.
000570 01  DL20-SWITCHES.
000580     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000590         88  DL20-EOF               VALUE 'Y'.
000600 01  DL20-COUNTERS.
000610     05  DL20-ACKS-READ         PIC 9(7)  USAGE COMP.
000620     05  DL20-ACKS-ACCEPTES     PIC 9(7)  USAGE COMP.
000630     05  DL20-ACKS-REJETES      PIC 9(7)  USAGE COMP.
000640     05  DL20-ACKS-DISCORDANTS  PIC 9(7)  USAGE COMP.
000650     05  DL20-DEJA-OUVERTS      PIC 9(7)  USAGE COMP.
000660     05  DL20-FLAG-ECHECS       PIC 9(7)  USAGE COMP.
000670 01  DL20-TODAY                 PIC 9(8).
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000710     PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT
000720         UNTIL DL20-EOF.
000730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000740     GOBACK.
000750*
000760 1000-INITIALIZE.
000770     MOVE 0 TO DL20-ACKS-READ DL20-ACKS-ACCEPTES
000780         DL20-ACKS-REJETES DL20-ACKS-DISCORDANTS.
000790     MOVE 0 TO DL20-DEJA-OUVERTS DL20-FLAG-ECHECS.
000800     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
000810     OPEN INPUT PRTD20-FILE.
000820     OPEN INPUT PRREGAK-FILE.
000830     PERFORM 2100-READ-ACK THRU 2100-EXIT.
000840 1000-EXIT.
000850     EXIT.
000860*
000870 2000-PROCESS-ACKS.
000880     PERFORM 3000-MATCH-DOSSIER THRU 3000-EXIT.
000890     PERFORM 2100-READ-ACK THRU 2100-EXIT.
000900 2000-EXIT.
000910     EXIT.
000920*
000930 2100-READ-ACK.
000940     READ PRREGAK-FILE NEXT RECORD
000950         AT END
000960             MOVE 'Y' TO DL20-EOF-SW
000970         NOT AT END
000980             ADD 1 TO DL20-ACKS-READ
000990     END-READ.
001000 2100-EXIT.
001010     EXIT.
001020*
001030 3000-MATCH-DOSSIER.
001040     IF PRRAK-NO-DOSSIER NOT NUMERIC
001050         ADD 1 TO DL20-ACKS-DISCORDANTS
001060         DISPLAY 'PRTD20AK - BAD ACK DOSSIER NO : '
001070             PRRAK-NO-DOSSIER
001080         GO TO 3000-EXIT
001090     END-IF.
001100     MOVE PRRAK-NO-DOSSIER TO LDO-NO-DOSSIER.
001110     READ PRTD20-FILE
001120         KEY IS LDO-NO-DOSSIER
001130         INVALID KEY
001140             ADD 1 TO DL20-ACKS-DISCORDANTS
001150             DISPLAY 'PRTD20AK - ACK FOR UNKNOWN DOSSIER : '
001160                 PRRAK-NO-DOSSIER
001170         NOT INVALID KEY
001180             PERFORM 3100-CHECK-ACK THRU 3100-EXIT
001190     END-READ.
001200 3000-EXIT.
001210     EXIT.
001220*
001230 3100-CHECK-ACK.
001240     IF NOT LDO-REGL-EXTRAIT
001250         AND NOT LDO-REGL-ANNULE
001260         ADD 1 TO DL20-ACKS-DISCORDANTS
001270         DISPLAY 'PRTD20AK - ACK FOR UNEXTRACTED DOSSIER : '
001280             PRRAK-NO-DOSSIER
001290         GO TO 3100-EXIT
001300     END-IF.
001310     IF PRRAK-REJETE
001320         ADD 1 TO DL20-ACKS-REJETES
001330         MOVE LDO-NO-DOSSIER TO DL20-FW-NO-DOSSIER
001340         MOVE LDO-CD-ETA     TO DL20-FW-CD-ETA
001350         MOVE DL20-TODAY     TO DL20-FW-DT-FLAGGED
001360         IF LDO-REGL-ANNULE
001370             MOVE 'REVERSAL REJECTED' TO DL20-FW-RAISON
001380         ELSE
001390             MOVE 'SETTLEMENT REJECTED' TO DL20-FW-RAISON
001400         END-IF
001410         CALL 'PRTD20FW' USING DL20-FW-PARMS
001420         IF DL20-FW-DEJA-OUVERT
001430             ADD 1 TO DL20-DEJA-OUVERTS
001440         END-IF
001450         IF DL20-FW-ECHEC
001460             ADD 1 TO DL20-FLAG-ECHECS
001470         END-IF
001480         DISPLAY 'PRTD20AK - REJECTED, FLAGGED : '
001490             PRRAK-NO-DOSSIER ' ' PRRAK-LIB-RETOUR
001500     ELSE
001510         ADD 1 TO DL20-ACKS-ACCEPTES
001520     END-IF.
001530 3100-EXIT.
001540     EXIT.
001550*
001560 8000-TERMINATE.
001570     CLOSE PRTD20-FILE.
001580     CLOSE PRREGAK-FILE.
001590     DISPLAY 'PRTD20AK - ACKS READ         : ' DL20-ACKS-READ.
001600     DISPLAY 'PRTD20AK - ACCEPTED          : '
001610         DL20-ACKS-ACCEPTES.
001620     DISPLAY 'PRTD20AK - REJECTED, FLAGGED : '
001630         DL20-ACKS-REJETES.
001640     DISPLAY 'PRTD20AK - DISCREPANCIES     : '
001650         DL20-ACKS-DISCORDANTS.
001660     DISPLAY 'PRTD20AK - FLAG STILL OPEN   : '
001670         DL20-DEJA-OUVERTS.
001680     IF DL20-FLAG-ECHECS > 0
001690         DISPLAY 'PRTD20AK - WARNING, PRTD20F WRITES FAILED : '
001700             DL20-FLAG-ECHECS
001710     END-IF.
001720     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
001730 8000-EXIT.
001740     EXIT.
001750*
001760 8900-WRITE-RUN-LEDGER.
001770     MOVE 'PRTD20AK' TO DL20-JW-PROGRAMME.
001780     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
001790     MOVE DL20-ACKS-READ TO DL20-JW-RECS-READ.
001800     MOVE DL20-ACKS-REJETES TO DL20-JW-RECS-ECRITS.
001810     IF DL20-ACKS-REJETES > 0 OR DL20-ACKS-DISCORDANTS > 0
001820         OR DL20-FLAG-ECHECS > 0
001830         MOVE 'W' TO DL20-JW-RESULTAT
001840     ELSE
001850         MOVE 'O' TO DL20-JW-RESULTAT
001860     END-IF.
001870     CALL 'PRTD20JW' USING DL20-JW-PARMS.
001880     IF DL20-JW-ECHEC
001890         DISPLAY 'PRTD20AK - WARNING, RUN LEDGER WRITE FAILED'
001900     END-IF.
001910 8900-EXIT.
001920     EXIT.
