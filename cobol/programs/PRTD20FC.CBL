000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20FC.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-07.
000060 DATE-COMPILED. 2026-09-07.
000070*****************************************************************
000080*    PROGRAM       : PRTD20FC                                  *
000090*    DESCRIPTION   : BATCH CLOSE OF PRTD20F REVIEW FLAGS. READS *
000100*                    THE PRFLGTX TRANSACTION FILE OF (DOSSIER,  *
000110*                    REASON, DISPOSITION, OPERATOR) RECORDS     *
000120*                    KEYED BY THE FOLLOW-UP TEAM AND, FOR EACH, *
000130*                    CLOSES THE FLAG STILL OPEN ON PRTD20F FOR  *
000140*                    THAT DOSSIER AND REASON - STATE 'C', THE   *
000150*                    DISPOSITION CODE, THE CLOSING OPERATOR AND *
000160*                    TODAY'S DATE. PRTD20FW NEVER LETS TWO      *
000170*                    FLAGS BE OPEN FOR THE SAME DOSSIER AND     *
000180*                    REASON, SO THE TRANSACTION NEEDS NO DATE.  *
000190*                    EVERY TRANSACTION THAT FAILS VALIDATION,   *
000200*                    OR FINDS NO OPEN FLAG, IS RETURNED ON THE  *
000210*                    PRFLGRJ REJECTS FILE WITH A REASON CODE    *
000220*                    (SEE XPRFRJ) THE WAY PRTD20IN RETURNS ITS  *
000230*                    INTAKE REJECTS. PRTD20 ITSELF IS NOT       *
000240*                    TOUCHED, SO NO PRGARDE MARKER IS NEEDED.   *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------------*
000280*    2026-09-07  DLM  ORIGINAL PROGRAM.                           *
000290*    2026-09-15  DLM  AN ELEVEN-DIGIT DOSSIER NUMBER WHOSE CHECK  *
000300*                     DIGIT IS WRONG IS NOW REJECTED WITH REASON  *
000310*                     07 (PRTD20NA). SHORTER NUMBERS PREDATE      *
000320*                     ALLOCATION AND ARE TAKEN AS THEY ARE.       *
000330*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000340*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000350*                     USED UP. NO CODE CHANGE.                     *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     COPY PRFLGSEL.
000410     COPY PRFCTSEL.
000420     COPY PRFRJSEL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PRTD20F-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY XPRFLAG.
000480 FD  PRFLGTX-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY XPRFCT.
000510 FD  PRFLGRJ-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY XPRFRJ.
000540 WORKING-STORAGE SECTION.
000550     COPY XPRSTAT.
000560     COPY XPRJWLK.
000570     COPY XPRNUM.
000580     COPY XPRNALK.
000590 01  DL20-SWITCHES.
000600     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000610         88  DL20-EOF               VALUE 'Y'.
000620     05  DL20-VALID-SW          PIC X(1)  VALUE 'Y'.
000630         88  DL20-TXN-VALID         VALUE 'Y'.
000640     05  DL20-FIN-CHAINE-SW     PIC X(1)  VALUE 'N'.
000650         88  DL20-FIN-CHAINE        VALUE 'Y'.
000660     05  DL20-OUVERT-SW         PIC X(1)  VALUE 'N'.
000670         88  DL20-FLAG-TROUVE       VALUE 'Y'.
000680 01  DL20-COUNTERS.
000690     05  DL20-TXNS-READ         PIC 9(7)  USAGE COMP.
000700     05  DL20-FLAGS-CLOS        PIC 9(7)  USAGE COMP.
000710     05  DL20-TXNS-REJETEES     PIC 9(7)  USAGE COMP.
000720 01  DL20-TODAY                 PIC 9(8).
000730 01  DL20-CLE-DOSSIER           PIC S9(11)V USAGE COMP-3.
000740 01  DL20-RAISON.
000750     05  DL20-CD-RAISON         PIC X(2).
000760     05  DL20-LIB-RAISON        PIC X(30).
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
000810         UNTIL DL20-EOF.
000820     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000830     GOBACK.
000840*
000850 1000-INITIALIZE.
000860     MOVE 0 TO DL20-TXNS-READ DL20-FLAGS-CLOS DL20-TXNS-REJETEES.
000870     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
000880     PERFORM 1100-OPEN-FLAG-FILE THRU 1100-EXIT.
000890     OPEN INPUT PRFLGTX-FILE.
000900     OPEN OUTPUT PRFLGRJ-FILE.
000910     PERFORM 2100-READ-TXN THRU 2100-EXIT.
000920 1000-EXIT.
000930     EXIT.
000940*
000950 1100-OPEN-FLAG-FILE.
000960*    NO FLAG HAS EVER BEEN RAISED IF THE FILE IS STILL MISSING -
000970*    GUARDED THE SAME WAY PRTD20FW GUARDS ITS OWN OPEN. EVERY
000980*    TRANSACTION THEN COMES BACK AS 'NO OPEN FLAG'.
000990     OPEN INPUT PRTD20F-FILE.
001000     IF DL20-PRTD20F-STATUS = '35'
001010         OPEN OUTPUT PRTD20F-FILE
001020         CLOSE PRTD20F-FILE
001030     ELSE
001040         CLOSE PRTD20F-FILE
001050     END-IF.
001060     OPEN I-O PRTD20F-FILE.
001070 1100-EXIT.
001080     EXIT.
001090*
001100 2000-PROCESS-TXN.
001110     PERFORM 2200-VALIDATE-TXN THRU 2200-EXIT.
001120     IF DL20-TXN-VALID
001130         PERFORM 3000-CLOSE-FLAG THRU 3000-EXIT
001140     END-IF.
001150     IF NOT DL20-TXN-VALID
001160         PERFORM 4000-REJECT-TXN THRU 4000-EXIT
001170     END-IF.
001180     PERFORM 2100-READ-TXN THRU 2100-EXIT.
001190 2000-EXIT.
001200     EXIT.
001210*
001220 2100-READ-TXN.
001230     READ PRFLGTX-FILE NEXT RECORD
001240         AT END
001250             MOVE 'Y' TO DL20-EOF-SW
001260         NOT AT END
001270             ADD 1 TO DL20-TXNS-READ
001280     END-READ.
001290 2100-EXIT.
001300     EXIT.
001310*
001320 2200-VALIDATE-TXN.
001330     MOVE 'Y' TO DL20-VALID-SW.
001340     MOVE SPACES TO DL20-CD-RAISON DL20-LIB-RAISON.
001350     IF PRFCT-NO-DOSSIER NOT NUMERIC
001360         OR PRFCT-NO-DOSSIER = ZERO
001370         MOVE '01' TO DL20-CD-RAISON
001380         MOVE 'DOSSIER NO NOT NUMERIC/ZERO' TO DL20-LIB-RAISON
001390         MOVE 'N' TO DL20-VALID-SW
001400         GO TO 2200-EXIT
001410     END-IF.
001420     MOVE 'V' TO DL20-NA-FONCTION.
001430     MOVE 'PRTD20FC' TO DL20-NA-PROGRAMME.
001440     MOVE PRFCT-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
001450     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
001460     IF NOT DL20-NA-NUMERO-ACCEPTE
001470         MOVE '07' TO DL20-CD-RAISON
001480         MOVE 'CHECK DIGIT WRONG' TO DL20-LIB-RAISON
001490         MOVE 'N' TO DL20-VALID-SW
001500         GO TO 2200-EXIT
001510     END-IF.
001520     IF PRFCT-RAISON = SPACES
001530         MOVE '02' TO DL20-CD-RAISON
001540         MOVE 'BLANK FLAG REASON' TO DL20-LIB-RAISON
001550         MOVE 'N' TO DL20-VALID-SW
001560         GO TO 2200-EXIT
001570     END-IF.
001580     MOVE PRFCT-CD-DISPO TO PRFLAG-CD-DISPO.
001590     IF NOT PRFLAG-DISPO-VALIDE
001600         MOVE '03' TO DL20-CD-RAISON
001610         MOVE 'UNKNOWN DISPOSITION CODE' TO DL20-LIB-RAISON
001620         MOVE 'N' TO DL20-VALID-SW
001630         GO TO 2200-EXIT
001640     END-IF.
001650     IF PRFCT-ID-OPER = SPACES
001660         MOVE '04' TO DL20-CD-RAISON
001670         MOVE 'BLANK CLOSING OPERATOR' TO DL20-LIB-RAISON
001680         MOVE 'N' TO DL20-VALID-SW
001690     END-IF.
001700 2200-EXIT.
001710     EXIT.
001720*
001730 3000-CLOSE-FLAG.
001740     PERFORM 3100-FIND-OPEN-FLAG THRU 3100-EXIT.
001750     IF NOT DL20-FLAG-TROUVE
001760         MOVE '05' TO DL20-CD-RAISON
001770         MOVE 'NO OPEN FLAG FOR DOSSIER' TO DL20-LIB-RAISON
001780         MOVE 'N' TO DL20-VALID-SW
001790         GO TO 3000-EXIT
001800     END-IF.
001810     MOVE 'C'            TO PRFLAG-CD-STATUT.
001820     MOVE PRFCT-CD-DISPO TO PRFLAG-CD-DISPO.
001830     MOVE PRFCT-ID-OPER  TO PRFLAG-ID-OPER-CLOS.
001840     MOVE DL20-TODAY     TO PRFLAG-DT-CLOS.
001850     REWRITE PRFLAG-RECORD
001860         INVALID KEY
001870             MOVE '06' TO DL20-CD-RAISON
001880             MOVE 'FLAG REWRITE FAILED' TO DL20-LIB-RAISON
001890             MOVE 'N' TO DL20-VALID-SW
001900         NOT INVALID KEY
001910             ADD 1 TO DL20-FLAGS-CLOS
001920             DISPLAY 'PRTD20FC - CLOSED : ' PRFCT-NO-DOSSIER
001930                 ' ' PRFCT-RAISON ' DISPO ' PRFCT-CD-DISPO
001940     END-REWRITE.
001950 3000-EXIT.
001960     EXIT.
001970*
001980 3100-FIND-OPEN-FLAG.
001990*    READS ONLY THIS DOSSIER'S FLAGS FOR THIS REASON, POSITIONED
002000*    BY KEY, STOPPING ON THE ONE STILL OPEN.
002010     MOVE 'N' TO DL20-OUVERT-SW.
002020     MOVE 'N' TO DL20-FIN-CHAINE-SW.
002030     MOVE PRFCT-NO-DOSSIER TO DL20-CLE-DOSSIER.
002040     MOVE DL20-CLE-DOSSIER TO PRFLAG-NO-DOSSIER.
002050     MOVE PRFCT-RAISON     TO PRFLAG-RAISON.
002060     MOVE 0                TO PRFLAG-DT-FLAGGED.
002070     START PRTD20F-FILE KEY IS NOT LESS THAN PRFLAG-KEY
002080         INVALID KEY
002090             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002100     END-START.
002110     PERFORM 3110-READ-CHAIN THRU 3110-EXIT
002120         UNTIL DL20-FIN-CHAINE.
002130 3100-EXIT.
002140     EXIT.
002150*
002160 3110-READ-CHAIN.
002170     READ PRTD20F-FILE NEXT RECORD
002180         AT END
002190             MOVE 'Y' TO DL20-FIN-CHAINE-SW
002200         NOT AT END
002210             IF PRFLAG-NO-DOSSIER = DL20-CLE-DOSSIER
002220                 AND PRFLAG-RAISON = PRFCT-RAISON
002230                 IF PRFLAG-OUVERT
002240                     MOVE 'Y' TO DL20-OUVERT-SW
002250                     MOVE 'Y' TO DL20-FIN-CHAINE-SW
002260                 END-IF
002270             ELSE
002280                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
002290             END-IF
002300     END-READ.
002310 3110-EXIT.
002320     EXIT.
002330*
002340 4000-REJECT-TXN.
002350     MOVE DL20-CD-RAISON  TO PRFRJ-CD-RAISON.
002360     MOVE DL20-LIB-RAISON TO PRFRJ-LIB-RAISON.
002370     MOVE PRFCT-RECORD    TO PRFRJ-IMAGE.
002380     WRITE PRFRJ-RECORD.
002390     ADD 1 TO DL20-TXNS-REJETEES.
002400 4000-EXIT.
002410     EXIT.
002420*
002430 8000-TERMINATE.
002440     CLOSE PRTD20F-FILE.
002450     CLOSE PRFLGTX-FILE.
002460     CLOSE PRFLGRJ-FILE.
002470     DISPLAY 'PRTD20FC - TXNS READ     : ' DL20-TXNS-READ.
002480     DISPLAY 'PRTD20FC - FLAGS CLOSED  : ' DL20-FLAGS-CLOS.
002490     DISPLAY 'PRTD20FC - TXNS REJECTED : ' DL20-TXNS-REJETEES.
002500     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002510 8000-EXIT.
002520     EXIT.
002530*
002540 8900-WRITE-RUN-LEDGER.
002550     MOVE 'PRTD20FC' TO DL20-JW-PROGRAMME.
002560     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
002570     MOVE DL20-TXNS-READ TO DL20-JW-RECS-READ.
002580     MOVE DL20-FLAGS-CLOS TO DL20-JW-RECS-ECRITS.
002590     IF DL20-TXNS-REJETEES > 0
002600         MOVE 'W' TO DL20-JW-RESULTAT
002610     ELSE
002620         MOVE 'O' TO DL20-JW-RESULTAT
002630     END-IF.
002640     CALL 'PRTD20JW' USING DL20-JW-PARMS.
002650     IF DL20-JW-ECHEC
002660         DISPLAY 'PRTD20FC - WARNING, RUN LEDGER WRITE FAILED'
002670     END-IF.
002680 8900-EXIT.
002690     EXIT.
