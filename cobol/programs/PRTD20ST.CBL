000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  -------------------------------------------*
000270*    2026-09-03  DLM  ORIGINAL PROGRAM.                           *
000280*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000290*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000300*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000310*    2026-09-22  DLM  DOSSIERS HELD FOR APPROVAL (LDO-CD-ETA-APP) *
000320*                     ARE NOW COUNTED AND TOTALLED, PORTFOLIO-    *
000330*                     WIDE AND PER UNIT, INTO THE NEW STH-NB-APP  *
000340*                     AND STH-MT-APP FIELDS OF PRSTATH. THEY FELL *
000350*                     THROUGH THE EVALUATE AND WERE MISSING FROM  *
000360*                     EVERY STATISTIC.                            *
000370*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000380*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000390*                     USED UP. NO CODE CHANGE.                     *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     COPY PRTD20SEL.
000450     COPY PRAUDSEL.
000460     COPY PRSTHSEL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PRTD20-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY XPRTD20.
000520 FD  PRAUD20-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY XPRAUD.
000550 FD  PRSTATH-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY XPRSTH.
000580 WORKING-STORAGE SECTION.
000590     COPY XPRSTAT.
000600     COPY XPRJWLK.
000610 01  DL20-SWITCHES.
000620     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000630         88  DL20-EOF               VALUE 'Y'.
000640     05  DL20-UT-FOUND-SW       PIC X(1).
000650         88  DL20-UT-FOUND          VALUE 'Y'.
000660 01  DL20-COUNTERS.
000670     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000680     05  DL20-AUDIT-READ        PIC 9(7)  USAGE COMP.
000690     05  DL20-RECS-ECRITS       PIC 9(7)  USAGE COMP.
000700 01  DL20-TODAY                 PIC 9(8).
000710 01  DL20-WORK-AGE              PIC S9(9) USAGE COMP.
000720 01  DL20-TOTAL-PORTEFEUILLE.
000730     05  DL20-TP-NB-SAI         PIC 9(7)  USAGE COMP.
000740     05  DL20-TP-MT-SAI         PIC S9(13)V9(2) USAGE COMP-3.
000750     05  DL20-TP-NB-VAL         PIC 9(7)  USAGE COMP.
000760     05  DL20-TP-MT-VAL         PIC S9(13)V9(2) USAGE COMP-3.
000770     05  DL20-TP-NB-REJ         PIC 9(7)  USAGE COMP.
000780     05  DL20-TP-MT-REJ         PIC S9(13)V9(2) USAGE COMP-3.
000790     05  DL20-TP-NB-APP         PIC 9(7)  USAGE COMP.
000800     05  DL20-TP-MT-APP         PIC S9(13)V9(2) USAGE COMP-3.
000810     05  DL20-TP-SOMME-AGE      PIC S9(13) USAGE COMP-3.
000820     05  DL20-TP-NB-VAL-JOUR    PIC 9(7)  USAGE COMP.
000830     05  DL20-TP-NB-REJ-JOUR    PIC 9(7)  USAGE COMP.
000840 01  DL20-UNITE-TABLE.
000850     05  DL20-UT-ENTRY   OCCURS 1 TO 20 TIMES
000860                         DEPENDING ON DL20-UT-COUNT
000870                         INDEXED BY DL20-UT-IDX.
000880         10  DL20-UT-UNITE      PIC X(3).
000890         10  DL20-UT-NB-SAI     PIC 9(7)  USAGE COMP.
000900         10  DL20-UT-MT-SAI     PIC S9(13)V9(2) USAGE COMP-3.
000910         10  DL20-UT-NB-VAL     PIC 9(7)  USAGE COMP.
000920         10  DL20-UT-MT-VAL     PIC S9(13)V9(2) USAGE COMP-3.
000930         10  DL20-UT-NB-REJ     PIC 9(7)  USAGE COMP.
000940         10  DL20-UT-MT-REJ     PIC S9(13)V9(2) USAGE COMP-3.
000950         10  DL20-UT-NB-APP     PIC 9(7)  USAGE COMP.
000960         10  DL20-UT-MT-APP     PIC S9(13)V9(2) USAGE COMP-3.
000970         10  DL20-UT-SOMME-AGE  PIC S9(13) USAGE COMP-3.
000980         10  DL20-UT-NB-VJOUR   PIC 9(7)  USAGE COMP.
000990         10  DL20-UT-NB-RJOUR   PIC 9(7)  USAGE COMP.
001000 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001010 01  DL20-UT-SUB                PIC 9(2)  USAGE COMP.
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 2000-SCAN-MASTER THRU 2000-EXIT.
001060     PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
001070     PERFORM 4000-APPEND-RECORDS THRU 4000-EXIT.
001080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001090     GOBACK.
001100*
001110 1000-INITIALIZE.
001120     MOVE 0 TO DL20-RECS-READ DL20-AUDIT-READ DL20-RECS-ECRITS.
001130     MOVE 0 TO DL20-TP-NB-SAI DL20-TP-MT-SAI DL20-TP-NB-VAL
001140         DL20-TP-MT-VAL DL20-TP-NB-REJ DL20-TP-MT-REJ
001150         DL20-TP-SOMME-AGE DL20-TP-NB-VAL-JOUR
001160         DL20-TP-NB-REJ-JOUR DL20-TP-NB-APP DL20-TP-MT-APP.
001170     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001180     PERFORM 1100-OPEN-HISTORY THRU 1100-EXIT.
001190 1000-EXIT.
001200     EXIT.
001210*
001220 1100-OPEN-HISTORY.
001230*    THE FIRST EVER STATISTICS RUN MAY FIND NO PRSTATH FILE AT
001240*    ALL - GUARDED THE SAME WAY PRTD20JW GUARDS THE RUN LEDGER.
001250     OPEN INPUT PRSTATH-FILE.
001260     IF DL20-PRSTATH-STATUS = '35'
001270         OPEN OUTPUT PRSTATH-FILE
001280         CLOSE PRSTATH-FILE
001290     ELSE
001300         CLOSE PRSTATH-FILE
001310     END-IF.
001320     OPEN EXTEND PRSTATH-FILE.
001330 1100-EXIT.
001340     EXIT.
001350*
001360 2000-SCAN-MASTER.
001370     OPEN INPUT PRTD20-FILE.
001380     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001390     PERFORM 2200-COUNT-DOSSIER THRU 2200-EXIT
001400         UNTIL DL20-EOF.
001410     CLOSE PRTD20-FILE.
001420     MOVE 'N' TO DL20-EOF-SW.
001430 2000-EXIT.
001440     EXIT.
001450*
001460 2100-READ-PRTD20.
001470     READ PRTD20-FILE NEXT RECORD
001480         AT END
001490             MOVE 'Y' TO DL20-EOF-SW
001500         NOT AT END
001510             ADD 1 TO DL20-RECS-READ
001520     END-READ.
001530 2100-EXIT.
001540     EXIT.
001550*
001560 2200-COUNT-DOSSIER.
001570     PERFORM 2300-FIND-UNITE THRU 2300-EXIT.
001580     EVALUATE TRUE
001590         WHEN LDO-CD-ETA-SAI
001600             ADD 1 TO DL20-TP-NB-SAI
001610             ADD LDO-MT-DOSSIER TO DL20-TP-MT-SAI
001620             IF DL20-UT-FOUND
001630                 ADD 1 TO DL20-UT-NB-SAI(DL20-UT-IDX)
001640                 ADD LDO-MT-DOSSIER
001650                     TO DL20-UT-MT-SAI(DL20-UT-IDX)
001660             END-IF
001670             IF LDO-DT-SAI NOT = ZERO
001680                 COMPUTE DL20-WORK-AGE =
001690                     FUNCTION INTEGER-OF-DATE(DL20-TODAY) -
001700                     FUNCTION INTEGER-OF-DATE(LDO-DT-SAI)
001710                 ADD DL20-WORK-AGE TO DL20-TP-SOMME-AGE
001720                 IF DL20-UT-FOUND
001730                     ADD DL20-WORK-AGE
001740                         TO DL20-UT-SOMME-AGE(DL20-UT-IDX)
001750                 END-IF
001760             END-IF
001770         WHEN LDO-CD-ETA-VAL
001780             ADD 1 TO DL20-TP-NB-VAL
001790             ADD LDO-MT-DOSSIER TO DL20-TP-MT-VAL
001800             IF DL20-UT-FOUND
001810                 ADD 1 TO DL20-UT-NB-VAL(DL20-UT-IDX)
001820                 ADD LDO-MT-DOSSIER
001830                     TO DL20-UT-MT-VAL(DL20-UT-IDX)
001840             END-IF
001850         WHEN LDO-CD-ETA-REJ
001860             ADD 1 TO DL20-TP-NB-REJ
001870             ADD LDO-MT-DOSSIER TO DL20-TP-MT-REJ
001880             IF DL20-UT-FOUND
001890                 ADD 1 TO DL20-UT-NB-REJ(DL20-UT-IDX)
001900                 ADD LDO-MT-DOSSIER
001910                     TO DL20-UT-MT-REJ(DL20-UT-IDX)
001920             END-IF
001930         WHEN LDO-CD-ETA-APP
001940             ADD 1 TO DL20-TP-NB-APP
001950             ADD LDO-MT-DOSSIER TO DL20-TP-MT-APP
001960             IF DL20-UT-FOUND
001970                 ADD 1 TO DL20-UT-NB-APP(DL20-UT-IDX)
001980                 ADD LDO-MT-DOSSIER
001990                     TO DL20-UT-MT-APP(DL20-UT-IDX)
002000             END-IF
002010     END-EVALUATE.
002020     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
002030 2200-EXIT.
002040     EXIT.
002050*
002060 2300-FIND-UNITE.
002070*    LEAVES DL20-UT-IDX ON THE UNIT'S ENTRY, ADDING THE UNIT
002080*    ON FIRST SIGHT - SAME PATTERN AS PRTD20T.
002090     MOVE 'N' TO DL20-UT-FOUND-SW.
002100     IF DL20-UT-COUNT > 0
002110         SET DL20-UT-IDX TO 1
002120         SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
002130             AT END
002140                 CONTINUE
002150             WHEN DL20-UT-UNITE(DL20-UT-IDX) = LDO-CD-UNITE
002160                 MOVE 'Y' TO DL20-UT-FOUND-SW
002170         END-SEARCH
002180     END-IF.
002190     IF NOT DL20-UT-FOUND
002200         IF DL20-UT-COUNT < 20
002210             ADD 1 TO DL20-UT-COUNT
002220             SET DL20-UT-IDX TO DL20-UT-COUNT
002230             MOVE LDO-CD-UNITE TO DL20-UT-UNITE(DL20-UT-IDX)
002240             MOVE 0 TO DL20-UT-NB-SAI(DL20-UT-IDX)
002250             MOVE 0 TO DL20-UT-MT-SAI(DL20-UT-IDX)
002260             MOVE 0 TO DL20-UT-NB-VAL(DL20-UT-IDX)
002270             MOVE 0 TO DL20-UT-MT-VAL(DL20-UT-IDX)
002280             MOVE 0 TO DL20-UT-NB-REJ(DL20-UT-IDX)
002290             MOVE 0 TO DL20-UT-MT-REJ(DL20-UT-IDX)
002300             MOVE 0 TO DL20-UT-NB-APP(DL20-UT-IDX)
002310             MOVE 0 TO DL20-UT-MT-APP(DL20-UT-IDX)
002320             MOVE 0 TO DL20-UT-SOMME-AGE(DL20-UT-IDX)
002330             MOVE 0 TO DL20-UT-NB-VJOUR(DL20-UT-IDX)
002340             MOVE 0 TO DL20-UT-NB-RJOUR(DL20-UT-IDX)
002350             MOVE 'Y' TO DL20-UT-FOUND-SW
002360         END-IF
002370     END-IF.
002380 2300-EXIT.
002390     EXIT.
002400*
002410 3000-SCAN-AUDIT.
002420     OPEN INPUT PRAUD20-FILE.
002430     IF DL20-PRAUD20-OK
002440         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
002450         PERFORM 3200-COUNT-TRANSITION THRU 3200-EXIT
002460             UNTIL DL20-EOF
002470         CLOSE PRAUD20-FILE
002480         MOVE 'N' TO DL20-EOF-SW
002490     END-IF.
002500 3000-EXIT.
002510     EXIT.
002520*
002530 3100-READ-AUDIT.
002540     READ PRAUD20-FILE NEXT RECORD
002550         AT END
002560             MOVE 'Y' TO DL20-EOF-SW
002570         NOT AT END
002580             ADD 1 TO DL20-AUDIT-READ
002590     END-READ.
002600 3100-EXIT.
002610     EXIT.
002620*
002630 3200-COUNT-TRANSITION.
002640     IF PRAUD-DT-TRANSIT = DL20-TODAY
002650         EVALUATE PRAUD-CD-ETA-APRES
002660             WHEN 'V'
002670                 ADD 1 TO DL20-TP-NB-VAL-JOUR
002680             WHEN 'R'
002690                 ADD 1 TO DL20-TP-NB-REJ-JOUR
002700         END-EVALUATE
002710     END-IF.
002720     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
002730 3200-EXIT.
002740     EXIT.
002750*
002760 4000-APPEND-RECORDS.
002770     MOVE SPACES TO PRSTATH-RECORD.
002780     MOVE DL20-TODAY TO STH-DT-STAT.
002790     MOVE '***' TO STH-CD-UNITE.
002800     MOVE DL20-TP-NB-SAI TO STH-NB-SAI.
002810     MOVE DL20-TP-MT-SAI TO STH-MT-SAI.
002820     MOVE DL20-TP-NB-VAL TO STH-NB-VAL.
002830     MOVE DL20-TP-MT-VAL TO STH-MT-VAL.
002840     MOVE DL20-TP-NB-REJ TO STH-NB-REJ.
002850     MOVE DL20-TP-MT-REJ TO STH-MT-REJ.
002860     MOVE DL20-TP-NB-APP TO STH-NB-APP.
002870     MOVE DL20-TP-MT-APP TO STH-MT-APP.
002880     IF DL20-TP-NB-SAI > 0
002890         COMPUTE STH-AGE-MOYEN ROUNDED =
002900             DL20-TP-SOMME-AGE / DL20-TP-NB-SAI
002910     ELSE
002920         MOVE 0 TO STH-AGE-MOYEN
002930     END-IF.
002940     MOVE DL20-TP-NB-VAL-JOUR TO STH-NB-VAL-JOUR.
002950     MOVE DL20-TP-NB-REJ-JOUR TO STH-NB-REJ-JOUR.
002960     WRITE PRSTATH-RECORD.
002970     ADD 1 TO DL20-RECS-ECRITS.
002980     IF DL20-UT-COUNT > 0
002990         PERFORM 4100-APPEND-ONE-UNITE THRU 4100-EXIT
003000             VARYING DL20-UT-SUB FROM 1 BY 1
003010             UNTIL DL20-UT-SUB > DL20-UT-COUNT
003020     END-IF.
003030 4000-EXIT.
003040     EXIT.
003050*
003060 4100-APPEND-ONE-UNITE.
003070*    THE DAY'S VALIDATION/REJECTION COUNTS ARE KEPT AT
003080*    PORTFOLIO LEVEL ONLY - PRAUD20 CARRIES NO UNIT, AND A
003090*    PER-UNIT SPLIT WOULD HAVE TO GUESS THROUGH DOSSIERS THAT
003100*    TRANSFERRED UNITS DURING THE DAY.
003110     MOVE SPACES TO PRSTATH-RECORD.
003120     MOVE DL20-TODAY TO STH-DT-STAT.
003130     MOVE DL20-UT-UNITE(DL20-UT-SUB) TO STH-CD-UNITE.
003140     MOVE DL20-UT-NB-SAI(DL20-UT-SUB) TO STH-NB-SAI.
003150     MOVE DL20-UT-MT-SAI(DL20-UT-SUB) TO STH-MT-SAI.
003160     MOVE DL20-UT-NB-VAL(DL20-UT-SUB) TO STH-NB-VAL.
003170     MOVE DL20-UT-MT-VAL(DL20-UT-SUB) TO STH-MT-VAL.
003180     MOVE DL20-UT-NB-REJ(DL20-UT-SUB) TO STH-NB-REJ.
003190     MOVE DL20-UT-MT-REJ(DL20-UT-SUB) TO STH-MT-REJ.
003200     MOVE DL20-UT-NB-APP(DL20-UT-SUB) TO STH-NB-APP.
003210     MOVE DL20-UT-MT-APP(DL20-UT-SUB) TO STH-MT-APP.
003220     IF DL20-UT-NB-SAI(DL20-UT-SUB) > 0
003230         COMPUTE STH-AGE-MOYEN ROUNDED =
003240             DL20-UT-SOMME-AGE(DL20-UT-SUB)
003250             / DL20-UT-NB-SAI(DL20-UT-SUB)
003260     ELSE
003270         MOVE 0 TO STH-AGE-MOYEN
003280     END-IF.
003290     MOVE 0 TO STH-NB-VAL-JOUR.
003300     MOVE 0 TO STH-NB-REJ-JOUR.
003310     WRITE PRSTATH-RECORD.
003320     ADD 1 TO DL20-RECS-ECRITS.
003330 4100-EXIT.
003340     EXIT.
003350*
003360 8000-TERMINATE.
003370     CLOSE PRSTATH-FILE.
003380     DISPLAY 'PRTD20ST - MASTER RECS READ : ' DL20-RECS-READ.
003390     DISPLAY 'PRTD20ST - AUDIT RECS READ  : ' DL20-AUDIT-READ.
003400     DISPLAY 'PRTD20ST - STATS WRITTEN    : ' DL20-RECS-ECRITS.
003410     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
003420 8000-EXIT.
003430     EXIT.
003440*
003450 8900-WRITE-RUN-LEDGER.
003460     MOVE 'PRTD20ST' TO DL20-JW-PROGRAMME.
003470     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
003480     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
003490     MOVE DL20-RECS-ECRITS TO DL20-JW-RECS-ECRITS.
003500     MOVE 'O' TO DL20-JW-RESULTAT.
003510     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003520     IF DL20-JW-ECHEC
003530         DISPLAY 'PRTD20ST - WARNING, RUN LEDGER WRITE FAILED'
003540     END-IF.
003550 8900-EXIT.
003560     EXIT.
