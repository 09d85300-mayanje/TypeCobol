000330*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000340*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000350*                     USED UP. NO CODE CHANGE.                     *
000360*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000370*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000380*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000390*    2026-09-22  DLM  DOSSIERS HELD FOR APPROVAL (LDO-CD-ETA-APP) *
000400*                     HAVE THEIR OWN STATUS TOTAL, REFERENCE-     *
000410*                     CURRENCY TOTAL AND PER-UNIT BUCKET. THEY    *
000420*                     FELL THROUGH EVERY EVALUATE AND WERE        *
000430*                     MISSING FROM THE SUMMARY.                   *
000440*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000450*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000460*                     USED UP. NO CODE CHANGE.                     *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     COPY PRTD20SEL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PRTD20-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY XPRTD20.
000570 WORKING-STORAGE SECTION.
000580     COPY XPRSTAT.
000590     COPY XPRJWLK.
000600     COPY XPRCVLK.
000610 01  DL20-SWITCHES.
000620     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000630         88  DL20-EOF               VALUE 'Y'.
000640 01  DL20-COUNTERS.
000650     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000660     05  DL20-SAI-DOSSIERS      PIC 9(7)  USAGE COMP.
000670     05  DL20-VAL-DOSSIERS      PIC 9(7)  USAGE COMP.
000680     05  DL20-REJ-DOSSIERS      PIC 9(7)  USAGE COMP.
000690     05  DL20-APP-DOSSIERS      PIC 9(7)  USAGE COMP.
000700 01  DL20-TOTALS.
000710     05  DL20-MT-SAI-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
000720     05  DL20-MT-VAL-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
000730     05  DL20-MT-REJ-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
000740     05  DL20-MT-APP-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
000750 01  DL20-TOTALS-REF.
000760     05  DL20-MT-SAI-REF        PIC S9(13)V9(2) USAGE COMP-3.
000770     05  DL20-MT-VAL-REF        PIC S9(13)V9(2) USAGE COMP-3.
000780     05  DL20-MT-REJ-REF        PIC S9(13)V9(2) USAGE COMP-3.
000790     05  DL20-MT-APP-REF        PIC S9(13)V9(2) USAGE COMP-3.
000800 01  DL20-SANS-TAUX-COUNT       PIC 9(7)  USAGE COMP  VALUE 0.
000810 01  DL20-DEVISE-TABLE.
000820     05  DL20-DV-ENTRY   OCCURS 1 TO 10 TIMES
000830                         DEPENDING ON DL20-DV-COUNT
000840                         INDEXED BY DL20-DV-IDX.
000850         10  DL20-DV-DEVISE     PIC X(3).
000860         10  DL20-DV-NB         PIC 9(7)  USAGE COMP.
000870         10  DL20-DV-MT         PIC S9(13)V9(2) USAGE COMP-3.
000880         10  DL20-DV-DT-TAUX    PIC 9(8).
000890 01  DL20-DV-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
000900 01  DL20-DV-SUB                PIC 9(2)  USAGE COMP.
000910 01  DL20-DV-FOUND-SW           PIC X(1).
000920     88  DL20-DV-FOUND              VALUE 'Y'.
000930 01  DL20-UNITE-TABLE.
000940     05  DL20-UT-ENTRY   OCCURS 1 TO 20 TIMES
000950                         DEPENDING ON DL20-UT-COUNT
000960                         INDEXED BY DL20-UT-IDX.
000970         10  DL20-UT-UNITE      PIC X(3).
000980         10  DL20-UT-SAI-NB     PIC 9(7)  USAGE COMP.
000990         10  DL20-UT-SAI-MT     PIC S9(13)V9(2) USAGE COMP-3.
001000         10  DL20-UT-VAL-NB     PIC 9(7)  USAGE COMP.
001010         10  DL20-UT-VAL-MT     PIC S9(13)V9(2) USAGE COMP-3.
001020         10  DL20-UT-REJ-NB     PIC 9(7)  USAGE COMP.
001030         10  DL20-UT-REJ-MT     PIC S9(13)V9(2) USAGE COMP-3.
001040         10  DL20-UT-APP-NB     PIC 9(7)  USAGE COMP.
001050         10  DL20-UT-APP-MT     PIC S9(13)V9(2) USAGE COMP-3.
001060 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001070 01  DL20-UT-SUB                PIC 9(2)  USAGE COMP.
001080 01  DL20-UT-FOUND-SW           PIC X(1).
001090     88  DL20-UT-FOUND              VALUE 'Y'.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-SCAN-PRTD20 THRU 2000-EXIT
001140         UNTIL DL20-EOF.
001150     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001160     GOBACK.
001170*
001180 1000-INITIALIZE.
001190     MOVE 0 TO DL20-RECS-READ DL20-SAI-DOSSIERS DL20-VAL-DOSSIERS
001200         DL20-REJ-DOSSIERS DL20-APP-DOSSIERS.
001210     MOVE 0 TO DL20-MT-SAI-TOTAL DL20-MT-VAL-TOTAL
001220         DL20-MT-REJ-TOTAL DL20-MT-APP-TOTAL.
001230     MOVE 0 TO DL20-MT-SAI-REF DL20-MT-VAL-REF
001240         DL20-MT-REJ-REF DL20-MT-APP-REF.
001250     OPEN INPUT PRTD20-FILE.
001260     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001270 1000-EXIT.
001280     EXIT.
001290*
001300 2000-SCAN-PRTD20.
001310     EVALUATE TRUE
001320         WHEN LDO-CD-ETA-SAI
001330             ADD 1 TO DL20-SAI-DOSSIERS
001340             ADD LDO-MT-DOSSIER TO DL20-MT-SAI-TOTAL
001350             PERFORM 2200-COUNT-UNITE THRU 2200-EXIT
001360             PERFORM 2400-CONVERT-AMOUNT THRU 2400-EXIT
001370             ADD DL20-CV-MT-REF TO DL20-MT-SAI-REF
001380         WHEN LDO-CD-ETA-VAL
001390             ADD 1 TO DL20-VAL-DOSSIERS
001400             ADD LDO-MT-DOSSIER TO DL20-MT-VAL-TOTAL
001410             PERFORM 2200-COUNT-UNITE THRU 2200-EXIT
001420             PERFORM 2400-CONVERT-AMOUNT THRU 2400-EXIT
001430             ADD DL20-CV-MT-REF TO DL20-MT-VAL-REF
001440         WHEN LDO-CD-ETA-REJ
001450             ADD 1 TO DL20-REJ-DOSSIERS
001460             ADD LDO-MT-DOSSIER TO DL20-MT-REJ-TOTAL
001470             PERFORM 2200-COUNT-UNITE THRU 2200-EXIT
001480             PERFORM 2400-CONVERT-AMOUNT THRU 2400-EXIT
001490             ADD DL20-CV-MT-REF TO DL20-MT-REJ-REF
001500         WHEN LDO-CD-ETA-APP
001510             ADD 1 TO DL20-APP-DOSSIERS
001520             ADD LDO-MT-DOSSIER TO DL20-MT-APP-TOTAL
001530             PERFORM 2200-COUNT-UNITE THRU 2200-EXIT
001540             PERFORM 2400-CONVERT-AMOUNT THRU 2400-EXIT
001550             ADD DL20-CV-MT-REF TO DL20-MT-APP-REF
001560     END-EVALUATE.
001570     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
001580 2000-EXIT.
001590     EXIT.
001600*
001610 2200-COUNT-UNITE.
001620     MOVE 'N' TO DL20-UT-FOUND-SW.
001630     IF DL20-UT-COUNT > 0
001640         SET DL20-UT-IDX TO 1
001650         SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
001660             AT END
001670                 CONTINUE
001680             WHEN DL20-UT-UNITE(DL20-UT-IDX) = LDO-CD-UNITE
001690                 MOVE 'Y' TO DL20-UT-FOUND-SW
001700         END-SEARCH
001710     END-IF.
001720     IF NOT DL20-UT-FOUND
001730         IF DL20-UT-COUNT < 20
001740             ADD 1 TO DL20-UT-COUNT
001750             SET DL20-UT-IDX TO DL20-UT-COUNT
001760             MOVE LDO-CD-UNITE TO DL20-UT-UNITE(DL20-UT-IDX)
001770             MOVE 0 TO DL20-UT-SAI-NB(DL20-UT-IDX)
001780             MOVE 0 TO DL20-UT-SAI-MT(DL20-UT-IDX)
001790             MOVE 0 TO DL20-UT-VAL-NB(DL20-UT-IDX)
001800             MOVE 0 TO DL20-UT-VAL-MT(DL20-UT-IDX)
001810             MOVE 0 TO DL20-UT-REJ-NB(DL20-UT-IDX)
001820             MOVE 0 TO DL20-UT-REJ-MT(DL20-UT-IDX)
001830             MOVE 0 TO DL20-UT-APP-NB(DL20-UT-IDX)
001840             MOVE 0 TO DL20-UT-APP-MT(DL20-UT-IDX)
001850             MOVE 'Y' TO DL20-UT-FOUND-SW
001860         END-IF
001870     END-IF.
001880     IF DL20-UT-FOUND
001890         EVALUATE TRUE
001900             WHEN LDO-CD-ETA-SAI
001910                 ADD 1 TO DL20-UT-SAI-NB(DL20-UT-IDX)
001920                 ADD LDO-MT-DOSSIER
001930                     TO DL20-UT-SAI-MT(DL20-UT-IDX)
001940             WHEN LDO-CD-ETA-VAL
001950                 ADD 1 TO DL20-UT-VAL-NB(DL20-UT-IDX)
001960                 ADD LDO-MT-DOSSIER
001970                     TO DL20-UT-VAL-MT(DL20-UT-IDX)
001980             WHEN LDO-CD-ETA-REJ
001990                 ADD 1 TO DL20-UT-REJ-NB(DL20-UT-IDX)
002000                 ADD LDO-MT-DOSSIER
002010                     TO DL20-UT-REJ-MT(DL20-UT-IDX)
002020             WHEN LDO-CD-ETA-APP
002030                 ADD 1 TO DL20-UT-APP-NB(DL20-UT-IDX)
002040                 ADD LDO-MT-DOSSIER
002050                     TO DL20-UT-APP-MT(DL20-UT-IDX)
002060         END-EVALUATE
002070     END-IF.
002080 2200-EXIT.
002090     EXIT.
002100*
002110 2400-CONVERT-AMOUNT.
002120     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
002130     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
002140     CALL 'PRTD20CV' USING DL20-CV-PARMS.
002150     IF DL20-CV-SANS-TAUX
002160         ADD 1 TO DL20-SANS-TAUX-COUNT
002170     END-IF.
002180     PERFORM 2500-COUNT-DEVISE THRU 2500-EXIT.
002190 2400-EXIT.
002200     EXIT.
002210*
002220 2500-COUNT-DEVISE.
002230     MOVE 'N' TO DL20-DV-FOUND-SW.
002240     IF DL20-DV-COUNT > 0
002250         SET DL20-DV-IDX TO 1
002260         SEARCH DL20-DV-ENTRY VARYING DL20-DV-IDX
002270             AT END
002280                 CONTINUE
002290             WHEN DL20-DV-DEVISE(DL20-DV-IDX) = DL20-CV-DEVISE
002300                 MOVE 'Y' TO DL20-DV-FOUND-SW
002310         END-SEARCH
002320     END-IF.
002330     IF NOT DL20-DV-FOUND
002340         IF DL20-DV-COUNT < 10
002350             ADD 1 TO DL20-DV-COUNT
002360             SET DL20-DV-IDX TO DL20-DV-COUNT
002370             MOVE DL20-CV-DEVISE
002380                 TO DL20-DV-DEVISE(DL20-DV-IDX)
002390             MOVE 0 TO DL20-DV-NB(DL20-DV-IDX)
002400             MOVE 0 TO DL20-DV-MT(DL20-DV-IDX)
002410             MOVE 'Y' TO DL20-DV-FOUND-SW
002420         END-IF
002430     END-IF.
002440     IF DL20-DV-FOUND
002450         ADD 1 TO DL20-DV-NB(DL20-DV-IDX)
002460         ADD LDO-MT-DOSSIER TO DL20-DV-MT(DL20-DV-IDX)
002470         MOVE DL20-CV-DT-TAUX TO DL20-DV-DT-TAUX(DL20-DV-IDX)
002480     END-IF.
002490 2500-EXIT.
002500     EXIT.
002510*
002520 2100-READ-PRTD20.
002530     READ PRTD20-FILE NEXT RECORD
002540         AT END
002550             MOVE 'Y' TO DL20-EOF-SW
002560         NOT AT END
002570             ADD 1 TO DL20-RECS-READ
002580     END-READ.
002590 2100-EXIT.
002600     EXIT.
002610*
002620 8000-PRINT-SUMMARY.
002630     CLOSE PRTD20-FILE.
002640     DISPLAY '======================================'.
002650     DISPLAY 'PRTD20T - DOSSIER STATUS-TOTAL SUMMARY'.
002660     DISPLAY '======================================'.
002670     DISPLAY 'RECORDS READ          : ' DL20-RECS-READ.
002680     DISPLAY 'SAI DOSSIERS / TOTAL  : ' DL20-SAI-DOSSIERS
002690         ' / ' DL20-MT-SAI-TOTAL
002700         ' / REF ' DL20-MT-SAI-REF.
002710     DISPLAY 'VAL DOSSIERS / TOTAL  : ' DL20-VAL-DOSSIERS
002720         ' / ' DL20-MT-VAL-TOTAL
002730         ' / REF ' DL20-MT-VAL-REF.
002740     DISPLAY 'REJ DOSSIERS / TOTAL  : ' DL20-REJ-DOSSIERS
002750         ' / ' DL20-MT-REJ-TOTAL
002760         ' / REF ' DL20-MT-REJ-REF.
002770     DISPLAY 'APP DOSSIERS / TOTAL  : ' DL20-APP-DOSSIERS
002780         ' / ' DL20-MT-APP-TOTAL
002790         ' / REF ' DL20-MT-APP-REF.
002800     IF DL20-DV-COUNT > 0
002810         DISPLAY 'BREAKDOWN BY CURRENCY (RATE DATE USED) :'
002820         PERFORM 8200-PRINT-ONE-DEVISE THRU 8200-EXIT
002830             VARYING DL20-DV-SUB FROM 1 BY 1
002840             UNTIL DL20-DV-SUB > DL20-DV-COUNT
002850     END-IF.
002860     IF DL20-SANS-TAUX-COUNT > 0
002870         DISPLAY 'WARNING, NO RATE ON FILE FOR : '
002880             DL20-SANS-TAUX-COUNT ' DOSSIERS'
002890     END-IF.
002900     IF DL20-UT-COUNT > 0
002910         DISPLAY 'BREAKDOWN BY OWNING UNIT :'
002920         PERFORM 8100-PRINT-ONE-UNITE THRU 8100-EXIT
002930             VARYING DL20-UT-SUB FROM 1 BY 1
002940             UNTIL DL20-UT-SUB > DL20-UT-COUNT
002950     END-IF.
002960     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002970 8000-EXIT.
002980     EXIT.
002990*
003000 8100-PRINT-ONE-UNITE.
003010     DISPLAY 'UNIT ' DL20-UT-UNITE(DL20-UT-SUB)
003020         ' SAI ' DL20-UT-SAI-NB(DL20-UT-SUB)
003030         ' / ' DL20-UT-SAI-MT(DL20-UT-SUB)
003040         ' VAL ' DL20-UT-VAL-NB(DL20-UT-SUB)
003050         ' / ' DL20-UT-VAL-MT(DL20-UT-SUB)
003060         ' REJ ' DL20-UT-REJ-NB(DL20-UT-SUB)
003070         ' / ' DL20-UT-REJ-MT(DL20-UT-SUB)
003080         ' APP ' DL20-UT-APP-NB(DL20-UT-SUB)
003090         ' / ' DL20-UT-APP-MT(DL20-UT-SUB).
003100 8100-EXIT.
003110     EXIT.
003120*
003130 8200-PRINT-ONE-DEVISE.
003140     IF DL20-DV-DEVISE(DL20-DV-SUB) = SPACES
003150         DISPLAY 'CURRENCY EUR (DEFAULT) '
003160             ' NB ' DL20-DV-NB(DL20-DV-SUB)
003170             ' AMOUNT ' DL20-DV-MT(DL20-DV-SUB)
003180     ELSE
003190         DISPLAY 'CURRENCY ' DL20-DV-DEVISE(DL20-DV-SUB)
003200             ' NB ' DL20-DV-NB(DL20-DV-SUB)
003210             ' AMOUNT ' DL20-DV-MT(DL20-DV-SUB)
003220             ' RATE DATE ' DL20-DV-DT-TAUX(DL20-DV-SUB)
003230     END-IF.
003240 8200-EXIT.
003250     EXIT.
003260*
003270 8900-WRITE-RUN-LEDGER.
003280     MOVE 'PRTD20T' TO DL20-JW-PROGRAMME.
003290     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
003300     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
003310     MOVE 0 TO DL20-JW-RECS-ECRITS.
003320     MOVE 'O' TO DL20-JW-RESULTAT.
003330     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003340     IF DL20-JW-ECHEC
003350         DISPLAY 'PRTD20T - WARNING, RUN LEDGER WRITE FAILED'
003360     END-IF.
003370 8900-EXIT.
003380     EXIT.
