000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20FA.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-07.
000060 DATE-COMPILED. 2026-09-07.
000070*****************************************************************
000080*    PROGRAM       : PRTD20FA                                  *
000090*    DESCRIPTION   : MORNING OPEN-FLAG AGING REPORT. WALKS THE  *
000100*                    PRTD20F REVIEW FILE, PICKS UP EVERY FLAG   *
000110*                    STILL OPEN, AGES IT IN WORKING DAYS FROM   *
000120*                    ITS DATE FLAGGED (PRTD20JO AGAINST THE     *
000130*                    PRCALEN HOLIDAY CALENDAR) AND PRINTS, ON   *
000140*                    THE PRTD20L PRINT FILE IN THE PRTD20PK     *
000150*                    PAGE STYLE, ONE SECTION PER FLAG REASON -  *
000160*                    EACH REASON STARTS A NEW PAGE, ITS FLAGS   *
000170*                    ARE GROUPED BY THE DOSSIER'S OWNING UNIT   *
000180*                    OLDEST FIRST, AND EVERY UNIT AND REASON    *
000190*                    CLOSES WITH A COUNT SPLIT INTO WORKING-DAY *
000200*                    AGE BANDS (0-2, 3-5, 6-10, OVER 10) AND    *
000210*                    THE OLDEST AGE. THE OWNING UNIT IS READ    *
000220*                    OFF THE LIVE PRTD20 RECORD; A FLAG WHOSE   *
000230*                    DOSSIER IS NO LONGER ON FILE IS LISTED     *
000240*                    UNDER UNIT '***'. READ-ONLY THROUGHOUT.    *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------------*
000280*    2026-09-07  DLM  ORIGINAL PROGRAM.                           *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY PRTD20RSL.
000340     COPY PRFLGSEL.
000350     COPY PRIMPSEL.
000360     SELECT PRFLS-SORT-FILE ASSIGN TO SORTWK1.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PRTD20-FILE
000400     LABEL RECORDS ARE STANDARD.
000410     COPY XPRTD20.
000420 FD  PRTD20F-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY XPRFLAG.
000450 FD  PRTD20L-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY XPRPRT.
000480 SD  PRFLS-SORT-FILE.
000490     COPY XPRFLS.
000500 WORKING-STORAGE SECTION.
000510     COPY XPRSTAT.
000520     COPY XPRJWLK.
000530     COPY XPRJOLK.
000540 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000550 01  DL20-SWITCHES.
000560     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000570         88  DL20-EOF               VALUE 'Y'.
000580     05  DL20-FIRST-SW          PIC X(1)  VALUE 'Y'.
000590         88  DL20-FIRST-RECORD      VALUE 'Y'.
000600     05  DL20-ABSENT-SW         PIC X(1)  VALUE 'N'.
000610         88  DL20-FICHIER-ABSENT    VALUE 'Y'.
000620 01  DL20-COUNTERS.
000630     05  DL20-FLAGS-LUS         PIC 9(7)  USAGE COMP.
000640     05  DL20-FLAGS-OUVERTS     PIC 9(7)  USAGE COMP.
000650     05  DL20-NB-RAISONS        PIC 9(5)  USAGE COMP.
000660 01  DL20-CUMUL-UNITE.
000670     05  DL20-UN-NB             PIC 9(7)  USAGE COMP.
000680     05  DL20-UN-TRANCHE        PIC 9(7)  USAGE COMP
000690                                OCCURS 4 TIMES.
000700     05  DL20-UN-PLUS-VIEUX     PIC 9(6)  USAGE COMP.
000710 01  DL20-CUMUL-RAISON.
000720     05  DL20-RA-NB             PIC 9(7)  USAGE COMP.
000730     05  DL20-RA-TRANCHE        PIC 9(7)  USAGE COMP
000740                                OCCURS 4 TIMES.
000750     05  DL20-RA-PLUS-VIEUX     PIC 9(6)  USAGE COMP.
000760 01  DL20-CUMUL-GENERAL.
000770     05  DL20-GE-NB             PIC 9(7)  USAGE COMP.
000780     05  DL20-GE-TRANCHE        PIC 9(7)  USAGE COMP
000790                                OCCURS 4 TIMES.
000800     05  DL20-GE-PLUS-VIEUX     PIC 9(6)  USAGE COMP.
000810 01  DL20-TR-SUB                PIC 9(1)  USAGE COMP.
000820 01  DL20-TODAY                 PIC 9(8).
000830 01  DL20-RAISON-COURANTE       PIC X(20).
000840 01  DL20-UNITE-COURANTE        PIC X(3).
000850 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
000860 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
000870 01  DL20-LIGNE-TRAVAIL         PIC X(132).
000880 01  DL20-ENTETE-COLONNES       PIC X(132).
000890 01  DL20-ENTETE-PAGE.
000900     05  FILLER                 PIC X(10) VALUE 'PRTD20FA'.
000910     05  FILLER                 PIC X(28)
000920         VALUE 'OPEN REVIEW FLAGS AGING'.
000930     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
000940     05  DL20-ENT-DATE          PIC 9(8).
000950     05  FILLER                 PIC X(6)  VALUE SPACES.
000960     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
000970     05  DL20-ENT-PAGE          PIC ZZZ9.
000980     05  FILLER                 PIC X(61) VALUE SPACES.
000990 01  DL20-LIGNE-RAISON.
001000     05  FILLER                 PIC X(1)  VALUE SPACE.
001010     05  FILLER                 PIC X(14) VALUE 'FLAG REASON -'.
001020     05  DL20-RAI-LIB           PIC X(20).
001030     05  FILLER                 PIC X(97) VALUE SPACES.
001040 01  DL20-LIGNE-FLAG.
001050     05  FILLER                 PIC X(1)  VALUE SPACE.
001060     05  DL20-FLG-DOSSIER       PIC 9(11).
001070     05  FILLER                 PIC X(3)  VALUE SPACES.
001080     05  DL20-FLG-UNITE         PIC X(3).
001090     05  FILLER                 PIC X(3)  VALUE SPACES.
001100     05  DL20-FLG-DT-FLAGGED    PIC 9(8).
001110     05  FILLER                 PIC X(3)  VALUE SPACES.
001120     05  DL20-FLG-AGE           PIC ZZZZZ9.
001130     05  FILLER                 PIC X(5)  VALUE SPACES.
001140     05  DL20-FLG-ETA           PIC X(1).
001150     05  FILLER                 PIC X(88) VALUE SPACES.
001160 01  DL20-LIGNE-TOT.
001170     05  FILLER                 PIC X(1)  VALUE SPACE.
001180     05  DL20-TOT-LIB           PIC X(24).
001190     05  DL20-TOT-NB            PIC ZZZZZZ9.
001200     05  FILLER                 PIC X(6)  VALUE '  0-2:'.
001210     05  DL20-TOT-TR1           PIC ZZZZZZ9.
001220     05  FILLER                 PIC X(6)  VALUE '  3-5:'.
001230     05  DL20-TOT-TR2           PIC ZZZZZZ9.
001240     05  FILLER                 PIC X(7)  VALUE '  6-10:'.
001250     05  DL20-TOT-TR3           PIC ZZZZZZ9.
001260     05  FILLER                 PIC X(6)  VALUE '  >10:'.
001270     05  DL20-TOT-TR4           PIC ZZZZZZ9.
001280     05  FILLER                 PIC X(10) VALUE '  OLDEST:'.
001290     05  DL20-TOT-VIEUX         PIC ZZZZZ9.
001300     05  FILLER                 PIC X(31) VALUE SPACES.
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     SORT PRFLS-SORT-FILE
001350         ON ASCENDING KEY PRFLS-RAISON
001360         ON ASCENDING KEY PRFLS-CD-UNITE
001370         ON DESCENDING KEY PRFLS-AGE-OUVRES
001380         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
001390         OUTPUT PROCEDURE IS 3000-PRINT-AGING.
001400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001410     GOBACK.
001420*
001430 1000-INITIALIZE.
001440     MOVE 0 TO DL20-FLAGS-LUS DL20-FLAGS-OUVERTS DL20-NB-RAISONS.
001450     INITIALIZE DL20-CUMUL-GENERAL.
001460     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001470     MOVE DL20-TODAY TO DL20-ENT-DATE.
001480     MOVE SPACES TO DL20-ENTETE-COLONNES.
001490     OPEN OUTPUT PRTD20L-FILE.
001500     OPEN INPUT PRTD20-FILE.
001510 1000-EXIT.
001520     EXIT.
001530*
001540 2000-BUILD-SORT-INPUT.
001550     OPEN INPUT PRTD20F-FILE.
001560     IF NOT DL20-PRTD20F-OK
001570*        NO FLAG HAS EVER BEEN RAISED - AN UNCHECKED OPEN WOULD
001580*        LEAVE EVERY READ ON STATUS 47 AND THE LOOP WOULD NEVER
001590*        END.
001600         DISPLAY 'PRTD20FA - PRTD20F NOT AVAILABLE, STATUS '
001610             DL20-PRTD20F-STATUS ' - EMPTY REPORT'
001620         MOVE 'Y' TO DL20-ABSENT-SW
001630         GO TO 2000-EXIT
001640     END-IF.
001650     MOVE LOW-VALUES TO PRFLAG-KEY.
001660     START PRTD20F-FILE KEY IS NOT LESS THAN PRFLAG-KEY
001670         INVALID KEY
001680             MOVE 'Y' TO DL20-EOF-SW
001690     END-START.
001700     IF NOT DL20-EOF
001710         PERFORM 2100-READ-FLAG THRU 2100-EXIT
001720     END-IF.
001730     PERFORM 2200-EVALUATE-FLAG THRU 2200-EXIT
001740         UNTIL DL20-EOF.
001750     CLOSE PRTD20F-FILE.
001760     MOVE 'N' TO DL20-EOF-SW.
001770 2000-EXIT.
001780     EXIT.
001790*
001800 2100-READ-FLAG.
001810     READ PRTD20F-FILE NEXT RECORD
001820         AT END
001830             MOVE 'Y' TO DL20-EOF-SW
001840         NOT AT END
001850             ADD 1 TO DL20-FLAGS-LUS
001860     END-READ.
001870 2100-EXIT.
001880     EXIT.
001890*
001900 2200-EVALUATE-FLAG.
001910     IF PRFLAG-OUVERT
001920         PERFORM 2300-RELEASE-FLAG THRU 2300-EXIT
001930     END-IF.
001940     PERFORM 2100-READ-FLAG THRU 2100-EXIT.
001950 2200-EXIT.
001960     EXIT.
001970*
001980 2300-RELEASE-FLAG.
001990     MOVE PRFLAG-NO-DOSSIER TO LDO-NO-DOSSIER.
002000     READ PRTD20-FILE
002010         KEY IS LDO-NO-DOSSIER
002020         INVALID KEY
002030             MOVE '***' TO PRFLS-CD-UNITE
002040         NOT INVALID KEY
002050             MOVE LDO-CD-UNITE TO PRFLS-CD-UNITE
002060     END-READ.
002070     MOVE PRFLAG-RAISON     TO PRFLS-RAISON.
002080     MOVE PRFLAG-NO-DOSSIER TO PRFLS-NO-DOSSIER.
002090     MOVE PRFLAG-DT-FLAGGED TO PRFLS-DT-FLAGGED.
002100     MOVE PRFLAG-CD-ETA     TO PRFLS-CD-ETA.
002110     MOVE PRFLAG-DT-FLAGGED TO DL20-JO-DT-DEBUT.
002120     MOVE DL20-TODAY        TO DL20-JO-DT-FIN.
002130     CALL 'PRTD20JO' USING DL20-JO-PARMS.
002140     MOVE DL20-JO-NB-JOURS  TO PRFLS-AGE-OUVRES.
002150     RELEASE PRFLS-SORT-RECORD.
002160     ADD 1 TO DL20-FLAGS-OUVERTS.
002170 2300-EXIT.
002180     EXIT.
002190*
002200 3000-PRINT-AGING.
002210     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
002220         UNTIL DL20-EOF.
002230     MOVE 'N' TO DL20-EOF-SW.
002240     IF NOT DL20-FIRST-RECORD
002250         PERFORM 3500-CLOSE-UNIT THRU 3500-EXIT
002260         PERFORM 3600-CLOSE-RAISON THRU 3600-EXIT
002270     END-IF.
002280     PERFORM 3700-PRINT-GRAND-TOTAL THRU 3700-EXIT.
002290 3000-EXIT.
002300     EXIT.
002310*
002320 3100-RETURN-SORTED.
002330     RETURN PRFLS-SORT-FILE
002340         AT END
002350             MOVE 'Y' TO DL20-EOF-SW
002360         NOT AT END
002370             PERFORM 3200-PRINT-ONE-FLAG THRU 3200-EXIT
002380     END-RETURN.
002390 3100-EXIT.
002400     EXIT.
002410*
002420 3200-PRINT-ONE-FLAG.
002430     IF DL20-FIRST-RECORD
002440         MOVE 'N' TO DL20-FIRST-SW
002450         PERFORM 3300-OPEN-RAISON THRU 3300-EXIT
002460     ELSE
002470         IF PRFLS-RAISON NOT = DL20-RAISON-COURANTE
002480             PERFORM 3500-CLOSE-UNIT THRU 3500-EXIT
002490             PERFORM 3600-CLOSE-RAISON THRU 3600-EXIT
002500             PERFORM 3300-OPEN-RAISON THRU 3300-EXIT
002510         ELSE
002520             IF PRFLS-CD-UNITE NOT = DL20-UNITE-COURANTE
002530                 PERFORM 3500-CLOSE-UNIT THRU 3500-EXIT
002540                 PERFORM 3400-OPEN-UNIT THRU 3400-EXIT
002550             END-IF
002560         END-IF
002570     END-IF.
002580     MOVE PRFLS-NO-DOSSIER  TO DL20-FLG-DOSSIER.
002590     MOVE PRFLS-CD-UNITE    TO DL20-FLG-UNITE.
002600     MOVE PRFLS-DT-FLAGGED  TO DL20-FLG-DT-FLAGGED.
002610     MOVE PRFLS-AGE-OUVRES  TO DL20-FLG-AGE.
002620     MOVE PRFLS-CD-ETA      TO DL20-FLG-ETA.
002630     MOVE DL20-LIGNE-FLAG TO DL20-LIGNE-TRAVAIL.
002640     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
002650     EVALUATE TRUE
002660         WHEN PRFLS-AGE-OUVRES <= 2
002670             MOVE 1 TO DL20-TR-SUB
002680         WHEN PRFLS-AGE-OUVRES <= 5
002690             MOVE 2 TO DL20-TR-SUB
002700         WHEN PRFLS-AGE-OUVRES <= 10
002710             MOVE 3 TO DL20-TR-SUB
002720         WHEN OTHER
002730             MOVE 4 TO DL20-TR-SUB
002740     END-EVALUATE.
002750     ADD 1 TO DL20-UN-NB DL20-RA-NB DL20-GE-NB.
002760     ADD 1 TO DL20-UN-TRANCHE(DL20-TR-SUB)
002770              DL20-RA-TRANCHE(DL20-TR-SUB)
002780              DL20-GE-TRANCHE(DL20-TR-SUB).
002790     IF PRFLS-AGE-OUVRES > DL20-UN-PLUS-VIEUX
002800         MOVE PRFLS-AGE-OUVRES TO DL20-UN-PLUS-VIEUX
002810     END-IF.
002820     IF PRFLS-AGE-OUVRES > DL20-RA-PLUS-VIEUX
002830         MOVE PRFLS-AGE-OUVRES TO DL20-RA-PLUS-VIEUX
002840     END-IF.
002850     IF PRFLS-AGE-OUVRES > DL20-GE-PLUS-VIEUX
002860         MOVE PRFLS-AGE-OUVRES TO DL20-GE-PLUS-VIEUX
002870     END-IF.
002880 3200-EXIT.
002890     EXIT.
002900*
002910 3300-OPEN-RAISON.
002920     MOVE PRFLS-RAISON TO DL20-RAISON-COURANTE.
002930     MOVE ' DOSSIER NUMBER   UNIT   FLAGGED    WRK-AGE  ETA'
002940         TO DL20-ENTETE-COLONNES(1:50).
002950     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
002960     MOVE DL20-RAISON-COURANTE TO DL20-RAI-LIB.
002970     MOVE DL20-LIGNE-RAISON TO DL20-LIGNE-TRAVAIL.
002980     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
002990     INITIALIZE DL20-CUMUL-RAISON.
003000     ADD 1 TO DL20-NB-RAISONS.
003010     PERFORM 3400-OPEN-UNIT THRU 3400-EXIT.
003020 3300-EXIT.
003030     EXIT.
003040*
003050 3400-OPEN-UNIT.
003060     MOVE PRFLS-CD-UNITE TO DL20-UNITE-COURANTE.
003070     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003080     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003090     INITIALIZE DL20-CUMUL-UNITE.
003100 3400-EXIT.
003110     EXIT.
003120*
003130 3500-CLOSE-UNIT.
003140     MOVE SPACES TO DL20-TOT-LIB.
003150     STRING 'UNIT ' DL20-UNITE-COURANTE ' OPEN FLAGS'
003160         DELIMITED BY SIZE INTO DL20-TOT-LIB.
003170     MOVE DL20-UN-NB          TO DL20-TOT-NB.
003180     MOVE DL20-UN-TRANCHE(1)  TO DL20-TOT-TR1.
003190     MOVE DL20-UN-TRANCHE(2)  TO DL20-TOT-TR2.
003200     MOVE DL20-UN-TRANCHE(3)  TO DL20-TOT-TR3.
003210     MOVE DL20-UN-TRANCHE(4)  TO DL20-TOT-TR4.
003220     MOVE DL20-UN-PLUS-VIEUX  TO DL20-TOT-VIEUX.
003230     MOVE DL20-LIGNE-TOT TO DL20-LIGNE-TRAVAIL.
003240     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003250 3500-EXIT.
003260     EXIT.
003270*
003280 3600-CLOSE-RAISON.
003290     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003300     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003310     MOVE 'REASON TOTAL OPEN FLAGS' TO DL20-TOT-LIB.
003320     MOVE DL20-RA-NB          TO DL20-TOT-NB.
003330     MOVE DL20-RA-TRANCHE(1)  TO DL20-TOT-TR1.
003340     MOVE DL20-RA-TRANCHE(2)  TO DL20-TOT-TR2.
003350     MOVE DL20-RA-TRANCHE(3)  TO DL20-TOT-TR3.
003360     MOVE DL20-RA-TRANCHE(4)  TO DL20-TOT-TR4.
003370     MOVE DL20-RA-PLUS-VIEUX  TO DL20-TOT-VIEUX.
003380     MOVE DL20-LIGNE-TOT TO DL20-LIGNE-TRAVAIL.
003390     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003400 3600-EXIT.
003410     EXIT.
003420*
003430 3700-PRINT-GRAND-TOTAL.
003440     MOVE SPACES TO DL20-ENTETE-COLONNES.
003450     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
003460     MOVE 'ALL REASONS OPEN FLAGS' TO DL20-TOT-LIB.
003470     MOVE DL20-GE-NB          TO DL20-TOT-NB.
003480     MOVE DL20-GE-TRANCHE(1)  TO DL20-TOT-TR1.
003490     MOVE DL20-GE-TRANCHE(2)  TO DL20-TOT-TR2.
003500     MOVE DL20-GE-TRANCHE(3)  TO DL20-TOT-TR3.
003510     MOVE DL20-GE-TRANCHE(4)  TO DL20-TOT-TR4.
003520     MOVE DL20-GE-PLUS-VIEUX  TO DL20-TOT-VIEUX.
003530     MOVE DL20-LIGNE-TOT TO DL20-LIGNE-TRAVAIL.
003540     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003550 3700-EXIT.
003560     EXIT.
003570*
003580 8000-TERMINATE.
003590     CLOSE PRTD20-FILE.
003600     CLOSE PRTD20L-FILE.
003610     DISPLAY 'PRTD20FA - FLAGS READ      : ' DL20-FLAGS-LUS.
003620     DISPLAY 'PRTD20FA - FLAGS OPEN      : ' DL20-FLAGS-OUVERTS.
003630     DISPLAY 'PRTD20FA - REASONS LISTED  : ' DL20-NB-RAISONS.
003640     DISPLAY 'PRTD20FA - PAGES PRINTED   : ' DL20-PAGE-NO.
003650     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
003660 8000-EXIT.
003670     EXIT.
003680*
003690 8900-WRITE-RUN-LEDGER.
003700     MOVE 'PRTD20FA' TO DL20-JW-PROGRAMME.
003710     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
003720     MOVE DL20-FLAGS-LUS TO DL20-JW-RECS-READ.
003730     MOVE DL20-FLAGS-OUVERTS TO DL20-JW-RECS-ECRITS.
003740     IF DL20-FICHIER-ABSENT
003750         MOVE 'W' TO DL20-JW-RESULTAT
003760     ELSE
003770         MOVE 'O' TO DL20-JW-RESULTAT
003780     END-IF.
003790     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003800     IF DL20-JW-ECHEC
003810         DISPLAY 'PRTD20FA - WARNING, RUN LEDGER WRITE FAILED'
003820     END-IF.
003830 8900-EXIT.
003840     EXIT.
003850*
003860 9000-PRINT-LINE.
003870     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
003880         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
003890     END-IF.
003900     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
003910         AFTER ADVANCING 1 LINE.
003920     ADD 1 TO DL20-LIGNE-CNT.
003930 9000-EXIT.
003940     EXIT.
003950*
003960 9100-NEW-PAGE.
003970     ADD 1 TO DL20-PAGE-NO.
003980     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
003990     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
004000         AFTER ADVANCING PAGE.
004010     MOVE SPACES TO PRLIGNE-RECORD.
004020     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
004030     MOVE 2 TO DL20-LIGNE-CNT.
004040     IF DL20-ENTETE-COLONNES NOT = SPACES
004050         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
004060             AFTER ADVANCING 1 LINE
004070         MOVE SPACES TO PRLIGNE-RECORD
004080         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
004090         MOVE 4 TO DL20-LIGNE-CNT
004100     END-IF.
004110 9100-EXIT.
004120     EXIT.
