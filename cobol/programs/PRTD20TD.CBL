000180*                      1-6   MEASURE (SAI-NB WHEN BLANK;        *
000190*                            SAI-NB SAI-MT VAL-NB VAL-MT        *
000200*                            REJ-NB REJ-MT AGE-MO VAL-JR        *
000210*                            REJ-JR APP-NB APP-MT),             *
000220*                      8-10  UNIT FILTER ('***' = PORTFOLIO,    *
000230*                            THE DEFAULT),                      *
000240*                      12-14 FLAG THRESHOLD IN PERCENT (10      *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  -------------------------------------------*
000300*    2026-09-03  DLM  ORIGINAL PROGRAM.                           *
000310*    2026-09-03  DLM  THE PRSTATH OPEN IS NOW STATUS-CHECKED -    *
000320*                     A RUN TAKEN BEFORE PRTD20ST HAS EVER        *
000330*                     CREATED THE FILE REPORTS 'NO HISTORY' AND   *
000340*                     A WARNING INSTEAD OF LOOPING ON STATUS-47   *
000350*                     READS, THE DEFECT PERFORM0 ONCE HAD ON A    *
000360*                     MISSING PRCKPT.                             *
000370*    2026-09-22  DLM  NEW MEASURES APP-NB AND APP-MT - THE COUNT  *
000380*                     AND TOTAL OF DOSSIERS HELD FOR APPROVAL NOW *
000390*                     CARRIED ON PRSTATH.                         *
000400*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000410*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000420*                     USED UP. NO CODE CHANGE.                     *
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     COPY PRSTHSEL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PRSTATH-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY XPRSTH.
000530 WORKING-STORAGE SECTION.
000540     COPY XPRSTAT.
000550     COPY XPRJWLK.
000560     COPY XPRPRLK.
000570 77  DL20-NB-JOURS-TREND        PIC 9(2)  USAGE COMP VALUE 30.
000580 01  DL20-SWITCHES.
000590     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000600         88  DL20-EOF               VALUE 'Y'.
000610     05  DL20-ABSENT-SW         PIC X(1)  VALUE 'N'.
000620         88  DL20-FICHIER-ABSENT    VALUE 'Y'.
000630 01  DL20-COUNTERS.
000640     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000650     05  DL20-FLAGS-COUNT       PIC 9(5)  USAGE COMP.
000660 01  DL20-PARMS.
000670     05  DL20-PARM-LINE         PIC X(80).
000680     05  DL20-PARM-MESURE       PIC X(6).
000690     05  DL20-PARM-UNITE        PIC X(3).
000700     05  DL20-PARM-SEUIL-PCT    PIC 9(3).
000710 01  DL20-VALEUR-MESURE         PIC S9(13)V9(2) USAGE COMP-3.
000720 01  DL20-PCT-DOD               PIC S9(7)V9(2) USAGE COMP-3.
000730 01  DL20-PCT-WOW               PIC S9(7)V9(2) USAGE COMP-3.
000740 01  DL20-FLAG-TEXTE            PIC X(8).
000750 01  DL20-JOUR-TABLE.
000760     05  DL20-JT-ENTRY   OCCURS 1 TO 30 TIMES
000770                         DEPENDING ON DL20-JT-COUNT
000780                         INDEXED BY DL20-JT-IDX.
000790         10  DL20-JT-DATE       PIC 9(8).
000800         10  DL20-JT-VALEUR     PIC S9(13)V9(2) USAGE COMP-3.
000810 01  DL20-JT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
000820 01  DL20-JT-SUB                PIC 9(2)  USAGE COMP.
000830 01  DL20-JT-PREC               PIC 9(2)  USAGE COMP.
000840 01  DL20-JW-TEXTE.
000850     05  FILLER                 PIC X(7)  VALUE 'MESURE='.
000860     05  DL20-JWT-MESURE        PIC X(6).
000870     05  FILLER                 PIC X(7)  VALUE ' UNITE='.
000880     05  DL20-JWT-UNITE         PIC X(3).
000890     05  FILLER                 PIC X(7)  VALUE ' SEUIL='.
000900     05  DL20-JWT-SEUIL         PIC 9(3).
000910     05  FILLER                 PIC X(7)  VALUE SPACES.
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
000960         UNTIL DL20-EOF.
000970     PERFORM 3000-PRINT-TREND THRU 3000-EXIT.
000980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000990     GOBACK.
001000*
001010 1000-INITIALIZE.
001020     MOVE 0 TO DL20-RECS-READ DL20-FLAGS-COUNT.
001030     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
001040     MOVE DL20-PARM-LINE(1:6)   TO DL20-PARM-MESURE.
001050     MOVE DL20-PARM-LINE(8:3)   TO DL20-PARM-UNITE.
001060     MOVE DL20-PARM-LINE(12:3)  TO DL20-PARM-SEUIL-PCT.
001070     IF DL20-PARM-MESURE = SPACES
001080         MOVE 'SAI-NB' TO DL20-PARM-MESURE
001090     END-IF.
001100     IF DL20-PARM-UNITE = SPACES
001110         MOVE '***' TO DL20-PARM-UNITE
001120     END-IF.
001130     IF DL20-PARM-SEUIL-PCT NOT NUMERIC
001140         OR DL20-PARM-SEUIL-PCT = ZERO
001150         PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT
001160     END-IF.
001170     IF DL20-PARM-SEUIL-PCT NOT NUMERIC
001180         OR DL20-PARM-SEUIL-PCT = ZERO
001190         MOVE 10 TO DL20-PARM-SEUIL-PCT
001200     END-IF.
001210     DISPLAY 'PRTD20TD - MEASURE ' DL20-PARM-MESURE
001220         ' UNIT ' DL20-PARM-UNITE
001230         ' FLAG OVER PCT ' DL20-PARM-SEUIL-PCT.
001240     OPEN INPUT PRSTATH-FILE.
001250     IF NOT DL20-PRSTATH-OK
001260*        A RUN BEFORE PRTD20ST HAS EVER CREATED THE FILE - AN
001270*        UNCHECKED OPEN WOULD LEAVE EVERY READ ON STATUS 47 AND
001280*        THE LOOP WOULD NEVER END.
001290         DISPLAY 'PRTD20TD - PRSTATH NOT AVAILABLE, STATUS '
001300             DL20-PRSTATH-STATUS ' - NO HISTORY TO REPORT'
001310         MOVE 'Y' TO DL20-ABSENT-SW
001320         MOVE 'Y' TO DL20-EOF-SW
001330         GO TO 1000-EXIT
001340     END-IF.
001350     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
001360 1000-EXIT.
001370     EXIT.
001380*
001390 1050-READ-PARM-FILE.
001400     MOVE 'PRTD20TD' TO DL20-PR-PROGRAMME.
001410     MOVE 'SEUIL-PCT' TO DL20-PR-NOM.
001420     CALL 'PRTD20PR' USING DL20-PR-PARMS.
001430     IF DL20-PR-TROUVE
001440         MOVE DL20-PR-VALEUR-NUM TO DL20-PARM-SEUIL-PCT
001450     END-IF.
001460     IF DL20-PR-NON-NUM
001470         DISPLAY 'PRTD20TD - WARNING, PRPARAM VALUE NOT NUMERIC'
001480     END-IF.
001490 1050-EXIT.
001500     EXIT.
001510*
001520 2000-SCAN-HISTORY.
001530     IF STH-CD-UNITE = DL20-PARM-UNITE
001540         PERFORM 2200-EXTRACT-MEASURE THRU 2200-EXIT
001550         PERFORM 2300-STORE-DAY THRU 2300-EXIT
001560     END-IF.
001570     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
001580 2000-EXIT.
001590     EXIT.
001600*
001610 2100-READ-HISTORY.
001620     READ PRSTATH-FILE NEXT RECORD
001630         AT END
001640             MOVE 'Y' TO DL20-EOF-SW
001650         NOT AT END
001660             ADD 1 TO DL20-RECS-READ
001670     END-READ.
001680 2100-EXIT.
001690     EXIT.
001700*
001710 2200-EXTRACT-MEASURE.
001720     EVALUATE DL20-PARM-MESURE
001730         WHEN 'SAI-NB'
001740             MOVE STH-NB-SAI TO DL20-VALEUR-MESURE
001750         WHEN 'SAI-MT'
001760             MOVE STH-MT-SAI TO DL20-VALEUR-MESURE
001770         WHEN 'VAL-NB'
001780             MOVE STH-NB-VAL TO DL20-VALEUR-MESURE
001790         WHEN 'VAL-MT'
001800             MOVE STH-MT-VAL TO DL20-VALEUR-MESURE
001810         WHEN 'REJ-NB'
001820             MOVE STH-NB-REJ TO DL20-VALEUR-MESURE
001830         WHEN 'REJ-MT'
001840             MOVE STH-MT-REJ TO DL20-VALEUR-MESURE
001850         WHEN 'AGE-MO'
001860             MOVE STH-AGE-MOYEN TO DL20-VALEUR-MESURE
001870         WHEN 'VAL-JR'
001880             MOVE STH-NB-VAL-JOUR TO DL20-VALEUR-MESURE
001890         WHEN 'REJ-JR'
001900             MOVE STH-NB-REJ-JOUR TO DL20-VALEUR-MESURE
001910         WHEN 'APP-NB'
001920             MOVE STH-NB-APP TO DL20-VALEUR-MESURE
001930         WHEN 'APP-MT'
001940             MOVE STH-MT-APP TO DL20-VALEUR-MESURE
001950         WHEN OTHER
001960             MOVE STH-NB-SAI TO DL20-VALEUR-MESURE
001970     END-EVALUATE.
001980 2200-EXIT.
001990     EXIT.
002000*
002010 2300-STORE-DAY.
002020*    KEEPS THE LAST 30 ENTRIES IN FILE ORDER - THE HISTORY IS
002030*    APPENDED CHRONOLOGICALLY, SO WHEN THE TABLE IS FULL THE
002040*    OLDEST DAY SLIDES OFF THE TOP.
002050     IF DL20-JT-COUNT < DL20-NB-JOURS-TREND
002060         ADD 1 TO DL20-JT-COUNT
002070     ELSE
002080         PERFORM 2400-SLIDE-ONE THRU 2400-EXIT
002090             VARYING DL20-JT-SUB FROM 1 BY 1
002100             UNTIL DL20-JT-SUB >= DL20-JT-COUNT
002110     END-IF.
002120     MOVE STH-DT-STAT TO DL20-JT-DATE(DL20-JT-COUNT).
002130     MOVE DL20-VALEUR-MESURE TO DL20-JT-VALEUR(DL20-JT-COUNT).
002140 2300-EXIT.
002150     EXIT.
002160*
002170 2400-SLIDE-ONE.
002180     COMPUTE DL20-JT-PREC = DL20-JT-SUB + 1.
002190     MOVE DL20-JT-DATE(DL20-JT-PREC)
002200         TO DL20-JT-DATE(DL20-JT-SUB).
002210     MOVE DL20-JT-VALEUR(DL20-JT-PREC)
002220         TO DL20-JT-VALEUR(DL20-JT-SUB).
002230 2400-EXIT.
002240     EXIT.
002250*
002260 3000-PRINT-TREND.
002270     DISPLAY '=============================================='.
002280     DISPLAY 'PRTD20TD - LAST 30 DAYS OF ' DL20-PARM-MESURE
002290         ' FOR UNIT ' DL20-PARM-UNITE.
002300     DISPLAY '=============================================='.
002310     IF DL20-JT-COUNT = 0
002320         DISPLAY 'PRTD20TD - NO HISTORY FOR THAT UNIT'
002330         GO TO 3000-EXIT
002340     END-IF.
002350     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
002360         VARYING DL20-JT-SUB FROM 1 BY 1
002370         UNTIL DL20-JT-SUB > DL20-JT-COUNT.
002380 3000-EXIT.
002390     EXIT.
002400*
002410 3100-PRINT-ONE-DAY.
002420     MOVE 0 TO DL20-PCT-DOD DL20-PCT-WOW.
002430     MOVE SPACES TO DL20-FLAG-TEXTE.
002440     IF DL20-JT-SUB > 1
002450         COMPUTE DL20-JT-PREC = DL20-JT-SUB - 1
002460         PERFORM 3200-COMPUTE-DOD THRU 3200-EXIT
002470     END-IF.
002480     IF DL20-JT-SUB > 7
002490         COMPUTE DL20-JT-PREC = DL20-JT-SUB - 7
002500         PERFORM 3300-COMPUTE-WOW THRU 3300-EXIT
002510     END-IF.
002520     IF DL20-PCT-DOD > DL20-PARM-SEUIL-PCT
002530         OR (DL20-PCT-DOD * -1) > DL20-PARM-SEUIL-PCT
002540         OR DL20-PCT-WOW > DL20-PARM-SEUIL-PCT
002550         OR (DL20-PCT-WOW * -1) > DL20-PARM-SEUIL-PCT
002560         MOVE '**FLAG**' TO DL20-FLAG-TEXTE
002570         ADD 1 TO DL20-FLAGS-COUNT
002580     END-IF.
002590     DISPLAY DL20-JT-DATE(DL20-JT-SUB)
002600         ' VALUE ' DL20-JT-VALEUR(DL20-JT-SUB)
002610         ' DOD-PCT ' DL20-PCT-DOD
002620         ' WOW-PCT ' DL20-PCT-WOW
002630         ' ' DL20-FLAG-TEXTE.
002640 3100-EXIT.
002650     EXIT.
002660*
002670 3200-COMPUTE-DOD.
002680     IF DL20-JT-VALEUR(DL20-JT-PREC) NOT = ZERO
002690         COMPUTE DL20-PCT-DOD ROUNDED =
002700             (DL20-JT-VALEUR(DL20-JT-SUB) -
002710             DL20-JT-VALEUR(DL20-JT-PREC)) * 100
002720             / DL20-JT-VALEUR(DL20-JT-PREC)
002730     END-IF.
002740 3200-EXIT.
002750     EXIT.
002760*
002770 3300-COMPUTE-WOW.
002780     IF DL20-JT-VALEUR(DL20-JT-PREC) NOT = ZERO
002790         COMPUTE DL20-PCT-WOW ROUNDED =
002800             (DL20-JT-VALEUR(DL20-JT-SUB) -
002810             DL20-JT-VALEUR(DL20-JT-PREC)) * 100
002820             / DL20-JT-VALEUR(DL20-JT-PREC)
002830     END-IF.
002840 3300-EXIT.
002850     EXIT.
002860*
002870 8000-TERMINATE.
002880     IF NOT DL20-FICHIER-ABSENT
002890         CLOSE PRSTATH-FILE
002900     END-IF.
002910     DISPLAY 'PRTD20TD - HISTORY RECS READ : ' DL20-RECS-READ.
002920     DISPLAY 'PRTD20TD - DAYS LISTED       : ' DL20-JT-COUNT.
002930     DISPLAY 'PRTD20TD - MOVES FLAGGED     : '
002940         DL20-FLAGS-COUNT.
002950     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
002960 8000-EXIT.
002970     EXIT.
002980*
002990 8900-WRITE-RUN-LEDGER.
003000     MOVE 'PRTD20TD' TO DL20-JW-PROGRAMME.
003010     MOVE DL20-PARM-MESURE TO DL20-JWT-MESURE.
003020     MOVE DL20-PARM-UNITE TO DL20-JWT-UNITE.
003030     MOVE DL20-PARM-SEUIL-PCT TO DL20-JWT-SEUIL.
003040     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
003050     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
003060     MOVE DL20-FLAGS-COUNT TO DL20-JW-RECS-ECRITS.
003070     IF DL20-FLAGS-COUNT > 0
003080         OR DL20-FICHIER-ABSENT
003090         MOVE 'W' TO DL20-JW-RESULTAT
003100     ELSE
003110         MOVE 'O' TO DL20-JW-RESULTAT
003120     END-IF.
003130     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003140     IF DL20-JW-ECHEC
003150         DISPLAY 'PRTD20TD - WARNING, RUN LEDGER WRITE FAILED'
003160     END-IF.
003170 8900-EXIT.
003180     EXIT.
