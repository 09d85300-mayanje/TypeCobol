000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------------*
000240*    2026-09-02  DLM  ORIGINAL PROGRAM.                           *
000250*    2026-09-03  DLM  THE PRASSGN OPEN IS NOW STATUS-CHECKED -    *
000260*                     A RUN TAKEN BEFORE PRTD20AS HAS EVER        *
000270*                     CREATED THE FILE PRINTS NO LISTS AND A      *
000280*                     WARNING INSTEAD OF LOOPING ON STATUS-47     *
000290*                     READS, THE DEFECT PERFORM0 ONCE HAD ON A    *
000300*                     MISSING PRCKPT.                             *
000310*    2026-09-13  DLM  A DOSSIER WHOSE BRING-FORWARD DATE HAS      *
000320*                     ARRIVED - THE DATE ON THE MOST RECENT       *
000330*                     PRNOTE DIARY NOTE THAT CARRIES ONE IS TODAY *
000340*                     OR EARLIER - NOW LEADS ITS OPERATOR'S LIST  *
000350*                     AHEAD OF THE OLDEST CASES, MARKED WITH THAT *
000360*                     DATE. WITHOUT A PRNOTE FILE THE LISTS ARE   *
000370*                     PRINTED OLDEST FIRST AS BEFORE.             *
000380*    2026-09-13  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000390*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000400*                     USED UP. NO CODE CHANGE.                     *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     COPY PRTD20RSL.
000460     COPY PRASGSEL.
000470     COPY PRIMPSEL.
000480     COPY PRNOTSEL.
000490     SELECT PRWLS-SORT-FILE ASSIGN TO SORTWK1.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PRTD20-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY XPRTD20.
000550 FD  PRASSGN-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY XPRASG.
000580 FD  PRTD20L-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY XPRPRT.
000610 FD  PRNOTE-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY XPRNOT.
000640 SD  PRWLS-SORT-FILE.
000650     COPY XPRWLS.
000660 WORKING-STORAGE SECTION.
000670     COPY XPRSTAT.
000680     COPY XPRJWLK.
000690     COPY XPRJOLK.
000700 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000710 01  DL20-SWITCHES.
000720     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000730         88  DL20-EOF               VALUE 'Y'.
000740     05  DL20-FIRST-SW          PIC X(1)  VALUE 'Y'.
000750         88  DL20-FIRST-RECORD      VALUE 'Y'.
000760     05  DL20-ABSENT-SW         PIC X(1)  VALUE 'N'.
000770         88  DL20-FICHIER-ABSENT    VALUE 'Y'.
000780     05  DL20-NOTES-SW          PIC X(1)  VALUE 'N'.
000790         88  DL20-NOTES-OUVERT      VALUE 'Y'.
000800     05  DL20-FIN-NOTES-SW      PIC X(1)  VALUE 'N'.
000810         88  DL20-FIN-NOTES         VALUE 'Y'.
000820 01  DL20-COUNTERS.
000830     05  DL20-ASG-LUES          PIC 9(7)  USAGE COMP.
000840     05  DL20-CAS-LISTES        PIC 9(7)  USAGE COMP.
000850     05  DL20-CAS-OPER          PIC 9(7)  USAGE COMP.
000860     05  DL20-NB-OPERS          PIC 9(5)  USAGE COMP.
000870     05  DL20-CAS-RAPPELS       PIC 9(7)  USAGE COMP.
000880 01  DL20-TODAY                 PIC 9(8).
000890 01  DL20-DT-RAPPEL             PIC 9(8).
000900 01  DL20-OPER-COURANT          PIC X(8).
000910 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
000920 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
000930 01  DL20-LIGNE-TRAVAIL         PIC X(132).
000940 01  DL20-ENTETE-COLONNES       PIC X(132).
000950 01  DL20-ENTETE-PAGE.
000960     05  FILLER                 PIC X(10) VALUE 'PRTD20WL'.
000970     05  FILLER                 PIC X(28)
000980         VALUE 'OPERATOR MORNING WORK LIST'.
000990     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
001000     05  DL20-ENT-DATE          PIC 9(8).
001010     05  FILLER                 PIC X(6)  VALUE SPACES.
001020     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
001030     05  DL20-ENT-PAGE          PIC ZZZ9.
001040     05  FILLER                 PIC X(61) VALUE SPACES.
001050 01  DL20-LIGNE-OPER.
001060     05  FILLER                 PIC X(1)  VALUE SPACE.
001070     05  FILLER                 PIC X(11) VALUE 'WORK LIST -'.
001080     05  FILLER                 PIC X(1)  VALUE SPACE.
001090     05  DL20-OPR-ID            PIC X(8).
001100     05  FILLER                 PIC X(111) VALUE SPACES.
001110 01  DL20-LIGNE-CAS.
001120     05  FILLER                 PIC X(1)  VALUE SPACE.
001130     05  DL20-CAS-DOSSIER       PIC 9(11).
001140     05  FILLER                 PIC X(3)  VALUE SPACES.
001150     05  DL20-CAS-UNITE         PIC X(3).
001160     05  FILLER                 PIC X(3)  VALUE SPACES.
001170     05  DL20-CAS-DT-SAI        PIC 9(8).
001180     05  FILLER                 PIC X(3)  VALUE SPACES.
001190     05  DL20-CAS-AGE           PIC ZZZZZ9.
001200     05  FILLER                 PIC X(3)  VALUE SPACES.
001210     05  DL20-CAS-MT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001220     05  FILLER                 PIC X(2)  VALUE SPACES.
001230     05  DL20-CAS-LIB           PIC X(30).
001240     05  FILLER                 PIC X(2)  VALUE SPACES.
001250     05  DL20-CAS-RAPPEL        PIC X(8).
001260     05  FILLER                 PIC X(30) VALUE SPACES.
001270 01  DL20-LIGNE-CTRL.
001280     05  FILLER                 PIC X(1)  VALUE SPACE.
001290     05  DL20-CTRL-LIB          PIC X(24).
001300     05  DL20-CTRL-NB           PIC ZZZZZZ9.
001310     05  FILLER                 PIC X(100) VALUE SPACES.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     SORT PRWLS-SORT-FILE
001360         ON ASCENDING KEY PRWLS-ID-OPER
001370         ON ASCENDING KEY PRWLS-CD-RAPPEL
001380         ON DESCENDING KEY PRWLS-AGE-OUVRES
001390         INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
001400         OUTPUT PROCEDURE IS 3000-PRINT-WORK-LISTS.
001410     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001420     GOBACK.
001430*
001440 1000-INITIALIZE.
001450     MOVE 0 TO DL20-ASG-LUES DL20-CAS-LISTES DL20-CAS-RAPPELS
001460         DL20-CAS-OPER DL20-NB-OPERS.
001470     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001480     MOVE DL20-TODAY TO DL20-ENT-DATE.
001490     MOVE SPACES TO DL20-ENTETE-COLONNES.
001500     OPEN OUTPUT PRTD20L-FILE.
001510     OPEN INPUT PRTD20-FILE.
001520     OPEN INPUT PRNOTE-FILE.
001530     IF DL20-PRNOTE-OK
001540         MOVE 'Y' TO DL20-NOTES-SW
001550     ELSE
001560         DISPLAY 'PRTD20WL - PRNOTE NOT AVAILABLE, STATUS '
001570             DL20-PRNOTE-STATUS ' - NO BRING-FORWARD DATES'
001580     END-IF.
001590 1000-EXIT.
001600     EXIT.
001610*
001620 2000-BUILD-SORT-INPUT.
001630     OPEN INPUT PRASSGN-FILE.
001640     IF NOT DL20-PRASSGN-OK
001650*        A RUN BEFORE PRTD20AS HAS EVER CREATED THE FILE - AN
001660*        UNCHECKED OPEN WOULD LEAVE EVERY READ ON STATUS 47 AND
001670*        THE LOOP WOULD NEVER END.
001680         DISPLAY 'PRTD20WL - PRASSGN NOT AVAILABLE, STATUS '
001690             DL20-PRASSGN-STATUS ' - NO WORK LISTS'
001700         MOVE 'Y' TO DL20-ABSENT-SW
001710         GO TO 2000-EXIT
001720     END-IF.
001730     MOVE LOW-VALUE TO PRASG-NO-DOSSIER.
001740     START PRASSGN-FILE KEY IS NOT LESS THAN PRASG-NO-DOSSIER
001750         INVALID KEY
001760             MOVE 'Y' TO DL20-EOF-SW
001770     END-START.
001780     IF NOT DL20-EOF
001790         PERFORM 2100-READ-ASSIGN THRU 2100-EXIT
001800     END-IF.
001810     PERFORM 2200-EVALUATE-ASSIGN THRU 2200-EXIT
001820         UNTIL DL20-EOF.
001830     CLOSE PRASSGN-FILE.
001840     MOVE 'N' TO DL20-EOF-SW.
001850 2000-EXIT.
001860     EXIT.
001870*
001880 2100-READ-ASSIGN.
001890     READ PRASSGN-FILE NEXT RECORD
001900         AT END
001910             MOVE 'Y' TO DL20-EOF-SW
001920         NOT AT END
001930             ADD 1 TO DL20-ASG-LUES
001940     END-READ.
001950 2100-EXIT.
001960     EXIT.
001970*
001980 2200-EVALUATE-ASSIGN.
001990     MOVE PRASG-NO-DOSSIER TO LDO-NO-DOSSIER.
002000     READ PRTD20-FILE
002010         KEY IS LDO-NO-DOSSIER
002020         INVALID KEY
002030             CONTINUE
002040         NOT INVALID KEY
002050             IF LDO-CD-ETA-SAI
002060                 PERFORM 2300-RELEASE-CASE THRU 2300-EXIT
002070             END-IF
002080     END-READ.
002090     PERFORM 2100-READ-ASSIGN THRU 2100-EXIT.
002100 2200-EXIT.
002110     EXIT.
002120*
002130 2300-RELEASE-CASE.
002140     MOVE PRASG-ID-OPER   TO PRWLS-ID-OPER.
002150     MOVE LDO-DT-SAI      TO PRWLS-DT-SAI.
002160     MOVE LDO-NO-DOSSIER  TO PRWLS-NO-DOSSIER.
002170     MOVE LDO-CD-UNITE    TO PRWLS-CD-UNITE.
002180     MOVE LDO-DT-SAI      TO DL20-JO-DT-DEBUT.
002190     MOVE DL20-TODAY      TO DL20-JO-DT-FIN.
002200     CALL 'PRTD20JO' USING DL20-JO-PARMS.
002210     MOVE DL20-JO-NB-JOURS TO PRWLS-AGE-OUVRES.
002220     MOVE LDO-MT-DOSSIER  TO PRWLS-MT-DOSSIER.
002230     MOVE LDO-LIB-DOSSIER TO PRWLS-LIB-DOSSIER.
002240     PERFORM 2400-FIND-RAPPEL THRU 2400-EXIT.
002250     RELEASE PRWLS-SORT-RECORD.
002260 2300-EXIT.
002270     EXIT.
002280*
002290 2400-FIND-RAPPEL.
002300*    THE NOTES OF A DOSSIER COME BACK IN SEQUENCE ORDER, SO THE
002310*    LAST BRING-FORWARD DATE READ IS THE ONE THAT GOVERNS - A
002320*    LATER NOTE WITH A LATER DATE DEFERS THE CASE AGAIN.
002330     MOVE '1' TO PRWLS-CD-RAPPEL.
002340     MOVE 0 TO PRWLS-DT-RAPPEL DL20-DT-RAPPEL.
002350     IF NOT DL20-NOTES-OUVERT
002360         GO TO 2400-EXIT
002370     END-IF.
002380     MOVE LDO-NO-DOSSIER TO PRNOT-NO-DOSSIER.
002390     MOVE 0 TO PRNOT-NO-SEQ.
002400     MOVE 'N' TO DL20-FIN-NOTES-SW.
002410     START PRNOTE-FILE KEY IS NOT LESS THAN PRNOT-KEY
002420         INVALID KEY
002430             MOVE 'Y' TO DL20-FIN-NOTES-SW
002440     END-START.
002450     PERFORM 2410-READ-NOTE THRU 2410-EXIT
002460         UNTIL DL20-FIN-NOTES.
002470     IF DL20-DT-RAPPEL > 0
002480         AND DL20-DT-RAPPEL NOT > DL20-TODAY
002490         MOVE '0' TO PRWLS-CD-RAPPEL
002500         MOVE DL20-DT-RAPPEL TO PRWLS-DT-RAPPEL
002510     END-IF.
002520 2400-EXIT.
002530     EXIT.
002540*
002550 2410-READ-NOTE.
002560     READ PRNOTE-FILE NEXT RECORD
002570         AT END
002580             MOVE 'Y' TO DL20-FIN-NOTES-SW
002590     END-READ.
002600     IF DL20-FIN-NOTES
002610         GO TO 2410-EXIT
002620     END-IF.
002630     IF PRNOT-NO-DOSSIER NOT = LDO-NO-DOSSIER
002640         MOVE 'Y' TO DL20-FIN-NOTES-SW
002650     ELSE
002660         IF PRNOT-DT-RAPPEL > 0
002670             MOVE PRNOT-DT-RAPPEL TO DL20-DT-RAPPEL
002680         END-IF
002690     END-IF.
002700 2410-EXIT.
002710     EXIT.
002720*
002730 3000-PRINT-WORK-LISTS.
002740     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
002750         UNTIL DL20-EOF.
002760     MOVE 'N' TO DL20-EOF-SW.
002770     IF NOT DL20-FIRST-RECORD
002780         PERFORM 3400-CLOSE-OPER-LIST THRU 3400-EXIT
002790     END-IF.
002800 3000-EXIT.
002810     EXIT.
002820*
002830 3100-RETURN-SORTED.
002840     RETURN PRWLS-SORT-FILE
002850         AT END
002860             MOVE 'Y' TO DL20-EOF-SW
002870         NOT AT END
002880             PERFORM 3200-PRINT-ONE-CASE THRU 3200-EXIT
002890     END-RETURN.
002900 3100-EXIT.
002910     EXIT.
002920*
002930 3200-PRINT-ONE-CASE.
002940     IF DL20-FIRST-RECORD
002950         MOVE 'N' TO DL20-FIRST-SW
002960         MOVE PRWLS-ID-OPER TO DL20-OPER-COURANT
002970         PERFORM 3300-OPEN-OPER-LIST THRU 3300-EXIT
002980     ELSE
002990         IF PRWLS-ID-OPER NOT = DL20-OPER-COURANT
003000             PERFORM 3400-CLOSE-OPER-LIST THRU 3400-EXIT
003010             MOVE PRWLS-ID-OPER TO DL20-OPER-COURANT
003020             PERFORM 3300-OPEN-OPER-LIST THRU 3300-EXIT
003030         END-IF
003040     END-IF.
003050     MOVE PRWLS-NO-DOSSIER  TO DL20-CAS-DOSSIER.
003060     MOVE PRWLS-CD-UNITE    TO DL20-CAS-UNITE.
003070     MOVE PRWLS-DT-SAI      TO DL20-CAS-DT-SAI.
003080     MOVE PRWLS-AGE-OUVRES  TO DL20-CAS-AGE.
003090     MOVE PRWLS-MT-DOSSIER  TO DL20-CAS-MT.
003100     MOVE PRWLS-LIB-DOSSIER TO DL20-CAS-LIB.
003110     IF PRWLS-A-RAPPELER
003120         MOVE PRWLS-DT-RAPPEL TO DL20-CAS-RAPPEL
003130         ADD 1 TO DL20-CAS-RAPPELS
003140     ELSE
003150         MOVE SPACES TO DL20-CAS-RAPPEL
003160     END-IF.
003170     MOVE DL20-LIGNE-CAS TO DL20-LIGNE-TRAVAIL.
003180     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003190     ADD 1 TO DL20-CAS-LISTES DL20-CAS-OPER.
003200 3200-EXIT.
003210     EXIT.
003220*
003230 3300-OPEN-OPER-LIST.
003240     MOVE ' DOSSIER NUMBER   UNIT   SAI SINCE   WRK-AGE'
003250         TO DL20-ENTETE-COLONNES(1:45).
003260     MOVE 'AMOUNT   LABEL' TO DL20-ENTETE-COLONNES(58:14).
003270     MOVE 'BRING FWD' TO DL20-ENTETE-COLONNES(95:9).
003280     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
003290     MOVE DL20-OPER-COURANT TO DL20-OPR-ID.
003300     MOVE DL20-LIGNE-OPER TO DL20-LIGNE-TRAVAIL.
003310     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003320     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003330     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003340     MOVE 0 TO DL20-CAS-OPER.
003350     ADD 1 TO DL20-NB-OPERS.
003360 3300-EXIT.
003370     EXIT.
003380*
003390 3400-CLOSE-OPER-LIST.
003400     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003410     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003420     MOVE 'CASES ON THIS LIST' TO DL20-CTRL-LIB.
003430     MOVE DL20-CAS-OPER TO DL20-CTRL-NB.
003440     MOVE DL20-LIGNE-CTRL TO DL20-LIGNE-TRAVAIL.
003450     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003460 3400-EXIT.
003470     EXIT.
003480*
003490 8000-TERMINATE.
003500     CLOSE PRTD20-FILE.
003510     IF DL20-NOTES-OUVERT
003520         CLOSE PRNOTE-FILE
003530     END-IF.
003540     CLOSE PRTD20L-FILE.
003550     DISPLAY 'PRTD20WL - ASSIGNMENTS READ : ' DL20-ASG-LUES.
003560     DISPLAY 'PRTD20WL - CASES LISTED     : ' DL20-CAS-LISTES.
003570     DISPLAY 'PRTD20WL - BROUGHT FORWARD  : ' DL20-CAS-RAPPELS.
003580     DISPLAY 'PRTD20WL - OPERATOR LISTS   : ' DL20-NB-OPERS.
003590     DISPLAY 'PRTD20WL - PAGES PRINTED    : ' DL20-PAGE-NO.
003600     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
003610 8000-EXIT.
003620     EXIT.
003630*
003640 8900-WRITE-RUN-LEDGER.
003650     MOVE 'PRTD20WL' TO DL20-JW-PROGRAMME.
003660     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
003670     MOVE DL20-ASG-LUES TO DL20-JW-RECS-READ.
003680     MOVE DL20-CAS-LISTES TO DL20-JW-RECS-ECRITS.
003690     IF DL20-FICHIER-ABSENT
003700         MOVE 'W' TO DL20-JW-RESULTAT
003710     ELSE
003720         MOVE 'O' TO DL20-JW-RESULTAT
003730     END-IF.
003740     CALL 'PRTD20JW' USING DL20-JW-PARMS.
003750     IF DL20-JW-ECHEC
003760         DISPLAY 'PRTD20WL - WARNING, RUN LEDGER WRITE FAILED'
003770     END-IF.
003780 8900-EXIT.
003790     EXIT.
003800*
003810 9000-PRINT-LINE.
003820     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
003830         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
003840     END-IF.
003850     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
003860         AFTER ADVANCING 1 LINE.
003870     ADD 1 TO DL20-LIGNE-CNT.
003880 9000-EXIT.
003890     EXIT.
003900*
003910 9100-NEW-PAGE.
003920     ADD 1 TO DL20-PAGE-NO.
003930     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
003940     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
003950         AFTER ADVANCING PAGE.
003960     MOVE SPACES TO PRLIGNE-RECORD.
003970     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
003980     MOVE 2 TO DL20-LIGNE-CNT.
003990     IF DL20-ENTETE-COLONNES NOT = SPACES
004000         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
004010             AFTER ADVANCING 1 LINE
004020         MOVE SPACES TO PRLIGNE-RECORD
004030         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
004040         MOVE 4 TO DL20-LIGNE-CNT
004050     END-IF.
004060 9100-EXIT.
004070     EXIT.
