000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20UR.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-12.
000060 DATE-COMPILED. 2026-09-12.
000070*****************************************************************
000080*    PROGRAM       : PRTD20UR                                  *
000090*    DESCRIPTION   : UNIT REORGANISATION. WHEN A TEAM IS        *
000100*                    MERGED OR SPLIT, MOVES EVERY DOSSIER OF    *
000110*                    AN OLD LDO-CD-UNITE (OPTIONALLY WITHIN A   *
000120*                    DOSSIER-NUMBER RANGE) TO ITS NEW UNIT AS   *
000130*                    DRIVEN BY THE PRREORG MAPPING FILE         *
000140*                    (XPRREO), TOGETHER WITH ITS PRASSGN        *
000150*                    WORKBASKET ASSIGNMENT AND ITS OPEN PRACCR  *
000160*                    PENALTY ENTRY, AND ADDS THE PROPER         *
000170*                    AUTHORIZATIONS THE MAPPING GRANTS ON THE   *
000180*                    NEW UNITS. COMMAND LINE POSITION 1 IS THE  *
000190*                    MODE :                                     *
000200*                      T (OR ANYTHING BUT A) - TRIAL. UPDATES   *
000210*                        NOTHING, LISTS WHAT WOULD MOVE ON THE  *
000220*                        PRTD20L PRINT FILE AND WRITES THE      *
000230*                        PRREOCT TRIAL CERTIFICATE (XPRROC),    *
000240*                      A - APPLY. REFUSED, WITH NOTHING         *
000250*                        UPDATED, UNLESS A CLEAN TRIAL          *
000260*                        CERTIFICATE OF THE SAME DAY MATCHES    *
000270*                        THE MAPPING FILE RECORD FOR RECORD     *
000280*                        AND THE PRGARDE MARKER COULD BE        *
000290*                        POSED. EACH RE-HOMED DOSSIER IS        *
000300*                        LOGGED ON PRREOLG (XPRREL) WITH ITS    *
000310*                        OLD AND NEW UNIT. AN ASSIGNMENT WHOSE  *
000320*                        OPERATOR IS NOT AUTHORIZED ON THE NEW  *
000330*                        UNIT IS RELEASED FOR THE NEXT          *
000340*                        PRTD20AS RUN. A CLOSED PENALTY ENTRY   *
000350*                        STAYS WITH THE UNIT IT WAS BILLED TO.  *
000360*                    BOTH MODES END WITH A PER-UNIT COUNT AND   *
000370*                    AMOUNT BEFORE, MOVED OUT, MOVED IN AND     *
000380*                    AFTER (PROJECTED IN TRIAL, RE-READ FROM    *
000390*                    PRTD20 IN APPLY) SO THE RUN PROVES         *
000400*                    NOTHING WAS LOST.                          *
000410*    MODIFICATION HISTORY                                       *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    ---------- ----  -------------------------------------------*
000440*    2026-09-12  DLM  ORIGINAL PROGRAM.                           *
000441*    2026-09-22  DLM  THE REOPEN OF PRREORG FOR THE TRIAL         *
000442*                     CERTIFICATE IS NOW STATUS-CHECKED, AND A    *
000443*                     FAILED READ ENDS THE COPY, SO A MAPPING     *
000444*                     FILE THAT WENT MISSING OR UNREADABLE CAN NO *
000445*                     LONGER LOOP THE RUN.                        *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     COPY PRTD20RSL.
000500     COPY PRASGSEL.
000510     COPY PRACCSEL.
000520     COPY PROPRRSL.
000530     COPY PRUNISEL.
000540     COPY PRREOSEL.
000550     COPY PRROCSEL.
000560     COPY PRRELSEL.
000570     COPY PRIMPSEL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PRTD20-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY XPRTD20.
000630 FD  PRASSGN-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY XPRASG.
000660 FD  PRACCR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY XPRACC.
000690 FD  PROPER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY XPROPR.
000720 FD  PRUNITE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY XPRUNI.
000750 FD  PRREORG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY XPRREO.
000780 FD  PRREOCT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY XPRROC.
000810 FD  PRREOLG-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY XPRREL.
000840 FD  PRTD20L-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY XPRPRT.
000870 WORKING-STORAGE SECTION.
000880     COPY XPRSTAT.
000890     COPY XPRJWLK.
000900     COPY XPRGDLK.
000910 77  DL20-LIGNES-PAR-PAGE       PIC 9(2)  USAGE COMP VALUE 55.
000920 01  DL20-SWITCHES.
000930     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000940         88  DL20-EOF               VALUE 'Y'.
000950     05  DL20-MODE-SW           PIC X(1)  VALUE 'T'.
000960         88  DL20-MODE-ESSAI        VALUE 'T'.
000970         88  DL20-MODE-APPLY        VALUE 'A'.
000980     05  DL20-REFUS-SW          PIC X(1)  VALUE 'N'.
000990         88  DL20-APPLY-REFUSE      VALUE 'Y'.
001000     05  DL20-OUVERT-SW         PIC X(1)  VALUE 'N'.
001010         88  DL20-FICHIERS-OUVERTS  VALUE 'Y'.
001020     05  DL20-ASSIGN-SW         PIC X(1)  VALUE 'N'.
001030         88  DL20-ASSIGN-OUVERT     VALUE 'Y'.
001040     05  DL20-ACCRU-SW          PIC X(1)  VALUE 'N'.
001050         88  DL20-ACCRU-OUVERT      VALUE 'Y'.
001060     05  DL20-PROPER-SW         PIC X(1)  VALUE 'N'.
001070         88  DL20-PROPER-OUVERT     VALUE 'Y'.
001080     05  DL20-MAP-TROUVE-SW     PIC X(1)  VALUE 'N'.
001090         88  DL20-MAP-TROUVE        VALUE 'Y'.
001100     05  DL20-UNITE-OK-SW       PIC X(1)  VALUE 'N'.
001110         88  DL20-UNITE-OK          VALUE 'Y'.
001120     05  DL20-OPER-OK-SW        PIC X(1)  VALUE 'N'.
001130         88  DL20-OPER-OK           VALUE 'Y'.
001140     05  DL20-AVERT-SW          PIC X(1)  VALUE 'N'.
001150         88  DL20-AVERTISSEMENT     VALUE 'Y'.
001160 01  DL20-COUNTERS.
001170     05  DL20-MAP-LUS           PIC 9(7)  USAGE COMP.
001180     05  DL20-MAP-REJETES       PIC 9(7)  USAGE COMP.
001190     05  DL20-DOS-LUS           PIC 9(7)  USAGE COMP.
001200     05  DL20-DOS-DEPLACES      PIC 9(7)  USAGE COMP.
001210     05  DL20-ASG-SUIVIES       PIC 9(7)  USAGE COMP.
001220     05  DL20-ASG-LIBEREES      PIC 9(7)  USAGE COMP.
001230     05  DL20-ACC-SUIVIS        PIC 9(7)  USAGE COMP.
001240     05  DL20-HAB-AJOUTEES      PIC 9(7)  USAGE COMP.
001250     05  DL20-HAB-DEJA          PIC 9(7)  USAGE COMP.
001260     05  DL20-MAJ-ECHECS        PIC 9(7)  USAGE COMP.
001270     05  DL20-LOG-ECRITS        PIC 9(7)  USAGE COMP.
001280     05  DL20-CT-ECARTS         PIC 9(7)  USAGE COMP.
001290     05  DL20-REC-ECARTS        PIC 9(7)  USAGE COMP.
001300     05  DL20-UT-DROPPED        PIC 9(7)  USAGE COMP.
001310     05  DL20-OP-DROPPED        PIC 9(7)  USAGE COMP.
001320     05  DL20-ST-DROPPED        PIC 9(7)  USAGE COMP.
001330 01  DL20-PARM-LINE             PIC X(80).
001340 01  DL20-TODAY                 PIC 9(8).
001350 01  DL20-HEURE                 PIC 9(6).
001360 01  DL20-RAISON-REJET          PIC X(40).
001370 01  DL20-RAISON-REFUS          PIC X(40).
001380 01  DL20-BORNE-FIN             PIC 9(11).
001390 01  DL20-NO-DOSSIER-X          PIC 9(11).
001400 01  DL20-UNITE-CHERCHEE        PIC X(3).
001410 01  DL20-OPER-CHERCHE          PIC X(8).
001420 01  DL20-NOM-OPER              PIC X(25).
001430 01  DL20-UNITE-ANC             PIC X(3).
001440 01  DL20-UNITE-NOUV            PIC X(3).
001450 01  DL20-ACTION-ASG            PIC X(1).
001460 01  DL20-ACTION-ACC            PIC X(1).
001470 01  DL20-OP-LIMITE             PIC 9(3)  USAGE COMP.
001480 01  DL20-OP-SUB                PIC 9(3)  USAGE COMP.
001490 01  DL20-ST-PHASE              PIC X(1).
001500     88  DL20-ST-AVANT              VALUE 'B'.
001510     88  DL20-ST-SORTIE             VALUE 'O'.
001520     88  DL20-ST-ENTREE             VALUE 'I'.
001530     88  DL20-ST-APRES              VALUE 'A'.
001540 01  DL20-ST-MT                 PIC S9(11)V9(2) USAGE COMP-3.
001550 01  DL20-TOTAUX.
001560     05  DL20-TOT-NB-AVANT      PIC 9(9)  USAGE COMP.
001570     05  DL20-TOT-NB-APRES      PIC 9(9)  USAGE COMP.
001580     05  DL20-TOT-MT-AVANT      PIC S9(15)V9(2) USAGE COMP-3.
001590     05  DL20-TOT-MT-APRES      PIC S9(15)V9(2) USAGE COMP-3.
001600     05  DL20-CTRL-NB           PIC S9(9) USAGE COMP.
001610     05  DL20-CTRL-MT           PIC S9(15)V9(2) USAGE COMP-3.
001620 01  DL20-MAPPING-TABLE.
001630     05  DL20-MAP-ENTRY  OCCURS 1 TO 50 TIMES
001640                         DEPENDING ON DL20-MAP-COUNT
001650                         INDEXED BY DL20-MAP-IDX.
001660         10  DL20-MP-UNITE-ANC  PIC X(3).
001670         10  DL20-MP-UNITE-NOUV PIC X(3).
001680         10  DL20-MP-NO-DEBUT   PIC 9(11).
001690         10  DL20-MP-NO-FIN     PIC 9(11).
001700 01  DL20-MAP-COUNT             PIC 9(2)  USAGE COMP  VALUE 0.
001710 01  DL20-HABILITATION-TABLE.
001720     05  DL20-HAB-ENTRY  OCCURS 1 TO 100 TIMES
001730                         DEPENDING ON DL20-HAB-COUNT
001740                         INDEXED BY DL20-HAB-IDX.
001750         10  DL20-HB-ID-OPER    PIC X(8).
001760         10  DL20-HB-UNITE-ANC  PIC X(3).
001770         10  DL20-HB-UNITE-NOUV PIC X(3).
001780 01  DL20-HAB-COUNT             PIC 9(3)  USAGE COMP  VALUE 0.
001790 01  DL20-UNITE-TABLE.
001800     05  DL20-UT-ENTRY   OCCURS 1 TO 20 TIMES
001810                         DEPENDING ON DL20-UT-COUNT
001820                         INDEXED BY DL20-UT-IDX.
001830         10  DL20-UT-UNITE      PIC X(3).
001840 01  DL20-UT-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
001850 01  DL20-OPER-TABLE.
001860     05  DL20-OP-ENTRY   OCCURS 1 TO 200 TIMES
001870                         DEPENDING ON DL20-OP-COUNT
001880                         INDEXED BY DL20-OP-IDX.
001890         10  DL20-OP-ID         PIC X(8).
001900         10  DL20-OP-UNITE      PIC X(3).
001910         10  DL20-OP-NOM        PIC X(25).
001920 01  DL20-OP-COUNT              PIC 9(3)  USAGE COMP  VALUE 0.
001930*    ONE ENTRY PER UNIT SEEN - THE PRUNITE UNITS FIRST, IN FILE
001940*    ORDER, THEN ANY UNIT FOUND ONLY ON A DOSSIER.
001950 01  DL20-STAT-TABLE.
001960     05  DL20-ST-ENTRY   OCCURS 1 TO 50 TIMES
001970                         DEPENDING ON DL20-ST-COUNT
001980                         INDEXED BY DL20-ST-IDX.
001990         10  DL20-ST-UNITE      PIC X(3).
002000         10  DL20-ST-NB-AVANT   PIC 9(7)  USAGE COMP.
002010         10  DL20-ST-MT-AVANT   PIC S9(15)V9(2) USAGE COMP-3.
002020         10  DL20-ST-NB-SORTIS  PIC 9(7)  USAGE COMP.
002030         10  DL20-ST-MT-SORTIS  PIC S9(15)V9(2) USAGE COMP-3.
002040         10  DL20-ST-NB-ENTRES  PIC 9(7)  USAGE COMP.
002050         10  DL20-ST-MT-ENTRES  PIC S9(15)V9(2) USAGE COMP-3.
002060         10  DL20-ST-NB-APRES   PIC 9(7)  USAGE COMP.
002070         10  DL20-ST-MT-APRES   PIC S9(15)V9(2) USAGE COMP-3.
002080 01  DL20-ST-COUNT              PIC 9(2)  USAGE COMP  VALUE 0.
002090 01  DL20-PAGE-NO               PIC 9(4)  USAGE COMP VALUE 0.
002100 01  DL20-LIGNE-CNT             PIC 9(2)  USAGE COMP VALUE 99.
002110 01  DL20-LIGNE-TRAVAIL         PIC X(132).
002120 01  DL20-ENTETE-COLONNES       PIC X(132).
002130 01  DL20-ENTETE-PAGE.
002140     05  FILLER                 PIC X(10) VALUE 'PRTD20UR'.
002150     05  FILLER                 PIC X(22)
002160         VALUE 'UNIT REORGANISATION - '.
002170     05  DL20-ENT-MODE          PIC X(6).
002180     05  FILLER                 PIC X(4)  VALUE SPACES.
002190     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
002200     05  DL20-ENT-DATE          PIC 9(8).
002210     05  FILLER                 PIC X(6)  VALUE SPACES.
002220     05  FILLER                 PIC X(5)  VALUE 'PAGE'.
002230     05  DL20-ENT-PAGE          PIC ZZZ9.
002240     05  FILLER                 PIC X(57) VALUE SPACES.
002250 01  DL20-LIGNE-TITRE.
002260     05  FILLER                 PIC X(1)  VALUE SPACE.
002270     05  DL20-TIT-LIB           PIC X(60).
002280     05  FILLER                 PIC X(71) VALUE SPACES.
002290 01  DL20-LIGNE-REJET.
002300     05  FILLER                 PIC X(1)  VALUE SPACE.
002310     05  DL20-REJ-IMAGE         PIC X(60).
002320     05  FILLER                 PIC X(2)  VALUE SPACES.
002330     05  DL20-REJ-RAISON        PIC X(40).
002340     05  FILLER                 PIC X(29) VALUE SPACES.
002350 01  DL20-LIGNE-HAB.
002360     05  FILLER                 PIC X(1)  VALUE SPACE.
002370     05  DL20-HBL-ID-OPER       PIC X(8).
002380     05  FILLER                 PIC X(3)  VALUE SPACES.
002390     05  DL20-HBL-UNITE         PIC X(3).
002400     05  FILLER                 PIC X(3)  VALUE SPACES.
002410     05  DL20-HBL-NOM           PIC X(25).
002420     05  FILLER                 PIC X(3)  VALUE SPACES.
002430     05  DL20-HBL-ACTION        PIC X(30).
002440     05  FILLER                 PIC X(56) VALUE SPACES.
002450 01  DL20-LIGNE-DOS.
002460     05  FILLER                 PIC X(1)  VALUE SPACE.
002470     05  DL20-DL-DOSSIER        PIC 9(11).
002480     05  FILLER                 PIC X(3)  VALUE SPACES.
002490     05  DL20-DL-UNITE-ANC      PIC X(3).
002500     05  FILLER                 PIC X(4)  VALUE ' -> '.
002510     05  DL20-DL-UNITE-NOUV     PIC X(3).
002520     05  FILLER                 PIC X(3)  VALUE SPACES.
002530     05  DL20-DL-ETA            PIC X(1).
002540     05  FILLER                 PIC X(3)  VALUE SPACES.
002550     05  DL20-DL-MT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002560     05  FILLER                 PIC X(2)  VALUE SPACES.
002570     05  DL20-DL-ACTION         PIC X(12).
002580     05  FILLER                 PIC X(2)  VALUE SPACES.
002590     05  DL20-DL-ASSIGN         PIC X(32).
002600     05  FILLER                 PIC X(2)  VALUE SPACES.
002610     05  DL20-DL-ACCRU          PIC X(20).
002620     05  FILLER                 PIC X(11) VALUE SPACES.
002630 01  DL20-LIGNE-REC.
002640     05  FILLER                 PIC X(1)  VALUE SPACE.
002650     05  DL20-RC-UNITE          PIC X(5).
002660     05  DL20-RC-NB-AVANT       PIC ZZZZZZ9.
002670     05  FILLER                 PIC X(1)  VALUE SPACE.
002680     05  DL20-RC-MT-AVANT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002690     05  FILLER                 PIC X(2)  VALUE SPACES.
002700     05  DL20-RC-NB-SORTIS      PIC ZZZZZZ9.
002710     05  FILLER                 PIC X(1)  VALUE SPACE.
002720     05  DL20-RC-MT-SORTIS      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002730     05  FILLER                 PIC X(2)  VALUE SPACES.
002740     05  DL20-RC-NB-ENTRES      PIC ZZZZZZ9.
002750     05  FILLER                 PIC X(1)  VALUE SPACE.
002760     05  DL20-RC-MT-ENTRES      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002770     05  FILLER                 PIC X(2)  VALUE SPACES.
002780     05  DL20-RC-NB-APRES       PIC ZZZZZZ9.
002790     05  FILLER                 PIC X(1)  VALUE SPACE.
002800     05  DL20-RC-MT-APRES       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002810     05  FILLER                 PIC X(2)  VALUE SPACES.
002820     05  DL20-RC-CTRL           PIC X(2).
002830     05  FILLER                 PIC X(4)  VALUE SPACES.
002840 01  DL20-LIGNE-CTRL.
002850     05  FILLER                 PIC X(1)  VALUE SPACE.
002860     05  DL20-CTRL-LIB          PIC X(30).
002870     05  DL20-CTRL-VAL          PIC ZZZZZZ9.
002880     05  FILLER                 PIC X(94) VALUE SPACES.
002890 01  DL20-JW-TEXTE.
002900     05  FILLER                 PIC X(5)  VALUE 'MODE='.
002910     05  DL20-JWT-MODE          PIC X(1).
002920     05  FILLER                 PIC X(7)  VALUE ' MOVED='.
002930     05  DL20-JWT-DEPLACES      PIC 9(7).
002940     05  FILLER                 PIC X(10) VALUE ' RELEASED='.
002950     05  DL20-JWT-LIBEREES      PIC 9(7).
002960     05  FILLER                 PIC X(3)  VALUE SPACES.
002970 PROCEDURE DIVISION.
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     IF NOT DL20-APPLY-REFUSE
003010         PERFORM 2000-GRANT-AUTHORISATIONS THRU 2000-EXIT
003020         PERFORM 3000-REHOME-PASS THRU 3000-EXIT
003030         IF DL20-MODE-APPLY
003040             PERFORM 5000-AFTER-PASS THRU 5000-EXIT
003050         ELSE
003060             PERFORM 5500-PROJECT-AFTER THRU 5500-EXIT
003070             PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT
003080         END-IF
003090         PERFORM 7000-PRINT-RECONCILIATION THRU 7000-EXIT
003100     END-IF.
003110     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003120     GOBACK.
003130*
003140 1000-INITIALIZE.
003150     MOVE 0 TO DL20-MAP-LUS DL20-MAP-REJETES DL20-DOS-LUS
003160         DL20-DOS-DEPLACES DL20-ASG-SUIVIES DL20-ASG-LIBEREES
003170         DL20-ACC-SUIVIS DL20-HAB-AJOUTEES DL20-HAB-DEJA
003180         DL20-MAJ-ECHECS DL20-LOG-ECRITS DL20-CT-ECARTS
003190         DL20-REC-ECARTS DL20-UT-DROPPED DL20-OP-DROPPED
003200         DL20-ST-DROPPED.
003210     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
003220     ACCEPT DL20-HEURE FROM TIME.
003230     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
003240     IF DL20-PARM-LINE(1:1) = 'A'
003250         MOVE 'A' TO DL20-MODE-SW
003260         MOVE 'APPLY' TO DL20-ENT-MODE
003270     ELSE
003280         MOVE 'T' TO DL20-MODE-SW
003290         MOVE 'TRIAL' TO DL20-ENT-MODE
003300     END-IF.
003310     MOVE DL20-TODAY TO DL20-ENT-DATE.
003320     MOVE SPACES TO DL20-ENTETE-COLONNES.
003330     DISPLAY 'PRTD20UR - MODE : ' DL20-ENT-MODE.
003340     OPEN OUTPUT PRTD20L-FILE.
003350     PERFORM 1500-LOAD-UNITE-TABLE THRU 1500-EXIT.
003360     PERFORM 1600-LOAD-OPER-TABLE THRU 1600-EXIT.
003370     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT.
003380     IF DL20-MODE-APPLY
003390         AND NOT DL20-APPLY-REFUSE
003400         PERFORM 1700-CHECK-CERTIFICATE THRU 1700-EXIT
003410     END-IF.
003420     IF DL20-APPLY-REFUSE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     IF DL20-MODE-APPLY
003460         MOVE 'P' TO DL20-GD-FONCTION
003470         MOVE 'PRTD20UR' TO DL20-GD-PROGRAMME
003480         CALL 'PRTD20GD' USING DL20-GD-PARMS
003490         IF DL20-GD-ECHEC
003500*            A WHOLE UNIT IS RE-HOMED IN ONE RUN - IT IS NOT DONE
003510*            WHILE THE ONLINE SIDE COULD STILL BE UPDATING IT.
003520             MOVE 'GUARD MARKER NOT POSED' TO DL20-RAISON-REFUS
003530             PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
003540             GO TO 1000-EXIT
003550         END-IF
003560         OPEN I-O PRTD20-FILE
003570         OPEN I-O PRASSGN-FILE
003580         OPEN I-O PRACCR-FILE
003590         PERFORM 1300-OPEN-LOG THRU 1300-EXIT
003600     ELSE
003610         OPEN INPUT PRTD20-FILE
003620         OPEN INPUT PRASSGN-FILE
003630         OPEN INPUT PRACCR-FILE
003640     END-IF.
003650     MOVE 'Y' TO DL20-OUVERT-SW.
003660*    A SITE THAT HAS NEVER RUN PRTD20AS OR PRTD20PN HAS NO
003670*    ASSIGNMENTS OR PENALTIES TO CARRY OVER.
003680     IF DL20-PRASSGN-OK
003690         MOVE 'Y' TO DL20-ASSIGN-SW
003700     ELSE
003710         DISPLAY 'PRTD20UR - PRASSGN NOT AVAILABLE, STATUS '
003720             DL20-PRASSGN-STATUS ' - NO ASSIGNMENTS MOVED'
003730     END-IF.
003740     IF DL20-PRACCR-OK
003750         MOVE 'Y' TO DL20-ACCRU-SW
003760     ELSE
003770         DISPLAY 'PRTD20UR - PRACCR NOT AVAILABLE, STATUS '
003780             DL20-PRACCR-STATUS ' - NO PENALTIES MOVED'
003790     END-IF.
003800 1000-EXIT.
003810     EXIT.
003820*
003830 1100-LOAD-MAPPING.
003840     MOVE 0 TO DL20-MAP-COUNT DL20-HAB-COUNT.
003850     OPEN INPUT PRREORG-FILE.
003860     IF NOT DL20-PRREORG-OK
003870         DISPLAY 'PRTD20UR - PRREORG NOT AVAILABLE, STATUS '
003880             DL20-PRREORG-STATUS
003890         MOVE 'NO MAPPING FILE' TO DL20-RAISON-REFUS
003900         PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
003910         GO TO 1100-EXIT
003920     END-IF.
003930     MOVE 'MAPPING RECORDS REJECTED' TO DL20-TIT-LIB.
003940     MOVE DL20-LIGNE-TITRE TO DL20-LIGNE-TRAVAIL.
003950     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003960     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
003970     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
003980     PERFORM 1110-READ-MAPPING THRU 1110-EXIT.
003990     PERFORM 1120-STORE-MAPPING THRU 1120-EXIT
004000         UNTIL DL20-EOF.
004010     CLOSE PRREORG-FILE.
004020     MOVE 'N' TO DL20-EOF-SW.
004030     MOVE 'MAPPING RECORDS REJECTED' TO DL20-CTRL-LIB.
004040     MOVE DL20-MAP-REJETES TO DL20-CTRL-VAL.
004050     MOVE DL20-LIGNE-CTRL TO DL20-LIGNE-TRAVAIL.
004060     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
004070     IF DL20-MAP-REJETES > 0
004080         MOVE 'Y' TO DL20-AVERT-SW
004090         MOVE 'MAPPING RECORDS REJECTED' TO DL20-RAISON-REFUS
004100         PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
004110     END-IF.
004120 1100-EXIT.
004130     EXIT.
004140*
004150 1110-READ-MAPPING.
004160     READ PRREORG-FILE NEXT RECORD
004170         AT END
004180             MOVE 'Y' TO DL20-EOF-SW
004190         NOT AT END
004200             ADD 1 TO DL20-MAP-LUS
004210     END-READ.
004220 1110-EXIT.
004230     EXIT.
004240*
004250 1120-STORE-MAPPING.
004260     EVALUATE TRUE
004270         WHEN PRREO-MOUVEMENT
004280             PERFORM 1130-CHECK-MOVE THRU 1130-EXIT
004290         WHEN PRREO-HABILITATION
004300             PERFORM 1150-CHECK-GRANT THRU 1150-EXIT
004310         WHEN OTHER
004320             MOVE 'UNKNOWN RECORD TYPE' TO DL20-RAISON-REJET
004330             PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004340     END-EVALUATE.
004350     PERFORM 1110-READ-MAPPING THRU 1110-EXIT.
004360 1120-EXIT.
004370     EXIT.
004380*
004390 1130-CHECK-MOVE.
004400     IF PRREO-CD-UNITE-ANC = SPACES
004410         MOVE 'OLD UNIT MISSING' TO DL20-RAISON-REJET
004420         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004430         GO TO 1130-EXIT
004440     END-IF.
004450     MOVE PRREO-CD-UNITE-NOUV TO DL20-UNITE-CHERCHEE.
004460     PERFORM 1800-CHECK-UNITE THRU 1800-EXIT.
004470     IF NOT DL20-UNITE-OK
004480         MOVE 'NEW UNIT NOT ON PRUNITE' TO DL20-RAISON-REJET
004490         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004500         GO TO 1130-EXIT
004510     END-IF.
004520     IF PRREO-CD-UNITE-NOUV = PRREO-CD-UNITE-ANC
004530         MOVE 'OLD AND NEW UNIT ARE THE SAME' TO DL20-RAISON-REJET
004540         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004550         GO TO 1130-EXIT
004560     END-IF.
004570     IF PRREO-NO-DEBUT NOT NUMERIC
004580         OR PRREO-NO-FIN NOT NUMERIC
004590         MOVE 'DOSSIER RANGE NOT NUMERIC' TO DL20-RAISON-REJET
004600         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004610         GO TO 1130-EXIT
004620     END-IF.
004630     IF PRREO-NO-FIN NOT = ZERO
004640         AND PRREO-NO-DEBUT > PRREO-NO-FIN
004650         MOVE 'DOSSIER RANGE REVERSED' TO DL20-RAISON-REJET
004660         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004670         GO TO 1130-EXIT
004680     END-IF.
004690     IF DL20-MAP-COUNT NOT < 50
004700         MOVE 'MAPPING TABLE FULL (50)' TO DL20-RAISON-REJET
004710         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004720         GO TO 1130-EXIT
004730     END-IF.
004740     ADD 1 TO DL20-MAP-COUNT.
004750     SET DL20-MAP-IDX TO DL20-MAP-COUNT.
004760     MOVE PRREO-CD-UNITE-ANC  TO DL20-MP-UNITE-ANC(DL20-MAP-IDX).
004770     MOVE PRREO-CD-UNITE-NOUV TO DL20-MP-UNITE-NOUV(DL20-MAP-IDX).
004780     MOVE PRREO-NO-DEBUT      TO DL20-MP-NO-DEBUT(DL20-MAP-IDX).
004790     MOVE PRREO-NO-FIN        TO DL20-MP-NO-FIN(DL20-MAP-IDX).
004800 1130-EXIT.
004810     EXIT.
004820*
004830 1150-CHECK-GRANT.
004840     MOVE PRREO-CD-UNITE-NOUV TO DL20-UNITE-CHERCHEE.
004850     PERFORM 1800-CHECK-UNITE THRU 1800-EXIT.
004860     IF NOT DL20-UNITE-OK
004870         MOVE 'NEW UNIT NOT ON PRUNITE' TO DL20-RAISON-REJET
004880         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004890         GO TO 1150-EXIT
004900     END-IF.
004910     IF PRREO-ID-OPER = SPACES
004920         AND PRREO-CD-UNITE-ANC = SPACES
004930         MOVE 'NO OPERATOR AND NO OLD UNIT' TO DL20-RAISON-REJET
004940         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
004950         GO TO 1150-EXIT
004960     END-IF.
004970     IF PRREO-ID-OPER NOT = SPACES
004980         MOVE PRREO-ID-OPER TO DL20-OPER-CHERCHE
004990         PERFORM 1850-FIND-OPERATOR THRU 1850-EXIT
005000         IF NOT DL20-OPER-OK
005010             MOVE 'OPERATOR NOT ON PROPER' TO DL20-RAISON-REJET
005020             PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
005030             GO TO 1150-EXIT
005040         END-IF
005050     END-IF.
005060     IF DL20-HAB-COUNT NOT < 100
005070         MOVE 'GRANT TABLE FULL (100)' TO DL20-RAISON-REJET
005080         PERFORM 1190-REJECT-MAPPING THRU 1190-EXIT
005090         GO TO 1150-EXIT
005100     END-IF.
005110     ADD 1 TO DL20-HAB-COUNT.
005120     SET DL20-HAB-IDX TO DL20-HAB-COUNT.
005130     MOVE PRREO-ID-OPER       TO DL20-HB-ID-OPER(DL20-HAB-IDX).
005140     MOVE PRREO-CD-UNITE-ANC  TO DL20-HB-UNITE-ANC(DL20-HAB-IDX).
005150     MOVE PRREO-CD-UNITE-NOUV TO DL20-HB-UNITE-NOUV(DL20-HAB-IDX).
005160 1150-EXIT.
005170     EXIT.
005180*
005190 1190-REJECT-MAPPING.
005200     ADD 1 TO DL20-MAP-REJETES.
005210     DISPLAY 'PRTD20UR - REJECTED : ' PRREORG-RECORD.
005220     DISPLAY '           REASON   : ' DL20-RAISON-REJET.
005230     MOVE PRREORG-RECORD    TO DL20-REJ-IMAGE.
005240     MOVE DL20-RAISON-REJET TO DL20-REJ-RAISON.
005250     MOVE DL20-LIGNE-REJET  TO DL20-LIGNE-TRAVAIL.
005260     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
005270 1190-EXIT.
005280     EXIT.
005290*
005300 1300-OPEN-LOG.
005310     OPEN INPUT PRREOLG-FILE.
005320     IF DL20-PRREOLG-STATUS = '35'
005330         OPEN OUTPUT PRREOLG-FILE
005340         CLOSE PRREOLG-FILE
005350     ELSE
005360         CLOSE PRREOLG-FILE
005370     END-IF.
005380     OPEN EXTEND PRREOLG-FILE.
005390 1300-EXIT.
005400     EXIT.
005410*
005420 1500-LOAD-UNITE-TABLE.
005430     MOVE 0 TO DL20-UT-COUNT DL20-ST-COUNT.
005440     OPEN INPUT PRUNITE-FILE.
005450     IF DL20-PRUNITE-OK
005460         PERFORM 1510-READ-UNITE THRU 1510-EXIT
005470         PERFORM 1520-STORE-UNITE THRU 1520-EXIT
005480             UNTIL DL20-EOF
005490         CLOSE PRUNITE-FILE
005500         MOVE 'N' TO DL20-EOF-SW
005510     END-IF.
005520 1500-EXIT.
005530     EXIT.
005540*
005550 1510-READ-UNITE.
005560     READ PRUNITE-FILE NEXT RECORD
005570         AT END
005580             MOVE 'Y' TO DL20-EOF-SW
005590     END-READ.
005600 1510-EXIT.
005610     EXIT.
005620*
005630 1520-STORE-UNITE.
005640     IF DL20-UT-COUNT < 20
005650         ADD 1 TO DL20-UT-COUNT
005660         MOVE UNI-CD-UNITE TO DL20-UT-UNITE(DL20-UT-COUNT)
005670     ELSE
005680         ADD 1 TO DL20-UT-DROPPED
005690     END-IF.
005700*    A BLANK PHASE ONLY CREATES THE UNIT'S ENTRY.
005710     MOVE UNI-CD-UNITE TO DL20-UNITE-CHERCHEE.
005720     MOVE SPACE TO DL20-ST-PHASE.
005730     MOVE 0 TO DL20-ST-MT.
005740     PERFORM 3800-FIND-STAT THRU 3800-EXIT.
005750     PERFORM 1510-READ-UNITE THRU 1510-EXIT.
005760 1520-EXIT.
005770     EXIT.
005780*
005790 1600-LOAD-OPER-TABLE.
005800     MOVE 0 TO DL20-OP-COUNT.
005810     OPEN INPUT PROPER-FILE.
005820     IF DL20-PROPER-OK
005830         PERFORM 1610-READ-OPER THRU 1610-EXIT
005840         PERFORM 1620-STORE-OPER THRU 1620-EXIT
005850             UNTIL DL20-EOF
005860         CLOSE PROPER-FILE
005870         MOVE 'N' TO DL20-EOF-SW
005880     END-IF.
005890 1600-EXIT.
005900     EXIT.
005910*
005920 1610-READ-OPER.
005930     READ PROPER-FILE NEXT RECORD
005940         AT END
005950             MOVE 'Y' TO DL20-EOF-SW
005960     END-READ.
005970 1610-EXIT.
005980     EXIT.
005990*
006000 1620-STORE-OPER.
006010     IF DL20-OP-COUNT < 200
006020         ADD 1 TO DL20-OP-COUNT
006030         MOVE OPR-ID-OPER TO DL20-OP-ID(DL20-OP-COUNT)
006040         MOVE OPR-CD-UNITE TO DL20-OP-UNITE(DL20-OP-COUNT)
006050         MOVE OPR-NOM-OPER TO DL20-OP-NOM(DL20-OP-COUNT)
006060     ELSE
006070         ADD 1 TO DL20-OP-DROPPED
006080     END-IF.
006090     PERFORM 1610-READ-OPER THRU 1610-EXIT.
006100 1620-EXIT.
006110     EXIT.
006120*
006130 1700-CHECK-CERTIFICATE.
006140*    THE APPLY RUN ONLY EVER REPLAYS A TRIAL THAT WAS RUN AND
006150*    READ TODAY ON EXACTLY THIS MAPPING FILE.
006160     MOVE 0 TO DL20-CT-ECARTS.
006170     OPEN INPUT PRREOCT-FILE.
006180     IF NOT DL20-PRREOCT-OK
006190         MOVE 'NO TRIAL CERTIFICATE' TO DL20-RAISON-REFUS
006200         PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
006210         GO TO 1700-EXIT
006220     END-IF.
006230     READ PRREOCT-FILE NEXT RECORD
006240         AT END
006250             MOVE 'TRIAL CERTIFICATE EMPTY' TO DL20-RAISON-REFUS
006260             PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
006270     END-READ.
006280     IF DL20-APPLY-REFUSE
006290         CLOSE PRREOCT-FILE
006300         GO TO 1700-EXIT
006310     END-IF.
006320     EVALUATE TRUE
006330         WHEN PRROC-ENT-TYPE NOT = '0'
006340             MOVE 'TRIAL CERTIFICATE HAS NO HEADER'
006350                 TO DL20-RAISON-REFUS
006360         WHEN PRROC-ENT-DT-ESSAI NOT = DL20-TODAY
006370             MOVE 'TRIAL WAS NOT RUN TODAY' TO DL20-RAISON-REFUS
006380         WHEN PRROC-ENT-NB-REJETS NOT = ZERO
006390             MOVE 'TRIAL HAD REJECTED MAPPINGS'
006400                 TO DL20-RAISON-REFUS
006410         WHEN PRROC-ENT-NB-MAPPING NOT = DL20-MAP-LUS
006420             MOVE 'MAPPING CHANGED SINCE THE TRIAL'
006430                 TO DL20-RAISON-REFUS
006440         WHEN OTHER
006450             MOVE SPACES TO DL20-RAISON-REFUS
006460     END-EVALUATE.
006470     IF DL20-RAISON-REFUS NOT = SPACES
006480         PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
006490         CLOSE PRREOCT-FILE
006500         GO TO 1700-EXIT
006510     END-IF.
006520     OPEN INPUT PRREORG-FILE.
006530     PERFORM 1710-COMPARE-MAPPING THRU 1710-EXIT
006540         UNTIL DL20-EOF.
006550     MOVE 'N' TO DL20-EOF-SW.
006560     READ PRREOCT-FILE NEXT RECORD
006570         NOT AT END
006580             ADD 1 TO DL20-CT-ECARTS
006590     END-READ.
006600     CLOSE PRREORG-FILE.
006610     CLOSE PRREOCT-FILE.
006620     IF DL20-CT-ECARTS > 0
006630         MOVE 'MAPPING CHANGED SINCE THE TRIAL'
006640             TO DL20-RAISON-REFUS
006650         PERFORM 1790-REFUSE-APPLY THRU 1790-EXIT
006660     END-IF.
006670 1700-EXIT.
006680     EXIT.
006690*
006700 1710-COMPARE-MAPPING.
006710     READ PRREORG-FILE NEXT RECORD
006720         AT END
006730             MOVE 'Y' TO DL20-EOF-SW
006740     END-READ.
006750     IF DL20-EOF
006760         GO TO 1710-EXIT
006770     END-IF.
006780     READ PRREOCT-FILE NEXT RECORD
006790         AT END
006800             ADD 1 TO DL20-CT-ECARTS
006810         NOT AT END
006820             IF PRROC-IMG-TYPE NOT = '1'
006830                 OR PRROC-IMG-MAPPING NOT = PRREORG-RECORD
006840                 ADD 1 TO DL20-CT-ECARTS
006850             END-IF
006860     END-READ.
006870 1710-EXIT.
006880     EXIT.
006890*
006900 1790-REFUSE-APPLY.
006910*    IN TRIAL MODE NOTHING IS REFUSED - THE REASON IS ONLY
006920*    REPORTED, SO THE MAPPING CAN BE CORRECTED BEFORE THE APPLY.
006930     MOVE 'Y' TO DL20-AVERT-SW.
006940     IF DL20-MODE-APPLY
006950         MOVE 'Y' TO DL20-REFUS-SW
006960         DISPLAY 'PRTD20UR - APPLY REFUSED, NOTHING UPDATED : '
006970             DL20-RAISON-REFUS
006980     ELSE
006990         DISPLAY 'PRTD20UR - WARNING, APPLY WOULD BE REFUSED : '
007000             DL20-RAISON-REFUS
007010     END-IF.
007020 1790-EXIT.
007030     EXIT.
007040*
007050 1800-CHECK-UNITE.
007060     MOVE 'N' TO DL20-UNITE-OK-SW.
007070     IF DL20-UT-COUNT > 0
007080         SET DL20-UT-IDX TO 1
007090         SEARCH DL20-UT-ENTRY VARYING DL20-UT-IDX
007100             AT END
007110                 CONTINUE
007120             WHEN DL20-UT-UNITE(DL20-UT-IDX) = DL20-UNITE-CHERCHEE
007130                 MOVE 'Y' TO DL20-UNITE-OK-SW
007140         END-SEARCH
007150     END-IF.
007160 1800-EXIT.
007170     EXIT.
007180*
007190 1850-FIND-OPERATOR.
007200*    ANY PROFILE OF THE OPERATOR WILL DO - IT SUPPLIES THE NAME
007210*    FOR THE NEW ONE.
007220     MOVE 'N' TO DL20-OPER-OK-SW.
007230     MOVE SPACES TO DL20-NOM-OPER.
007240     IF DL20-OP-COUNT > 0
007250         SET DL20-OP-IDX TO 1
007260         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
007270             AT END
007280                 CONTINUE
007290             WHEN DL20-OP-ID(DL20-OP-IDX) = DL20-OPER-CHERCHE
007300                 MOVE 'Y' TO DL20-OPER-OK-SW
007310                 MOVE DL20-OP-NOM(DL20-OP-IDX) TO DL20-NOM-OPER
007320         END-SEARCH
007330     END-IF.
007340 1850-EXIT.
007350     EXIT.
007360*
007370 1860-CHECK-AUTHORISATION.
007380     MOVE 'N' TO DL20-OPER-OK-SW.
007390     IF DL20-OP-COUNT > 0
007400         SET DL20-OP-IDX TO 1
007410         SEARCH DL20-OP-ENTRY VARYING DL20-OP-IDX
007420             AT END
007430                 CONTINUE
007440             WHEN DL20-OP-ID(DL20-OP-IDX) = DL20-OPER-CHERCHE
007450                 AND DL20-OP-UNITE(DL20-OP-IDX)
007460                     = DL20-UNITE-CHERCHEE
007470                 MOVE 'Y' TO DL20-OPER-OK-SW
007480         END-SEARCH
007490     END-IF.
007500 1860-EXIT.
007510     EXIT.
007520*
007530 2000-GRANT-AUTHORISATIONS.
007540     MOVE ' OPERATOR   UNIT  NAME                         ACTION'
007550         TO DL20-ENTETE-COLONNES.
007560     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
007570     IF DL20-HAB-COUNT = 0
007580         GO TO 2000-EXIT
007590     END-IF.
007600     IF DL20-MODE-APPLY
007610         OPEN I-O PROPER-FILE
007620         IF DL20-PROPER-OK
007630             MOVE 'Y' TO DL20-PROPER-SW
007640         ELSE
007650             DISPLAY 'PRTD20UR - PROPER NOT AVAILABLE, STATUS '
007660                 DL20-PROPER-STATUS ' - NO AUTHORIZATIONS ADDED'
007670             MOVE 'Y' TO DL20-AVERT-SW
007680         END-IF
007690     END-IF.
007700*    THE TABLE GROWS AS PROFILES ARE ADDED - ONLY THE PROFILES
007710*    THAT WERE ON FILE AT THE START ARE WALKED FOR A WHOLE-UNIT
007720*    GRANT.
007730     MOVE DL20-OP-COUNT TO DL20-OP-LIMITE.
007740     PERFORM 2100-GRANT-ONE THRU 2100-EXIT
007750         VARYING DL20-HAB-IDX FROM 1 BY 1
007760         UNTIL DL20-HAB-IDX > DL20-HAB-COUNT.
007770     IF DL20-PROPER-OUVERT
007780         CLOSE PROPER-FILE
007790     END-IF.
007800     IF DL20-OP-DROPPED > 0
007810         DISPLAY 'PRTD20UR - WARNING, OPERATOR TABLE FULL, '
007820             'DROPPED : '
007830             DL20-OP-DROPPED
007840         MOVE 'Y' TO DL20-AVERT-SW
007850     END-IF.
007860 2000-EXIT.
007870     EXIT.
007880*
007890 2100-GRANT-ONE.
007900     MOVE DL20-HB-UNITE-NOUV(DL20-HAB-IDX) TO DL20-UNITE-NOUV.
007910     IF DL20-HB-ID-OPER(DL20-HAB-IDX) NOT = SPACES
007920         MOVE DL20-HB-ID-OPER(DL20-HAB-IDX) TO DL20-OPER-CHERCHE
007930         PERFORM 2200-GRANT-OPERATOR THRU 2200-EXIT
007940     ELSE
007950         MOVE DL20-HB-UNITE-ANC(DL20-HAB-IDX) TO DL20-UNITE-ANC
007960         PERFORM 2150-GRANT-IF-MEMBER THRU 2150-EXIT
007970             VARYING DL20-OP-SUB FROM 1 BY 1
007980             UNTIL DL20-OP-SUB > DL20-OP-LIMITE
007990     END-IF.
008000 2100-EXIT.
008010     EXIT.
008020*
008030 2150-GRANT-IF-MEMBER.
008040     IF DL20-OP-UNITE(DL20-OP-SUB) = DL20-UNITE-ANC
008050         MOVE DL20-OP-ID(DL20-OP-SUB) TO DL20-OPER-CHERCHE
008060         PERFORM 2200-GRANT-OPERATOR THRU 2200-EXIT
008070     END-IF.
008080 2150-EXIT.
008090     EXIT.
008100*
008110 2200-GRANT-OPERATOR.
008120     PERFORM 1850-FIND-OPERATOR THRU 1850-EXIT.
008130     MOVE DL20-OPER-CHERCHE TO DL20-HBL-ID-OPER.
008140     MOVE DL20-UNITE-NOUV   TO DL20-HBL-UNITE.
008150     MOVE DL20-NOM-OPER     TO DL20-HBL-NOM.
008160     MOVE DL20-UNITE-NOUV   TO DL20-UNITE-CHERCHEE.
008170     PERFORM 1860-CHECK-AUTHORISATION THRU 1860-EXIT.
008180     IF DL20-OPER-OK
008190         MOVE 'ALREADY AUTHORIZED' TO DL20-HBL-ACTION
008200         ADD 1 TO DL20-HAB-DEJA
008210         GO TO 2200-PRINT
008220     END-IF.
008230     IF DL20-MODE-ESSAI
008240         MOVE 'WOULD BE AUTHORIZED' TO DL20-HBL-ACTION
008250     ELSE
008260         IF NOT DL20-PROPER-OUVERT
008270             MOVE 'NOT AUTHORIZED - PROPER CLOSED'
008280                 TO DL20-HBL-ACTION
008290             ADD 1 TO DL20-MAJ-ECHECS
008300             GO TO 2200-PRINT
008310         END-IF
008320         MOVE SPACES TO PROPER-RECORD
008330         MOVE DL20-OPER-CHERCHE TO OPR-ID-OPER
008340         MOVE DL20-UNITE-NOUV   TO OPR-CD-UNITE
008350         MOVE DL20-NOM-OPER     TO OPR-NOM-OPER
008360         WRITE PROPER-RECORD
008370             INVALID KEY
008380                 MOVE 'WRITE FAILED' TO DL20-HBL-ACTION
008390                 DISPLAY 'PRTD20UR - PROPER WRITE FAILED, STATUS '
008400                     DL20-PROPER-STATUS ' OPERATOR '
008410                     DL20-OPER-CHERCHE
008420                 ADD 1 TO DL20-MAJ-ECHECS
008430                 GO TO 2200-PRINT
008440         END-WRITE
008450         MOVE 'AUTHORIZED' TO DL20-HBL-ACTION
008460     END-IF.
008470     ADD 1 TO DL20-HAB-AJOUTEES.
008480*    THE NEW PROFILE GOES INTO THE TABLE TOO, SO THE ASSIGNMENT
008490*    CHECKS BELOW ALREADY SEE IT - IN TRIAL AS IN APPLY.
008500     IF DL20-OP-COUNT < 200
008510         ADD 1 TO DL20-OP-COUNT
008520         MOVE DL20-OPER-CHERCHE TO DL20-OP-ID(DL20-OP-COUNT)
008530         MOVE DL20-UNITE-NOUV   TO DL20-OP-UNITE(DL20-OP-COUNT)
008540         MOVE DL20-NOM-OPER     TO DL20-OP-NOM(DL20-OP-COUNT)
008550     ELSE
008560         ADD 1 TO DL20-OP-DROPPED
008570     END-IF.
008580 2200-PRINT.
008590     MOVE DL20-LIGNE-HAB TO DL20-LIGNE-TRAVAIL.
008600     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
008610 2200-EXIT.
008620     EXIT.
008630*
008640 3000-REHOME-PASS.
008650     MOVE ' DOSSIER NUMBER   FROM   TO   ETA'
008660         TO DL20-ENTETE-COLONNES.
008670     MOVE 'AMOUNT   ACTION        ASSIGNMENT'
008680         TO DL20-ENTETE-COLONNES(45:34).
008690     MOVE 'PENALTY' TO DL20-ENTETE-COLONNES(102:7).
008700     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
008710     MOVE LOW-VALUE TO LDO-NO-DOSSIER.
008720     START PRTD20-FILE KEY IS NOT LESS THAN LDO-NO-DOSSIER
008730         INVALID KEY
008740             MOVE 'Y' TO DL20-EOF-SW
008750     END-START.
008760     IF NOT DL20-EOF
008770         PERFORM 3100-READ-DOSSIER THRU 3100-EXIT
008780     END-IF.
008790     PERFORM 3200-EVALUATE-DOSSIER THRU 3200-EXIT
008800         UNTIL DL20-EOF.
008810     MOVE 'N' TO DL20-EOF-SW.
008820 3000-EXIT.
008830     EXIT.
008840*
008850 3100-READ-DOSSIER.
008860     READ PRTD20-FILE NEXT RECORD
008870         AT END
008880             MOVE 'Y' TO DL20-EOF-SW
008890     END-READ.
008900 3100-EXIT.
008910     EXIT.
008920*
008930 3200-EVALUATE-DOSSIER.
008940     ADD 1 TO DL20-DOS-LUS.
008950     MOVE LDO-CD-UNITE TO DL20-UNITE-CHERCHEE.
008960     MOVE 'B' TO DL20-ST-PHASE.
008970     MOVE LDO-MT-DOSSIER TO DL20-ST-MT.
008980     PERFORM 3800-FIND-STAT THRU 3800-EXIT.
008990     PERFORM 3300-FIND-MAPPING THRU 3300-EXIT.
009000     IF DL20-MAP-TROUVE
009010         PERFORM 3400-MOVE-DOSSIER THRU 3400-EXIT
009020     END-IF.
009030     PERFORM 3100-READ-DOSSIER THRU 3100-EXIT.
009040 3200-EXIT.
009050     EXIT.
009060*
009070 3300-FIND-MAPPING.
009080*    THE FIRST MAPPING OF THE DOSSIER'S UNIT WHOSE RANGE HOLDS
009090*    IT WINS. A ZERO BOUND IS NO BOUND.
009100     MOVE 'N' TO DL20-MAP-TROUVE-SW.
009110     MOVE LDO-NO-DOSSIER TO DL20-NO-DOSSIER-X.
009120     IF DL20-MAP-COUNT > 0
009130         PERFORM 3350-TRY-MAPPING THRU 3350-EXIT
009140             VARYING DL20-MAP-IDX FROM 1 BY 1
009150             UNTIL DL20-MAP-IDX > DL20-MAP-COUNT
009160                 OR DL20-MAP-TROUVE
009170     END-IF.
009180 3300-EXIT.
009190     EXIT.
009200*
009210 3350-TRY-MAPPING.
009220     IF DL20-MP-UNITE-ANC(DL20-MAP-IDX) NOT = LDO-CD-UNITE
009230         GO TO 3350-EXIT
009240     END-IF.
009250     IF DL20-MP-NO-FIN(DL20-MAP-IDX) = ZERO
009260         MOVE 99999999999 TO DL20-BORNE-FIN
009270     ELSE
009280         MOVE DL20-MP-NO-FIN(DL20-MAP-IDX) TO DL20-BORNE-FIN
009290     END-IF.
009300     IF DL20-NO-DOSSIER-X NOT < DL20-MP-NO-DEBUT(DL20-MAP-IDX)
009310         AND DL20-NO-DOSSIER-X NOT > DL20-BORNE-FIN
009320         MOVE 'Y' TO DL20-MAP-TROUVE-SW
009330         MOVE LDO-CD-UNITE TO DL20-UNITE-ANC
009340         MOVE DL20-MP-UNITE-NOUV(DL20-MAP-IDX) TO DL20-UNITE-NOUV
009350     END-IF.
009360 3350-EXIT.
009370     EXIT.
009380*
009390 3400-MOVE-DOSSIER.
009400     MOVE SPACE TO DL20-ACTION-ASG DL20-ACTION-ACC.
009410     MOVE SPACES TO DL20-DL-ASSIGN DL20-DL-ACCRU.
009420     IF DL20-MODE-ESSAI
009430         MOVE 'WOULD MOVE' TO DL20-DL-ACTION
009440     ELSE
009450         MOVE DL20-UNITE-NOUV TO LDO-CD-UNITE
009460         REWRITE PRTD20-RECORD
009470             INVALID KEY
009480                 CONTINUE
009490         END-REWRITE
009500         IF NOT DL20-PRTD20-OK
009510             DISPLAY 'PRTD20UR - REWRITE FAILED, STATUS '
009520                 DL20-PRTD20-STATUS ' DOSSIER ' LDO-NO-DOSSIER
009530             ADD 1 TO DL20-MAJ-ECHECS
009540             MOVE 'NOT MOVED' TO DL20-DL-ACTION
009550             GO TO 3400-PRINT
009560         END-IF
009570         MOVE 'MOVED' TO DL20-DL-ACTION
009580     END-IF.
009590     ADD 1 TO DL20-DOS-DEPLACES.
009600     MOVE DL20-UNITE-ANC TO DL20-UNITE-CHERCHEE.
009610     MOVE 'O' TO DL20-ST-PHASE.
009620     PERFORM 3800-FIND-STAT THRU 3800-EXIT.
009630     MOVE DL20-UNITE-NOUV TO DL20-UNITE-CHERCHEE.
009640     MOVE 'I' TO DL20-ST-PHASE.
009650     PERFORM 3800-FIND-STAT THRU 3800-EXIT.
009660     IF DL20-ASSIGN-OUVERT
009670         PERFORM 3500-MOVE-ASSIGNMENT THRU 3500-EXIT
009680     END-IF.
009690     IF DL20-ACCRU-OUVERT
009700         PERFORM 3600-MOVE-ACCRUAL THRU 3600-EXIT
009710     END-IF.
009720     IF DL20-MODE-APPLY
009730         PERFORM 3700-WRITE-LOG THRU 3700-EXIT
009740     END-IF.
009750 3400-PRINT.
009760     MOVE LDO-NO-DOSSIER  TO DL20-DL-DOSSIER.
009770     MOVE DL20-UNITE-ANC  TO DL20-DL-UNITE-ANC.
009780     MOVE DL20-UNITE-NOUV TO DL20-DL-UNITE-NOUV.
009790     MOVE LDO-CD-ETA      TO DL20-DL-ETA.
009800     MOVE LDO-MT-DOSSIER  TO DL20-DL-MT.
009810     MOVE DL20-LIGNE-DOS  TO DL20-LIGNE-TRAVAIL.
009820     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
009830 3400-EXIT.
009840     EXIT.
009850*
009860 3500-MOVE-ASSIGNMENT.
009870*    THE ASSIGNMENT FOLLOWS THE DOSSIER ONLY IF ITS OPERATOR
009880*    MAY WORK THE NEW UNIT; OTHERWISE IT IS RELEASED AND THE
009890*    NEXT PRTD20AS RUN HANDS THE DOSSIER TO A NEW-UNIT OPERATOR.
009900     MOVE LDO-NO-DOSSIER TO PRASG-NO-DOSSIER.
009910     READ PRASSGN-FILE
009920         KEY IS PRASG-NO-DOSSIER
009930         INVALID KEY
009940             GO TO 3500-EXIT
009950     END-READ.
009960     MOVE PRASG-ID-OPER TO DL20-OPER-CHERCHE.
009970     MOVE DL20-UNITE-NOUV TO DL20-UNITE-CHERCHEE.
009980     PERFORM 1860-CHECK-AUTHORISATION THRU 1860-EXIT.
009990     MOVE DL20-OPER-CHERCHE TO DL20-DL-ASSIGN(10:8).
010000     IF DL20-OPER-OK
010010         MOVE 'S' TO DL20-ACTION-ASG
010020         MOVE 'FOLLOWS' TO DL20-DL-ASSIGN(1:8)
010030         ADD 1 TO DL20-ASG-SUIVIES
010040         IF DL20-MODE-APPLY
010050             MOVE DL20-UNITE-NOUV TO PRASG-CD-UNITE
010060             REWRITE PRASG-RECORD
010070                 INVALID KEY
010080                     DISPLAY 'PRTD20UR - ASSIGNMENT REWRITE '
010090                         'FAILED, STATUS ' DL20-PRASSGN-STATUS
010100                     ADD 1 TO DL20-MAJ-ECHECS
010110             END-REWRITE
010120         END-IF
010130     ELSE
010140         MOVE 'L' TO DL20-ACTION-ASG
010150         MOVE 'RELEASED' TO DL20-DL-ASSIGN(1:8)
010160         ADD 1 TO DL20-ASG-LIBEREES
010170         IF DL20-MODE-APPLY
010180             DELETE PRASSGN-FILE RECORD
010190                 INVALID KEY
010200                     DISPLAY 'PRTD20UR - ASSIGNMENT DELETE '
010210                         'FAILED, STATUS ' DL20-PRASSGN-STATUS
010220                     ADD 1 TO DL20-MAJ-ECHECS
010230             END-DELETE
010240         END-IF
010250     END-IF.
010260 3500-EXIT.
010270     EXIT.
010280*
010290 3600-MOVE-ACCRUAL.
010300*    ONLY AN ACCRUAL STILL RUNNING FOLLOWS THE DOSSIER - A
010310*    STOPPED ONE HAS BEEN OR WILL BE BILLED TO THE OLD UNIT.
010320     MOVE LDO-NO-DOSSIER TO ACC-NO-DOSSIER.
010330     READ PRACCR-FILE
010340         KEY IS ACC-NO-DOSSIER
010350         INVALID KEY
010360             GO TO 3600-EXIT
010370     END-READ.
010380     IF NOT ACC-EN-COURS
010390         GO TO 3600-EXIT
010400     END-IF.
010410     MOVE 'S' TO DL20-ACTION-ACC.
010420     MOVE 'OPEN PENALTY FOLLOWS' TO DL20-DL-ACCRU.
010430     ADD 1 TO DL20-ACC-SUIVIS.
010440     IF DL20-MODE-APPLY
010450         MOVE DL20-UNITE-NOUV TO ACC-CD-UNITE
010460         REWRITE PRACCR-RECORD
010470             INVALID KEY
010480                 DISPLAY 'PRTD20UR - PENALTY REWRITE FAILED, '
010490                     'STATUS ' DL20-PRACCR-STATUS
010500                 ADD 1 TO DL20-MAJ-ECHECS
010510         END-REWRITE
010520     END-IF.
010530 3600-EXIT.
010540     EXIT.
010550*
010560 3700-WRITE-LOG.
010570     MOVE SPACES TO PRREL-RECORD.
010580     MOVE LDO-NO-DOSSIER  TO PRREL-NO-DOSSIER.
010590     MOVE DL20-UNITE-ANC  TO PRREL-CD-UNITE-ANC.
010600     MOVE DL20-UNITE-NOUV TO PRREL-CD-UNITE-NOUV.
010610     MOVE DL20-TODAY      TO PRREL-DT-REORG.
010620     MOVE DL20-HEURE      TO PRREL-HR-REORG.
010630     MOVE 'PRTD20UR'      TO PRREL-ID-PROGRAMME.
010640     MOVE DL20-ACTION-ASG TO PRREL-CD-ASSIGN.
010650     IF DL20-ACTION-ASG NOT = SPACE
010660         MOVE DL20-OPER-CHERCHE TO PRREL-ID-OPER
010670     END-IF.
010680     MOVE DL20-ACTION-ACC TO PRREL-CD-ACCRU.
010690     WRITE PRREL-RECORD.
010700     IF DL20-PRREOLG-OK
010710         ADD 1 TO DL20-LOG-ECRITS
010720     ELSE
010730         DISPLAY 'PRTD20UR - LOG WRITE FAILED, STATUS '
010740             DL20-PRREOLG-STATUS ' DOSSIER ' LDO-NO-DOSSIER
010750         ADD 1 TO DL20-MAJ-ECHECS
010760     END-IF.
010770 3700-EXIT.
010780     EXIT.
010790*
010800 3800-FIND-STAT.
010810*    ADDS DL20-ST-MT AND ONE DOSSIER TO THE DL20-ST-PHASE COLUMN
010820*    OF DL20-UNITE-CHERCHEE, CREATING ITS ENTRY ON FIRST SIGHT.
010830     SET DL20-ST-IDX TO 1.
010840     IF DL20-ST-COUNT > 0
010850         SEARCH DL20-ST-ENTRY VARYING DL20-ST-IDX
010860             AT END
010870                 SET DL20-ST-IDX TO DL20-ST-COUNT
010880                 SET DL20-ST-IDX UP BY 1
010890             WHEN DL20-ST-UNITE(DL20-ST-IDX) = DL20-UNITE-CHERCHEE
010900                 CONTINUE
010910         END-SEARCH
010920     END-IF.
010930     IF DL20-ST-IDX > DL20-ST-COUNT
010940         IF DL20-ST-COUNT NOT < 50
010950             ADD 1 TO DL20-ST-DROPPED
010960             GO TO 3800-EXIT
010970         END-IF
010980         ADD 1 TO DL20-ST-COUNT
010990         SET DL20-ST-IDX TO DL20-ST-COUNT
011000         MOVE DL20-UNITE-CHERCHEE TO DL20-ST-UNITE(DL20-ST-IDX)
011010         MOVE 0 TO DL20-ST-NB-AVANT(DL20-ST-IDX)
011020             DL20-ST-MT-AVANT(DL20-ST-IDX)
011030             DL20-ST-NB-SORTIS(DL20-ST-IDX)
011040             DL20-ST-MT-SORTIS(DL20-ST-IDX)
011050             DL20-ST-NB-ENTRES(DL20-ST-IDX)
011060             DL20-ST-MT-ENTRES(DL20-ST-IDX)
011070             DL20-ST-NB-APRES(DL20-ST-IDX)
011080             DL20-ST-MT-APRES(DL20-ST-IDX)
011090     END-IF.
011100     EVALUATE TRUE
011110         WHEN DL20-ST-AVANT
011120             ADD 1 TO DL20-ST-NB-AVANT(DL20-ST-IDX)
011130             ADD DL20-ST-MT TO DL20-ST-MT-AVANT(DL20-ST-IDX)
011140         WHEN DL20-ST-SORTIE
011150             ADD 1 TO DL20-ST-NB-SORTIS(DL20-ST-IDX)
011160             ADD DL20-ST-MT TO DL20-ST-MT-SORTIS(DL20-ST-IDX)
011170         WHEN DL20-ST-ENTREE
011180             ADD 1 TO DL20-ST-NB-ENTRES(DL20-ST-IDX)
011190             ADD DL20-ST-MT TO DL20-ST-MT-ENTRES(DL20-ST-IDX)
011200         WHEN DL20-ST-APRES
011210             ADD 1 TO DL20-ST-NB-APRES(DL20-ST-IDX)
011220             ADD DL20-ST-MT TO DL20-ST-MT-APRES(DL20-ST-IDX)
011230     END-EVALUATE.
011240 3800-EXIT.
011250     EXIT.
011260*
011270 5000-AFTER-PASS.
011280*    THE AFTER FIGURES ARE READ BACK FROM THE FILE ITSELF, NOT
011290*    DERIVED, SO THE RECONCILIATION PROVES WHAT WAS WRITTEN.
011300     MOVE LOW-VALUE TO LDO-NO-DOSSIER.
011310     START PRTD20-FILE KEY IS NOT LESS THAN LDO-NO-DOSSIER
011320         INVALID KEY
011330             MOVE 'Y' TO DL20-EOF-SW
011340     END-START.
011350     IF NOT DL20-EOF
011360         PERFORM 3100-READ-DOSSIER THRU 3100-EXIT
011370     END-IF.
011380     PERFORM 5100-COUNT-AFTER THRU 5100-EXIT
011390         UNTIL DL20-EOF.
011400     MOVE 'N' TO DL20-EOF-SW.
011410 5000-EXIT.
011420     EXIT.
011430*
011440 5100-COUNT-AFTER.
011450     MOVE LDO-CD-UNITE TO DL20-UNITE-CHERCHEE.
011460     MOVE 'A' TO DL20-ST-PHASE.
011470     MOVE LDO-MT-DOSSIER TO DL20-ST-MT.
011480     PERFORM 3800-FIND-STAT THRU 3800-EXIT.
011490     PERFORM 3100-READ-DOSSIER THRU 3100-EXIT.
011500 5100-EXIT.
011510     EXIT.
011520*
011530 5500-PROJECT-AFTER.
011540     PERFORM 5600-PROJECT-UNIT THRU 5600-EXIT
011550         VARYING DL20-ST-IDX FROM 1 BY 1
011560         UNTIL DL20-ST-IDX > DL20-ST-COUNT.
011570 5500-EXIT.
011580     EXIT.
011590*
011600 5600-PROJECT-UNIT.
011610     COMPUTE DL20-ST-NB-APRES(DL20-ST-IDX) =
011620         DL20-ST-NB-AVANT(DL20-ST-IDX)
011630         - DL20-ST-NB-SORTIS(DL20-ST-IDX)
011640         + DL20-ST-NB-ENTRES(DL20-ST-IDX).
011650     COMPUTE DL20-ST-MT-APRES(DL20-ST-IDX) =
011660         DL20-ST-MT-AVANT(DL20-ST-IDX)
011670         - DL20-ST-MT-SORTIS(DL20-ST-IDX)
011680         + DL20-ST-MT-ENTRES(DL20-ST-IDX).
011690 5600-EXIT.
011700     EXIT.
011710*
011720 6000-WRITE-CERTIFICATE.
011730     OPEN OUTPUT PRREOCT-FILE.
011740     MOVE SPACES TO PRROC-ENTETE.
011750     MOVE '0' TO PRROC-ENT-TYPE.
011760     MOVE DL20-TODAY TO PRROC-ENT-DT-ESSAI.
011770     MOVE DL20-HEURE TO PRROC-ENT-HR-ESSAI.
011780     MOVE DL20-MAP-LUS TO PRROC-ENT-NB-MAPPING.
011790     MOVE DL20-MAP-REJETES TO PRROC-ENT-NB-REJETS.
011800     MOVE DL20-DOS-DEPLACES TO PRROC-ENT-NB-DOSSIERS.
011810     WRITE PRROC-ENTETE.
011820     OPEN INPUT PRREORG-FILE.
011823*    WITHOUT THE MAPPING IMAGES THE CERTIFICATE CANNOT MATCH
011826*    PRREORG, SO THE APPLY RUN WILL REFUSE IT.
011829     IF DL20-PRREORG-OK
011832         PERFORM 6100-COPY-MAPPING THRU 6100-EXIT
011835             UNTIL DL20-EOF
011838         MOVE 'N' TO DL20-EOF-SW
011841         CLOSE PRREORG-FILE
011844     ELSE
011847         DISPLAY 'PRTD20UR - WARNING, PRREORG NOT AVAILABLE, '
011850             'STATUS ' DL20-PRREORG-STATUS
011853             ' - CERTIFICATE HAS NO MAPPING IMAGES'
011856     END-IF.
011870     CLOSE PRREOCT-FILE.
011880 6000-EXIT.
011890     EXIT.
011900*
011910 6100-COPY-MAPPING.
011920     READ PRREORG-FILE NEXT RECORD
011930         AT END
011940             MOVE 'Y' TO DL20-EOF-SW
011950         NOT AT END
011960             MOVE '1' TO PRROC-IMG-TYPE
011970             MOVE PRREORG-RECORD TO PRROC-IMG-MAPPING
011980             WRITE PRROC-IMAGE
011990     END-READ.
011992     IF NOT DL20-PRREORG-OK
011994         MOVE 'Y' TO DL20-EOF-SW
011996     END-IF.
012000 6100-EXIT.
012010     EXIT.
012020*
012030 7000-PRINT-RECONCILIATION.
012040     MOVE ' UNIT    BEFORE                       MOVED OUT'
012050         TO DL20-ENTETE-COLONNES.
012060     MOVE 'MOVED IN                     AFTER'
012070         TO DL20-ENTETE-COLONNES(64:35).
012080     PERFORM 9100-NEW-PAGE THRU 9100-EXIT.
012090     MOVE 0 TO DL20-TOT-NB-AVANT DL20-TOT-NB-APRES
012100         DL20-TOT-MT-AVANT DL20-TOT-MT-APRES.
012110     PERFORM 7100-PRINT-UNIT THRU 7100-EXIT
012120         VARYING DL20-ST-IDX FROM 1 BY 1
012130         UNTIL DL20-ST-IDX > DL20-ST-COUNT.
012140     MOVE SPACES TO DL20-LIGNE-TRAVAIL.
012150     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012160     MOVE SPACES TO DL20-LIGNE-REC.
012170     MOVE 'TOTAL' TO DL20-RC-UNITE.
012180     MOVE DL20-TOT-NB-AVANT TO DL20-RC-NB-AVANT.
012190     MOVE DL20-TOT-MT-AVANT TO DL20-RC-MT-AVANT.
012200     MOVE DL20-TOT-NB-APRES TO DL20-RC-NB-APRES.
012210     MOVE DL20-TOT-MT-APRES TO DL20-RC-MT-APRES.
012220     IF DL20-TOT-NB-AVANT = DL20-TOT-NB-APRES
012230         AND DL20-TOT-MT-AVANT = DL20-TOT-MT-APRES
012240         MOVE 'OK' TO DL20-RC-CTRL
012250     ELSE
012260         MOVE '**' TO DL20-RC-CTRL
012270         ADD 1 TO DL20-REC-ECARTS
012280     END-IF.
012290     MOVE DL20-LIGNE-REC TO DL20-LIGNE-TRAVAIL.
012300     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012310     IF DL20-ST-DROPPED > 0
012320         DISPLAY 'PRTD20UR - WARNING, UNIT COUNT TABLE FULL, '
012330             'DROPPED : ' DL20-ST-DROPPED
012340         ADD 1 TO DL20-REC-ECARTS
012350     END-IF.
012360     IF DL20-REC-ECARTS > 0
012370         DISPLAY 'PRTD20UR - WARNING, BEFORE / AFTER COUNTS '
012380             'DO NOT RECONCILE : ' DL20-REC-ECARTS
012390         MOVE 'Y' TO DL20-AVERT-SW
012400     END-IF.
012410 7000-EXIT.
012420     EXIT.
012430*
012440 7100-PRINT-UNIT.
012450     MOVE DL20-ST-UNITE(DL20-ST-IDX)     TO DL20-RC-UNITE.
012460     MOVE DL20-ST-NB-AVANT(DL20-ST-IDX)  TO DL20-RC-NB-AVANT.
012470     MOVE DL20-ST-MT-AVANT(DL20-ST-IDX)  TO DL20-RC-MT-AVANT.
012480     MOVE DL20-ST-NB-SORTIS(DL20-ST-IDX) TO DL20-RC-NB-SORTIS.
012490     MOVE DL20-ST-MT-SORTIS(DL20-ST-IDX) TO DL20-RC-MT-SORTIS.
012500     MOVE DL20-ST-NB-ENTRES(DL20-ST-IDX) TO DL20-RC-NB-ENTRES.
012510     MOVE DL20-ST-MT-ENTRES(DL20-ST-IDX) TO DL20-RC-MT-ENTRES.
012520     MOVE DL20-ST-NB-APRES(DL20-ST-IDX)  TO DL20-RC-NB-APRES.
012530     MOVE DL20-ST-MT-APRES(DL20-ST-IDX)  TO DL20-RC-MT-APRES.
012540     COMPUTE DL20-CTRL-NB = DL20-ST-NB-AVANT(DL20-ST-IDX)
012550         - DL20-ST-NB-SORTIS(DL20-ST-IDX)
012560         + DL20-ST-NB-ENTRES(DL20-ST-IDX)
012570         - DL20-ST-NB-APRES(DL20-ST-IDX).
012580     COMPUTE DL20-CTRL-MT = DL20-ST-MT-AVANT(DL20-ST-IDX)
012590         - DL20-ST-MT-SORTIS(DL20-ST-IDX)
012600         + DL20-ST-MT-ENTRES(DL20-ST-IDX)
012610         - DL20-ST-MT-APRES(DL20-ST-IDX).
012620     IF DL20-CTRL-NB = 0
012630         AND DL20-CTRL-MT = 0
012640         MOVE 'OK' TO DL20-RC-CTRL
012650     ELSE
012660         MOVE '**' TO DL20-RC-CTRL
012670         ADD 1 TO DL20-REC-ECARTS
012680     END-IF.
012690     ADD DL20-ST-NB-AVANT(DL20-ST-IDX) TO DL20-TOT-NB-AVANT.
012700     ADD DL20-ST-MT-AVANT(DL20-ST-IDX) TO DL20-TOT-MT-AVANT.
012710     ADD DL20-ST-NB-APRES(DL20-ST-IDX) TO DL20-TOT-NB-APRES.
012720     ADD DL20-ST-MT-APRES(DL20-ST-IDX) TO DL20-TOT-MT-APRES.
012730     MOVE DL20-LIGNE-REC TO DL20-LIGNE-TRAVAIL.
012740     PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
012750 7100-EXIT.
012760     EXIT.
012770*
012780 8000-TERMINATE.
012790     IF DL20-FICHIERS-OUVERTS
012800         CLOSE PRTD20-FILE
012810         IF DL20-ASSIGN-OUVERT
012820             CLOSE PRASSGN-FILE
012830         END-IF
012840         IF DL20-ACCRU-OUVERT
012850             CLOSE PRACCR-FILE
012860         END-IF
012870         IF DL20-MODE-APPLY
012880             CLOSE PRREOLG-FILE
012890             MOVE 'L' TO DL20-GD-FONCTION
012900             MOVE 'PRTD20UR' TO DL20-GD-PROGRAMME
012910             CALL 'PRTD20GD' USING DL20-GD-PARMS
012920             IF DL20-GD-ECHEC
012930                 DISPLAY 'PRTD20UR - WARNING, GUARD MARKER NOT '
012940                     'LIFTED'
012950             END-IF
012960         END-IF
012970     END-IF.
012980     CLOSE PRTD20L-FILE.
012990     DISPLAY 'PRTD20UR - MAPPING RECORDS READ : ' DL20-MAP-LUS.
013000     DISPLAY 'PRTD20UR - MAPPING REJECTED     : '
013010         DL20-MAP-REJETES.
013020     DISPLAY 'PRTD20UR - DOSSIERS READ        : ' DL20-DOS-LUS.
013030     DISPLAY 'PRTD20UR - DOSSIERS RE-HOMED    : '
013040         DL20-DOS-DEPLACES.
013050     DISPLAY 'PRTD20UR - ASSIGNMENTS FOLLOWED : '
013060         DL20-ASG-SUIVIES.
013070     DISPLAY 'PRTD20UR - ASSIGNMENTS RELEASED : '
013080         DL20-ASG-LIBEREES.
013090     DISPLAY 'PRTD20UR - PENALTIES FOLLOWED   : ' DL20-ACC-SUIVIS.
013100     DISPLAY 'PRTD20UR - AUTHORIZATIONS ADDED : '
013110         DL20-HAB-AJOUTEES.
013120     DISPLAY 'PRTD20UR - ALREADY AUTHORIZED   : ' DL20-HAB-DEJA.
013130     IF DL20-MODE-APPLY
013140         DISPLAY 'PRTD20UR - LOG RECORDS WRITTEN  : '
013150             DL20-LOG-ECRITS
013160     END-IF.
013170     IF DL20-MAJ-ECHECS > 0
013180         DISPLAY 'PRTD20UR - WARNING, UPDATES FAILED : '
013190             DL20-MAJ-ECHECS
013200         MOVE 'Y' TO DL20-AVERT-SW
013210     END-IF.
013220     IF DL20-UT-DROPPED > 0
013230         DISPLAY 'PRTD20UR - WARNING, UNIT TABLE FULL, DROPPED : '
013240             DL20-UT-DROPPED
013250         MOVE 'Y' TO DL20-AVERT-SW
013260     END-IF.
013270     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
013280 8000-EXIT.
013290     EXIT.
013300*
013310 8900-WRITE-RUN-LEDGER.
013320     MOVE 'PRTD20UR' TO DL20-JW-PROGRAMME.
013330     MOVE DL20-MODE-SW TO DL20-JWT-MODE.
013340     MOVE DL20-DOS-DEPLACES TO DL20-JWT-DEPLACES.
013350     MOVE DL20-ASG-LIBEREES TO DL20-JWT-LIBEREES.
013360     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
013370     COMPUTE DL20-JW-RECS-READ = DL20-MAP-LUS + DL20-DOS-LUS.
013380     MOVE DL20-LOG-ECRITS TO DL20-JW-RECS-ECRITS.
013390     IF DL20-AVERTISSEMENT
013400         MOVE 'W' TO DL20-JW-RESULTAT
013410     ELSE
013420         MOVE 'O' TO DL20-JW-RESULTAT
013430     END-IF.
013440     CALL 'PRTD20JW' USING DL20-JW-PARMS.
013450     IF DL20-JW-ECHEC
013460         DISPLAY 'PRTD20UR - WARNING, RUN LEDGER WRITE FAILED'
013470     END-IF.
013480 8900-EXIT.
013490     EXIT.
013500*
013510 9000-PRINT-LINE.
013520     IF DL20-LIGNE-CNT >= DL20-LIGNES-PAR-PAGE
013530         PERFORM 9100-NEW-PAGE THRU 9100-EXIT
013540     END-IF.
013550     WRITE PRLIGNE-RECORD FROM DL20-LIGNE-TRAVAIL
013560         AFTER ADVANCING 1 LINE.
013570     ADD 1 TO DL20-LIGNE-CNT.
013580 9000-EXIT.
013590     EXIT.
013600*
013610 9100-NEW-PAGE.
013620     ADD 1 TO DL20-PAGE-NO.
013630     MOVE DL20-PAGE-NO TO DL20-ENT-PAGE.
013640     WRITE PRLIGNE-RECORD FROM DL20-ENTETE-PAGE
013650         AFTER ADVANCING PAGE.
013660     MOVE SPACES TO PRLIGNE-RECORD.
013670     WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE.
013680     MOVE 2 TO DL20-LIGNE-CNT.
013690     IF DL20-ENTETE-COLONNES NOT = SPACES
013700         WRITE PRLIGNE-RECORD FROM DL20-ENTETE-COLONNES
013710             AFTER ADVANCING 1 LINE
013720         MOVE SPACES TO PRLIGNE-RECORD
013730         WRITE PRLIGNE-RECORD AFTER ADVANCING 1 LINE
013740         MOVE 4 TO DL20-LIGNE-CNT
013750     END-IF.
013760 9100-EXIT.
013770     EXIT.
