000110*                    EXTRACT INTO A TABLE, MATCHES THE BANK'S   *
000120*                    END-OF-DAY PRBANQ STATEMENT AGAINST IT     *
000130*                    AND AGAINST LDO-MT-DOSSIER / LDO-DT-REGL   *
000140*                    ON THE PRTD20 MASTER, AND REPORTS FIVE     *
000150*                    CLASSES, EACH IN ITS OWN SECTION WITH      *
000160*                    VALUE TOTALS :                             *
000170*                      1 - PAID AS EXTRACTED,                   *
000190*                      3 - EXTRACTED BUT NOT PAID AFTER N       *
000200*                          DAYS (COMMAND LINE POSITIONS 1-5,    *
000210*                          10 WHEN ZERO),                       *
000220*                      4 - PAID WITH NO MATCHING EXTRACT,       *
000230*                      5 - A REVERSAL ON THE PRREGAN FILE       *
000240*                          (PRTD20RV) MATCHED WITH ITS          *
000250*                          ORIGINAL - THE BANK RECALL, OR THE   *
000260*                          ORIGINAL PAYMENT OR EXTRACT IT       *
000270*                          CANCELS.                             *
000280*                    CLASS 4 PAYMENTS ARE ALSO FLAGGED TO THE   *
000290*                    PRTD20F REVIEW FILE FOR THE FOLLOW-UP      *
000300*                    TEAM, THE SAME WAY PRTD20AK FLAGS          *
000310*                    PLATFORM REJECTIONS. READ-ONLY ON PRTD20,  *
000320*                    SO NO PRGARDE MARKER IS NEEDED.            *
000322*                    ONLY THE EXTRACT RECORDS OF THE RUN DATE   *
000324*                    (COMMAND LINE POSITIONS 6-13, TODAY WHEN   *
000326*                    ZERO) ARE LOADED.                          *
000330*    MODIFICATION HISTORY                                       *
000340*    DATE       INIT  DESCRIPTION                                *
000350*    ---------- ----  -------------------------------------------*
000360*    2026-09-02  DLM  ORIGINAL PROGRAM.                           *
000370*    2026-09-02  DLM  THE UNPAID-AFTER DELAY NOW COMES FROM THE   *
000380*                     PRPARAM FILE (PRTD20PR, NAME DELAI-JRS)     *
000390*                     WHEN THE COMMAND LINE LEAVES IT ZERO.       *
000400*    2026-09-03  DLM  A STATEMENT RECORD WITH A NON-NUMERIC       *
000410*                     DOSSIER NUMBER NOW GETS ITS OWN COUNTER     *
000420*                     AND WARNING INSTEAD OF LEAKING INTO THE     *
000430*                     CLASS-4 COUNT WITHOUT AMOUNT OR PRTD20F     *
000440*                     FLAG, SO THE CLASS TOTALS ALWAYS TIE OUT.   *
000450*    2026-09-07  DLM  THE CLASS-4 FLAG IS NOW RAISED THROUGH       *
000460*                     PRTD20FW, WHICH WRITES NOTHING WHILE A FLAG  *
000470*                     IS STILL OPEN FOR THE SAME DOSSIER AND       *
000480*                     REASON. PRTD20F IS NO LONGER OPENED HERE.    *
000490*    2026-09-07  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000500*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000510*                     USED UP. NO CODE CHANGE.                     *
000520*    2026-09-10  DLM  SETTLEMENT REVERSALS. THE PRREGAN REVERSAL  *
000530*                     EXTRACT WRITTEN BY PRTD20RV IS LOADED TOO.  *
000540*                     A NEGATIVE STATEMENT LINE THAT RECALLS A    *
000550*                     REVERSAL, A PAYMENT OR AN UNPAID EXTRACT    *
000560*                     THAT A REVERSAL CANCELS, FOR THE SAME       *
000570*                     DOSSIER AND AMOUNT, NO LONGER SHOWS AS      *
000580*                     CLASS 3 OR 4 (NOR IS FLAGGED) BUT IN THE    *
000590*                     NEW CLASS 5. REVERSALS THE BANK HAS NOT YET *
000600*                     RECALLED ARE COUNTED FOR INFORMATION.       *
000610*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000620*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000630*                     USED UP. NO CODE CHANGE.                     *
000631*    2026-09-22  DLM  ONLY PRREGL AND PRREGAN RECORDS WHOSE       *
000632*                     PRREG-DT-EXTRACT RUN DATE IS THE EXTRACT    *
000633*                     RUN DATE (COMMAND LINE POSITIONS 6-13,      *
000634*                     TODAY WHEN ZERO) ARE LOADED. A FILE LEFT    *
000635*                     OVER FROM AN EARLIER NIGHT WAS MATCHED      *
000636*                     AGAINST THE WRONG STATEMENT. THE RECORDS    *
000637*                     SKIPPED ARE COUNTED AND WARNED, AND THE RUN *
000638*                     LEDGER RESULT IS 'W'.                       *
000640*****************************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     COPY PRTD20RSL.
000690     COPY PRREGSEL.
000700     COPY PRBNQSEL.
000710     COPY PRRANSEL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PRTD20-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY XPRTD20.
000770 FD  PRREGL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY XPRREG.
000800 FD  PRBANQ-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY XPRBNQ.
000830 FD  PRREGAN-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY XPRREG REPLACING LEADING ==PRREG== BY ==PRRAN==.
000860 WORKING-STORAGE SECTION.
000870     COPY XPRSTAT.
000880     COPY XPRJWLK.
000890     COPY XPRPRLK.
000900     COPY XPRFWLK.
000910 01  DL20-SWITCHES.
000920     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000930         88  DL20-EOF               VALUE 'Y'.
000940     05  DL20-EX-FOUND-SW       PIC X(1)  VALUE 'N'.
000950         88  DL20-EX-FOUND          VALUE 'Y'.
000960     05  DL20-AN-FOUND-SW       PIC X(1)  VALUE 'N'.
000970         88  DL20-AN-FOUND          VALUE 'Y'.
000980 01  DL20-COUNTERS.
000990     05  DL20-EXTRAITS-LUS      PIC 9(7)  USAGE COMP.
001000     05  DL20-PAIEMENTS-LUS     PIC 9(7)  USAGE COMP.
001010     05  DL20-NB-CONFORMES      PIC 9(7)  USAGE COMP.
001020     05  DL20-NB-MT-DIFF        PIC 9(7)  USAGE COMP.
001030     05  DL20-NB-NON-PAYES      PIC 9(7)  USAGE COMP.
001040     05  DL20-NB-SANS-EXTRAIT   PIC 9(7)  USAGE COMP.
001050     05  DL20-NB-MAUVAIS        PIC 9(7)  USAGE COMP.
001060     05  DL20-EX-DROPPED        PIC 9(7)  USAGE COMP.
001070     05  DL20-DEJA-OUVERTS      PIC 9(7)  USAGE COMP.
001080     05  DL20-FLAG-ECHECS       PIC 9(7)  USAGE COMP.
001090     05  DL20-ANNULS-LUS        PIC 9(7)  USAGE COMP.
001100     05  DL20-NB-ANNULES        PIC 9(7)  USAGE COMP.
001110     05  DL20-AN-DROPPED        PIC 9(7)  USAGE COMP.
001120     05  DL20-AN-NON-RAPPELES   PIC 9(7)  USAGE COMP.
001123     05  DL20-EX-ECARTES        PIC 9(7)  USAGE COMP.
001126     05  DL20-AN-ECARTES        PIC 9(7)  USAGE COMP.
001130 01  DL20-TOTAUX.
001140     05  DL20-MT-CONFORMES      PIC S9(13)V9(2) USAGE COMP-3.
001150     05  DL20-MT-DIFF-EXTRAIT   PIC S9(13)V9(2) USAGE COMP-3.
001160     05  DL20-MT-DIFF-PAYE      PIC S9(13)V9(2) USAGE COMP-3.
001170     05  DL20-MT-NON-PAYES      PIC S9(13)V9(2) USAGE COMP-3.
001180     05  DL20-MT-SANS-EXTRAIT   PIC S9(13)V9(2) USAGE COMP-3.
001190     05  DL20-MT-ANNULES        PIC S9(13)V9(2) USAGE COMP-3.
001200 01  DL20-PARMS.
001210     05  DL20-PARM-LINE         PIC X(80).
001220     05  DL20-PARM-DELAI-JRS    PIC 9(5).
001225     05  DL20-PARM-DT-EXTRACT   PIC 9(8).
001230 01  DL20-TODAY                 PIC 9(8).
001240 01  DL20-WORK-AGE              PIC S9(9) USAGE COMP.
001250 01  DL20-WORK-DT-REGL          PIC 9(8).
001260 01  DL20-EXTRAIT-TABLE.
001270     05  DL20-EX-ENTRY   OCCURS 1 TO 5000 TIMES
001280                         DEPENDING ON DL20-EX-COUNT
001290                         INDEXED BY DL20-EX-IDX.
001300         10  DL20-EX-DOSSIER    PIC 9(11).
001310         10  DL20-EX-MT         PIC S9(11)V9(2) USAGE COMP-3.
001320         10  DL20-EX-DT-VAL     PIC 9(8).
001330         10  DL20-EX-PAYE-SW    PIC X(1).
001340 01  DL20-EX-COUNT              PIC 9(5)  USAGE COMP  VALUE 0.
001350 01  DL20-EX-SUB                PIC 9(5)  USAGE COMP.
001360 01  DL20-ANNUL-TABLE.
001370     05  DL20-AN-ENTRY   OCCURS 1 TO 500 TIMES
001380                         DEPENDING ON DL20-AN-COUNT
001390                         INDEXED BY DL20-AN-IDX.
001400         10  DL20-AN-DOSSIER    PIC 9(11).
001410         10  DL20-AN-MT         PIC S9(11)V9(2) USAGE COMP-3.
001420         10  DL20-AN-DT-ORIG    PIC 9(8).
001430         10  DL20-AN-RAPPEL-SW  PIC X(1).
001440         10  DL20-AN-ORIG-SW    PIC X(1).
001450 01  DL20-AN-COUNT              PIC 9(5)  USAGE COMP  VALUE 0.
001460 01  DL20-AN-SUB                PIC 9(5)  USAGE COMP.
001470 01  DL20-RECH-ANNUL.
001480     05  DL20-RECH-DOSSIER      PIC 9(11).
001490     05  DL20-RECH-MT           PIC S9(11)V9(2) USAGE COMP-3.
001500     05  DL20-RECH-TYPE         PIC X(1).
001510         88  DL20-RECH-RAPPEL       VALUE 'R'.
001520         88  DL20-RECH-ORIGINAL     VALUE 'O'.
001530 01  DL20-JW-TEXTE.
001540     05  FILLER                 PIC X(6)  VALUE 'DELAI='.
001550     05  DL20-JWT-DELAI         PIC 9(5).
001560     05  FILLER                 PIC X(29) VALUE SPACES.
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-MATCH-PAYMENTS THRU 2000-EXIT
001610         UNTIL DL20-EOF.
001620     PERFORM 5000-CHECK-UNPAID THRU 5000-EXIT.
001630     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001640     GOBACK.
001650*
001660 1000-INITIALIZE.
001670     MOVE 0 TO DL20-EXTRAITS-LUS DL20-PAIEMENTS-LUS
001680         DL20-NB-CONFORMES DL20-NB-MT-DIFF
001690         DL20-NB-NON-PAYES DL20-NB-SANS-EXTRAIT
001700         DL20-NB-MAUVAIS DL20-EX-DROPPED
001710         DL20-ANNULS-LUS DL20-NB-ANNULES DL20-AN-DROPPED
001720         DL20-AN-NON-RAPPELES DL20-EX-ECARTES DL20-AN-ECARTES.
001730     MOVE 0 TO DL20-DEJA-OUVERTS DL20-FLAG-ECHECS.
001740     MOVE 0 TO DL20-MT-CONFORMES DL20-MT-DIFF-EXTRAIT
001750         DL20-MT-DIFF-PAYE DL20-MT-NON-PAYES
001760         DL20-MT-SANS-EXTRAIT
001770         DL20-MT-ANNULES.
001780     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
001790     MOVE DL20-PARM-LINE(1:5) TO DL20-PARM-DELAI-JRS.
001800     IF DL20-PARM-DELAI-JRS NOT NUMERIC
001810         OR DL20-PARM-DELAI-JRS = ZERO
001820         PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT
001830     END-IF.
001840     IF DL20-PARM-DELAI-JRS NOT NUMERIC
001850         OR DL20-PARM-DELAI-JRS = ZERO
001860         MOVE 10 TO DL20-PARM-DELAI-JRS
001870     END-IF.
001880     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
001881     MOVE DL20-PARM-LINE(6:8) TO DL20-PARM-DT-EXTRACT.
001882     IF DL20-PARM-DT-EXTRACT NOT NUMERIC
001883         OR DL20-PARM-DT-EXTRACT = ZERO
001884         MOVE DL20-TODAY TO DL20-PARM-DT-EXTRACT
001885     END-IF.
001890     DISPLAY '=========================================='.
001900     DISPLAY 'PRTD20BR - BANK STATEMENT RECONCILIATION'.
001910     DISPLAY '=========================================='.
001920     DISPLAY 'PRTD20BR - UNPAID AFTER (DAYS) : '
001930         DL20-PARM-DELAI-JRS.
001933     DISPLAY 'PRTD20BR - EXTRACT RUN DATE    : '
001936         DL20-PARM-DT-EXTRACT.
001940     PERFORM 1100-LOAD-EXTRAIT-TABLE THRU 1100-EXIT.
001950     PERFORM 1200-LOAD-ANNUL-TABLE THRU 1200-EXIT.
001960     OPEN INPUT PRTD20-FILE.
001970     OPEN INPUT PRBANQ-FILE.
001980     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
001990 1000-EXIT.
002000     EXIT.
002010*
002020 1050-READ-PARM-FILE.
002030     MOVE 'PRTD20BR' TO DL20-PR-PROGRAMME.
002040     MOVE 'DELAI-JRS' TO DL20-PR-NOM.
002050     CALL 'PRTD20PR' USING DL20-PR-PARMS.
002060     IF DL20-PR-TROUVE
002070         MOVE DL20-PR-VALEUR-NUM TO DL20-PARM-DELAI-JRS
002080     END-IF.
002090     IF DL20-PR-NON-NUM
002100         DISPLAY 'PRTD20BR - WARNING, PRPARAM VALUE NOT NUMERIC'
002110     END-IF.
002120 1050-EXIT.
002130     EXIT.
002140*
002150 1100-LOAD-EXTRAIT-TABLE.
002160     MOVE 0 TO DL20-EX-COUNT.
002170     OPEN INPUT PRREGL-FILE.
002180     IF DL20-PRREGL-OK
002190         PERFORM 1110-READ-EXTRAIT THRU 1110-EXIT
002200         PERFORM 1120-STORE-EXTRAIT THRU 1120-EXIT
002210             UNTIL DL20-EOF
002220         CLOSE PRREGL-FILE
002230         MOVE 'N' TO DL20-EOF-SW
002240     END-IF.
002250 1100-EXIT.
002260     EXIT.
002270*
002280 1110-READ-EXTRAIT.
002290     READ PRREGL-FILE NEXT RECORD
002300         AT END
002310             MOVE 'Y' TO DL20-EOF-SW
002320         NOT AT END
002330             ADD 1 TO DL20-EXTRAITS-LUS
002340     END-READ.
002350 1110-EXIT.
002360     EXIT.
002370*
002380 1120-STORE-EXTRAIT.
002381*    PRREGL IS REWRITTEN BY EVERY PRTD20SE RUN - A FILE FROM
002382*    ANOTHER NIGHT IS NOT MATCHED AGAINST THIS STATEMENT.
002383     IF PRREG-DT-EXTRACT NOT = DL20-PARM-DT-EXTRACT
002384         ADD 1 TO DL20-EX-ECARTES
002385         GO TO 1120-READ-NEXT
002386     END-IF.
002390     IF DL20-EX-COUNT < 5000
002400         ADD 1 TO DL20-EX-COUNT
002410         MOVE PRREG-NO-DOSSIER TO DL20-EX-DOSSIER(DL20-EX-COUNT)
002420         MOVE PRREG-MT-DOSSIER TO DL20-EX-MT(DL20-EX-COUNT)
002430         MOVE PRREG-DT-VAL     TO DL20-EX-DT-VAL(DL20-EX-COUNT)
002440         MOVE 'N' TO DL20-EX-PAYE-SW(DL20-EX-COUNT)
002450     ELSE
002460         ADD 1 TO DL20-EX-DROPPED
002470     END-IF.
002475 1120-READ-NEXT.
002480     PERFORM 1110-READ-EXTRAIT THRU 1110-EXIT.
002490 1120-EXIT.
002500     EXIT.
002510*
002520 1200-LOAD-ANNUL-TABLE.
002530*    NO PRREGAN FILE SIMPLY MEANS NO REVERSALS TO PAIR.
002540     MOVE 0 TO DL20-AN-COUNT.
002550     OPEN INPUT PRREGAN-FILE.
002560     IF DL20-PRREGAN-OK
002570         PERFORM 1210-READ-ANNUL THRU 1210-EXIT
002580         PERFORM 1220-STORE-ANNUL THRU 1220-EXIT
002590             UNTIL DL20-EOF
002600         CLOSE PRREGAN-FILE
002610         MOVE 'N' TO DL20-EOF-SW
002620     END-IF.
002630 1200-EXIT.
002640     EXIT.
002650*
002660 1210-READ-ANNUL.
002670     READ PRREGAN-FILE NEXT RECORD
002680         AT END
002690             MOVE 'Y' TO DL20-EOF-SW
002700         NOT AT END
002710             ADD 1 TO DL20-ANNULS-LUS
002720     END-READ.
002730 1210-EXIT.
002740     EXIT.
002750*
002760 1220-STORE-ANNUL.
002762     IF PRRAN-DT-EXTRACT NOT = DL20-PARM-DT-EXTRACT
002764         ADD 1 TO DL20-AN-ECARTES
002766         GO TO 1220-READ-NEXT
002768     END-IF.
002770     IF DL20-AN-COUNT < 500
002780         ADD 1 TO DL20-AN-COUNT
002790         MOVE PRRAN-NO-DOSSIER TO DL20-AN-DOSSIER(DL20-AN-COUNT)
002800         MOVE PRRAN-MT-DOSSIER TO DL20-AN-MT(DL20-AN-COUNT)
002810         MOVE PRRAN-DT-REGL-ORIG
002820                               TO DL20-AN-DT-ORIG(DL20-AN-COUNT)
002830         MOVE 'N' TO DL20-AN-RAPPEL-SW(DL20-AN-COUNT)
002840         MOVE 'N' TO DL20-AN-ORIG-SW(DL20-AN-COUNT)
002850     ELSE
002860         ADD 1 TO DL20-AN-DROPPED
002870     END-IF.
002875 1220-READ-NEXT.
002880     PERFORM 1210-READ-ANNUL THRU 1210-EXIT.
002890 1220-EXIT.
002900     EXIT.
002910*
002920 2000-MATCH-PAYMENTS.
002930*    A STATEMENT RECORD WITH NO USABLE DOSSIER NUMBER CANNOT BE
002940*    MATCHED OR FLAGGED - IT IS COUNTED AND WARNED ON ITS OWN,
002950*    NEVER FOLDED INTO A RECONCILIATION CLASS.
002960     IF PRBNQ-NO-DOSSIER NOT NUMERIC
002970         ADD 1 TO DL20-NB-MAUVAIS
002980         DISPLAY 'PRTD20BR - BAD PAYMENT DOSSIER NO : '
002990             PRBNQ-NO-DOSSIER
003000     ELSE
003010         PERFORM 3000-MATCH-ONE-PAYMENT THRU 3000-EXIT
003020     END-IF.
003030     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060*
003070 2100-READ-PAYMENT.
003080     READ PRBANQ-FILE NEXT RECORD
003090         AT END
003100             MOVE 'Y' TO DL20-EOF-SW
003110         NOT AT END
003120             ADD 1 TO DL20-PAIEMENTS-LUS
003130     END-READ.
003140 2100-EXIT.
003150     EXIT.
003160*
003170 3000-MATCH-ONE-PAYMENT.
003180*    A NEGATIVE LINE IS FIRST TRIED AS THE BANK RECALL OF A
003190*    REVERSAL; A LINE WITH NO EXTRACT IS TRIED AS THE ORIGINAL
003200*    PAYMENT A REVERSAL CANCELS BEFORE IT FALLS INTO CLASS 4.
003210     MOVE 'N' TO DL20-AN-FOUND-SW.
003220     IF PRBNQ-MT-PAYE < 0
003230         MOVE PRBNQ-NO-DOSSIER TO DL20-RECH-DOSSIER
003240         MOVE PRBNQ-MT-PAYE TO DL20-RECH-MT
003250         MOVE 'R' TO DL20-RECH-TYPE
003260         PERFORM 3100-MATCH-REVERSAL THRU 3100-EXIT
003270         IF DL20-AN-FOUND
003280             ADD PRBNQ-MT-PAYE TO DL20-MT-ANNULES
003290             DISPLAY 'PRTD20BR - REVERSAL RECALLED : '
003300                 PRBNQ-NO-DOSSIER
003310                 ' AMOUNT ' PRBNQ-MT-PAYE
003320                 ' ON ' PRBNQ-DT-PAIE ' SETTLED '
003325                 DL20-AN-DT-ORIG(DL20-AN-IDX)
003330             GO TO 3000-EXIT
003340         END-IF
003350     END-IF.
003360     MOVE 'N' TO DL20-EX-FOUND-SW.
003370     IF DL20-EX-COUNT > 0
003380         SET DL20-EX-IDX TO 1
003390         SEARCH DL20-EX-ENTRY VARYING DL20-EX-IDX
003400             AT END
003410                 CONTINUE
003420             WHEN DL20-EX-DOSSIER(DL20-EX-IDX)
003430                     = PRBNQ-NO-DOSSIER
003440                 MOVE 'Y' TO DL20-EX-FOUND-SW
003450         END-SEARCH
003460     END-IF.
003470     IF NOT DL20-EX-FOUND
003480         IF PRBNQ-MT-PAYE > 0
003490             MOVE PRBNQ-NO-DOSSIER TO DL20-RECH-DOSSIER
003500             COMPUTE DL20-RECH-MT = 0 - PRBNQ-MT-PAYE
003510             MOVE 'O' TO DL20-RECH-TYPE
003520             PERFORM 3100-MATCH-REVERSAL THRU 3100-EXIT
003530         END-IF
003540         IF DL20-AN-FOUND
003550             ADD PRBNQ-MT-PAYE TO DL20-MT-ANNULES
003560             DISPLAY 'PRTD20BR - PAID, SINCE REVERSED : '
003570                 PRBNQ-NO-DOSSIER
003580                 ' PAID ' PRBNQ-MT-PAYE
003590                 ' ON ' PRBNQ-DT-PAIE ' SETTLED '
003595                 DL20-AN-DT-ORIG(DL20-AN-IDX)
003600         ELSE
003610             PERFORM 3200-PAYMENT-NO-EXTRACT THRU 3200-EXIT
003620         END-IF
003630         GO TO 3000-EXIT
003640     END-IF.
003650     MOVE 'Y' TO DL20-EX-PAYE-SW(DL20-EX-IDX).
003660     IF PRBNQ-MT-PAYE = DL20-EX-MT(DL20-EX-IDX)
003670         ADD 1 TO DL20-NB-CONFORMES
003680         ADD PRBNQ-MT-PAYE TO DL20-MT-CONFORMES
003690     ELSE
003700         ADD 1 TO DL20-NB-MT-DIFF
003710         ADD DL20-EX-MT(DL20-EX-IDX) TO DL20-MT-DIFF-EXTRAIT
003720         ADD PRBNQ-MT-PAYE TO DL20-MT-DIFF-PAYE
003730         DISPLAY 'PRTD20BR - AMOUNT DIFFERS : '
003740             PRBNQ-NO-DOSSIER
003750             ' EXTRACTED ' DL20-EX-MT(DL20-EX-IDX)
003760             ' PAID ' PRBNQ-MT-PAYE
003770             ' ON ' PRBNQ-DT-PAIE
003780     END-IF.
003790 3000-EXIT.
003800     EXIT.
003810*
003820 3100-MATCH-REVERSAL.
003830*    LOOKS FOR A REVERSAL OF DL20-RECH-DOSSIER FOR THE AMOUNT
003840*    DL20-RECH-MT (NEGATIVE, AS ON PRREGAN) NOT YET PAIRED ON THE
003850*    SIDE ASKED FOR, PAIRS IT AND COUNTS IT IN CLASS 5.
003860     MOVE 'N' TO DL20-AN-FOUND-SW.
003870     IF DL20-AN-COUNT = 0
003880         GO TO 3100-EXIT
003890     END-IF.
003900     SET DL20-AN-IDX TO 1.
003910     IF DL20-RECH-RAPPEL
003920         SEARCH DL20-AN-ENTRY VARYING DL20-AN-IDX
003930             AT END
003940                 CONTINUE
003950             WHEN DL20-AN-DOSSIER(DL20-AN-IDX) = DL20-RECH-DOSSIER
003960                 AND DL20-AN-MT(DL20-AN-IDX) = DL20-RECH-MT
003970                 AND DL20-AN-RAPPEL-SW(DL20-AN-IDX) = 'N'
003980                 MOVE 'Y' TO DL20-AN-RAPPEL-SW(DL20-AN-IDX)
003990                 MOVE 'Y' TO DL20-AN-FOUND-SW
004000         END-SEARCH
004010     ELSE
004020         SEARCH DL20-AN-ENTRY VARYING DL20-AN-IDX
004030             AT END
004040                 CONTINUE
004050             WHEN DL20-AN-DOSSIER(DL20-AN-IDX) = DL20-RECH-DOSSIER
004060                 AND DL20-AN-MT(DL20-AN-IDX) = DL20-RECH-MT
004070                 AND DL20-AN-ORIG-SW(DL20-AN-IDX) = 'N'
004080                 MOVE 'Y' TO DL20-AN-ORIG-SW(DL20-AN-IDX)
004090                 MOVE 'Y' TO DL20-AN-FOUND-SW
004100         END-SEARCH
004110     END-IF.
004120     IF DL20-AN-FOUND
004130         ADD 1 TO DL20-NB-ANNULES
004140     END-IF.
004150 3100-EXIT.
004160     EXIT.
004170*
004180 3200-PAYMENT-NO-EXTRACT.
004190     ADD 1 TO DL20-NB-SANS-EXTRAIT.
004200     ADD PRBNQ-MT-PAYE TO DL20-MT-SANS-EXTRAIT.
004210     DISPLAY 'PRTD20BR - PAID, NO EXTRACT : '
004220         PRBNQ-NO-DOSSIER
004230         ' PAID ' PRBNQ-MT-PAYE
004240         ' ON ' PRBNQ-DT-PAIE.
004250     MOVE PRBNQ-NO-DOSSIER TO DL20-FW-NO-DOSSIER.
004260     MOVE SPACE            TO DL20-FW-CD-ETA.
004270     MOVE DL20-TODAY       TO DL20-FW-DT-FLAGGED.
004280     MOVE 'PAYMENT NO EXTRACT' TO DL20-FW-RAISON.
004290     CALL 'PRTD20FW' USING DL20-FW-PARMS.
004300     IF DL20-FW-DEJA-OUVERT
004310         ADD 1 TO DL20-DEJA-OUVERTS
004320     END-IF.
004330     IF DL20-FW-ECHEC
004340         ADD 1 TO DL20-FLAG-ECHECS
004350     END-IF.
004360 3200-EXIT.
004370     EXIT.
004380*
004390 5000-CHECK-UNPAID.
004400*    EVERY EXTRACT NEVER MATCHED BY A PAYMENT IS AGED FROM THE
004410*    SETTLEMENT MARK ON THE MASTER (LDO-DT-REGL), OR FROM THE
004420*    EXTRACT'S OWN VALIDATION DATE IF THE DOSSIER HAS SINCE
004430*    BEEN ARCHIVED OFF THE LIVE FILE.
004433*    AN EXTRACT THAT A PRREGAN REVERSAL CANCELS IS PAIRED INTO
004436*    CLASS 5 INSTEAD OF BEING AGED.
004440     IF DL20-EX-COUNT > 0
004450         PERFORM 5100-CHECK-ONE-EXTRACT THRU 5100-EXIT
004460             VARYING DL20-EX-SUB FROM 1 BY 1
004470             UNTIL DL20-EX-SUB > DL20-EX-COUNT
004480     END-IF.
004490     IF DL20-AN-COUNT > 0
004500         PERFORM 5500-COUNT-NON-RAPPELES THRU 5500-EXIT
004510             VARYING DL20-AN-SUB FROM 1 BY 1
004520             UNTIL DL20-AN-SUB > DL20-AN-COUNT
004530     END-IF.
004540 5000-EXIT.
004550     EXIT.
004560*
004570 5100-CHECK-ONE-EXTRACT.
004580     IF DL20-EX-PAYE-SW(DL20-EX-SUB) = 'Y'
004590         GO TO 5100-EXIT
004600     END-IF.
004610     MOVE DL20-EX-DOSSIER(DL20-EX-SUB) TO DL20-RECH-DOSSIER.
004620     COMPUTE DL20-RECH-MT = 0 - DL20-EX-MT(DL20-EX-SUB).
004630     MOVE 'O' TO DL20-RECH-TYPE.
004640     PERFORM 3100-MATCH-REVERSAL THRU 3100-EXIT.
004650     IF DL20-AN-FOUND
004660         ADD DL20-EX-MT(DL20-EX-SUB) TO DL20-MT-ANNULES
004670         DISPLAY 'PRTD20BR - EXTRACTED, SINCE REVERSED : '
004680             DL20-EX-DOSSIER(DL20-EX-SUB)
004690             ' AMOUNT ' DL20-EX-MT(DL20-EX-SUB)
004700         GO TO 5100-EXIT
004710     END-IF.
004720     MOVE DL20-EX-DT-VAL(DL20-EX-SUB) TO DL20-WORK-DT-REGL.
004730     MOVE DL20-EX-DOSSIER(DL20-EX-SUB) TO LDO-NO-DOSSIER.
004740     READ PRTD20-FILE
004750         KEY IS LDO-NO-DOSSIER
004760         INVALID KEY
004770             CONTINUE
004780         NOT INVALID KEY
004790             IF LDO-DT-REGL IS NUMERIC
004800                 AND LDO-DT-REGL NOT = ZERO
004810                 MOVE LDO-DT-REGL TO DL20-WORK-DT-REGL
004820             END-IF
004830     END-READ.
004840     IF DL20-WORK-DT-REGL = ZERO
004850         GO TO 5100-EXIT
004860     END-IF.
004870     COMPUTE DL20-WORK-AGE =
004880         FUNCTION INTEGER-OF-DATE(DL20-TODAY) -
004890         FUNCTION INTEGER-OF-DATE(DL20-WORK-DT-REGL).
004900     IF DL20-WORK-AGE >= DL20-PARM-DELAI-JRS
004910         ADD 1 TO DL20-NB-NON-PAYES
004920         ADD DL20-EX-MT(DL20-EX-SUB) TO DL20-MT-NON-PAYES
004930         DISPLAY 'PRTD20BR - EXTRACTED, NOT PAID : '
004940             DL20-EX-DOSSIER(DL20-EX-SUB)
004950             ' AMOUNT ' DL20-EX-MT(DL20-EX-SUB)
004960             ' SINCE ' DL20-WORK-DT-REGL
004970     END-IF.
004980 5100-EXIT.
004990     EXIT.
005000*
005010 5500-COUNT-NON-RAPPELES.
005020*    A REVERSAL THE BANK HAS NOT RECALLED YET IS NOT AN ANOMALY
005030*    ON ITS OWN - IT IS ONLY COUNTED, FOR FOLLOW-UP WITH THE
005040*    PLATFORM IF IT LINGERS.
005050     IF DL20-AN-RAPPEL-SW(DL20-AN-SUB) = 'N'
005060         ADD 1 TO DL20-AN-NON-RAPPELES
005070     END-IF.
005080 5500-EXIT.
005090     EXIT.
005100*
005110 8000-TERMINATE.
005120     CLOSE PRTD20-FILE.
005130     CLOSE PRBANQ-FILE.
005140     DISPLAY '=========================================='.
005150     DISPLAY 'PRTD20BR - RECONCILIATION TOTALS BY CLASS'.
005160     DISPLAY '=========================================='.
005170     DISPLAY 'EXTRACTS LOADED            : '
005180         DL20-EXTRAITS-LUS.
005190     DISPLAY 'PAYMENTS READ              : '
005200         DL20-PAIEMENTS-LUS.
005210     DISPLAY '1-PAID AS EXTRACTED        : ' DL20-NB-CONFORMES
005220         ' / ' DL20-MT-CONFORMES.
005230     DISPLAY '2-PAID, AMOUNT DIFFERS     : ' DL20-NB-MT-DIFF
005240         ' EXTRACTED ' DL20-MT-DIFF-EXTRAIT
005250         ' PAID ' DL20-MT-DIFF-PAYE.
005260     DISPLAY '3-EXTRACTED, NOT PAID      : ' DL20-NB-NON-PAYES
005270         ' / ' DL20-MT-NON-PAYES.
005280     DISPLAY '4-PAID, NO EXTRACT         : '
005290         DL20-NB-SANS-EXTRAIT
005300         ' / ' DL20-MT-SANS-EXTRAIT.
005310     DISPLAY '5-REVERSED, PAIR MATCHED   : ' DL20-NB-ANNULES
005320         ' / ' DL20-MT-ANNULES.
005330     DISPLAY 'REVERSALS LOADED           : ' DL20-ANNULS-LUS.
005340     DISPLAY 'REVERSALS NOT YET RECALLED : '
005350         DL20-AN-NON-RAPPELES.
005360     IF DL20-NB-MAUVAIS > 0
005370         DISPLAY 'PRTD20BR - WARNING, BAD STATEMENT RECORDS : '
005380             DL20-NB-MAUVAIS
005390     END-IF.
005400     IF DL20-DEJA-OUVERTS > 0
005410         DISPLAY 'PRTD20BR - CLASS-4 FLAGS STILL OPEN : '
005420             DL20-DEJA-OUVERTS
005430     END-IF.
005440     IF DL20-FLAG-ECHECS > 0
005450         DISPLAY 'PRTD20BR - WARNING, PRTD20F WRITES FAILED : '
005460             DL20-FLAG-ECHECS
005470     END-IF.
005480     IF DL20-EX-DROPPED > 0
005490         DISPLAY 'PRTD20BR - WARNING, EXTRACT TABLE FULL, '
005500             'DROPPED : ' DL20-EX-DROPPED
005510     END-IF.
005520     IF DL20-AN-DROPPED > 0
005530         DISPLAY 'PRTD20BR - WARNING, REVERSAL TABLE FULL, '
005540             'DROPPED : ' DL20-AN-DROPPED
005550     END-IF.
005551     IF DL20-EX-ECARTES > 0
005552         DISPLAY 'PRTD20BR - WARNING, EXTRACTS NOT OF THE RUN '
005553             'DATE, NOT LOADED : ' DL20-EX-ECARTES
005554     END-IF.
005555     IF DL20-AN-ECARTES > 0
005556         DISPLAY 'PRTD20BR - WARNING, REVERSALS NOT OF THE RUN '
005557             'DATE, NOT LOADED : ' DL20-AN-ECARTES
005558     END-IF.
005560     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
005570 8000-EXIT.
005580     EXIT.
005590*
005600 8900-WRITE-RUN-LEDGER.
005610     MOVE 'PRTD20BR' TO DL20-JW-PROGRAMME.
005620     MOVE DL20-PARM-DELAI-JRS TO DL20-JWT-DELAI.
005630     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
005640     MOVE DL20-PAIEMENTS-LUS TO DL20-JW-RECS-READ.
005650     COMPUTE DL20-JW-RECS-ECRITS =
005660         DL20-NB-MT-DIFF + DL20-NB-NON-PAYES
005670         + DL20-NB-SANS-EXTRAIT.
005680     IF DL20-JW-RECS-ECRITS > 0 OR DL20-EX-DROPPED > 0
005690         OR DL20-NB-MAUVAIS > 0 OR DL20-FLAG-ECHECS > 0
005700         OR DL20-AN-DROPPED > 0 OR DL20-EX-ECARTES > 0
005705         OR DL20-AN-ECARTES > 0
005710         MOVE 'W' TO DL20-JW-RESULTAT
005720     ELSE
005730         MOVE 'O' TO DL20-JW-RESULTAT
005740     END-IF.
005750     CALL 'PRTD20JW' USING DL20-JW-PARMS.
005760     IF DL20-JW-ECHEC
005770         DISPLAY 'PRTD20BR - WARNING, RUN LEDGER WRITE FAILED'
005780     END-IF.
005790 8900-EXIT.
005800     EXIT.
