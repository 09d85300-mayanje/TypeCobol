000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20NB.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-21.
000060 DATE-COMPILED. 2026-09-21.
000070*****************************************************************
000080*    PROGRAM       : PRTD20NB                                  *
000090*    DESCRIPTION   : SINGLE-PASS NIGHTLY DRIVER. READS PRTD20   *
000100*                    ONCE, IN LDO-NO-DOSSIER ORDER, AND HANDS   *
000110*                    EVERY RECORD TO THE LOGIC OF THE SEVEN     *
000120*                    NIGHTLY JOBS THAT USED TO SCAN IT          *
000130*                    SEPARATELY: PERFORM0 (STATUS COUNTS),      *
000140*                    PRTD20T (STATUS TOTALS), PRTD20ST          *
000150*                    (PRSTATH STATISTICS), PRTD20SL (SLA        *
000160*                    SCORING AND PRTD20F FLAGS), PRTD20PN       *
000170*                    (PRACCR / PRACCRH PENALTY ACCRUAL),        *
000180*                    PRTD20EX (PRTD20X BI EXTRACT) AND          *
000190*                    PRTD20SN (PRSNAP SNAPSHOT). EACH OUTPUT    *
000200*                    IS PRODUCED EXACTLY AS ITS OWN JOB         *
000210*                    PRODUCES IT, WITH THE SAME DISPLAYS, AND   *
000220*                    GETS ITS OWN PRJRNL LEDGER ENTRY UNDER     *
000230*                    ITS OWN PROGRAM NAME; THE DRIVER ADDS ONE  *
000240*                    OF ITS OWN. THE PARAMETERS OF PRTD20SL     *
000250*                    AND PRTD20PN ARE TAKEN FROM THEIR PRPARAM  *
000260*                    ENTRIES (OR THEIR DEFAULTS) - THEIR        *
000270*                    COMMAND-LINE OVERRIDES BELONG TO THE       *
000280*                    SINGLE-JOB RERUNS. COMMAND LINE POSITION   *
000290*                    1 'R' RESTARTS FROM THE LAST PRCKPN        *
000300*                    CHECKPOINT (XPRCKN), WRITTEN EVERY         *
000310*                    PRPARAM PRTD20NB/INTERVALLE DOSSIERS       *
000320*                    (DEFAULT 1000) WITH THE RUNNING TOTALS OF  *
000330*                    EVERY OUTPUT, SO THE RESTART KEEPS THE     *
000340*                    DATE, THE OUTPUTS AND THE FIGURES OF THE   *
000350*                    FAILED RUN; PRTD20X AND PRSNAP ARE TAKEN   *
000360*                    UP FROM THE LAST RECORD ACTUALLY ON THE    *
000370*                    FILE. POSITIONS 3-9 SWITCH ONE OUTPUT OFF  *
000380*                    FOR THE NIGHT WITH AN 'N', IN THE ORDER    *
000390*                    PERFORM0, T, ST, SL, PN, EX, SN. THE       *
000400*                    SEVEN JOBS STAY IN THE LIBRARY TO RERUN    *
000410*                    ONE OUTPUT ON ITS OWN; A CHANGE TO THE     *
000420*                    LOGIC OF ONE OF THEM MUST BE CARRIED HERE  *
000430*                    TOO.                                       *
000440*    MODIFICATION HISTORY                                       *
000450*    DATE       INIT  DESCRIPTION                                *
000460*    ---------- ----  -------------------------------------------*
000470*    2026-09-21  DLM  ORIGINAL PROGRAM.                           *
000480*    2026-09-22  DLM  DOSSIERS HELD FOR APPROVAL (LDO-CD-ETA-APP) *
000490*                     NOW HAVE THEIR OWN BUCKET IN THE PRTD20T    *
000500*                     AND PRTD20ST STATES, THE SUMMARY LINES AND  *
000510*                     THE PRSTATH RECORDS, AS IN THOSE PROGRAMS.  *
000520*                     THE CHECKPOINT STATE GROWS BY 512 BYTES AND *
000530*                     STILL FITS CKN-ZONE-ETAT.                   *
000540*    2026-09-22  DLM  NEW 'S' CHECKPOINT (CKN-STATH-AJOUTE)       *
000550*                     WRITTEN AS SOON AS THE DAY'S PRSTATH        *
000560*                     RECORDS ARE APPENDED. A RESTART FROM IT     *
000570*                     SKIPS THE PASS TOTALS AND THE PRSTATH       *
000580*                     APPEND AND GOES ON TO THE END OF RUN, SO A  *
000590*                     FAILURE BETWEEN THE APPEND AND THE 'F'      *
000600*                     CHECKPOINT NO LONGER APPENDS THE DAY TWICE. *
000610*                     ONLY THE PRTD20X / PRSNAP TAKE-UP IS STILL  *
000620*                     DONE UP TO THE CHECKPOINTED DOSSIER.        *
000630*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000640*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000650*                     USED UP. NO CODE CHANGE.                     *
000660*****************************************************************
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     COPY PRTD20RSL.
000710     COPY PRCKNSEL.
000720     COPY PRAUDSEL.
000730     COPY PRSTHSEL.
000740     COPY PRSLTSEL.
000750     COPY PRACCSEL.
000760     COPY PRACHSEL.
000770     COPY PRBIXSEL.
000780     COPY PRSNPSEL.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PRTD20-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY XPRTD20.
000840 FD  PRCKPN-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY XPRCKN.
000870 FD  PRAUD20-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY XPRAUD.
000900 FD  PRSTATH-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY XPRSTH.
000930 FD  PRSLAT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY XPRSLT.
000960 FD  PRACCR-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY XPRACC.
000990 FD  PRACCRH-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY XPRACH.
001020 FD  PRTD20X-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY XPRBIEXT.
001050 FD  PRSNAP-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY XPRSNAP.
001080 WORKING-STORAGE SECTION.
001090     COPY XPRSTAT.
001100     COPY XPRJWLK.
001110     COPY XPRPRLK.
001120     COPY XPRCVLK.
001130     COPY XPRJOLK.
001140     COPY XPRFWLK.
001150 01  DL20-SWITCHES.
001160     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
001170         88  DL20-EOF               VALUE 'Y'.
001180     05  DL20-RESTART-SW        PIC X(1)  VALUE 'N'.
001190         88  DL20-RESTART-RUN       VALUE 'Y'.
001200     05  DL20-CKPT-FOUND-SW     PIC X(1)  VALUE 'N'.
001210         88  DL20-CKPT-FOUND        VALUE 'Y'.
001220     05  DL20-TERMINE-SW        PIC X(1)  VALUE 'N'.
001230         88  DL20-DEJA-TERMINE      VALUE 'Y'.
001240     05  DL20-PASSE-SW          PIC X(1)  VALUE 'N'.
001250         88  DL20-PASSE-FAITE       VALUE 'Y'.
001260     05  DL20-DEBUT-SW          PIC X(1)  VALUE 'N'.
001270         88  DL20-DEPART-DEBUT      VALUE 'Y'.
001280     05  DL20-EX-REPRISE-SW     PIC X(1)  VALUE 'N'.
001290         88  DL20-EX-REPRISE        VALUE 'Y'.
001300     05  DL20-SN-REPRISE-SW     PIC X(1)  VALUE 'N'.
001310         88  DL20-SN-REPRISE        VALUE 'Y'.
001320     05  DL20-EX-AVERT-SW       PIC X(1)  VALUE 'N'.
001330         88  DL20-EX-AVERT          VALUE 'Y'.
001340     05  DL20-SN-AVERT-SW       PIC X(1)  VALUE 'N'.
001350         88  DL20-SN-AVERT          VALUE 'Y'.
001360     05  DL20-T-DV-FOUND-SW     PIC X(1).
001370         88  DL20-T-DV-FOUND        VALUE 'Y'.
001380     05  DL20-T-UT-FOUND-SW     PIC X(1).
001390         88  DL20-T-UT-FOUND        VALUE 'Y'.
001400     05  DL20-ST-UT-FOUND-SW    PIC X(1).
001410         88  DL20-ST-UT-FOUND       VALUE 'Y'.
001420     05  DL20-SL-CIBLE-SW       PIC X(1)  VALUE 'N'.
001430         88  DL20-SL-CIBLE-TROUVEE  VALUE 'Y'.
001440     05  DL20-SL-SC-FOUND-SW    PIC X(1).
001450         88  DL20-SL-SC-FOUND       VALUE 'Y'.
001460*    ONE BYTE PER OUTPUT, 'Y' WHEN IT IS PRODUCED TONIGHT.
001470 01  DL20-SORTIES.
001480     05  DL20-SW-P0             PIC X(1).
001490         88  DL20-P0-ACTIF          VALUE 'Y'.
001500     05  DL20-SW-T              PIC X(1).
001510         88  DL20-T-ACTIF           VALUE 'Y'.
001520     05  DL20-SW-ST             PIC X(1).
001530         88  DL20-ST-ACTIF          VALUE 'Y'.
001540     05  DL20-SW-SL             PIC X(1).
001550         88  DL20-SL-ACTIF          VALUE 'Y'.
001560     05  DL20-SW-PN             PIC X(1).
001570         88  DL20-PN-ACTIF          VALUE 'Y'.
001580     05  DL20-SW-EX             PIC X(1).
001590         88  DL20-EX-ACTIF          VALUE 'Y'.
001600     05  DL20-SW-SN             PIC X(1).
001610         88  DL20-SN-ACTIF          VALUE 'Y'.
001620 01  DL20-SORTIES-R REDEFINES DL20-SORTIES.
001630     05  DL20-SORTIE            PIC X(1)  OCCURS 7 TIMES.
001640 01  DL20-PARMS.
001650     05  DL20-PARM-LINE         PIC X(80).
001660     05  DL20-PARM-SORTIES.
001670         10  DL20-PARM-SORTIE   PIC X(1)  OCCURS 7 TIMES.
001680 01  DL20-SO-SUB                PIC 9(2)  USAGE COMP.
001690 01  DL20-CKPT-INTERVAL         PIC 9(7)  USAGE COMP VALUE 1000.
001700 01  DL20-CKPT-WORK.
001710     05  DL20-CKPT-QUOTIENT     PIC 9(9)  USAGE COMP.
001720     05  DL20-CKPT-REMAINDER    PIC 9(7)  USAGE COMP.
001730 01  DL20-CKPT-ETAPE            PIC X(1)  VALUE 'C'.
001740*    COUNTS OF THIS RUN ONLY - NOT CARRIED OVER A RESTART.
001750 01  DL20-COUNTERS.
001760     05  DL20-LECTURES          PIC 9(9)  USAGE COMP.
001770     05  DL20-RELUS             PIC 9(9)  USAGE COMP.
001780     05  DL20-CKPT-ECRITS       PIC 9(7)  USAGE COMP.
001790     05  DL20-EX-RECS-WRITTEN   PIC 9(9)  USAGE COMP.
001800     05  DL20-SN-RECS-WRITTEN   PIC 9(9)  USAGE COMP.
001810 01  DL20-RESTART-KEY           PIC S9(11)V USAGE COMP-3 VALUE 0.
001820 01  DL20-DEPART-KEY            PIC S9(11)V USAGE COMP-3 VALUE 0.
001830 01  DL20-DERNIER-NO            PIC S9(11)V USAGE COMP-3 VALUE 0.
001840 01  DL20-EX-DERNIER            PIC S9(11)V USAGE COMP-3 VALUE 0.
001850 01  DL20-SN-DERNIER            PIC S9(11)V USAGE COMP-3 VALUE 0.
001860 01  DL20-TODAY                 PIC 9(8).
001870 01  DL20-ST-WORK-AGE           PIC S9(9) USAGE COMP.
001880 01  DL20-SL-WORK-MESURE        PIC S9(9) USAGE COMP.
001890 01  DL20-SL-WORK-CIBLE         PIC S9(9) USAGE COMP.
001900 01  DL20-SL-WORK-PCT           PIC 9(3)V9(2) USAGE COMP-3.
001910 01  DL20-PN-HIER-ENTIER        PIC S9(9) USAGE COMP.
001920 01  DL20-PN-DT-HIER            PIC 9(8).
001930 01  DL20-PN-WORK-AGE-OUVRES    PIC S9(9) USAGE COMP.
001940 01  DL20-PN-MT-PENALITE        PIC S9(11)V9(2) USAGE COMP-3.
001950 01  DL20-PN-RECS-READ          PIC 9(9)  USAGE COMP.
001960 01  DL20-T-DV-SUB              PIC 9(2)  USAGE COMP.
001970 01  DL20-T-UT-SUB              PIC 9(2)  USAGE COMP.
001980 01  DL20-ST-UT-SUB             PIC 9(2)  USAGE COMP.
001990 01  DL20-SL-SC-SUB             PIC 9(2)  USAGE COMP.
002000*    PRSLAT TARGETS - REFERENCE DATA, RELOADED ON A RESTART.
002010 01  DL20-SL-CIBLE-TABLE.
002020     05  DL20-SL-CB-ENTRY   OCCURS 1 TO 20 TIMES
002030                            DEPENDING ON DL20-SL-CB-COUNT
002040                            INDEXED BY DL20-SL-CB-IDX.
002050         10  DL20-SL-CB-UNITE   PIC X(3).
002060         10  DL20-SL-CB-JOURS   PIC 9(5)  USAGE COMP.
002070 01  DL20-SL-CB-COUNT           PIC 9(2)  USAGE COMP  VALUE 0.
002080*****************************************************************
002090*    RUNNING STATE OF EVERY OUTPUT. THE WHOLE GROUP IS CARRIED   *
002100*    ON EACH PRCKPN CHECKPOINT (CKN-ZONE-ETAT) AND RESTORED BY   *
002110*    A RESTART, SO IT HOLDS NOTHING BUT FIXED-LENGTH ITEMS - THE *
002120*    UNIT AND CURRENCY TABLES KEEP THEIR OWN COUNT OF ENTRIES IN *
002130*    USE INSTEAD OF AN OCCURS DEPENDING ON.                      *
002140*****************************************************************
002150 01  DL20-ETAT.
002160     05  DL20-RECS-READ         PIC 9(9)  USAGE COMP.
002170     05  DL20-P0-ETAT.
002180         10  DL20-P0-ITER-COUNT PIC 9(7)  USAGE COMP.
002190         10  DL20-P0-SAI-COUNT  PIC 9(7)  USAGE COMP.
002200         10  DL20-P0-VAL-COUNT  PIC 9(7)  USAGE COMP.
002210         10  DL20-P0-OTHER-COUNT
002220                                PIC 9(7)  USAGE COMP.
002230     05  DL20-T-ETAT.
002240         10  DL20-T-SAI-DOSSIERS
002250                                PIC 9(7)  USAGE COMP.
002260         10  DL20-T-VAL-DOSSIERS
002270                                PIC 9(7)  USAGE COMP.
002280         10  DL20-T-REJ-DOSSIERS
002290                                PIC 9(7)  USAGE COMP.
002300         10  DL20-T-APP-DOSSIERS
002310                                PIC 9(7)  USAGE COMP.
002320         10  DL20-T-MT-SAI-TOTAL
002330                                PIC S9(13)V9(2) USAGE COMP-3.
002340         10  DL20-T-MT-VAL-TOTAL
002350                                PIC S9(13)V9(2) USAGE COMP-3.
002360         10  DL20-T-MT-REJ-TOTAL
002370                                PIC S9(13)V9(2) USAGE COMP-3.
002380         10  DL20-T-MT-APP-TOTAL
002390                                PIC S9(13)V9(2) USAGE COMP-3.
002400         10  DL20-T-MT-SAI-REF  PIC S9(13)V9(2) USAGE COMP-3.
002410         10  DL20-T-MT-VAL-REF  PIC S9(13)V9(2) USAGE COMP-3.
002420         10  DL20-T-MT-REJ-REF  PIC S9(13)V9(2) USAGE COMP-3.
002430         10  DL20-T-MT-APP-REF  PIC S9(13)V9(2) USAGE COMP-3.
002440         10  DL20-T-SANS-TAUX-COUNT
002450                                PIC 9(7)  USAGE COMP.
002460         10  DL20-T-DV-COUNT    PIC 9(2)  USAGE COMP.
002470         10  DL20-T-DV-ENTRY    OCCURS 10 TIMES
002480                                INDEXED BY DL20-T-DV-IDX.
002490             15  DL20-T-DV-DEVISE
002500                                PIC X(3).
002510             15  DL20-T-DV-NB   PIC 9(7)  USAGE COMP.
002520             15  DL20-T-DV-MT   PIC S9(13)V9(2) USAGE COMP-3.
002530             15  DL20-T-DV-DT-TAUX
002540                                PIC 9(8).
002550         10  DL20-T-UT-COUNT    PIC 9(2)  USAGE COMP.
002560         10  DL20-T-UT-ENTRY    OCCURS 20 TIMES
002570                                INDEXED BY DL20-T-UT-IDX.
002580             15  DL20-T-UT-UNITE
002590                                PIC X(3).
002600             15  DL20-T-UT-SAI-NB
002610                                PIC 9(7)  USAGE COMP.
002620             15  DL20-T-UT-SAI-MT
002630                                PIC S9(13)V9(2) USAGE COMP-3.
002640             15  DL20-T-UT-VAL-NB
002650                                PIC 9(7)  USAGE COMP.
002660             15  DL20-T-UT-VAL-MT
002670                                PIC S9(13)V9(2) USAGE COMP-3.
002680             15  DL20-T-UT-REJ-NB
002690                                PIC 9(7)  USAGE COMP.
002700             15  DL20-T-UT-REJ-MT
002710                                PIC S9(13)V9(2) USAGE COMP-3.
002720             15  DL20-T-UT-APP-NB
002730                                PIC 9(7)  USAGE COMP.
002740             15  DL20-T-UT-APP-MT
002750                                PIC S9(13)V9(2) USAGE COMP-3.
002760     05  DL20-ST-ETAT.
002770         10  DL20-ST-TP-NB-SAI  PIC 9(7)  USAGE COMP.
002780         10  DL20-ST-TP-MT-SAI  PIC S9(13)V9(2) USAGE COMP-3.
002790         10  DL20-ST-TP-NB-VAL  PIC 9(7)  USAGE COMP.
002800         10  DL20-ST-TP-MT-VAL  PIC S9(13)V9(2) USAGE COMP-3.
002810         10  DL20-ST-TP-NB-REJ  PIC 9(7)  USAGE COMP.
002820         10  DL20-ST-TP-MT-REJ  PIC S9(13)V9(2) USAGE COMP-3.
002830         10  DL20-ST-TP-NB-APP  PIC 9(7)  USAGE COMP.
002840         10  DL20-ST-TP-MT-APP  PIC S9(13)V9(2) USAGE COMP-3.
002850         10  DL20-ST-TP-SOMME-AGE
002860                                PIC S9(13) USAGE COMP-3.
002870         10  DL20-ST-TP-NB-VAL-JOUR
002880                                PIC 9(7)  USAGE COMP.
002890         10  DL20-ST-TP-NB-REJ-JOUR
002900                                PIC 9(7)  USAGE COMP.
002910         10  DL20-ST-AUDIT-READ PIC 9(7)  USAGE COMP.
002920         10  DL20-ST-RECS-ECRITS
002930                                PIC 9(7)  USAGE COMP.
002940         10  DL20-ST-UT-COUNT   PIC 9(2)  USAGE COMP.
002950         10  DL20-ST-UT-ENTRY   OCCURS 20 TIMES
002960                                INDEXED BY DL20-ST-UT-IDX.
002970             15  DL20-ST-UT-UNITE
002980                                PIC X(3).
002990             15  DL20-ST-UT-NB-SAI
003000                                PIC 9(7)  USAGE COMP.
003010             15  DL20-ST-UT-MT-SAI
003020                                PIC S9(13)V9(2) USAGE COMP-3.
003030             15  DL20-ST-UT-NB-VAL
003040                                PIC 9(7)  USAGE COMP.
003050             15  DL20-ST-UT-MT-VAL
003060                                PIC S9(13)V9(2) USAGE COMP-3.
003070             15  DL20-ST-UT-NB-REJ
003080                                PIC 9(7)  USAGE COMP.
003090             15  DL20-ST-UT-MT-REJ
003100                                PIC S9(13)V9(2) USAGE COMP-3.
003110             15  DL20-ST-UT-NB-APP
003120                                PIC 9(7)  USAGE COMP.
003130             15  DL20-ST-UT-MT-APP
003140                                PIC S9(13)V9(2) USAGE COMP-3.
003150             15  DL20-ST-UT-SOMME-AGE
003160                                PIC S9(13) USAGE COMP-3.
003170     05  DL20-SL-ETAT.
003180         10  DL20-SL-MARGE-JRS  PIC 9(3).
003190         10  DL20-SL-DOS-SCORES PIC 9(7)  USAGE COMP.
003200         10  DL20-SL-BREACH-COUNT
003210                                PIC 9(7)  USAGE COMP.
003220         10  DL20-SL-NEAR-COUNT PIC 9(7)  USAGE COMP.
003230         10  DL20-SL-SANS-CIBLE PIC 9(7)  USAGE COMP.
003240         10  DL20-SL-DEJA-OUVERTS
003250                                PIC 9(7)  USAGE COMP.
003260         10  DL20-SL-FLAG-ECHECS
003270                                PIC 9(7)  USAGE COMP.
003280         10  DL20-SL-SC-COUNT   PIC 9(2)  USAGE COMP.
003290         10  DL20-SL-SC-ENTRY   OCCURS 20 TIMES
003300                                INDEXED BY DL20-SL-SC-IDX.
003310             15  DL20-SL-SC-UNITE
003320                                PIC X(3).
003330             15  DL20-SL-SC-SCORES
003340                                PIC 9(7)  USAGE COMP.
003350             15  DL20-SL-SC-CONFORMES
003360                                PIC 9(7)  USAGE COMP.
003370     05  DL20-PN-ETAT.
003380         10  DL20-PN-GRACE-JRS  PIC 9(5).
003390         10  DL20-PN-TAUX-JOUR  PIC 9(2)V9(4).
003400         10  DL20-PN-JOUR-OUVRE-SW
003410                                PIC X(1).
003420             88  DL20-PN-JOUR-OUVRE VALUE 'Y'.
003430         10  DL20-PN-ACCRUS-JOUR
003440                                PIC 9(7)  USAGE COMP.
003450         10  DL20-PN-ACCRUS-NOUVEAUX
003460                                PIC 9(7)  USAGE COMP.
003470         10  DL20-PN-ACCRUS-ARRETES
003480                                PIC 9(7)  USAGE COMP.
003490         10  DL20-PN-DEJA-FAITS PIC 9(7)  USAGE COMP.
003500 01  DL20-JW-VIA                PIC X(12) VALUE 'VIA PRTD20NB'.
003510 01  DL20-JW-TEXTE-P0.
003520     05  FILLER                 PIC X(8)  VALUE 'RESTART='.
003530     05  DL20-JWT-P0-RESTART    PIC X(1).
003540     05  FILLER                 PIC X(1)  VALUE SPACE.
003550     05  DL20-JWT-P0-VIA        PIC X(12).
003560     05  FILLER                 PIC X(18) VALUE SPACES.
003570 01  DL20-JW-TEXTE-SL.
003580     05  FILLER                 PIC X(6)  VALUE 'MARGE='.
003590     05  DL20-JWT-SL-MARGE      PIC 9(3).
003600     05  FILLER                 PIC X(1)  VALUE SPACE.
003610     05  DL20-JWT-SL-VIA        PIC X(12).
003620     05  FILLER                 PIC X(18) VALUE SPACES.
003630 01  DL20-JW-TEXTE-PN.
003640     05  FILLER                 PIC X(6)  VALUE 'GRACE='.
003650     05  DL20-JWT-PN-GRACE      PIC 9(5).
003660     05  FILLER                 PIC X(6)  VALUE ' TAUX='.
003670     05  DL20-JWT-PN-TAUX       PIC 9(2).9(4).
003680     05  FILLER                 PIC X(1)  VALUE SPACE.
003690     05  DL20-JWT-PN-VIA        PIC X(12).
003700     05  FILLER                 PIC X(3)  VALUE SPACES.
003710 01  DL20-JW-TEXTE-NB.
003720     05  FILLER                 PIC X(8)  VALUE 'RESTART='.
003730     05  DL20-JWT-NB-RESTART    PIC X(1).
003740     05  FILLER                 PIC X(9)  VALUE ' SORTIES='.
003750     05  DL20-JWT-NB-SORTIES    PIC X(7).
003760     05  FILLER                 PIC X(6)  VALUE ' CKPT='.
003770     05  DL20-JWT-NB-INTERVAL   PIC 9(7).
003780     05  FILLER                 PIC X(2)  VALUE SPACES.
003790 PROCEDURE DIVISION.
003800 0000-MAINLINE.
003810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003820     IF NOT DL20-DEJA-TERMINE
003830         PERFORM 2000-PROCESS-DOSSIER THRU 2000-EXIT
003840             UNTIL DL20-EOF
003850         IF NOT DL20-PASSE-FAITE
003860             PERFORM 7000-END-OF-PASS THRU 7000-EXIT
003870         END-IF
003880     END-IF.
003890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003900     GOBACK.
003910*
003920*****************************************************************
003930*    INITIALISATION - RESTART POSITION, OUTPUTS, PARAMETERS AND  *
003940*    THE FILES OF EVERY OUTPUT SWITCHED ON.                      *
003950*****************************************************************
003960 1000-INITIALIZE.
003970     INITIALIZE DL20-ETAT.
003980     MOVE 0 TO DL20-LECTURES DL20-RELUS DL20-CKPT-ECRITS
003990         DL20-EX-RECS-WRITTEN DL20-SN-RECS-WRITTEN.
004000     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
004010     IF DL20-PARM-LINE(1:1) = 'R'
004020         MOVE 'Y' TO DL20-RESTART-SW
004030     END-IF.
004040     PERFORM 1020-SET-SORTIES THRU 1020-EXIT.
004050     ACCEPT DL20-TODAY FROM DATE YYYYMMDD.
004060     PERFORM 1050-READ-INTERVAL-PARM THRU 1050-EXIT.
004070     IF DL20-RESTART-RUN
004080         PERFORM 1100-READ-LAST-CHECKPOINT THRU 1100-EXIT
004090     END-IF.
004100     IF DL20-DEJA-TERMINE
004110         DISPLAY 'PRTD20NB - RUN OF ' DL20-TODAY
004120             ' ALREADY COMPLETE, NOTHING TO RESTART'
004130         GO TO 1000-EXIT
004140     END-IF.
004150     IF DL20-CKPT-FOUND
004160         MOVE DL20-RESTART-KEY TO DL20-DEPART-KEY
004170         DISPLAY 'PRTD20NB - RESTARTING THE RUN OF ' DL20-TODAY
004180             ' AFTER DOSSIER ' DL20-RESTART-KEY
004190         IF DL20-PASSE-FAITE
004200             DISPLAY 'PRTD20NB - PASS AND PRSTATH APPEND ALREADY '
004210                 'DONE, ONLY THE END OF RUN IS REDONE'
004220         END-IF
004230         IF DL20-PARM-SORTIES NOT = SPACES
004240             DISPLAY 'PRTD20NB - OUTPUT SWITCHES ON THE COMMAND '
004250                 'LINE IGNORED, THOSE OF THE FAILED RUN KEPT'
004260         END-IF
004270         OPEN EXTEND PRCKPN-FILE
004280     ELSE
004290         PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
004300         OPEN OUTPUT PRCKPN-FILE
004310     END-IF.
004320     DISPLAY 'PRTD20NB - PROCESSING DATE      : ' DL20-TODAY.
004330     DISPLAY 'PRTD20NB - OUTPUTS (P0 T ST SL PN EX SN) : '
004340         DL20-SORTIES.
004350     OPEN INPUT PRTD20-FILE.
004360     IF DL20-SL-ACTIF
004370         DISPLAY 'PRTD20SL - WARNING MARGIN (WORKING DAYS) : '
004380             DL20-SL-MARGE-JRS
004390         PERFORM 1300-SL-LOAD-CIBLE-TABLE THRU 1300-EXIT
004400     END-IF.
004410     IF DL20-PN-ACTIF
004420         DISPLAY 'PRTD20PN - GRACE (WORKING DAYS) : '
004430             DL20-PN-GRACE-JRS
004440         DISPLAY 'PRTD20PN - RATE PCT PER DAY     : '
004450             DL20-PN-TAUX-JOUR
004460         PERFORM 1400-PN-OPEN-ACCRUAL-FILES THRU 1400-EXIT
004470         PERFORM 1600-PN-STOP-FINISHED THRU 1600-EXIT
004480     END-IF.
004490     IF DL20-EX-ACTIF
004500         PERFORM 1700-EX-OPEN-EXTRACT THRU 1700-EXIT
004510     END-IF.
004520     IF DL20-SN-ACTIF
004530         PERFORM 1800-SN-OPEN-SNAPSHOT THRU 1800-EXIT
004540     END-IF.
004550     PERFORM 1900-POSITION-PRTD20 THRU 1900-EXIT.
004560 1000-EXIT.
004570     EXIT.
004580*
004590 1020-SET-SORTIES.
004600*    EVERY OUTPUT IS ON UNLESS ITS BYTE IN POSITIONS 3-9 IS 'N'.
004610     MOVE 'YYYYYYY' TO DL20-SORTIES.
004620     MOVE DL20-PARM-LINE(3:7) TO DL20-PARM-SORTIES.
004630     PERFORM 1030-SET-ONE-SORTIE THRU 1030-EXIT
004640         VARYING DL20-SO-SUB FROM 1 BY 1
004650         UNTIL DL20-SO-SUB > 7.
004660 1020-EXIT.
004670     EXIT.
004680*
004690 1030-SET-ONE-SORTIE.
004700     IF DL20-PARM-SORTIE(DL20-SO-SUB) = 'N'
004710         MOVE 'N' TO DL20-SORTIE(DL20-SO-SUB)
004720     END-IF.
004730 1030-EXIT.
004740     EXIT.
004750*
004760 1050-READ-INTERVAL-PARM.
004770     MOVE 'PRTD20NB' TO DL20-PR-PROGRAMME.
004780     MOVE 'INTERVALLE' TO DL20-PR-NOM.
004790     CALL 'PRTD20PR' USING DL20-PR-PARMS.
004800     IF DL20-PR-TROUVE
004810         AND DL20-PR-VALEUR-NUM > 0
004820         AND DL20-PR-VALEUR-NUM < 10000000
004830         MOVE DL20-PR-VALEUR-NUM TO DL20-CKPT-INTERVAL
004840     END-IF.
004850     IF DL20-PR-NON-NUM
004860         DISPLAY 'PRTD20NB - WARNING, PRPARAM VALUE NOT NUMERIC'
004870     END-IF.
004880 1050-EXIT.
004890     EXIT.
004900*
004910 1100-READ-LAST-CHECKPOINT.
004920*    THE LAST RECORD ON PRCKPN WINS. A RESTART WITH NO PRCKPN AT
004930*    ALL, OR AN EMPTY ONE, IS A NORMAL RUN FROM THE TOP - GUARDED
004940*    THE SAME WAY PERFORM0 GUARDS ITS OWN PRCKPT.
004950     OPEN INPUT PRCKPN-FILE.
004960     IF DL20-PRCKPN-OK
004970         PERFORM 1110-READ-CHECKPOINT THRU 1110-EXIT
004980         PERFORM 1110-READ-CHECKPOINT THRU 1110-EXIT
004990             UNTIL DL20-PRCKPN-EOF
005000         CLOSE PRCKPN-FILE
005010         MOVE '00' TO DL20-PRCKPN-STATUS
005020     END-IF.
005030     IF NOT DL20-CKPT-FOUND
005040         DISPLAY 'PRTD20NB - NO CHECKPOINT ON FILE, RUN STARTS '
005050             'FROM THE TOP'
005060     END-IF.
005070 1100-EXIT.
005080     EXIT.
005090*
005100 1110-READ-CHECKPOINT.
005110     READ PRCKPN-FILE NEXT RECORD
005120         AT END
005130             CONTINUE
005140         NOT AT END
005150             PERFORM 1150-RESTORE-CHECKPOINT THRU 1150-EXIT
005160     END-READ.
005170 1110-EXIT.
005180     EXIT.
005190*
005200 1150-RESTORE-CHECKPOINT.
005210     MOVE CKN-NO-DOSSIER TO DL20-RESTART-KEY DL20-DERNIER-NO.
005220     MOVE CKN-DT-TRAIT   TO DL20-TODAY.
005230     MOVE CKN-SORTIES    TO DL20-SORTIES.
005240     MOVE CKN-ZONE-ETAT  TO DL20-ETAT.
005250     IF CKN-TERMINE
005260         MOVE 'Y' TO DL20-TERMINE-SW
005270         MOVE 'N' TO DL20-CKPT-FOUND-SW
005280     ELSE
005290         MOVE 'N' TO DL20-TERMINE-SW
005300         MOVE 'Y' TO DL20-CKPT-FOUND-SW
005310     END-IF.
005320     IF CKN-STATH-AJOUTE
005330         MOVE 'Y' TO DL20-PASSE-SW
005340     ELSE
005350         MOVE 'N' TO DL20-PASSE-SW
005360     END-IF.
005370 1150-EXIT.
005380     EXIT.
005390*
005400 1200-LOAD-PARAMETERS.
005410*    THE SAME PRPARAM ENTRIES AND DEFAULTS PRTD20SL AND PRTD20PN
005420*    USE WHEN THEIR COMMAND LINE IS LEFT BLANK. A RESTART TAKES
005430*    THEM FROM THE CHECKPOINT INSTEAD.
005440     IF DL20-SL-ACTIF
005450         PERFORM 1210-SL-READ-MARGE THRU 1210-EXIT
005460     END-IF.
005470     IF DL20-PN-ACTIF
005480         PERFORM 1220-PN-READ-GRACE THRU 1220-EXIT
005490         PERFORM 1230-PN-READ-TAUX THRU 1230-EXIT
005500         PERFORM 1240-PN-CHECK-WORKING-DAY THRU 1240-EXIT
005510     END-IF.
005520 1200-EXIT.
005530     EXIT.
005540*
005550 1210-SL-READ-MARGE.
005560     MOVE 0 TO DL20-SL-MARGE-JRS.
005570     MOVE 'PRTD20SL' TO DL20-PR-PROGRAMME.
005580     MOVE 'MARGE-JRS' TO DL20-PR-NOM.
005590     CALL 'PRTD20PR' USING DL20-PR-PARMS.
005600     IF DL20-PR-TROUVE
005610         MOVE DL20-PR-VALEUR-NUM TO DL20-SL-MARGE-JRS
005620     END-IF.
005630     IF DL20-PR-NON-NUM
005640         DISPLAY 'PRTD20SL - WARNING, PRPARAM VALUE NOT NUMERIC'
005650     END-IF.
005660     IF DL20-SL-MARGE-JRS = ZERO
005670         MOVE 2 TO DL20-SL-MARGE-JRS
005680     END-IF.
005690 1210-EXIT.
005700     EXIT.
005710*
005720 1220-PN-READ-GRACE.
005730     MOVE 0 TO DL20-PN-GRACE-JRS.
005740     MOVE 'PRTD20PN' TO DL20-PR-PROGRAMME.
005750     MOVE 'GRACE-JRS' TO DL20-PR-NOM.
005760     CALL 'PRTD20PR' USING DL20-PR-PARMS.
005770     IF DL20-PR-TROUVE
005780         MOVE DL20-PR-VALEUR-NUM TO DL20-PN-GRACE-JRS
005790     END-IF.
005800     IF DL20-PR-NON-NUM
005810         DISPLAY 'PRTD20PN - WARNING, PRPARAM VALUE NOT NUMERIC'
005820     END-IF.
005830     IF DL20-PN-GRACE-JRS = ZERO
005840         MOVE 10 TO DL20-PN-GRACE-JRS
005850     END-IF.
005860 1220-EXIT.
005870     EXIT.
005880*
005890 1230-PN-READ-TAUX.
005900*    THE PRPARAM VALUE IS KEYED AS AN INTEGER IN HUNDREDTHS OF
005910*    A BASIS POINT (0.0001 PCT), SO 500 MEANS 0.05 PCT PER DAY.
005920     MOVE 0 TO DL20-PN-TAUX-JOUR.
005930     MOVE 'PRTD20PN' TO DL20-PR-PROGRAMME.
005940     MOVE 'TAUX-JOUR' TO DL20-PR-NOM.
005950     CALL 'PRTD20PR' USING DL20-PR-PARMS.
005960     IF DL20-PR-TROUVE
005970         COMPUTE DL20-PN-TAUX-JOUR =
005980             DL20-PR-VALEUR-NUM / 10000
005990     END-IF.
006000     IF DL20-PR-NON-NUM
006010         DISPLAY 'PRTD20PN - WARNING, PRPARAM VALUE NOT NUMERIC'
006020     END-IF.
006030     IF DL20-PN-TAUX-JOUR = ZERO
006040         MOVE 00.0500 TO DL20-PN-TAUX-JOUR
006050     END-IF.
006060 1230-EXIT.
006070     EXIT.
006080*
006090 1240-PN-CHECK-WORKING-DAY.
006100*    ONE WORKING DAY COUNTED BETWEEN YESTERDAY AND TODAY MEANS
006110*    TODAY ITSELF IS A WORKING DAY.
006120     MOVE 'N' TO DL20-PN-JOUR-OUVRE-SW.
006130     COMPUTE DL20-PN-HIER-ENTIER =
006140         FUNCTION INTEGER-OF-DATE(DL20-TODAY) - 1.
006150     COMPUTE DL20-PN-DT-HIER =
006160         FUNCTION DATE-OF-INTEGER(DL20-PN-HIER-ENTIER).
006170     MOVE DL20-PN-DT-HIER TO DL20-JO-DT-DEBUT.
006180     MOVE DL20-TODAY TO DL20-JO-DT-FIN.
006190     CALL 'PRTD20JO' USING DL20-JO-PARMS.
006200     IF DL20-JO-NB-JOURS > 0
006210         MOVE 'Y' TO DL20-PN-JOUR-OUVRE-SW
006220     END-IF.
006230 1240-EXIT.
006240     EXIT.
006250*
006260 1300-SL-LOAD-CIBLE-TABLE.
006270     MOVE 0 TO DL20-SL-CB-COUNT.
006280     OPEN INPUT PRSLAT-FILE.
006290     IF DL20-PRSLAT-OK
006300         PERFORM 1310-SL-READ-CIBLE THRU 1310-EXIT
006310         PERFORM 1320-SL-STORE-CIBLE THRU 1320-EXIT
006320             UNTIL DL20-EOF
006330         CLOSE PRSLAT-FILE
006340         MOVE 'N' TO DL20-EOF-SW
006350     END-IF.
006360 1300-EXIT.
006370     EXIT.
006380*
006390 1310-SL-READ-CIBLE.
006400     READ PRSLAT-FILE NEXT RECORD
006410         AT END
006420             MOVE 'Y' TO DL20-EOF-SW
006430     END-READ.
006440 1310-EXIT.
006450     EXIT.
006460*
006470 1320-SL-STORE-CIBLE.
006480     IF DL20-SL-CB-COUNT < 20
006490         AND SLT-NB-JOURS-CIBLE IS NUMERIC
006500         AND SLT-NB-JOURS-CIBLE NOT = ZERO
006510         ADD 1 TO DL20-SL-CB-COUNT
006520         MOVE SLT-CD-UNITE TO DL20-SL-CB-UNITE(DL20-SL-CB-COUNT)
006530         MOVE SLT-NB-JOURS-CIBLE
006540             TO DL20-SL-CB-JOURS(DL20-SL-CB-COUNT)
006550     END-IF.
006560     PERFORM 1310-SL-READ-CIBLE THRU 1310-EXIT.
006570 1320-EXIT.
006580     EXIT.
006590*
006600 1400-PN-OPEN-ACCRUAL-FILES.
006610*    THE FIRST EVER ACCRUAL RUN MAY FIND NO PRACCR OR PRACCRH
006620*    FILE AT ALL - GUARDED AS IN PRTD20PN.
006630     OPEN INPUT PRACCR-FILE.
006640     IF DL20-PRACCR-STATUS = '35'
006650         OPEN OUTPUT PRACCR-FILE
006660         CLOSE PRACCR-FILE
006670     ELSE
006680         CLOSE PRACCR-FILE
006690     END-IF.
006700     OPEN I-O PRACCR-FILE.
006710     OPEN INPUT PRACCRH-FILE.
006720     IF DL20-PRACCRH-STATUS = '35'
006730         OPEN OUTPUT PRACCRH-FILE
006740         CLOSE PRACCRH-FILE
006750     ELSE
006760         CLOSE PRACCRH-FILE
006770     END-IF.
006780     OPEN EXTEND PRACCRH-FILE.
006790 1400-EXIT.
006800     EXIT.
006810*
006820 1600-PN-STOP-FINISHED.
006830*    AN OPEN ACCRUAL WHOSE DOSSIER HAS LEFT SAI STOPS TODAY -
006840*    THE TOTAL STAYS ON FILE FOR BILLING, NOTHING MORE IS
006850*    ADDED TO IT. ON A RESTART THE PASS FINDS NOTHING LEFT TO
006860*    STOP THAT THE FAILED RUN HAD NOT ALREADY STOPPED.
006870     MOVE LOW-VALUE TO ACC-NO-DOSSIER.
006880     START PRACCR-FILE KEY IS NOT LESS THAN ACC-NO-DOSSIER
006890         INVALID KEY
006900             MOVE 'Y' TO DL20-EOF-SW
006910     END-START.
006920     IF NOT DL20-EOF
006930         PERFORM 1610-PN-READ-ACCRUAL THRU 1610-EXIT
006940     END-IF.
006950     PERFORM 1620-PN-CHECK-ACCRUAL THRU 1620-EXIT
006960         UNTIL DL20-EOF.
006970     MOVE 'N' TO DL20-EOF-SW.
006980 1600-EXIT.
006990     EXIT.
007000*
007010 1610-PN-READ-ACCRUAL.
007020     READ PRACCR-FILE NEXT RECORD
007030         AT END
007040             MOVE 'Y' TO DL20-EOF-SW
007050     END-READ.
007060 1610-EXIT.
007070     EXIT.
007080*
007090 1620-PN-CHECK-ACCRUAL.
007100     IF ACC-EN-COURS
007110         MOVE ACC-NO-DOSSIER TO LDO-NO-DOSSIER
007120         READ PRTD20-FILE
007130             KEY IS LDO-NO-DOSSIER
007140             INVALID KEY
007150                 PERFORM 1630-PN-STOP-ONE THRU 1630-EXIT
007160             NOT INVALID KEY
007170                 IF NOT LDO-CD-ETA-SAI
007180                     PERFORM 1630-PN-STOP-ONE THRU 1630-EXIT
007190                 END-IF
007200         END-READ
007210     END-IF.
007220     PERFORM 1610-PN-READ-ACCRUAL THRU 1610-EXIT.
007230 1620-EXIT.
007240     EXIT.
007250*
007260 1630-PN-STOP-ONE.
007270     MOVE 'A' TO ACC-CD-STATUT.
007280     REWRITE PRACCR-RECORD
007290         INVALID KEY
007300             DISPLAY 'PRTD20PN - STOP REWRITE FAILED, STATUS '
007310                 DL20-PRACCR-STATUS ' DOSSIER ' ACC-NO-DOSSIER
007320     END-REWRITE.
007330     ADD 1 TO DL20-PN-ACCRUS-ARRETES.
007340     DISPLAY 'PRTD20PN - ACCRUAL STOPPED : ' ACC-NO-DOSSIER
007350         ' TOTAL ' ACC-MT-ACCRU.
007360 1630-EXIT.
007370     EXIT.
007380*
007390 1700-EX-OPEN-EXTRACT.
007400*    A RESTART KEEPS WHAT THE FAILED RUN WROTE: THE RECORDS ON
007410*    FILE ARE COUNTED AND THE EXTRACT CARRIES ON AFTER THE LAST
007420*    ONE, WHICH MAY LIE BEFORE OR AFTER THE CHECKPOINT.
007430     MOVE 'N' TO DL20-EX-REPRISE-SW.
007440     IF NOT DL20-CKPT-FOUND
007450         OPEN OUTPUT PRTD20X-FILE
007460         GO TO 1700-EXIT
007470     END-IF.
007480     OPEN INPUT PRTD20X-FILE.
007490     IF NOT DL20-PRTD20X-OK
007500         DISPLAY 'PRTD20NB - PRTD20X NOT AVAILABLE FOR THE '
007510             'RESTART, STATUS ' DL20-PRTD20X-STATUS
007520             ' - EXTRACT WRITTEN AGAIN FROM THE TOP'
007530         MOVE 'Y' TO DL20-EX-AVERT-SW DL20-DEBUT-SW
007540         OPEN OUTPUT PRTD20X-FILE
007550         GO TO 1700-EXIT
007560     END-IF.
007570     PERFORM 1710-EX-READ-EXTRACT THRU 1710-EXIT
007580         UNTIL DL20-EOF.
007590     CLOSE PRTD20X-FILE.
007600     MOVE 'N' TO DL20-EOF-SW.
007610     OPEN EXTEND PRTD20X-FILE.
007620     IF DL20-EX-RECS-WRITTEN = 0
007630         MOVE 'Y' TO DL20-DEBUT-SW
007640     ELSE
007650         MOVE 'Y' TO DL20-EX-REPRISE-SW
007660         IF DL20-EX-DERNIER < DL20-DEPART-KEY
007670             MOVE DL20-EX-DERNIER TO DL20-DEPART-KEY
007680         END-IF
007690     END-IF.
007700     DISPLAY 'PRTD20EX - RECORDS ALREADY ON FILE : '
007710         DL20-EX-RECS-WRITTEN.
007720 1700-EXIT.
007730     EXIT.
007740*
007750 1710-EX-READ-EXTRACT.
007760     READ PRTD20X-FILE NEXT RECORD
007770         AT END
007780             MOVE 'Y' TO DL20-EOF-SW
007790         NOT AT END
007800             ADD 1 TO DL20-EX-RECS-WRITTEN
007810             MOVE PRBIEXT-NO-DOSSIER TO DL20-EX-DERNIER
007820     END-READ.
007830 1710-EXIT.
007840     EXIT.
007850*
007860 1800-SN-OPEN-SNAPSHOT.
007870*    SAME TAKE-UP AS THE EXTRACT IN 1700-EX-OPEN-EXTRACT.
007880     MOVE 'N' TO DL20-SN-REPRISE-SW.
007890     IF NOT DL20-CKPT-FOUND
007900         OPEN OUTPUT PRSNAP-FILE
007910         GO TO 1800-EXIT
007920     END-IF.
007930     OPEN INPUT PRSNAP-FILE.
007940     IF NOT DL20-PRSNAP-OK
007950         DISPLAY 'PRTD20NB - PRSNAP NOT AVAILABLE FOR THE '
007960             'RESTART, STATUS ' DL20-PRSNAP-STATUS
007970             ' - SNAPSHOT WRITTEN AGAIN FROM THE TOP'
007980         MOVE 'Y' TO DL20-SN-AVERT-SW DL20-DEBUT-SW
007990         OPEN OUTPUT PRSNAP-FILE
008000         GO TO 1800-EXIT
008010     END-IF.
008020     PERFORM 1810-SN-READ-SNAPSHOT THRU 1810-EXIT
008030         UNTIL DL20-EOF.
008040     CLOSE PRSNAP-FILE.
008050     MOVE 'N' TO DL20-EOF-SW.
008060     OPEN EXTEND PRSNAP-FILE.
008070     IF DL20-SN-RECS-WRITTEN = 0
008080         MOVE 'Y' TO DL20-DEBUT-SW
008090     ELSE
008100         MOVE 'Y' TO DL20-SN-REPRISE-SW
008110         IF DL20-SN-DERNIER < DL20-DEPART-KEY
008120             MOVE DL20-SN-DERNIER TO DL20-DEPART-KEY
008130         END-IF
008140     END-IF.
008150     DISPLAY 'PRTD20SN - RECORDS ALREADY ON FILE : '
008160         DL20-SN-RECS-WRITTEN.
008170 1800-EXIT.
008180     EXIT.
008190*
008200 1810-SN-READ-SNAPSHOT.
008210     READ PRSNAP-FILE NEXT RECORD
008220         AT END
008230             MOVE 'Y' TO DL20-EOF-SW
008240         NOT AT END
008250             ADD 1 TO DL20-SN-RECS-WRITTEN
008260             MOVE PRSNAP-NO-DOSSIER TO DL20-SN-DERNIER
008270     END-READ.
008280 1810-EXIT.
008290     EXIT.
008300*
008310 1900-POSITION-PRTD20.
008320*    A RESTART STARTS AT THE EARLIEST DOSSIER ANY OUTPUT STILL
008330*    NEEDS; 2000-PROCESS-DOSSIER ONLY HANDS THE DOSSIERS UP TO
008340*    THE CHECKPOINT TO THE EXTRACT AND THE SNAPSHOT.
008350     IF DL20-CKPT-FOUND AND NOT DL20-DEPART-DEBUT
008360         MOVE DL20-DEPART-KEY TO LDO-NO-DOSSIER
008370         START PRTD20-FILE KEY IS GREATER THAN LDO-NO-DOSSIER
008380             INVALID KEY
008390                 MOVE 'Y' TO DL20-EOF-SW
008400         END-START
008410     ELSE
008420         MOVE LOW-VALUE TO LDO-NO-DOSSIER
008430         START PRTD20-FILE KEY IS NOT LESS THAN LDO-NO-DOSSIER
008440             INVALID KEY
008450                 MOVE 'Y' TO DL20-EOF-SW
008460         END-START
008470     END-IF.
008480     IF NOT DL20-EOF
008490         PERFORM 2100-READ-NEXT THRU 2100-EXIT
008500     END-IF.
008510 1900-EXIT.
008520     EXIT.
008530*
008540*****************************************************************
008550*    THE SINGLE PASS - EVERY DOSSIER TO EVERY OUTPUT SWITCHED ON *
008560*****************************************************************
008570 2000-PROCESS-DOSSIER.
008580*    AFTER AN 'S' CHECKPOINT EVERY TOTAL AND PRSTATH ARE
008590*    COMPLETE - ONLY THE EXTRACT AND SNAPSHOT TAKE-UP IS LEFT,
008600*    AND NO DOSSIER PAST THE CHECKPOINT JOINS THE RUN.
008610     IF DL20-PASSE-FAITE
008620         AND LDO-NO-DOSSIER > DL20-RESTART-KEY
008630         MOVE 'Y' TO DL20-EOF-SW
008640         GO TO 2000-EXIT
008650     END-IF.
008660     IF DL20-CKPT-FOUND
008670         AND LDO-NO-DOSSIER NOT > DL20-RESTART-KEY
008680         PERFORM 2050-CATCH-UP THRU 2050-EXIT
008690         PERFORM 2100-READ-NEXT THRU 2100-EXIT
008700         GO TO 2000-EXIT
008710     END-IF.
008720     ADD 1 TO DL20-RECS-READ.
008730     MOVE LDO-NO-DOSSIER TO DL20-DERNIER-NO.
008740     IF DL20-P0-ACTIF
008750         PERFORM 3000-P0-DOSSIER THRU 3000-EXIT
008760     END-IF.
008770     IF DL20-T-ACTIF
008780         PERFORM 3100-T-DOSSIER THRU 3100-EXIT
008790     END-IF.
008800     IF DL20-ST-ACTIF
008810         PERFORM 3200-ST-DOSSIER THRU 3200-EXIT
008820     END-IF.
008830     IF DL20-SL-ACTIF
008840         PERFORM 3300-SL-DOSSIER THRU 3300-EXIT
008850     END-IF.
008860     IF DL20-PN-ACTIF AND DL20-PN-JOUR-OUVRE
008870         PERFORM 3400-PN-DOSSIER THRU 3400-EXIT
008880     END-IF.
008890     IF DL20-EX-ACTIF
008900         PERFORM 3500-EX-DOSSIER THRU 3500-EXIT
008910     END-IF.
008920     IF DL20-SN-ACTIF
008930         PERFORM 3600-SN-DOSSIER THRU 3600-EXIT
008940     END-IF.
008950     DIVIDE DL20-RECS-READ BY DL20-CKPT-INTERVAL
008960         GIVING DL20-CKPT-QUOTIENT
008970         REMAINDER DL20-CKPT-REMAINDER.
008980     IF DL20-CKPT-REMAINDER = 0
008990         PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
009000     END-IF.
009010     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
009020 2000-EXIT.
009030     EXIT.
009040*
009050 2050-CATCH-UP.
009060*    A DOSSIER THE FAILED RUN HAD ALREADY TAKEN INTO EVERY TOTAL,
009070*    REREAD ONLY BECAUSE THE EXTRACT OR THE SNAPSHOT ON FILE
009080*    STOPS SHORT OF THE CHECKPOINT.
009090     ADD 1 TO DL20-RELUS.
009100     IF DL20-EX-ACTIF
009110         PERFORM 3500-EX-DOSSIER THRU 3500-EXIT
009120     END-IF.
009130     IF DL20-SN-ACTIF
009140         PERFORM 3600-SN-DOSSIER THRU 3600-EXIT
009150     END-IF.
009160 2050-EXIT.
009170     EXIT.
009180*
009190 2100-READ-NEXT.
009200     READ PRTD20-FILE NEXT RECORD
009210         AT END
009220             MOVE 'Y' TO DL20-EOF-SW
009230         NOT AT END
009240             ADD 1 TO DL20-LECTURES
009250     END-READ.
009260 2100-EXIT.
009270     EXIT.
009280*
009290 2200-WRITE-CHECKPOINT.
009300     MOVE SPACES TO PRCKPN-RECORD.
009310     MOVE DL20-DERNIER-NO TO CKN-NO-DOSSIER.
009320     MOVE DL20-TODAY      TO CKN-DT-TRAIT.
009330     ACCEPT CKN-DT-ECRIT FROM DATE YYYYMMDD.
009340     ACCEPT CKN-HR-ECRIT FROM TIME.
009350     MOVE DL20-CKPT-ETAPE TO CKN-CD-ETAPE.
009360     MOVE DL20-SORTIES    TO CKN-SORTIES.
009370     MOVE DL20-ETAT       TO CKN-ZONE-ETAT.
009380     WRITE PRCKPN-RECORD.
009390     ADD 1 TO DL20-CKPT-ECRITS.
009400 2200-EXIT.
009410     EXIT.
009420*
009430*****************************************************************
009440*    PERFORM0 - STATUS COUNTS.                                   *
009450*****************************************************************
009460 3000-P0-DOSSIER.
009470     ADD 1 TO DL20-P0-ITER-COUNT.
009480     EVALUATE TRUE
009490         WHEN LDO-CD-ETA-SAI
009500             ADD 1 TO DL20-P0-SAI-COUNT
009510         WHEN LDO-CD-ETA-VAL
009520             ADD 1 TO DL20-P0-VAL-COUNT
009530         WHEN OTHER
009540             ADD 1 TO DL20-P0-OTHER-COUNT
009550     END-EVALUATE.
009560 3000-EXIT.
009570     EXIT.
009580*
009590*****************************************************************
009600*    PRTD20T - STATUS TOTALS BY UNIT AND CURRENCY.               *
009610*****************************************************************
009620 3100-T-DOSSIER.
009630     EVALUATE TRUE
009640         WHEN LDO-CD-ETA-SAI
009650             ADD 1 TO DL20-T-SAI-DOSSIERS
009660             ADD LDO-MT-DOSSIER TO DL20-T-MT-SAI-TOTAL
009670             PERFORM 3110-T-COUNT-UNITE THRU 3110-EXIT
009680             PERFORM 3120-T-CONVERT-AMOUNT THRU 3120-EXIT
009690             ADD DL20-CV-MT-REF TO DL20-T-MT-SAI-REF
009700         WHEN LDO-CD-ETA-VAL
009710             ADD 1 TO DL20-T-VAL-DOSSIERS
009720             ADD LDO-MT-DOSSIER TO DL20-T-MT-VAL-TOTAL
009730             PERFORM 3110-T-COUNT-UNITE THRU 3110-EXIT
009740             PERFORM 3120-T-CONVERT-AMOUNT THRU 3120-EXIT
009750             ADD DL20-CV-MT-REF TO DL20-T-MT-VAL-REF
009760         WHEN LDO-CD-ETA-REJ
009770             ADD 1 TO DL20-T-REJ-DOSSIERS
009780             ADD LDO-MT-DOSSIER TO DL20-T-MT-REJ-TOTAL
009790             PERFORM 3110-T-COUNT-UNITE THRU 3110-EXIT
009800             PERFORM 3120-T-CONVERT-AMOUNT THRU 3120-EXIT
009810             ADD DL20-CV-MT-REF TO DL20-T-MT-REJ-REF
009820         WHEN LDO-CD-ETA-APP
009830             ADD 1 TO DL20-T-APP-DOSSIERS
009840             ADD LDO-MT-DOSSIER TO DL20-T-MT-APP-TOTAL
009850             PERFORM 3110-T-COUNT-UNITE THRU 3110-EXIT
009860             PERFORM 3120-T-CONVERT-AMOUNT THRU 3120-EXIT
009870             ADD DL20-CV-MT-REF TO DL20-T-MT-APP-REF
009880     END-EVALUATE.
009890 3100-EXIT.
009900     EXIT.
009910*
009920 3110-T-COUNT-UNITE.
009930*    THE TABLE HAS A FIXED SIZE SO IT CAN RIDE ON THE CHECKPOINT;
009940*    THE FIRST WHEN STOPS THE SEARCH PAST THE LAST ENTRY IN USE.
009950     MOVE 'N' TO DL20-T-UT-FOUND-SW.
009960     IF DL20-T-UT-COUNT > 0
009970         SET DL20-T-UT-IDX TO 1
009980         SEARCH DL20-T-UT-ENTRY VARYING DL20-T-UT-IDX
009990             AT END
010000                 CONTINUE
010010             WHEN DL20-T-UT-IDX > DL20-T-UT-COUNT
010020                 CONTINUE
010030             WHEN DL20-T-UT-UNITE(DL20-T-UT-IDX) = LDO-CD-UNITE
010040                 MOVE 'Y' TO DL20-T-UT-FOUND-SW
010050         END-SEARCH
010060     END-IF.
010070     IF NOT DL20-T-UT-FOUND
010080         IF DL20-T-UT-COUNT < 20
010090             ADD 1 TO DL20-T-UT-COUNT
010100             SET DL20-T-UT-IDX TO DL20-T-UT-COUNT
010110             MOVE LDO-CD-UNITE TO DL20-T-UT-UNITE(DL20-T-UT-IDX)
010120             MOVE 0 TO DL20-T-UT-SAI-NB(DL20-T-UT-IDX)
010130             MOVE 0 TO DL20-T-UT-SAI-MT(DL20-T-UT-IDX)
010140             MOVE 0 TO DL20-T-UT-VAL-NB(DL20-T-UT-IDX)
010150             MOVE 0 TO DL20-T-UT-VAL-MT(DL20-T-UT-IDX)
010160             MOVE 0 TO DL20-T-UT-REJ-NB(DL20-T-UT-IDX)
010170             MOVE 0 TO DL20-T-UT-REJ-MT(DL20-T-UT-IDX)
010180             MOVE 0 TO DL20-T-UT-APP-NB(DL20-T-UT-IDX)
010190             MOVE 0 TO DL20-T-UT-APP-MT(DL20-T-UT-IDX)
010200             MOVE 'Y' TO DL20-T-UT-FOUND-SW
010210         END-IF
010220     END-IF.
010230     IF DL20-T-UT-FOUND
010240         EVALUATE TRUE
010250             WHEN LDO-CD-ETA-SAI
010260                 ADD 1 TO DL20-T-UT-SAI-NB(DL20-T-UT-IDX)
010270                 ADD LDO-MT-DOSSIER
010280                     TO DL20-T-UT-SAI-MT(DL20-T-UT-IDX)
010290             WHEN LDO-CD-ETA-VAL
010300                 ADD 1 TO DL20-T-UT-VAL-NB(DL20-T-UT-IDX)
010310                 ADD LDO-MT-DOSSIER
010320                     TO DL20-T-UT-VAL-MT(DL20-T-UT-IDX)
010330             WHEN LDO-CD-ETA-REJ
010340                 ADD 1 TO DL20-T-UT-REJ-NB(DL20-T-UT-IDX)
010350                 ADD LDO-MT-DOSSIER
010360                     TO DL20-T-UT-REJ-MT(DL20-T-UT-IDX)
010370             WHEN LDO-CD-ETA-APP
010380                 ADD 1 TO DL20-T-UT-APP-NB(DL20-T-UT-IDX)
010390                 ADD LDO-MT-DOSSIER
010400                     TO DL20-T-UT-APP-MT(DL20-T-UT-IDX)
010410         END-EVALUATE
010420     END-IF.
010430 3110-EXIT.
010440     EXIT.
010450*
010460 3120-T-CONVERT-AMOUNT.
010470     MOVE LDO-CD-DEVISE  TO DL20-CV-DEVISE.
010480     MOVE LDO-MT-DOSSIER TO DL20-CV-MT.
010490     CALL 'PRTD20CV' USING DL20-CV-PARMS.
010500     IF DL20-CV-SANS-TAUX
010510         ADD 1 TO DL20-T-SANS-TAUX-COUNT
010520     END-IF.
010530     PERFORM 3130-T-COUNT-DEVISE THRU 3130-EXIT.
010540 3120-EXIT.
010550     EXIT.
010560*
010570 3130-T-COUNT-DEVISE.
010580     MOVE 'N' TO DL20-T-DV-FOUND-SW.
010590     IF DL20-T-DV-COUNT > 0
010600         SET DL20-T-DV-IDX TO 1
010610         SEARCH DL20-T-DV-ENTRY VARYING DL20-T-DV-IDX
010620             AT END
010630                 CONTINUE
010640             WHEN DL20-T-DV-IDX > DL20-T-DV-COUNT
010650                 CONTINUE
010660             WHEN DL20-T-DV-DEVISE(DL20-T-DV-IDX) = DL20-CV-DEVISE
010670                 MOVE 'Y' TO DL20-T-DV-FOUND-SW
010680         END-SEARCH
010690     END-IF.
010700     IF NOT DL20-T-DV-FOUND
010710         IF DL20-T-DV-COUNT < 10
010720             ADD 1 TO DL20-T-DV-COUNT
010730             SET DL20-T-DV-IDX TO DL20-T-DV-COUNT
010740             MOVE DL20-CV-DEVISE
010750                 TO DL20-T-DV-DEVISE(DL20-T-DV-IDX)
010760             MOVE 0 TO DL20-T-DV-NB(DL20-T-DV-IDX)
010770             MOVE 0 TO DL20-T-DV-MT(DL20-T-DV-IDX)
010780             MOVE 'Y' TO DL20-T-DV-FOUND-SW
010790         END-IF
010800     END-IF.
010810     IF DL20-T-DV-FOUND
010820         ADD 1 TO DL20-T-DV-NB(DL20-T-DV-IDX)
010830         ADD LDO-MT-DOSSIER TO DL20-T-DV-MT(DL20-T-DV-IDX)
010840         MOVE DL20-CV-DT-TAUX TO DL20-T-DV-DT-TAUX(DL20-T-DV-IDX)
010850     END-IF.
010860 3130-EXIT.
010870     EXIT.
010880*
010890*****************************************************************
010900*    PRTD20ST - PORTFOLIO AND UNIT STATISTICS.                   *
010910*****************************************************************
010920 3200-ST-DOSSIER.
010930     PERFORM 3210-ST-FIND-UNITE THRU 3210-EXIT.
010940     EVALUATE TRUE
010950         WHEN LDO-CD-ETA-SAI
010960             ADD 1 TO DL20-ST-TP-NB-SAI
010970             ADD LDO-MT-DOSSIER TO DL20-ST-TP-MT-SAI
010980             IF DL20-ST-UT-FOUND
010990                 ADD 1 TO DL20-ST-UT-NB-SAI(DL20-ST-UT-IDX)
011000                 ADD LDO-MT-DOSSIER
011010                     TO DL20-ST-UT-MT-SAI(DL20-ST-UT-IDX)
011020             END-IF
011030             IF LDO-DT-SAI NOT = ZERO
011040                 COMPUTE DL20-ST-WORK-AGE =
011050                     FUNCTION INTEGER-OF-DATE(DL20-TODAY) -
011060                     FUNCTION INTEGER-OF-DATE(LDO-DT-SAI)
011070                 ADD DL20-ST-WORK-AGE TO DL20-ST-TP-SOMME-AGE
011080                 IF DL20-ST-UT-FOUND
011090                     ADD DL20-ST-WORK-AGE
011100                         TO DL20-ST-UT-SOMME-AGE(DL20-ST-UT-IDX)
011110                 END-IF
011120             END-IF
011130         WHEN LDO-CD-ETA-VAL
011140             ADD 1 TO DL20-ST-TP-NB-VAL
011150             ADD LDO-MT-DOSSIER TO DL20-ST-TP-MT-VAL
011160             IF DL20-ST-UT-FOUND
011170                 ADD 1 TO DL20-ST-UT-NB-VAL(DL20-ST-UT-IDX)
011180                 ADD LDO-MT-DOSSIER
011190                     TO DL20-ST-UT-MT-VAL(DL20-ST-UT-IDX)
011200             END-IF
011210         WHEN LDO-CD-ETA-REJ
011220             ADD 1 TO DL20-ST-TP-NB-REJ
011230             ADD LDO-MT-DOSSIER TO DL20-ST-TP-MT-REJ
011240             IF DL20-ST-UT-FOUND
011250                 ADD 1 TO DL20-ST-UT-NB-REJ(DL20-ST-UT-IDX)
011260                 ADD LDO-MT-DOSSIER
011270                     TO DL20-ST-UT-MT-REJ(DL20-ST-UT-IDX)
011280             END-IF
011290         WHEN LDO-CD-ETA-APP
011300             ADD 1 TO DL20-ST-TP-NB-APP
011310             ADD LDO-MT-DOSSIER TO DL20-ST-TP-MT-APP
011320             IF DL20-ST-UT-FOUND
011330                 ADD 1 TO DL20-ST-UT-NB-APP(DL20-ST-UT-IDX)
011340                 ADD LDO-MT-DOSSIER
011350                     TO DL20-ST-UT-MT-APP(DL20-ST-UT-IDX)
011360             END-IF
011370     END-EVALUATE.
011380 3200-EXIT.
011390     EXIT.
011400*
011410 3210-ST-FIND-UNITE.
011420*    LEAVES DL20-ST-UT-IDX ON THE UNIT'S ENTRY, ADDING THE UNIT
011430*    ON FIRST SIGHT - SAME FIXED-SIZE SEARCH AS 3110.
011440     MOVE 'N' TO DL20-ST-UT-FOUND-SW.
011450     IF DL20-ST-UT-COUNT > 0
011460         SET DL20-ST-UT-IDX TO 1
011470         SEARCH DL20-ST-UT-ENTRY VARYING DL20-ST-UT-IDX
011480             AT END
011490                 CONTINUE
011500             WHEN DL20-ST-UT-IDX > DL20-ST-UT-COUNT
011510                 CONTINUE
011520             WHEN DL20-ST-UT-UNITE(DL20-ST-UT-IDX) = LDO-CD-UNITE
011530                 MOVE 'Y' TO DL20-ST-UT-FOUND-SW
011540         END-SEARCH
011550     END-IF.
011560     IF NOT DL20-ST-UT-FOUND
011570         IF DL20-ST-UT-COUNT < 20
011580             ADD 1 TO DL20-ST-UT-COUNT
011590             SET DL20-ST-UT-IDX TO DL20-ST-UT-COUNT
011600             MOVE LDO-CD-UNITE TO DL20-ST-UT-UNITE(DL20-ST-UT-IDX)
011610             MOVE 0 TO DL20-ST-UT-NB-SAI(DL20-ST-UT-IDX)
011620             MOVE 0 TO DL20-ST-UT-MT-SAI(DL20-ST-UT-IDX)
011630             MOVE 0 TO DL20-ST-UT-NB-VAL(DL20-ST-UT-IDX)
011640             MOVE 0 TO DL20-ST-UT-MT-VAL(DL20-ST-UT-IDX)
011650             MOVE 0 TO DL20-ST-UT-NB-REJ(DL20-ST-UT-IDX)
011660             MOVE 0 TO DL20-ST-UT-MT-REJ(DL20-ST-UT-IDX)
011670             MOVE 0 TO DL20-ST-UT-NB-APP(DL20-ST-UT-IDX)
011680             MOVE 0 TO DL20-ST-UT-MT-APP(DL20-ST-UT-IDX)
011690             MOVE 0 TO DL20-ST-UT-SOMME-AGE(DL20-ST-UT-IDX)
011700             MOVE 'Y' TO DL20-ST-UT-FOUND-SW
011710         END-IF
011720     END-IF.
011730 3210-EXIT.
011740     EXIT.
011750*
011760*****************************************************************
011770*    PRTD20SL - SLA SCORING AND BREACH FLAGS.                    *
011780*****************************************************************
011790 3300-SL-DOSSIER.
011800     EVALUATE TRUE
011810         WHEN LDO-CD-ETA-SAI AND LDO-DT-SAI NOT = ZERO
011820             MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
011830             MOVE DL20-TODAY TO DL20-JO-DT-FIN
011840             CALL 'PRTD20JO' USING DL20-JO-PARMS
011850             MOVE DL20-JO-NB-JOURS TO DL20-SL-WORK-MESURE
011860             PERFORM 3310-SL-SCORE-ONE THRU 3310-EXIT
011870         WHEN LDO-CD-ETA-VAL AND LDO-DT-VAL = DL20-TODAY
011880             AND LDO-DT-SAI NOT = ZERO
011890             MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
011900             MOVE LDO-DT-VAL TO DL20-JO-DT-FIN
011910             CALL 'PRTD20JO' USING DL20-JO-PARMS
011920             MOVE DL20-JO-NB-JOURS TO DL20-SL-WORK-MESURE
011930             PERFORM 3310-SL-SCORE-ONE THRU 3310-EXIT
011940     END-EVALUATE.
011950 3300-EXIT.
011960     EXIT.
011970*
011980 3310-SL-SCORE-ONE.
011990     PERFORM 3320-SL-LOOKUP-CIBLE THRU 3320-EXIT.
012000     IF NOT DL20-SL-CIBLE-TROUVEE
012010         ADD 1 TO DL20-SL-SANS-CIBLE
012020         GO TO 3310-EXIT
012030     END-IF.
012040     ADD 1 TO DL20-SL-DOS-SCORES.
012050     PERFORM 3330-SL-COUNT-UNITE THRU 3330-EXIT.
012060     EVALUATE TRUE
012070         WHEN DL20-SL-WORK-MESURE > DL20-SL-WORK-CIBLE
012080             ADD 1 TO DL20-SL-BREACH-COUNT
012090             PERFORM 3340-SL-FLAG-DOSSIER THRU 3340-EXIT
012100         WHEN DL20-SL-WORK-MESURE >
012110                 DL20-SL-WORK-CIBLE - DL20-SL-MARGE-JRS
012120             ADD 1 TO DL20-SL-NEAR-COUNT
012130             IF DL20-SL-SC-FOUND
012140                 ADD 1 TO DL20-SL-SC-CONFORMES(DL20-SL-SC-IDX)
012150             END-IF
012160             PERFORM 3350-SL-FLAG-NEAR THRU 3350-EXIT
012170         WHEN OTHER
012180             IF DL20-SL-SC-FOUND
012190                 ADD 1 TO DL20-SL-SC-CONFORMES(DL20-SL-SC-IDX)
012200             END-IF
012210     END-EVALUATE.
012220 3310-EXIT.
012230     EXIT.
012240*
012250 3320-SL-LOOKUP-CIBLE.
012260     MOVE 'N' TO DL20-SL-CIBLE-SW.
012270     MOVE 0 TO DL20-SL-WORK-CIBLE.
012280     IF DL20-SL-CB-COUNT > 0
012290         SET DL20-SL-CB-IDX TO 1
012300         SEARCH DL20-SL-CB-ENTRY VARYING DL20-SL-CB-IDX
012310             AT END
012320                 CONTINUE
012330             WHEN DL20-SL-CB-UNITE(DL20-SL-CB-IDX) = LDO-CD-UNITE
012340                 MOVE DL20-SL-CB-JOURS(DL20-SL-CB-IDX)
012350                     TO DL20-SL-WORK-CIBLE
012360                 MOVE 'Y' TO DL20-SL-CIBLE-SW
012370         END-SEARCH
012380     END-IF.
012390 3320-EXIT.
012400     EXIT.
012410*
012420 3330-SL-COUNT-UNITE.
012430*    LEAVES DL20-SL-SC-IDX ON THE UNIT'S SCORE ENTRY FOR THE
012440*    COMPLIANCE COUNT IN 3310-SL-SCORE-ONE.
012450     MOVE 'N' TO DL20-SL-SC-FOUND-SW.
012460     IF DL20-SL-SC-COUNT > 0
012470         SET DL20-SL-SC-IDX TO 1
012480         SEARCH DL20-SL-SC-ENTRY VARYING DL20-SL-SC-IDX
012490             AT END
012500                 CONTINUE
012510             WHEN DL20-SL-SC-IDX > DL20-SL-SC-COUNT
012520                 CONTINUE
012530             WHEN DL20-SL-SC-UNITE(DL20-SL-SC-IDX) = LDO-CD-UNITE
012540                 MOVE 'Y' TO DL20-SL-SC-FOUND-SW
012550         END-SEARCH
012560     END-IF.
012570     IF NOT DL20-SL-SC-FOUND
012580         IF DL20-SL-SC-COUNT < 20
012590             ADD 1 TO DL20-SL-SC-COUNT
012600             SET DL20-SL-SC-IDX TO DL20-SL-SC-COUNT
012610             MOVE LDO-CD-UNITE TO DL20-SL-SC-UNITE(DL20-SL-SC-IDX)
012620             MOVE 0 TO DL20-SL-SC-SCORES(DL20-SL-SC-IDX)
012630             MOVE 0 TO DL20-SL-SC-CONFORMES(DL20-SL-SC-IDX)
012640             MOVE 'Y' TO DL20-SL-SC-FOUND-SW
012650         END-IF
012660     END-IF.
012670     IF DL20-SL-SC-FOUND
012680         ADD 1 TO DL20-SL-SC-SCORES(DL20-SL-SC-IDX)
012690     END-IF.
012700 3330-EXIT.
012710     EXIT.
012720*
012730 3340-SL-FLAG-DOSSIER.
012740     MOVE 'SLA BREACH'     TO DL20-FW-RAISON.
012750     PERFORM 3360-SL-RAISE-FLAG THRU 3360-EXIT.
012760     DISPLAY 'PRTD20SL - BREACH      : ' LDO-NO-DOSSIER
012770         ' UNIT ' LDO-CD-UNITE
012780         ' DAYS ' DL20-SL-WORK-MESURE
012790         ' TARGET ' DL20-SL-WORK-CIBLE.
012800 3340-EXIT.
012810     EXIT.
012820*
012830 3350-SL-FLAG-NEAR.
012840     MOVE 'SLA NEAR-BREACH' TO DL20-FW-RAISON.
012850     PERFORM 3360-SL-RAISE-FLAG THRU 3360-EXIT.
012860     DISPLAY 'PRTD20SL - NEAR-BREACH : ' LDO-NO-DOSSIER
012870         ' UNIT ' LDO-CD-UNITE
012880         ' DAYS ' DL20-SL-WORK-MESURE
012890         ' TARGET ' DL20-SL-WORK-CIBLE.
012900 3350-EXIT.
012910     EXIT.
012920*
012930 3360-SL-RAISE-FLAG.
012940     MOVE LDO-NO-DOSSIER   TO DL20-FW-NO-DOSSIER.
012950     MOVE LDO-CD-ETA       TO DL20-FW-CD-ETA.
012960     MOVE DL20-TODAY       TO DL20-FW-DT-FLAGGED.
012970     CALL 'PRTD20FW' USING DL20-FW-PARMS.
012980     IF DL20-FW-DEJA-OUVERT
012990         ADD 1 TO DL20-SL-DEJA-OUVERTS
013000     END-IF.
013010     IF DL20-FW-ECHEC
013020         ADD 1 TO DL20-SL-FLAG-ECHECS
013030     END-IF.
013040 3360-EXIT.
013050     EXIT.
013060*
013070*****************************************************************
013080*    PRTD20PN - LATE-HANDLING PENALTY ACCRUAL.                   *
013090*****************************************************************
013100 3400-PN-DOSSIER.
013110     IF LDO-CD-ETA-SAI
013120         AND LDO-DT-SAI NOT = ZERO
013130         MOVE LDO-DT-SAI TO DL20-JO-DT-DEBUT
013140         MOVE DL20-TODAY TO DL20-JO-DT-FIN
013150         CALL 'PRTD20JO' USING DL20-JO-PARMS
013160         MOVE DL20-JO-NB-JOURS TO DL20-PN-WORK-AGE-OUVRES
013170         IF DL20-PN-WORK-AGE-OUVRES > DL20-PN-GRACE-JRS
013180             PERFORM 3410-PN-ACCRUE-ONE THRU 3410-EXIT
013190         END-IF
013200     END-IF.
013210 3400-EXIT.
013220     EXIT.
013230*
013240 3410-PN-ACCRUE-ONE.
013250     COMPUTE DL20-PN-MT-PENALITE ROUNDED =
013260         LDO-MT-DOSSIER * DL20-PN-TAUX-JOUR / 100.
013270     MOVE LDO-NO-DOSSIER TO ACC-NO-DOSSIER.
013280     READ PRACCR-FILE
013290         KEY IS ACC-NO-DOSSIER
013300         INVALID KEY
013310             PERFORM 3420-PN-CREATE-ACCRUAL THRU 3420-EXIT
013320         NOT INVALID KEY
013330             PERFORM 3430-PN-EXTEND-ACCRUAL THRU 3430-EXIT
013340     END-READ.
013350 3410-EXIT.
013360     EXIT.
013370*
013380 3420-PN-CREATE-ACCRUAL.
013390     MOVE LDO-NO-DOSSIER TO ACC-NO-DOSSIER.
013400     MOVE LDO-CD-UNITE   TO ACC-CD-UNITE.
013410     MOVE DL20-TODAY     TO ACC-DT-DEBUT.
013420     MOVE DL20-TODAY     TO ACC-DT-DERNIER.
013430     MOVE 1              TO ACC-NB-JOURS.
013440     MOVE DL20-PN-MT-PENALITE TO ACC-MT-ACCRU.
013450     MOVE 'C'            TO ACC-CD-STATUT.
013460     WRITE PRACCR-RECORD
013470         INVALID KEY
013480             DISPLAY 'PRTD20PN - ACCRUAL WRITE FAILED, STATUS '
013490                 DL20-PRACCR-STATUS ' DOSSIER ' ACC-NO-DOSSIER
013500         NOT INVALID KEY
013510             ADD 1 TO DL20-PN-ACCRUS-NOUVEAUX DL20-PN-ACCRUS-JOUR
013520             PERFORM 3440-PN-WRITE-HISTORY THRU 3440-EXIT
013530     END-WRITE.
013540 3420-EXIT.
013550     EXIT.
013560*
013570 3430-PN-EXTEND-ACCRUAL.
013580*    AT MOST ONE ACCRUAL PER DAY, SO A RESTART CANNOT CHARGE
013590*    TWICE A DOSSIER THE FAILED RUN HAD ALREADY ACCRUED AFTER
013600*    ITS LAST CHECKPOINT; A STOPPED ACCRUAL STAYS STOPPED.
013610     IF NOT ACC-EN-COURS
013620         GO TO 3430-EXIT
013630     END-IF.
013640     IF ACC-DT-DERNIER >= DL20-TODAY
013650         ADD 1 TO DL20-PN-DEJA-FAITS
013660         GO TO 3430-EXIT
013670     END-IF.
013680     MOVE DL20-TODAY TO ACC-DT-DERNIER.
013690     ADD 1 TO ACC-NB-JOURS.
013700     ADD DL20-PN-MT-PENALITE TO ACC-MT-ACCRU.
013710     REWRITE PRACCR-RECORD
013720         INVALID KEY
013730             DISPLAY 'PRTD20PN - ACCRUAL REWRITE FAILED, STATUS '
013740                 DL20-PRACCR-STATUS ' DOSSIER ' ACC-NO-DOSSIER
013750         NOT INVALID KEY
013760             ADD 1 TO DL20-PN-ACCRUS-JOUR
013770             PERFORM 3440-PN-WRITE-HISTORY THRU 3440-EXIT
013780     END-REWRITE.
013790 3430-EXIT.
013800     EXIT.
013810*
013820 3440-PN-WRITE-HISTORY.
013830     MOVE ACC-NO-DOSSIER TO ACH-NO-DOSSIER.
013840     MOVE ACC-CD-UNITE   TO ACH-CD-UNITE.
013850     MOVE DL20-TODAY     TO ACH-DT-ACCRU.
013860     MOVE DL20-PN-WORK-AGE-OUVRES TO ACH-NB-JOURS-TARD.
013870     MOVE DL20-PN-MT-PENALITE TO ACH-MT-JOUR.
013880     MOVE ACC-MT-ACCRU   TO ACH-MT-CUMUL.
013890     WRITE PRACCRH-RECORD.
013900 3440-EXIT.
013910     EXIT.
013920*
013930*****************************************************************
013940*    PRTD20EX - BI EXTRACT.                                      *
013950*****************************************************************
013960 3500-EX-DOSSIER.
013970     IF DL20-EX-REPRISE
013980         AND LDO-NO-DOSSIER NOT > DL20-EX-DERNIER
013990         GO TO 3500-EXIT
014000     END-IF.
014010     MOVE SPACES           TO PRBIEXT-RECORD.
014020     MOVE LDO-NO-DOSSIER   TO PRBIEXT-NO-DOSSIER.
014030     MOVE LDO-CD-ETA       TO PRBIEXT-CD-ETA.
014040     MOVE LDO-DT-SAI       TO PRBIEXT-DT-SAI.
014050     MOVE LDO-DT-VAL       TO PRBIEXT-DT-VAL.
014060     MOVE LDO-MT-DOSSIER   TO PRBIEXT-MT-DOSSIER.
014070     MOVE LDO-LIB-DOSSIER  TO PRBIEXT-LIB-DOSSIER.
014080     CALL 'PRTD20TR' USING PRBIEXT-LIB-DOSSIER.
014090     WRITE PRBIEXT-RECORD.
014100     ADD 1 TO DL20-EX-RECS-WRITTEN.
014110 3500-EXIT.
014120     EXIT.
014130*
014140*****************************************************************
014150*    PRTD20SN - PERIOD-END SNAPSHOT.                             *
014160*****************************************************************
014170 3600-SN-DOSSIER.
014180     IF DL20-SN-REPRISE
014190         AND LDO-NO-DOSSIER NOT > DL20-SN-DERNIER
014200         GO TO 3600-EXIT
014210     END-IF.
014220     MOVE PRTD20-RECH      TO PRSNAP-RECH.
014230     MOVE LDO-NO-DOSSIER   TO PRSNAP-NO-DOSSIER.
014240     MOVE LDO-CD-ETA       TO PRSNAP-CD-ETA.
014250     MOVE LDO-DT-SAI       TO PRSNAP-DT-SAI.
014260     MOVE LDO-DT-VAL       TO PRSNAP-DT-VAL.
014270     MOVE LDO-MT-DOSSIER   TO PRSNAP-MT-DOSSIER.
014280     MOVE LDO-LIB-DOSSIER  TO PRSNAP-LIB-DOSSIER.
014290     MOVE LDO-CD-UNITE     TO PRSNAP-CD-UNITE.
014300     MOVE LDO-CD-REGL      TO PRSNAP-CD-REGL.
014310     MOVE LDO-DT-REGL      TO PRSNAP-DT-REGL.
014320     MOVE LDO-CD-DEVISE    TO PRSNAP-CD-DEVISE.
014330     MOVE LDO-ID-BENEF     TO PRSNAP-ID-BENEF.
014340     WRITE PRSNAP-RECORD.
014350     ADD 1 TO DL20-SN-RECS-WRITTEN.
014360 3600-EXIT.
014370     EXIT.
014380*
014390*****************************************************************
014400*    END OF THE PASS - THE PRAUD20 DAY COUNTS AND THE PRSTATH    *
014410*    APPEND OF PRTD20ST, WHICH NEED THE WHOLE MASTER SEEN FIRST. *
014420*****************************************************************
014430 7000-END-OF-PASS.
014440     IF DL20-ST-ACTIF
014450         PERFORM 7100-ST-SCAN-AUDIT THRU 7100-EXIT
014460         PERFORM 7200-ST-APPEND-RECORDS THRU 7200-EXIT
014470*        THE DAY'S PRSTATH RECORDS ARE ON FILE - THE 'S'
014480*        CHECKPOINT KEEPS A RESTART FROM APPENDING THEM TWICE.
014490         MOVE 'S' TO DL20-CKPT-ETAPE
014500         PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
014510     END-IF.
014520 7000-EXIT.
014530     EXIT.
014540*
014550 7100-ST-SCAN-AUDIT.
014560     OPEN INPUT PRAUD20-FILE.
014570     IF DL20-PRAUD20-OK
014580         PERFORM 7110-ST-READ-AUDIT THRU 7110-EXIT
014590         PERFORM 7120-ST-COUNT-TRANSITION THRU 7120-EXIT
014600             UNTIL DL20-EOF
014610         CLOSE PRAUD20-FILE
014620         MOVE 'N' TO DL20-EOF-SW
014630     END-IF.
014640 7100-EXIT.
014650     EXIT.
014660*
014670 7110-ST-READ-AUDIT.
014680     READ PRAUD20-FILE NEXT RECORD
014690         AT END
014700             MOVE 'Y' TO DL20-EOF-SW
014710         NOT AT END
014720             ADD 1 TO DL20-ST-AUDIT-READ
014730     END-READ.
014740 7110-EXIT.
014750     EXIT.
014760*
014770 7120-ST-COUNT-TRANSITION.
014780     IF PRAUD-DT-TRANSIT = DL20-TODAY
014790         EVALUATE PRAUD-CD-ETA-APRES
014800             WHEN 'V'
014810                 ADD 1 TO DL20-ST-TP-NB-VAL-JOUR
014820             WHEN 'R'
014830                 ADD 1 TO DL20-ST-TP-NB-REJ-JOUR
014840         END-EVALUATE
014850     END-IF.
014860     PERFORM 7110-ST-READ-AUDIT THRU 7110-EXIT.
014870 7120-EXIT.
014880     EXIT.
014890*
014900 7200-ST-APPEND-RECORDS.
014910*    THE FIRST EVER STATISTICS RUN MAY FIND NO PRSTATH FILE AT
014920*    ALL - GUARDED AS IN PRTD20ST.
014930     OPEN INPUT PRSTATH-FILE.
014940     IF DL20-PRSTATH-STATUS = '35'
014950         OPEN OUTPUT PRSTATH-FILE
014960         CLOSE PRSTATH-FILE
014970     ELSE
014980         CLOSE PRSTATH-FILE
014990     END-IF.
015000     OPEN EXTEND PRSTATH-FILE.
015010     MOVE SPACES TO PRSTATH-RECORD.
015020     MOVE DL20-TODAY TO STH-DT-STAT.
015030     MOVE '***' TO STH-CD-UNITE.
015040     MOVE DL20-ST-TP-NB-SAI TO STH-NB-SAI.
015050     MOVE DL20-ST-TP-MT-SAI TO STH-MT-SAI.
015060     MOVE DL20-ST-TP-NB-VAL TO STH-NB-VAL.
015070     MOVE DL20-ST-TP-MT-VAL TO STH-MT-VAL.
015080     MOVE DL20-ST-TP-NB-REJ TO STH-NB-REJ.
015090     MOVE DL20-ST-TP-MT-REJ TO STH-MT-REJ.
015100     MOVE DL20-ST-TP-NB-APP TO STH-NB-APP.
015110     MOVE DL20-ST-TP-MT-APP TO STH-MT-APP.
015120     IF DL20-ST-TP-NB-SAI > 0
015130         COMPUTE STH-AGE-MOYEN ROUNDED =
015140             DL20-ST-TP-SOMME-AGE / DL20-ST-TP-NB-SAI
015150     ELSE
015160         MOVE 0 TO STH-AGE-MOYEN
015170     END-IF.
015180     MOVE DL20-ST-TP-NB-VAL-JOUR TO STH-NB-VAL-JOUR.
015190     MOVE DL20-ST-TP-NB-REJ-JOUR TO STH-NB-REJ-JOUR.
015200     WRITE PRSTATH-RECORD.
015210     ADD 1 TO DL20-ST-RECS-ECRITS.
015220     IF DL20-ST-UT-COUNT > 0
015230         PERFORM 7210-ST-APPEND-ONE-UNITE THRU 7210-EXIT
015240             VARYING DL20-ST-UT-SUB FROM 1 BY 1
015250             UNTIL DL20-ST-UT-SUB > DL20-ST-UT-COUNT
015260     END-IF.
015270     CLOSE PRSTATH-FILE.
015280 7200-EXIT.
015290     EXIT.
015300*
015310 7210-ST-APPEND-ONE-UNITE.
015320*    THE DAY'S VALIDATION/REJECTION COUNTS ARE KEPT AT
015330*    PORTFOLIO LEVEL ONLY, AS IN PRTD20ST.
015340     MOVE SPACES TO PRSTATH-RECORD.
015350     MOVE DL20-TODAY TO STH-DT-STAT.
015360     MOVE DL20-ST-UT-UNITE(DL20-ST-UT-SUB) TO STH-CD-UNITE.
015370     MOVE DL20-ST-UT-NB-SAI(DL20-ST-UT-SUB) TO STH-NB-SAI.
015380     MOVE DL20-ST-UT-MT-SAI(DL20-ST-UT-SUB) TO STH-MT-SAI.
015390     MOVE DL20-ST-UT-NB-VAL(DL20-ST-UT-SUB) TO STH-NB-VAL.
015400     MOVE DL20-ST-UT-MT-VAL(DL20-ST-UT-SUB) TO STH-MT-VAL.
015410     MOVE DL20-ST-UT-NB-REJ(DL20-ST-UT-SUB) TO STH-NB-REJ.
015420     MOVE DL20-ST-UT-MT-REJ(DL20-ST-UT-SUB) TO STH-MT-REJ.
015430     MOVE DL20-ST-UT-NB-APP(DL20-ST-UT-SUB) TO STH-NB-APP.
015440     MOVE DL20-ST-UT-MT-APP(DL20-ST-UT-SUB) TO STH-MT-APP.
015450     IF DL20-ST-UT-NB-SAI(DL20-ST-UT-SUB) > 0
015460         COMPUTE STH-AGE-MOYEN ROUNDED =
015470             DL20-ST-UT-SOMME-AGE(DL20-ST-UT-SUB)
015480             / DL20-ST-UT-NB-SAI(DL20-ST-UT-SUB)
015490     ELSE
015500         MOVE 0 TO STH-AGE-MOYEN
015510     END-IF.
015520     MOVE 0 TO STH-NB-VAL-JOUR.
015530     MOVE 0 TO STH-NB-REJ-JOUR.
015540     WRITE PRSTATH-RECORD.
015550     ADD 1 TO DL20-ST-RECS-ECRITS.
015560 7210-EXIT.
015570     EXIT.
015580*
015590*****************************************************************
015600*    END OF RUN - FINAL CHECKPOINT, THEN EACH OUTPUT'S SUMMARY   *
015610*    AND LEDGER ENTRY, THEN THE DRIVER'S OWN.                    *
015620*****************************************************************
015630 8000-TERMINATE.
015640     IF DL20-DEJA-TERMINE
015650         GO TO 8000-DRIVER
015660     END-IF.
015670     CLOSE PRTD20-FILE.
015680     IF DL20-PN-ACTIF
015690         CLOSE PRACCR-FILE
015700         CLOSE PRACCRH-FILE
015710     END-IF.
015720     IF DL20-EX-ACTIF
015730         CLOSE PRTD20X-FILE
015740     END-IF.
015750     IF DL20-SN-ACTIF
015760         CLOSE PRSNAP-FILE
015770     END-IF.
015780*    EVERY OUTPUT IS COMPLETE - A RESTART FROM HERE ON HAS
015790*    NOTHING LEFT TO DO.
015800     MOVE 'F' TO DL20-CKPT-ETAPE.
015810     PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT.
015820     CLOSE PRCKPN-FILE.
015830     IF DL20-P0-ACTIF
015840         PERFORM 8100-P0-SUMMARY THRU 8100-EXIT
015850     END-IF.
015860     IF DL20-T-ACTIF
015870         PERFORM 8200-T-SUMMARY THRU 8200-EXIT
015880     END-IF.
015890     IF DL20-ST-ACTIF
015900         PERFORM 8300-ST-SUMMARY THRU 8300-EXIT
015910     END-IF.
015920     IF DL20-SL-ACTIF
015930         PERFORM 8400-SL-SUMMARY THRU 8400-EXIT
015940     END-IF.
015950     IF DL20-PN-ACTIF
015960         PERFORM 8500-PN-SUMMARY THRU 8500-EXIT
015970     END-IF.
015980     IF DL20-EX-ACTIF
015990         PERFORM 8600-EX-SUMMARY THRU 8600-EXIT
016000     END-IF.
016010     IF DL20-SN-ACTIF
016020         PERFORM 8700-SN-SUMMARY THRU 8700-EXIT
016030     END-IF.
016040 8000-DRIVER.
016050     DISPLAY '==== PRTD20NB RUN SUMMARY ===='.
016060     DISPLAY 'PRTD20NB - PROCESSING DATE   : ' DL20-TODAY.
016070     DISPLAY 'PRTD20NB - OUTPUTS           : ' DL20-SORTIES.
016080     DISPLAY 'PRTD20NB - PRTD20 READS      : ' DL20-LECTURES.
016090     DISPLAY 'PRTD20NB - DOSSIERS PROCESSED: ' DL20-RECS-READ.
016100     IF DL20-CKPT-FOUND
016110         DISPLAY 'PRTD20NB - RESTARTED AFTER  : ' DL20-RESTART-KEY
016120         DISPLAY 'PRTD20NB - REREAD FOR EX/SN : ' DL20-RELUS
016130     END-IF.
016140     DISPLAY 'PRTD20NB - CHECKPOINTS       : ' DL20-CKPT-ECRITS.
016150     PERFORM 8800-NB-LEDGER THRU 8800-EXIT.
016160 8000-EXIT.
016170     EXIT.
016180*
016190 8100-P0-SUMMARY.
016200     DISPLAY '==== PERFORM0 RUN SUMMARY ===='.
016210     DISPLAY 'PERFORM0 - RECORDS READ  : ' DL20-RECS-READ.
016220     DISPLAY 'PERFORM0 - ITERATIONS    : ' DL20-P0-ITER-COUNT.
016230     DISPLAY 'PERFORM0 - SAI COUNT     : ' DL20-P0-SAI-COUNT.
016240     DISPLAY 'PERFORM0 - VAL COUNT     : ' DL20-P0-VAL-COUNT.
016250     DISPLAY 'PERFORM0 - OTHER COUNT   : ' DL20-P0-OTHER-COUNT.
016260     MOVE 'PERFORM0' TO DL20-JW-PROGRAMME.
016270     MOVE DL20-RESTART-SW TO DL20-JWT-P0-RESTART.
016280     MOVE DL20-JW-VIA TO DL20-JWT-P0-VIA.
016290     MOVE DL20-JW-TEXTE-P0 TO DL20-JW-PARMS-TEXTE.
016300     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
016310     MOVE DL20-P0-ITER-COUNT TO DL20-JW-RECS-ECRITS.
016320     MOVE 'O' TO DL20-JW-RESULTAT.
016330     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
016340 8100-EXIT.
016350     EXIT.
016360*
016370 8200-T-SUMMARY.
016380     DISPLAY '======================================'.
016390     DISPLAY 'PRTD20T - DOSSIER STATUS-TOTAL SUMMARY'.
016400     DISPLAY '======================================'.
016410     DISPLAY 'RECORDS READ          : ' DL20-RECS-READ.
016420     DISPLAY 'SAI DOSSIERS / TOTAL  : ' DL20-T-SAI-DOSSIERS
016430         ' / ' DL20-T-MT-SAI-TOTAL
016440         ' / REF ' DL20-T-MT-SAI-REF.
016450     DISPLAY 'VAL DOSSIERS / TOTAL  : ' DL20-T-VAL-DOSSIERS
016460         ' / ' DL20-T-MT-VAL-TOTAL
016470         ' / REF ' DL20-T-MT-VAL-REF.
016480     DISPLAY 'REJ DOSSIERS / TOTAL  : ' DL20-T-REJ-DOSSIERS
016490         ' / ' DL20-T-MT-REJ-TOTAL
016500         ' / REF ' DL20-T-MT-REJ-REF.
016510     DISPLAY 'APP DOSSIERS / TOTAL  : ' DL20-T-APP-DOSSIERS
016520         ' / ' DL20-T-MT-APP-TOTAL
016530         ' / REF ' DL20-T-MT-APP-REF.
016540     IF DL20-T-DV-COUNT > 0
016550         DISPLAY 'BREAKDOWN BY CURRENCY (RATE DATE USED) :'
016560         PERFORM 8220-T-PRINT-ONE-DEVISE THRU 8220-EXIT
016570             VARYING DL20-T-DV-SUB FROM 1 BY 1
016580             UNTIL DL20-T-DV-SUB > DL20-T-DV-COUNT
016590     END-IF.
016600     IF DL20-T-SANS-TAUX-COUNT > 0
016610         DISPLAY 'WARNING, NO RATE ON FILE FOR : '
016620             DL20-T-SANS-TAUX-COUNT ' DOSSIERS'
016630     END-IF.
016640     IF DL20-T-UT-COUNT > 0
016650         DISPLAY 'BREAKDOWN BY OWNING UNIT :'
016660         PERFORM 8210-T-PRINT-ONE-UNITE THRU 8210-EXIT
016670             VARYING DL20-T-UT-SUB FROM 1 BY 1
016680             UNTIL DL20-T-UT-SUB > DL20-T-UT-COUNT
016690     END-IF.
016700     MOVE 'PRTD20T' TO DL20-JW-PROGRAMME.
016710     MOVE DL20-JW-VIA TO DL20-JW-PARMS-TEXTE.
016720     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
016730     MOVE 0 TO DL20-JW-RECS-ECRITS.
016740     MOVE 'O' TO DL20-JW-RESULTAT.
016750     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
016760 8200-EXIT.
016770     EXIT.
016780*
016790 8210-T-PRINT-ONE-UNITE.
016800     DISPLAY 'UNIT ' DL20-T-UT-UNITE(DL20-T-UT-SUB)
016810         ' SAI ' DL20-T-UT-SAI-NB(DL20-T-UT-SUB)
016820         ' / ' DL20-T-UT-SAI-MT(DL20-T-UT-SUB)
016830         ' VAL ' DL20-T-UT-VAL-NB(DL20-T-UT-SUB)
016840         ' / ' DL20-T-UT-VAL-MT(DL20-T-UT-SUB)
016850         ' REJ ' DL20-T-UT-REJ-NB(DL20-T-UT-SUB)
016860         ' / ' DL20-T-UT-REJ-MT(DL20-T-UT-SUB)
016870         ' APP ' DL20-T-UT-APP-NB(DL20-T-UT-SUB)
016880         ' / ' DL20-T-UT-APP-MT(DL20-T-UT-SUB).
016890 8210-EXIT.
016900     EXIT.
016910*
016920 8220-T-PRINT-ONE-DEVISE.
016930     IF DL20-T-DV-DEVISE(DL20-T-DV-SUB) = SPACES
016940         DISPLAY 'CURRENCY EUR (DEFAULT) '
016950             ' NB ' DL20-T-DV-NB(DL20-T-DV-SUB)
016960             ' AMOUNT ' DL20-T-DV-MT(DL20-T-DV-SUB)
016970     ELSE
016980         DISPLAY 'CURRENCY ' DL20-T-DV-DEVISE(DL20-T-DV-SUB)
016990             ' NB ' DL20-T-DV-NB(DL20-T-DV-SUB)
017000             ' AMOUNT ' DL20-T-DV-MT(DL20-T-DV-SUB)
017010             ' RATE DATE ' DL20-T-DV-DT-TAUX(DL20-T-DV-SUB)
017020     END-IF.
017030 8220-EXIT.
017040     EXIT.
017050*
017060 8300-ST-SUMMARY.
017070     DISPLAY 'PRTD20ST - MASTER RECS READ : ' DL20-RECS-READ.
017080     DISPLAY 'PRTD20ST - AUDIT RECS READ  : ' DL20-ST-AUDIT-READ.
017090     DISPLAY 'PRTD20ST - STATS WRITTEN    : ' DL20-ST-RECS-ECRITS.
017100     MOVE 'PRTD20ST' TO DL20-JW-PROGRAMME.
017110     MOVE DL20-JW-VIA TO DL20-JW-PARMS-TEXTE.
017120     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
017130     MOVE DL20-ST-RECS-ECRITS TO DL20-JW-RECS-ECRITS.
017140     MOVE 'O' TO DL20-JW-RESULTAT.
017150     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
017160 8300-EXIT.
017170     EXIT.
017180*
017190 8400-SL-SUMMARY.
017200     DISPLAY 'PRTD20SL - RECORDS READ    : ' DL20-RECS-READ.
017210     DISPLAY 'PRTD20SL - DOSSIERS SCORED : ' DL20-SL-DOS-SCORES.
017220     DISPLAY 'PRTD20SL - BREACHES        : ' DL20-SL-BREACH-COUNT.
017230     DISPLAY 'PRTD20SL - NEAR-BREACHES   : ' DL20-SL-NEAR-COUNT.
017240     IF DL20-SL-SANS-CIBLE > 0
017250         DISPLAY 'PRTD20SL - NO TARGET ON FILE FOR : '
017260             DL20-SL-SANS-CIBLE ' DOSSIERS'
017270     END-IF.
017280     DISPLAY 'PRTD20SL - FLAG STILL OPEN : '
017290         DL20-SL-DEJA-OUVERTS.
017300     IF DL20-SL-FLAG-ECHECS > 0
017310         DISPLAY 'PRTD20SL - WARNING, PRTD20F WRITES FAILED : '
017320             DL20-SL-FLAG-ECHECS
017330     END-IF.
017340     IF DL20-SL-SC-COUNT > 0
017350         DISPLAY 'PRTD20SL - COMPLIANCE PER UNIT :'
017360         PERFORM 8410-SL-PRINT-ONE-UNITE THRU 8410-EXIT
017370             VARYING DL20-SL-SC-SUB FROM 1 BY 1
017380             UNTIL DL20-SL-SC-SUB > DL20-SL-SC-COUNT
017390     END-IF.
017400     MOVE 'PRTD20SL' TO DL20-JW-PROGRAMME.
017410     MOVE DL20-SL-MARGE-JRS TO DL20-JWT-SL-MARGE.
017420     MOVE DL20-JW-VIA TO DL20-JWT-SL-VIA.
017430     MOVE DL20-JW-TEXTE-SL TO DL20-JW-PARMS-TEXTE.
017440     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
017450     COMPUTE DL20-JW-RECS-ECRITS =
017460         DL20-SL-BREACH-COUNT + DL20-SL-NEAR-COUNT.
017470     IF DL20-SL-BREACH-COUNT > 0 OR DL20-SL-SANS-CIBLE > 0
017480         OR DL20-SL-FLAG-ECHECS > 0
017490         MOVE 'W' TO DL20-JW-RESULTAT
017500     ELSE
017510         MOVE 'O' TO DL20-JW-RESULTAT
017520     END-IF.
017530     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
017540 8400-EXIT.
017550     EXIT.
017560*
017570 8410-SL-PRINT-ONE-UNITE.
017580     COMPUTE DL20-SL-WORK-PCT ROUNDED =
017590         DL20-SL-SC-CONFORMES(DL20-SL-SC-SUB) * 100
017600         / DL20-SL-SC-SCORES(DL20-SL-SC-SUB).
017610     DISPLAY '  UNIT ' DL20-SL-SC-UNITE(DL20-SL-SC-SUB)
017620         ' SCORED ' DL20-SL-SC-SCORES(DL20-SL-SC-SUB)
017630         ' WITHIN TARGET ' DL20-SL-SC-CONFORMES(DL20-SL-SC-SUB)
017640         ' COMPLIANCE PCT ' DL20-SL-WORK-PCT.
017650 8410-EXIT.
017660     EXIT.
017670*
017680 8500-PN-SUMMARY.
017690*    PRTD20PN READS NO DOSSIER AT ALL ON A NON-WORKING DAY.
017700     IF DL20-PN-JOUR-OUVRE
017710         MOVE DL20-RECS-READ TO DL20-PN-RECS-READ
017720     ELSE
017730         MOVE 0 TO DL20-PN-RECS-READ
017740         DISPLAY 'PRTD20PN - NOT A WORKING DAY, NO ACCRUAL'
017750     END-IF.
017760     DISPLAY 'PRTD20PN - RECORDS READ      : ' DL20-PN-RECS-READ.
017770     DISPLAY 'PRTD20PN - ACCRUALS TODAY    : '
017780         DL20-PN-ACCRUS-JOUR.
017790     DISPLAY 'PRTD20PN - NEW ACCRUALS      : '
017800         DL20-PN-ACCRUS-NOUVEAUX.
017810     DISPLAY 'PRTD20PN - ACCRUALS STOPPED  : '
017820         DL20-PN-ACCRUS-ARRETES.
017830     IF DL20-PN-DEJA-FAITS > 0
017840         DISPLAY 'PRTD20PN - ALREADY DONE TODAY : '
017850             DL20-PN-DEJA-FAITS
017860     END-IF.
017870     MOVE 'PRTD20PN' TO DL20-JW-PROGRAMME.
017880     MOVE DL20-PN-GRACE-JRS TO DL20-JWT-PN-GRACE.
017890     MOVE DL20-PN-TAUX-JOUR TO DL20-JWT-PN-TAUX.
017900     MOVE DL20-JW-VIA TO DL20-JWT-PN-VIA.
017910     MOVE DL20-JW-TEXTE-PN TO DL20-JW-PARMS-TEXTE.
017920     MOVE DL20-PN-RECS-READ TO DL20-JW-RECS-READ.
017930     MOVE DL20-PN-ACCRUS-JOUR TO DL20-JW-RECS-ECRITS.
017940     MOVE 'O' TO DL20-JW-RESULTAT.
017950     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
017960 8500-EXIT.
017970     EXIT.
017980*
017990 8600-EX-SUMMARY.
018000     DISPLAY 'PRTD20EX - RECORDS READ    : ' DL20-RECS-READ.
018010     DISPLAY 'PRTD20EX - RECORDS WRITTEN : ' DL20-EX-RECS-WRITTEN.
018020     MOVE 'PRTD20EX' TO DL20-JW-PROGRAMME.
018030     MOVE DL20-JW-VIA TO DL20-JW-PARMS-TEXTE.
018040     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
018050     MOVE DL20-EX-RECS-WRITTEN TO DL20-JW-RECS-ECRITS.
018060     IF DL20-EX-AVERT
018070         MOVE 'W' TO DL20-JW-RESULTAT
018080     ELSE
018090         MOVE 'O' TO DL20-JW-RESULTAT
018100     END-IF.
018110     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
018120 8600-EXIT.
018130     EXIT.
018140*
018150 8700-SN-SUMMARY.
018160     DISPLAY 'PRTD20SN - RECORDS READ    : ' DL20-RECS-READ.
018170     DISPLAY 'PRTD20SN - RECORDS WRITTEN : ' DL20-SN-RECS-WRITTEN.
018180     MOVE 'PRTD20SN' TO DL20-JW-PROGRAMME.
018190     MOVE DL20-JW-VIA TO DL20-JW-PARMS-TEXTE.
018200     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
018210     MOVE DL20-SN-RECS-WRITTEN TO DL20-JW-RECS-ECRITS.
018220     IF DL20-SN-AVERT
018230         MOVE 'W' TO DL20-JW-RESULTAT
018240     ELSE
018250         MOVE 'O' TO DL20-JW-RESULTAT
018260     END-IF.
018270     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
018280 8700-EXIT.
018290     EXIT.
018300*
018310 8800-NB-LEDGER.
018320     MOVE 'PRTD20NB' TO DL20-JW-PROGRAMME.
018330     MOVE DL20-RESTART-SW TO DL20-JWT-NB-RESTART.
018340     MOVE DL20-SORTIES TO DL20-JWT-NB-SORTIES.
018350     MOVE DL20-CKPT-INTERVAL TO DL20-JWT-NB-INTERVAL.
018360     MOVE DL20-JW-TEXTE-NB TO DL20-JW-PARMS-TEXTE.
018370     MOVE DL20-LECTURES TO DL20-JW-RECS-READ.
018380     MOVE DL20-CKPT-ECRITS TO DL20-JW-RECS-ECRITS.
018390     IF DL20-DEJA-TERMINE
018400         MOVE 'W' TO DL20-JW-RESULTAT
018410     ELSE
018420         MOVE 'O' TO DL20-JW-RESULTAT
018430     END-IF.
018440     PERFORM 8900-WRITE-LEDGER-ENTRY THRU 8900-EXIT.
018450 8800-EXIT.
018460     EXIT.
018470*
018480 8900-WRITE-LEDGER-ENTRY.
018490     CALL 'PRTD20JW' USING DL20-JW-PARMS.
018500     IF DL20-JW-ECHEC
018510         DISPLAY 'PRTD20NB - WARNING, RUN LEDGER WRITE FAILED'
018520             ' FOR ' DL20-JW-PROGRAMME
018530     END-IF.
018540 8900-EXIT.
018550     EXIT.
