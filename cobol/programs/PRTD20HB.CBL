000160*                    PRAUD-HR-TRANSIT, AND PRAUD-ID-PROGRAMME   *
000170*                    PER LINE. THE BROWSE RIDES THE PRAUD-KEY   *
000180*                    (DOSSIER + SEQUENCE) THE FILE WAS KEYED    *
000190*                    FOR : THE HIGHEST SEQUENCE NOT ABOVE       *
000200*                    NEXT-SEQ IS FOUND BY A FORWARD BROWSE,     *
000210*                    THEN STARTBR AT THAT EXISTING KEY AND      *
000220*                    READPREV. THE SEQUENCE TO CONTINUE FROM    *
000230*                    RIDES THE COMMAREA BETWEEN TASKS. WHEN     *
000240*                    THE CHAIN IS EXHAUSTED THE NEXT ENTER      *
000250*                    ASKS FOR A NEW DOSSIER NUMBER.             *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------- ----  -------------------------------------------*
000290*    2026-08-22  DLM  ORIGINAL PROGRAM.                           *
000300*    2026-09-13  DLM  ONCE THE TRANSITION CHAIN IS EXHAUSTED THE  *
000310*                     NEXT ENTER PAGES THROUGH THE DOSSIER'S      *
000320*                     PRNOTE DIARY (XPRNOT), NEWEST FIRST, WITH   *
000330*                     THE SAME BACKWARD BROWSE - TWO SCREEN LINES *
000340*                     PER NOTE, THE HEADER (SEQUENCE, DATE, TIME, *
000350*                     OPERATOR, BRING-FORWARD DATE) AND THE TEXT. *
000360*                     THE NOTES PAGE STATE RIDES THE COMMAREA AS  *
000370*                     '3'.                                        *
000380*    2026-09-13  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000390*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000400*                     USED UP. NO CODE CHANGE.                     *
000410*    2026-09-15  DLM  A KEYED DOSSIER NUMBER OF ELEVEN DIGITS     *
000420*                     WHOSE CHECK DIGIT IS WRONG IS NOW REFUSED   *
000430*                     (PRTD20NA) BEFORE ANY READ. SHORTER NUMBERS *
000440*                     PREDATE ALLOCATION AND ARE TAKEN AS THEY    *
000450*                     ARE.                                        *
000460*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000470*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000480*                     USED UP. NO CODE CHANGE.                     *
000490*    2026-09-22  DLM  EACH PAGE NOW STARTS ITS BACKWARD BROWSE AT *
000500*                     AN EXISTING KEY - THE HIGHEST SEQUENCE NOT  *
000510*                     ABOVE THE ONE TO CONTINUE FROM, FOUND BY A  *
000520*                     FORWARD BROWSE. A READPREV AFTER A STARTBR  *
000530*                     ON THE ABSENT KEY 99999 NEVER RETURNED THE  *
000540*                     DOSSIER'S LAST RECORD, SO THE HISTORY AND   *
000550*                     NOTES PAGES CAME UP EMPTY.                  *
000560*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000570*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000580*                     USED UP. NO CODE CHANGE.                     *
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 DATA DIVISION.
000620 WORKING-STORAGE SECTION.
000630     COPY XPRAUD.
000640     COPY XPRNOT.
000650     COPY XPRNUM.
000660     COPY XPRNALK.
000670 77  DL20-LIGNES-PAR-ECRAN      PIC 9(2)  USAGE COMP VALUE 15.
000680 77  DL20-NOTES-PAR-ECRAN       PIC 9(2)  USAGE COMP VALUE 7.
000690 01  DL20-SCREEN-IN             PIC X(80).
000700 01  DL20-LIGNE-TITRE.
000710     05  FILLER                 PIC X(8)  VALUE 'DOSSIER '.
000720     05  DL20-TIT-DOSSIER       PIC 9(11).
000730     05  DL20-TIT-LIB           PIC X(32).
000740     05  FILLER                 PIC X(29) VALUE SPACES.
000750 01  DL20-LIGNE-HIST.
000760     05  DL20-HIST-SEQ          PIC 9(5).
000770     05  FILLER                 PIC X(2)  VALUE SPACES.
000780     05  DL20-HIST-AVANT        PIC X(1).
000790     05  FILLER                 PIC X(1)  VALUE '>'.
000800     05  DL20-HIST-APRES        PIC X(1).
000810     05  FILLER                 PIC X(2)  VALUE SPACES.
000820     05  DL20-HIST-DATE         PIC 9(8).
000830     05  FILLER                 PIC X(1)  VALUE SPACE.
000840     05  DL20-HIST-HEURE        PIC 9(6).
000850     05  FILLER                 PIC X(2)  VALUE SPACES.
000860     05  DL20-HIST-PROG         PIC X(8).
000870     05  FILLER                 PIC X(43) VALUE SPACES.
000880 01  DL20-LIGNE-NOTE.
000890     05  DL20-NOTE-SEQ          PIC 9(5).
000900     05  FILLER                 PIC X(2)  VALUE SPACES.
000910     05  DL20-NOTE-DATE         PIC 9(8).
000920     05  FILLER                 PIC X(1)  VALUE SPACE.
000930     05  DL20-NOTE-HEURE        PIC 9(6).
000940     05  FILLER                 PIC X(2)  VALUE SPACES.
000950     05  DL20-NOTE-OPER         PIC X(8).
000960     05  FILLER                 PIC X(2)  VALUE SPACES.
000970     05  DL20-NOTE-RAPPEL-LIB   PIC X(14).
000980     05  DL20-NOTE-RAPPEL       PIC X(8).
000990     05  FILLER                 PIC X(24) VALUE SPACES.
001000 01  DL20-LIGNE-TEXTE.
001010     05  FILLER                 PIC X(7)  VALUE SPACES.
001020     05  DL20-TXT-TEXTE         PIC X(70).
001030     05  FILLER                 PIC X(3)  VALUE SPACES.
001040 01  DL20-PAGE-OUT.
001050     05  DL20-PAGE-LIGNE        OCCURS 20 TIMES PIC X(80).
001060 01  DL20-LIGNE-NO              PIC 9(2)  USAGE COMP.
001070 01  DL20-DETAILS-PAGE          PIC 9(2)  USAGE COMP.
001080 01  DL20-SEARCH-KEY            PIC S9(11)V USAGE COMP-3.
001090 01  DL20-FIN-CHAINE-SW         PIC X(1).
001100     88  DL20-FIN-CHAINE            VALUE 'Y'.
001110 01  DL20-SEQ-DEPART            PIC 9(5)  USAGE COMP-3.
001120 01  DL20-FIN-RECHERCHE-SW      PIC X(1).
001130     88  DL20-FIN-RECHERCHE         VALUE 'Y'.
001140 01  DL20-RESP                  PIC S9(8)  USAGE COMP.
001150 01  DL20-RESP2                 PIC S9(8)  USAGE COMP.
001160 LINKAGE SECTION.
001170 01  DFHCOMMAREA.
001180     05  DL20-CA-STATE          PIC X(1).
001190         88  DL20-CA-AWAIT-KEY      VALUE '1'.
001200         88  DL20-CA-PAGING         VALUE '2'.
001210         88  DL20-CA-NOTES          VALUE '3'.
001220     05  DL20-CA-DOSSIER        PIC S9(11)V USAGE COMP-3.
001230     05  DL20-CA-NEXT-SEQ       PIC 9(5)  USAGE COMP-3.
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     IF EIBCALEN = 0
001270         PERFORM 1000-ASK-KEY THRU 1000-EXIT
001280     ELSE
001290         EVALUATE TRUE
001300             WHEN DL20-CA-PAGING
001310                 PERFORM 3000-SHOW-PAGE THRU 3000-EXIT
001320             WHEN DL20-CA-NOTES
001330                 PERFORM 4000-SHOW-NOTES THRU 4000-EXIT
001340             WHEN OTHER
001350                 PERFORM 1000-ASK-KEY THRU 1000-EXIT
001360         END-EVALUATE
001370     END-IF.
001380     EXEC CICS RETURN
001390         TRANSID ('PR2H')
001400         COMMAREA (DFHCOMMAREA)
001410     END-EXEC.
001420*
001430 1000-ASK-KEY.
001440     MOVE SPACES TO DL20-PAGE-OUT.
001450     MOVE 'DOSSIER NUMBER ? ' TO DL20-PAGE-LIGNE(1).
001460     EXEC CICS SEND TEXT
001470         FROM (DL20-PAGE-LIGNE(1))
001480         LENGTH (80)
001490         ERASE
001500     END-EXEC.
001510     MOVE SPACES TO DL20-SCREEN-IN.
001520     EXEC CICS RECEIVE
001530         INTO (DL20-SCREEN-IN)
001540         LENGTH (80)
001550     END-EXEC.
001560     MOVE DL20-SCREEN-IN(1:11) TO DL20-SEARCH-KEY.
001570     PERFORM 1050-CHECK-CLE THRU 1050-EXIT.
001580     IF NOT DL20-NA-NUMERO-ACCEPTE
001590         MOVE '1' TO DL20-CA-STATE
001600         GO TO 1000-EXIT
001610     END-IF.
001620     MOVE DL20-SEARCH-KEY TO DL20-CA-DOSSIER.
001630     MOVE 99999 TO DL20-CA-NEXT-SEQ.
001640     MOVE '2' TO DL20-CA-STATE.
001650     PERFORM 3000-SHOW-PAGE THRU 3000-EXIT.
001660 1000-EXIT.
001670     EXIT.
001680*
001690 1050-CHECK-CLE.
001700*    A NUMBER WHOSE CHECK DIGIT IS WRONG IS REFUSED BEFORE THE
001710*    READ, SO A MISKEYED DIGIT CANNOT OPEN SOMEBODY ELSE'S
001720*    DOSSIER. ONE OF TEN DIGITS OR FEWER PREDATES ALLOCATION
001730*    AND IS TAKEN AS IT IS.
001740     MOVE 'V' TO DL20-NA-FONCTION.
001750     MOVE 'PRTD20HB' TO DL20-NA-PROGRAMME.
001760     MOVE DL20-SEARCH-KEY TO DL20-NA-NO-DOSSIER.
001770     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
001780     IF NOT DL20-NA-NUMERO-ACCEPTE
001790         MOVE SPACES TO DL20-PAGE-OUT
001800         MOVE 'CHECK DIGIT WRONG - KEY THE NUMBER AGAIN' TO
001810             DL20-PAGE-LIGNE(1)
001820         EXEC CICS SEND TEXT
001830             FROM (DL20-PAGE-LIGNE(1))
001840             LENGTH (80)
001850             ERASE
001860         END-EXEC
001870     END-IF.
001880 1050-EXIT.
001890     EXIT.
001900*
001910 3000-SHOW-PAGE.
001920     MOVE SPACES TO DL20-PAGE-OUT.
001930     MOVE DL20-CA-DOSSIER TO DL20-TIT-DOSSIER.
001940     MOVE ' HISTORY - NEWEST FIRST' TO DL20-TIT-LIB.
001950     MOVE DL20-LIGNE-TITRE TO DL20-PAGE-LIGNE(1).
001960     MOVE 1 TO DL20-LIGNE-NO.
001970     MOVE 0 TO DL20-DETAILS-PAGE.
001980     MOVE 'N' TO DL20-FIN-CHAINE-SW.
001990     PERFORM 3050-FIND-START-TRANSIT THRU 3050-EXIT.
002000     MOVE DL20-CA-DOSSIER  TO PRAUD-NO-DOSSIER.
002010     MOVE DL20-SEQ-DEPART  TO PRAUD-NO-SEQ.
002020     EXEC CICS STARTBR
002030         DATASET ('PRAUD20')
002040         RIDFLD (PRAUD-KEY)
002050         KEYLENGTH (9)
002060         EQUAL
002070         RESP (DL20-RESP)
002080     END-EXEC.
002090     IF DL20-RESP = DFHRESP(NORMAL)
002100         PERFORM 3100-READ-PREV-TRANSIT THRU 3100-EXIT
002110             UNTIL DL20-FIN-CHAINE
002120             OR DL20-DETAILS-PAGE >= DL20-LIGNES-PAR-ECRAN
002130         EXEC CICS ENDBR
002140             DATASET ('PRAUD20')
002150         END-EXEC
002160     ELSE
002170         MOVE 'Y' TO DL20-FIN-CHAINE-SW
002180     END-IF.
002190     IF DL20-DETAILS-PAGE = 0
002200         ADD 1 TO DL20-LIGNE-NO
002210         MOVE 'NO (MORE) HISTORY FOR THAT DOSSIER'
002220             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
002230     END-IF.
002240     ADD 1 TO DL20-LIGNE-NO.
002250     IF DL20-FIN-CHAINE
002260         MOVE 'END OF HISTORY - ENTER FOR NOTES'
002270             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
002280         MOVE '3' TO DL20-CA-STATE
002290         MOVE 99999 TO DL20-CA-NEXT-SEQ
002300     ELSE
002310         MOVE 'ENTER FOR OLDER TRANSITIONS'
002320             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
002330         MOVE '2' TO DL20-CA-STATE
002340     END-IF.
002350     EXEC CICS SEND TEXT
002360         FROM (DL20-PAGE-OUT)
002370         LENGTH (1600)
002380         ERASE
002390     END-EXEC.
002400 3000-EXIT.
002410     EXIT.
002420*
002430 3050-FIND-START-TRANSIT.
002440*    HIGHEST SEQUENCE ON FILE FOR THE DOSSIER NOT ABOVE
002450*    DL20-CA-NEXT-SEQ, FOUND BY A FORWARD BROWSE - A READPREV
002460*    STRAIGHT AFTER A STARTBR ON A KEY THAT IS NOT ON FILE DOES
002470*    NOT RETURN THE RECORD BEFORE IT, SO THE BACKWARD PAGING
002480*    MUST START FROM A KEY THAT EXISTS. ZERO WHEN THERE IS NONE,
002490*    WHICH THE EQUAL STARTBR THEN ANSWERS WITH NOTFND.
002500     MOVE 0   TO DL20-SEQ-DEPART.
002510     MOVE 'N' TO DL20-FIN-RECHERCHE-SW.
002520     MOVE DL20-CA-DOSSIER TO PRAUD-NO-DOSSIER.
002530     MOVE 0               TO PRAUD-NO-SEQ.
002540     EXEC CICS STARTBR
002550         DATASET ('PRAUD20')
002560         RIDFLD (PRAUD-KEY)
002570         KEYLENGTH (9)
002580         GTEQ
002590         RESP (DL20-RESP)
002600     END-EXEC.
002610     IF DL20-RESP = DFHRESP(NORMAL)
002620         PERFORM 3060-READ-NEXT-TRANSIT THRU 3060-EXIT
002630             UNTIL DL20-FIN-RECHERCHE
002640         EXEC CICS ENDBR
002650             DATASET ('PRAUD20')
002660         END-EXEC
002670     END-IF.
002680 3050-EXIT.
002690     EXIT.
002700*
002710 3060-READ-NEXT-TRANSIT.
002720     EXEC CICS READNEXT
002730         DATASET ('PRAUD20')
002740         INTO (PRAUD20-RECORD)
002750         RIDFLD (PRAUD-KEY)
002760         KEYLENGTH (9)
002770         RESP (DL20-RESP)
002780     END-EXEC.
002790     IF DL20-RESP NOT = DFHRESP(NORMAL)
002800         OR PRAUD-NO-DOSSIER NOT = DL20-CA-DOSSIER
002810         OR PRAUD-NO-SEQ > DL20-CA-NEXT-SEQ
002820         MOVE 'Y' TO DL20-FIN-RECHERCHE-SW
002830     ELSE
002840         MOVE PRAUD-NO-SEQ TO DL20-SEQ-DEPART
002850     END-IF.
002860 3060-EXIT.
002870     EXIT.
002880*
002890 3100-READ-PREV-TRANSIT.
002900     EXEC CICS READPREV
002910         DATASET ('PRAUD20')
002920         INTO (PRAUD20-RECORD)
002930         RIDFLD (PRAUD-KEY)
002940         KEYLENGTH (9)
002950         RESP (DL20-RESP)
002960     END-EXEC.
002970     IF DL20-RESP NOT = DFHRESP(NORMAL)
002980         OR PRAUD-NO-DOSSIER NOT = DL20-CA-DOSSIER
002990         MOVE 'Y' TO DL20-FIN-CHAINE-SW
003000     ELSE
003010         ADD 1 TO DL20-LIGNE-NO
003020         ADD 1 TO DL20-DETAILS-PAGE
003030         MOVE PRAUD-NO-SEQ       TO DL20-HIST-SEQ
003040         MOVE PRAUD-CD-ETA-AVANT TO DL20-HIST-AVANT
003050         MOVE PRAUD-CD-ETA-APRES TO DL20-HIST-APRES
003060         MOVE PRAUD-DT-TRANSIT   TO DL20-HIST-DATE
003070         MOVE PRAUD-HR-TRANSIT   TO DL20-HIST-HEURE
003080         MOVE PRAUD-ID-PROGRAMME TO DL20-HIST-PROG
003090         MOVE DL20-LIGNE-HIST
003100             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
003110         IF PRAUD-NO-SEQ > 1
003120             COMPUTE DL20-CA-NEXT-SEQ = PRAUD-NO-SEQ - 1
003130         ELSE
003140             MOVE 'Y' TO DL20-FIN-CHAINE-SW
003150         END-IF
003160     END-IF.
003170 3100-EXIT.
003180     EXIT.
003190*
003200 4000-SHOW-NOTES.
003210     MOVE SPACES TO DL20-PAGE-OUT.
003220     MOVE DL20-CA-DOSSIER TO DL20-TIT-DOSSIER.
003230     MOVE ' NOTES - NEWEST FIRST' TO DL20-TIT-LIB.
003240     MOVE DL20-LIGNE-TITRE TO DL20-PAGE-LIGNE(1).
003250     MOVE 1 TO DL20-LIGNE-NO.
003260     MOVE 0 TO DL20-DETAILS-PAGE.
003270     MOVE 'N' TO DL20-FIN-CHAINE-SW.
003280     PERFORM 4050-FIND-START-NOTE THRU 4050-EXIT.
003290     MOVE DL20-CA-DOSSIER  TO PRNOT-NO-DOSSIER.
003300     MOVE DL20-SEQ-DEPART  TO PRNOT-NO-SEQ.
003310     EXEC CICS STARTBR
003320         DATASET ('PRNOTE')
003330         RIDFLD (PRNOT-KEY)
003340         KEYLENGTH (9)
003350         EQUAL
003360         RESP (DL20-RESP)
003370     END-EXEC.
003380     IF DL20-RESP = DFHRESP(NORMAL)
003390         PERFORM 4100-READ-PREV-NOTE THRU 4100-EXIT
003400             UNTIL DL20-FIN-CHAINE
003410             OR DL20-DETAILS-PAGE >= DL20-NOTES-PAR-ECRAN
003420         EXEC CICS ENDBR
003430             DATASET ('PRNOTE')
003440         END-EXEC
003450     ELSE
003460         MOVE 'Y' TO DL20-FIN-CHAINE-SW
003470     END-IF.
003480     IF DL20-DETAILS-PAGE = 0
003490         ADD 1 TO DL20-LIGNE-NO
003500         MOVE 'NO (MORE) NOTES FOR THAT DOSSIER'
003510             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
003520     END-IF.
003530     ADD 1 TO DL20-LIGNE-NO.
003540     IF DL20-FIN-CHAINE
003550         MOVE 'END OF NOTES - ENTER FOR NEW DOSSIER'
003560             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
003570         MOVE '1' TO DL20-CA-STATE
003580     ELSE
003590         MOVE 'ENTER FOR OLDER NOTES'
003600             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
003610         MOVE '3' TO DL20-CA-STATE
003620     END-IF.
003630     EXEC CICS SEND TEXT
003640         FROM (DL20-PAGE-OUT)
003650         LENGTH (1600)
003660         ERASE
003670     END-EXEC.
003680 4000-EXIT.
003690     EXIT.
003700*
003710 4050-FIND-START-NOTE.
003720*    SAME FORWARD BROWSE AS 3050-FIND-START-TRANSIT, ON PRNOTE.
003730     MOVE 0   TO DL20-SEQ-DEPART.
003740     MOVE 'N' TO DL20-FIN-RECHERCHE-SW.
003750     MOVE DL20-CA-DOSSIER TO PRNOT-NO-DOSSIER.
003760     MOVE 0               TO PRNOT-NO-SEQ.
003770     EXEC CICS STARTBR
003780         DATASET ('PRNOTE')
003790         RIDFLD (PRNOT-KEY)
003800         KEYLENGTH (9)
003810         GTEQ
003820         RESP (DL20-RESP)
003830     END-EXEC.
003840     IF DL20-RESP = DFHRESP(NORMAL)
003850         PERFORM 4060-READ-NEXT-NOTE THRU 4060-EXIT
003860             UNTIL DL20-FIN-RECHERCHE
003870         EXEC CICS ENDBR
003880             DATASET ('PRNOTE')
003890         END-EXEC
003900     END-IF.
003910 4050-EXIT.
003920     EXIT.
003930*
003940 4060-READ-NEXT-NOTE.
003950     EXEC CICS READNEXT
003960         DATASET ('PRNOTE')
003970         INTO (PRNOTE-RECORD)
003980         RIDFLD (PRNOT-KEY)
003990         KEYLENGTH (9)
004000         RESP (DL20-RESP)
004010     END-EXEC.
004020     IF DL20-RESP NOT = DFHRESP(NORMAL)
004030         OR PRNOT-NO-DOSSIER NOT = DL20-CA-DOSSIER
004040         OR PRNOT-NO-SEQ > DL20-CA-NEXT-SEQ
004050         MOVE 'Y' TO DL20-FIN-RECHERCHE-SW
004060     ELSE
004070         MOVE PRNOT-NO-SEQ TO DL20-SEQ-DEPART
004080     END-IF.
004090 4060-EXIT.
004100     EXIT.
004110*
004120 4100-READ-PREV-NOTE.
004130*    TWO SCREEN LINES PER NOTE - THE HEADER, THEN THE TEXT.
004140     EXEC CICS READPREV
004150         DATASET ('PRNOTE')
004160         INTO (PRNOTE-RECORD)
004170         RIDFLD (PRNOT-KEY)
004180         KEYLENGTH (9)
004190         RESP (DL20-RESP)
004200     END-EXEC.
004210     IF DL20-RESP NOT = DFHRESP(NORMAL)
004220         OR PRNOT-NO-DOSSIER NOT = DL20-CA-DOSSIER
004230         MOVE 'Y' TO DL20-FIN-CHAINE-SW
004240     ELSE
004250         ADD 1 TO DL20-DETAILS-PAGE
004260         MOVE PRNOT-NO-SEQ       TO DL20-NOTE-SEQ
004270         MOVE PRNOT-DT-NOTE      TO DL20-NOTE-DATE
004280         MOVE PRNOT-HR-NOTE      TO DL20-NOTE-HEURE
004290         MOVE PRNOT-ID-OPER      TO DL20-NOTE-OPER
004300         IF PRNOT-DT-RAPPEL > 0
004310             MOVE 'BRING FORWARD ' TO DL20-NOTE-RAPPEL-LIB
004320             MOVE PRNOT-DT-RAPPEL  TO DL20-NOTE-RAPPEL
004330         ELSE
004340             MOVE SPACES TO DL20-NOTE-RAPPEL-LIB DL20-NOTE-RAPPEL
004350         END-IF
004360         ADD 1 TO DL20-LIGNE-NO
004370         MOVE DL20-LIGNE-NOTE
004380             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
004390         MOVE PRNOT-TEXTE        TO DL20-TXT-TEXTE
004400         ADD 1 TO DL20-LIGNE-NO
004410         MOVE DL20-LIGNE-TEXTE
004420             TO DL20-PAGE-LIGNE(DL20-LIGNE-NO)
004430         IF PRNOT-NO-SEQ > 1
004440             COMPUTE DL20-CA-NEXT-SEQ = PRNOT-NO-SEQ - 1
004450         ELSE
004460             MOVE 'Y' TO DL20-FIN-CHAINE-SW
004470         END-IF
004480     END-IF.
004490 4100-EXIT.
004500     EXIT.
