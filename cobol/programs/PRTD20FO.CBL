000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20FO.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-07.
000060 DATE-COMPILED. 2026-09-07.
000070*****************************************************************
000080*    PROGRAM       : PRTD20FO                                  *
000090*    TRANSACTION   : PR2F                                      *
000100*    DESCRIPTION   : PSEUDO-CONVERSATIONAL CICS CLOSE OF A      *
000110*                    PRTD20F REVIEW FLAG, THE ONLINE            *
000120*                    COUNTERPART OF THE PRTD20FC BATCH CLOSE.   *
000130*                    THE OPERATOR KEYS IN AN LDO-NO-DOSSIER;    *
000140*                    THE TRANSACTION BROWSES THE DOSSIER'S      *
000150*                    FLAGS AND SHOWS THE FIRST ONE STILL OPEN   *
000160*                    (REASON AND DATE FLAGGED), THEN TAKES A    *
000170*                    DISPOSITION CODE (SEE XPRFLAG). THE NEXT   *
000180*                    ENTER CLOSES THAT FLAG WITH THE            *
000190*                    DISPOSITION, THE OPERATOR'S TERMINAL ID    *
000200*                    AND TODAY'S DATE. A DOSSIER WITH MORE      *
000210*                    THAN ONE OPEN FLAG IS SIMPLY KEYED AGAIN.  *
000220*                    ONLY THE FLAG KEY AND THE DISPOSITION RIDE *
000230*                    THE COMMAREA, AS IN PRTD20O.               *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  -------------------------------------------*
000270*    2026-09-07  DLM  ORIGINAL PROGRAM.                           *
000280*    2026-09-15  DLM  A KEYED DOSSIER NUMBER OF ELEVEN DIGITS     *
000290*                     WHOSE CHECK DIGIT IS WRONG IS NOW REFUSED   *
000300*                     (PRTD20NA) BEFORE ANY READ. SHORTER NUMBERS *
000310*                     PREDATE ALLOCATION AND ARE TAKEN AS THEY    *
000320*                     ARE.                                        *
000330*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000340*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000350*                     USED UP. NO CODE CHANGE.                     *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400     COPY XPRFLAG.
000410     COPY XPRNUM.
000420     COPY XPRNALK.
000430 01  DL20-SCREEN-IN             PIC X(80).
000440 01  DL20-SCREEN-OUT            PIC X(80).
000450 01  DL20-SEARCH-KEY            PIC S9(11)V USAGE COMP-3.
000460 01  DL20-RESP                  PIC S9(8)  USAGE COMP.
000470 01  DL20-RESP2                 PIC S9(8)  USAGE COMP.
000480 01  DL20-TODAY                 PIC 9(8).
000490 01  DL20-FIN-BROWSE-SW         PIC X(1).
000500     88  DL20-FIN-BROWSE            VALUE 'Y'.
000510 01  DL20-OUVERT-SW             PIC X(1).
000520     88  DL20-FLAG-TROUVE           VALUE 'Y'.
000530 LINKAGE SECTION.
000540 01  DFHCOMMAREA.
000550     05  DL20-CA-STATE          PIC X(1).
000560         88  DL20-CA-AWAIT-KEY      VALUE '1'.
000570         88  DL20-CA-AWAIT-CLOSE    VALUE '2'.
000580     05  DL20-CA-FLAG-KEY.
000590         10  DL20-CA-DOSSIER    PIC S9(11)V USAGE COMP-3.
000600         10  DL20-CA-RAISON     PIC X(20).
000610         10  DL20-CA-DT-FLAGGED PIC 9(8).
000620     05  DL20-CA-DISPO          PIC X(2).
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     IF EIBCALEN = 0
000660         PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
000670     ELSE
000680         EVALUATE TRUE
000690             WHEN DL20-CA-AWAIT-CLOSE
000700                 PERFORM 3000-APPLY-CLOSE THRU 3000-EXIT
000710             WHEN OTHER
000720                 PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
000730         END-EVALUATE
000740     END-IF.
000750     EXEC CICS RETURN
000760         TRANSID ('PR2F')
000770         COMMAREA (DFHCOMMAREA)
000780     END-EXEC.
000790*
000800 1000-FIRST-ENTRY.
000810     MOVE '1' TO DL20-CA-STATE.
000820     MOVE SPACES TO DL20-SCREEN-OUT.
000830     MOVE 'DOSSIER NUMBER ? ' TO DL20-SCREEN-OUT(1:18).
000840     EXEC CICS SEND TEXT
000850         FROM (DL20-SCREEN-OUT)
000860         LENGTH (80)
000870         ERASE
000880     END-EXEC.
000890     EXEC CICS RECEIVE
000900         INTO (DL20-SCREEN-IN)
000910         LENGTH (80)
000920     END-EXEC.
000930     MOVE DL20-SCREEN-IN(1:11) TO DL20-SEARCH-KEY.
000940     PERFORM 1050-CHECK-CLE THRU 1050-EXIT.
000950     IF NOT DL20-NA-NUMERO-ACCEPTE
000960         GO TO 1000-EXIT
000970     END-IF.
000980     PERFORM 1100-FIND-OPEN-FLAG THRU 1100-EXIT.
000990     IF NOT DL20-FLAG-TROUVE
001000         MOVE SPACES TO DL20-SCREEN-OUT
001010         MOVE 'NO OPEN FLAG FOR THAT DOSSIER' TO
001020             DL20-SCREEN-OUT(1:29)
001030         EXEC CICS SEND TEXT
001040             FROM (DL20-SCREEN-OUT)
001050             LENGTH (80)
001060             ERASE
001070         END-EXEC
001080         GO TO 1000-EXIT
001090     END-IF.
001100     MOVE PRFLAG-KEY TO DL20-CA-FLAG-KEY.
001110     MOVE SPACES TO DL20-SCREEN-OUT.
001120     MOVE 'FLAG ' TO DL20-SCREEN-OUT(1:5).
001130     MOVE PRFLAG-RAISON TO DL20-SCREEN-OUT(6:20).
001140     MOVE 'OF ' TO DL20-SCREEN-OUT(27:3).
001150     MOVE PRFLAG-DT-FLAGGED TO DL20-SCREEN-OUT(30:8).
001160     MOVE 'DISPO CO/NA/RF/WO/DU ?' TO DL20-SCREEN-OUT(40:22).
001170     EXEC CICS SEND TEXT
001180         FROM (DL20-SCREEN-OUT)
001190         LENGTH (80)
001200         ERASE
001210     END-EXEC.
001220     MOVE SPACES TO DL20-SCREEN-IN.
001230     EXEC CICS RECEIVE
001240         INTO (DL20-SCREEN-IN)
001250         LENGTH (80)
001260     END-EXEC.
001270     MOVE DL20-SCREEN-IN(1:2) TO DL20-CA-DISPO.
001280     MOVE '2' TO DL20-CA-STATE.
001290 1000-EXIT.
001300     EXIT.
001310*
001320 1050-CHECK-CLE.
001330*    A NUMBER WHOSE CHECK DIGIT IS WRONG IS REFUSED BEFORE THE
001340*    READ, SO A MISKEYED DIGIT CANNOT OPEN SOMEBODY ELSE'S
001350*    DOSSIER. ONE OF TEN DIGITS OR FEWER PREDATES ALLOCATION
001360*    AND IS TAKEN AS IT IS.
001370     MOVE 'V' TO DL20-NA-FONCTION.
001380     MOVE 'PRTD20FO' TO DL20-NA-PROGRAMME.
001390     MOVE DL20-SEARCH-KEY TO DL20-NA-NO-DOSSIER.
001400     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
001410     IF NOT DL20-NA-NUMERO-ACCEPTE
001420         MOVE SPACES TO DL20-SCREEN-OUT
001430         MOVE 'CHECK DIGIT WRONG - KEY THE NUMBER AGAIN' TO
001440             DL20-SCREEN-OUT(1:40)
001450         EXEC CICS SEND TEXT
001460             FROM (DL20-SCREEN-OUT)
001470             LENGTH (80)
001480             ERASE
001490         END-EXEC
001500     END-IF.
001510 1050-EXIT.
001520     EXIT.
001530*
001540 1100-FIND-OPEN-FLAG.
001550*    BROWSES ONLY THIS DOSSIER'S FLAGS, IN KEY ORDER, STOPPING
001560*    ON THE FIRST ONE STILL OPEN.
001570     MOVE 'N' TO DL20-OUVERT-SW.
001580     MOVE 'N' TO DL20-FIN-BROWSE-SW.
001590     MOVE DL20-SEARCH-KEY TO PRFLAG-NO-DOSSIER.
001600     MOVE LOW-VALUES      TO PRFLAG-RAISON.
001610     MOVE 0               TO PRFLAG-DT-FLAGGED.
001620     EXEC CICS STARTBR
001630         DATASET ('PRTD20F')
001640         RIDFLD (PRFLAG-KEY)
001650         KEYLENGTH (34)
001660         GTEQ
001670         RESP (DL20-RESP)
001680     END-EXEC.
001690     IF DL20-RESP NOT = DFHRESP(NORMAL)
001700         GO TO 1100-EXIT
001710     END-IF.
001720     PERFORM 1110-READ-NEXT-FLAG THRU 1110-EXIT
001730         UNTIL DL20-FIN-BROWSE.
001740     EXEC CICS ENDBR
001750         DATASET ('PRTD20F')
001760     END-EXEC.
001770 1100-EXIT.
001780     EXIT.
001790*
001800 1110-READ-NEXT-FLAG.
001810     EXEC CICS READNEXT
001820         DATASET ('PRTD20F')
001830         INTO (PRFLAG-RECORD)
001840         RIDFLD (PRFLAG-KEY)
001850         KEYLENGTH (34)
001860         RESP (DL20-RESP)
001870     END-EXEC.
001880     IF DL20-RESP NOT = DFHRESP(NORMAL)
001890         OR PRFLAG-NO-DOSSIER NOT = DL20-SEARCH-KEY
001900         MOVE 'Y' TO DL20-FIN-BROWSE-SW
001910         GO TO 1110-EXIT
001920     END-IF.
001930     IF PRFLAG-OUVERT
001940         MOVE 'Y' TO DL20-OUVERT-SW
001950         MOVE 'Y' TO DL20-FIN-BROWSE-SW
001960     END-IF.
001970 1110-EXIT.
001980     EXIT.
001990*
002000 3000-APPLY-CLOSE.
002010     MOVE '1' TO DL20-CA-STATE.
002020     MOVE DL20-CA-DISPO TO PRFLAG-CD-DISPO.
002030     IF NOT PRFLAG-DISPO-VALIDE
002040         MOVE SPACES TO DL20-SCREEN-OUT
002050         MOVE 'UNKNOWN DISPOSITION CODE - NOT CLOSED' TO
002060             DL20-SCREEN-OUT(1:37)
002070         EXEC CICS SEND TEXT
002080             FROM (DL20-SCREEN-OUT)
002090             LENGTH (80)
002100             ERASE
002110         END-EXEC
002120         GO TO 3000-EXIT
002130     END-IF.
002140     MOVE DL20-CA-FLAG-KEY TO PRFLAG-KEY.
002150     EXEC CICS READ
002160         DATASET ('PRTD20F')
002170         INTO (PRFLAG-RECORD)
002180         RIDFLD (PRFLAG-KEY)
002190         KEYLENGTH (34)
002200         UPDATE
002210         RESP (DL20-RESP)
002220         RESP2 (DL20-RESP2)
002230     END-EXEC.
002240     IF DL20-RESP = DFHRESP(NORMAL)
002250         AND NOT PRFLAG-OUVERT
002260*        CLOSED BY THE BATCH OR ANOTHER TERMINAL SINCE IT WAS
002270*        SHOWN - LEAVE THAT CLOSURE AS IT STANDS.
002280         EXEC CICS UNLOCK
002290             DATASET ('PRTD20F')
002300         END-EXEC
002310         MOVE SPACES TO DL20-SCREEN-OUT
002320         MOVE 'FLAG ALREADY CLOSED - NOT CHANGED' TO
002330             DL20-SCREEN-OUT(1:33)
002340         EXEC CICS SEND TEXT
002350             FROM (DL20-SCREEN-OUT)
002360             LENGTH (80)
002370             ERASE
002380         END-EXEC
002390         GO TO 3000-EXIT
002400     END-IF.
002410     IF DL20-RESP = DFHRESP(NORMAL)
002420         ACCEPT DL20-TODAY FROM DATE YYYYMMDD
002430         MOVE 'C'           TO PRFLAG-CD-STATUT
002440         MOVE DL20-CA-DISPO TO PRFLAG-CD-DISPO
002450         MOVE EIBTRMID      TO PRFLAG-ID-OPER-CLOS
002460         MOVE DL20-TODAY    TO PRFLAG-DT-CLOS
002470         EXEC CICS REWRITE
002480             DATASET ('PRTD20F')
002490             FROM (PRFLAG-RECORD)
002500             RESP (DL20-RESP)
002510             RESP2 (DL20-RESP2)
002520         END-EXEC
002530     END-IF.
002540     MOVE SPACES TO DL20-SCREEN-OUT.
002550     IF DL20-RESP = DFHRESP(NORMAL)
002560         MOVE 'FLAG CLOSED - DISPOSITION ' TO
002570             DL20-SCREEN-OUT(1:26)
002580         MOVE DL20-CA-DISPO TO DL20-SCREEN-OUT(27:2)
002590     ELSE
002600         MOVE 'FLAG CLOSE FAILED - TRY AGAIN' TO
002610             DL20-SCREEN-OUT(1:29)
002620     END-IF.
002630     EXEC CICS SEND TEXT
002640         FROM (DL20-SCREEN-OUT)
002650         LENGTH (80)
002660         ERASE
002670     END-EXEC.
002680 3000-EXIT.
002690     EXIT.
