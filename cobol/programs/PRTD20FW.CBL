000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20FW.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-07.
000060 DATE-COMPILED. 2026-09-07.
000070*****************************************************************
000080*    PROGRAM       : PRTD20FW                                  *
000090*    DESCRIPTION   : SHARED FLAG-RAISE SUBROUTINE FOR THE       *
000100*                    PRTD20F REVIEW FILE. EVERY RAISING         *
000110*                    PROGRAM (PRTD20R, PRTD20AK, PRTD20BR,      *
000120*                    PRTD20SL) CALLS IT ONCE PER FLAG INSTEAD   *
000130*                    OF WRITING PRTD20F ITSELF. THE ROUTINE     *
000140*                    FIRST READS THE DOSSIER'S OWN FLAGS FOR    *
000150*                    THE SAME REASON, POSITIONED BY KEY; IF ONE *
000160*                    IS STILL OPEN NOTHING IS WRITTEN AND       *
000170*                    DL20-FW-DEJA-OUVERT IS ANSWERED, SO THE    *
000180*                    FOLLOW-UP TEAM SEES EACH OPEN CASE ONCE    *
000190*                    HOWEVER MANY NIGHTS IT IS RAISED. OTHER-   *
000200*                    WISE A NEW OPEN FLAG IS WRITTEN. THE FILE  *
000210*                    IS CREATED ON ITS FIRST EVER USE AND IS    *
000220*                    OPENED AND CLOSED PER CALL, THE SAME WAY   *
000230*                    PRTD20JW HANDLES PRJRNL.                   *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  -------------------------------------------*
000270*    2026-09-07  DLM  ORIGINAL PROGRAM.                           *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY PRFLGSEL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PRTD20F-FILE
000360     LABEL RECORDS ARE STANDARD.
000370     COPY XPRFLAG.
000380 WORKING-STORAGE SECTION.
000390     COPY XPRSTAT.
000400 01  DL20-FIN-CHAINE-SW         PIC X(1).
000410     88  DL20-FIN-CHAINE            VALUE 'Y'.
000420 01  DL20-OUVERT-SW             PIC X(1).
000430     88  DL20-DEJA-OUVERT           VALUE 'Y'.
000440 LINKAGE SECTION.
000450     COPY XPRFWLK.
000460 PROCEDURE DIVISION USING DL20-FW-PARMS.
000470 0000-MAINLINE.
000480     MOVE '0' TO DL20-FW-RETOUR.
000490     PERFORM 1000-OPEN-FLAG-FILE THRU 1000-EXIT.
000500     IF NOT DL20-PRTD20F-OK
000510         MOVE '2' TO DL20-FW-RETOUR
000520         GOBACK
000530     END-IF.
000540     PERFORM 2000-LOOK-FOR-OPEN THRU 2000-EXIT.
000550     IF DL20-DEJA-OUVERT
000560         MOVE '1' TO DL20-FW-RETOUR
000570     ELSE
000580         PERFORM 3000-WRITE-FLAG THRU 3000-EXIT
000590     END-IF.
000600     CLOSE PRTD20F-FILE.
000610     GOBACK.
000620*
000630 1000-OPEN-FLAG-FILE.
000640     OPEN INPUT PRTD20F-FILE.
000650     IF DL20-PRTD20F-STATUS = '35'
000660         OPEN OUTPUT PRTD20F-FILE
000670         CLOSE PRTD20F-FILE
000680     ELSE
000690         CLOSE PRTD20F-FILE
000700     END-IF.
000710     OPEN I-O PRTD20F-FILE.
000720 1000-EXIT.
000730     EXIT.
000740*
000750 2000-LOOK-FOR-OPEN.
000760*    READS ONLY THIS DOSSIER'S FLAGS FOR THIS REASON, OLDEST
000770*    FIRST, STOPPING AT THE FIRST ONE STILL OPEN.
000780     MOVE 'N' TO DL20-OUVERT-SW.
000790     MOVE 'N' TO DL20-FIN-CHAINE-SW.
000800     MOVE DL20-FW-NO-DOSSIER TO PRFLAG-NO-DOSSIER.
000810     MOVE DL20-FW-RAISON     TO PRFLAG-RAISON.
000820     MOVE 0                  TO PRFLAG-DT-FLAGGED.
000830     START PRTD20F-FILE KEY IS NOT LESS THAN PRFLAG-KEY
000840         INVALID KEY
000850             MOVE 'Y' TO DL20-FIN-CHAINE-SW
000860     END-START.
000870     PERFORM 2100-READ-CHAIN THRU 2100-EXIT
000880         UNTIL DL20-FIN-CHAINE.
000890 2000-EXIT.
000900     EXIT.
000910*
000920 2100-READ-CHAIN.
000930     READ PRTD20F-FILE NEXT RECORD
000940         AT END
000950             MOVE 'Y' TO DL20-FIN-CHAINE-SW
000960         NOT AT END
000970             IF PRFLAG-NO-DOSSIER = DL20-FW-NO-DOSSIER
000980                 AND PRFLAG-RAISON = DL20-FW-RAISON
000990                 IF PRFLAG-OUVERT
001000                     MOVE 'Y' TO DL20-OUVERT-SW
001010                     MOVE 'Y' TO DL20-FIN-CHAINE-SW
001020                 END-IF
001030             ELSE
001040                 MOVE 'Y' TO DL20-FIN-CHAINE-SW
001050             END-IF
001060     END-READ.
001070 2100-EXIT.
001080     EXIT.
001090*
001100 3000-WRITE-FLAG.
001110     MOVE SPACES TO PRFLAG-RECORD.
001120     MOVE DL20-FW-NO-DOSSIER TO PRFLAG-NO-DOSSIER.
001130     MOVE DL20-FW-RAISON     TO PRFLAG-RAISON.
001140     MOVE DL20-FW-DT-FLAGGED TO PRFLAG-DT-FLAGGED.
001150     MOVE DL20-FW-CD-ETA     TO PRFLAG-CD-ETA.
001160     MOVE 'O'                TO PRFLAG-CD-STATUT.
001170     MOVE SPACES             TO PRFLAG-CD-DISPO
001180                                PRFLAG-ID-OPER-CLOS.
001190     MOVE 0                  TO PRFLAG-DT-CLOS.
001200     WRITE PRFLAG-RECORD
001210         INVALID KEY
001220*            THE SAME DOSSIER AND REASON WAS ALREADY FLAGGED
001230*            AND CLOSED EARLIER TODAY - THAT FLAG STANDS.
001240             MOVE '1' TO DL20-FW-RETOUR
001250     END-WRITE.
001260     IF DL20-PRTD20F-STATUS NOT = '00'
001270         AND DL20-PRTD20F-STATUS NOT = '22'
001280         MOVE '2' TO DL20-FW-RETOUR
001290     END-IF.
001300 3000-EXIT.
001310     EXIT.
