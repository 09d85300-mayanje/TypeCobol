000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20SV.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED. 2026-09-18.
000070*****************************************************************
000080*    PROGRAM       : PRTD20SV                                  *
000090*    DESCRIPTION   : SHARED SECURITY-EVENT WRITE SUBROUTINE.    *
000100*                    EVERY BATCH PROGRAM THAT REFUSES A         *
000110*                    TRANSACTION BECAUSE THE OPERATOR IS NOT    *
000120*                    AUTHORIZED FOR THE DOSSIER'S UNIT (REASON  *
000130*                    08) CALLS IT WITH ITS PROGRAM ID, THE      *
000140*                    OPERATOR, THE DOSSIER AND THE UNIT         *
000150*                    CHECKED. THE ROUTINE STAMPS THE DATE AND   *
000160*                    TIME, NUMBERS THE EVENT WITHIN THE RUN     *
000170*                    AND WRITES ONE PRSECEV RECORD (XPRSEV),    *
000180*                    CREATING THE FILE ON ITS FIRST EVER USE.   *
000190*                    THE FILE IS OPENED AND CLOSED PER CALL,    *
000200*                    THE WAY PRTD20JW HANDLES PRJRNL, SO A      *
000210*                    CALLER ABENDING LATER CAN NEVER LOSE THE   *
000220*                    EVENT. A KEY ALREADY ON FILE (A RERUN IN   *
000230*                    THE SAME SECOND) IS RETRIED WITH THE NEXT  *
000240*                    SEQUENCE NUMBER. A WRITE FAILURE IS        *
000250*                    REPORTED IN DL20-SV-RETOUR - THE CALLER    *
000260*                    WARNS AND CARRIES ON; THE EVENT LOG MUST   *
000270*                    NEVER TAKE A PRODUCTION JOB DOWN.          *
000280*    MODIFICATION HISTORY                                       *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------- ----  -------------------------------------------*
000310*    2026-09-18  DLM  ORIGINAL PROGRAM.                           *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY PRSEVSEL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PRSECEV-FILE
000400     LABEL RECORDS ARE STANDARD.
000410     COPY XPRSEV.
000420 WORKING-STORAGE SECTION.
000430     COPY XPRSTAT.
000440 77  DL20-NO-SEQ                PIC 9(7)  USAGE COMP-3 VALUE 0.
000450 77  DL20-ESSAIS                PIC 9(2)  USAGE COMP.
000460 77  DL20-MAX-ESSAIS            PIC 9(2)  USAGE COMP VALUE 10.
000470 77  DL20-ECRIT-SW              PIC X(1).
000480     88  DL20-EVT-ECRIT             VALUE 'Y'.
000490 LINKAGE SECTION.
000500     COPY XPRSVLK.
000510 PROCEDURE DIVISION USING DL20-SV-PARMS.
000520 0000-MAINLINE.
000530     MOVE '0' TO DL20-SV-RETOUR.
000540     PERFORM 1000-OPEN-LOG THRU 1000-EXIT.
000550     IF DL20-PRSECEV-OK
000560         PERFORM 2000-WRITE-EVENT THRU 2000-EXIT
000570         CLOSE PRSECEV-FILE
000580     ELSE
000590         MOVE '1' TO DL20-SV-RETOUR
000600     END-IF.
000610     GOBACK.
000620*
000630 1000-OPEN-LOG.
000640     OPEN INPUT PRSECEV-FILE.
000650     IF DL20-PRSECEV-STATUS = '35'
000660         OPEN OUTPUT PRSECEV-FILE
000670         CLOSE PRSECEV-FILE
000680     ELSE
000690         CLOSE PRSECEV-FILE
000700     END-IF.
000710     OPEN I-O PRSECEV-FILE.
000720 1000-EXIT.
000730     EXIT.
000740*
000750 2000-WRITE-EVENT.
000760     MOVE SPACES TO PRSECEV-RECORD.
000770     ACCEPT SEV-DT-EVT FROM DATE YYYYMMDD.
000780     ACCEPT SEV-HR-EVT FROM TIME.
000790     MOVE DL20-SV-PROGRAMME  TO SEV-ID-PROGRAMME.
000800     MOVE DL20-SV-ID-OPER    TO SEV-ID-OPER.
000810     MOVE DL20-SV-NO-DOSSIER TO SEV-NO-DOSSIER.
000820     MOVE DL20-SV-CD-UNITE   TO SEV-CD-UNITE.
000830     MOVE '08' TO SEV-CD-RAISON.
000840     MOVE 'N' TO DL20-ECRIT-SW.
000850     PERFORM 2100-TRY-WRITE THRU 2100-EXIT
000860         VARYING DL20-ESSAIS FROM 1 BY 1
000870         UNTIL DL20-EVT-ECRIT
000880            OR DL20-ESSAIS > DL20-MAX-ESSAIS.
000890     IF NOT DL20-EVT-ECRIT
000900         MOVE '1' TO DL20-SV-RETOUR
000910     END-IF.
000920 2000-EXIT.
000930     EXIT.
000940*
000950 2100-TRY-WRITE.
000960     ADD 1 TO DL20-NO-SEQ.
000970     MOVE DL20-NO-SEQ TO SEV-NO-SEQ.
000980     WRITE PRSECEV-RECORD
000990         INVALID KEY
001000             GO TO 2100-EXIT
001010     END-WRITE.
001020     IF DL20-PRSECEV-OK
001030         MOVE 'Y' TO DL20-ECRIT-SW
001040     ELSE
001050         MOVE DL20-MAX-ESSAIS TO DL20-ESSAIS
001060     END-IF.
001070 2100-EXIT.
001080     EXIT.
