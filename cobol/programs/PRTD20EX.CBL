000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------------*
000170*    2026-08-08  DLM  ORIGINAL PROGRAM.                           *
000180*    2026-08-08  DLM  EXTRACT NOW CARRIES LDO-LIB-DOSSIER,         *
000190*                     TRANSCODED THROUGH PRTD20TR SO ACCENTED     *
000200*                     CHARACTERS DON'T GARBLE ON THE BI SIDE.     *
000210*    2026-08-22  DLM  WRITES ONE PRJRNL RUN-LEDGER RECORD AT END  *
000220*                     OF RUN THROUGH PRTD20JW.                    *
000230*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000240*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000250*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000260*    2026-09-21  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000270*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000280*                     USED UP. NO CODE CHANGE.                     *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY PRTD20SEL.
000340     COPY PRBIXSEL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PRTD20-FILE
000380     LABEL RECORDS ARE STANDARD.
000390     COPY XPRTD20.
000400 FD  PRTD20X-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY XPRBIEXT.
000430 WORKING-STORAGE SECTION.
000440     COPY XPRSTAT.
000450     COPY XPRJWLK.
000460 01  DL20-SWITCHES.
000470     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000480         88  DL20-EOF               VALUE 'Y'.
000490 01  DL20-COUNTERS.
000500     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000510     05  DL20-RECS-WRITTEN      PIC 9(7)  USAGE COMP.
000520 PROCEDURE DIVISION.
000530 0000-MAINLINE.
000540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000550     PERFORM 2000-EXTRACT-DOSSIERS THRU 2000-EXIT
000560         UNTIL DL20-EOF.
000570     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000580     GOBACK.
000590*
000600 1000-INITIALIZE.
000610     MOVE 0 TO DL20-RECS-READ DL20-RECS-WRITTEN.
000620     OPEN INPUT PRTD20-FILE.
000630     OPEN OUTPUT PRTD20X-FILE.
000640     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
000650 1000-EXIT.
000660     EXIT.
000670*
000680 2000-EXTRACT-DOSSIERS.
000690     MOVE SPACES           TO PRBIEXT-RECORD.
000700     MOVE LDO-NO-DOSSIER   TO PRBIEXT-NO-DOSSIER.
000710     MOVE LDO-CD-ETA       TO PRBIEXT-CD-ETA.
000720     MOVE LDO-DT-SAI       TO PRBIEXT-DT-SAI.
000730     MOVE LDO-DT-VAL       TO PRBIEXT-DT-VAL.
000740     MOVE LDO-MT-DOSSIER   TO PRBIEXT-MT-DOSSIER.
000750     MOVE LDO-LIB-DOSSIER  TO PRBIEXT-LIB-DOSSIER.
000760     CALL 'PRTD20TR' USING PRBIEXT-LIB-DOSSIER.
000770     WRITE PRBIEXT-RECORD.
000780     ADD 1 TO DL20-RECS-WRITTEN.
000790     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
000800 2000-EXIT.
000810     EXIT.
000820*
000830 2100-READ-PRTD20.
000840     READ PRTD20-FILE NEXT RECORD
000850         AT END
000860             MOVE 'Y' TO DL20-EOF-SW
000870         NOT AT END
000880             ADD 1 TO DL20-RECS-READ
000890     END-READ.
000900 2100-EXIT.
000910     EXIT.
000920*
000930 8000-TERMINATE.
000940     CLOSE PRTD20-FILE.
000950     CLOSE PRTD20X-FILE.
000960     DISPLAY 'PRTD20EX - RECORDS READ    : ' DL20-RECS-READ.
000970     DISPLAY 'PRTD20EX - RECORDS WRITTEN : ' DL20-RECS-WRITTEN.
000980     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
000990 8000-EXIT.
001000     EXIT.
001010*
001020 8900-WRITE-RUN-LEDGER.
001030     MOVE 'PRTD20EX' TO DL20-JW-PROGRAMME.
001040     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
001050     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
001060     MOVE DL20-RECS-WRITTEN TO DL20-JW-RECS-ECRITS.
001070     MOVE 'O' TO DL20-JW-RESULTAT.
001080     CALL 'PRTD20JW' USING DL20-JW-PARMS.
001090     IF DL20-JW-ECHEC
001100         DISPLAY 'PRTD20EX - WARNING, RUN LEDGER WRITE FAILED'
001110     END-IF.
001120 8900-EXIT.
001130     EXIT.
