000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------- ----  -------------------------------------------*
000220*    2026-08-22  DLM  ORIGINAL PROGRAM.                           *
000230*    2026-08-22  DLM  WRITES ONE PRJRNL RUN-LEDGER RECORD AT END  *
000240*                     OF RUN THROUGH PRTD20JW.                    *
000250*    2026-08-22  DLM  SNAPSHOT NOW CARRIES LDO-CD-UNITE.          *
000260*    2026-09-03  DLM  SNAPSHOT NOW CARRIES LDO-CD-DEVISE.         *
000270*    2026-09-09  DLM  SNAPSHOT NOW CARRIES LDO-ID-BENEF.          *
000280*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000290*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000300*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000310*    2026-09-21  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000320*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000330*                     USED UP. NO CODE CHANGE.                     *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY PRTD20SEL.
000390     COPY PRSNPSEL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PRTD20-FILE
000430     LABEL RECORDS ARE STANDARD.
000440     COPY XPRTD20.
000450 FD  PRSNAP-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY XPRSNAP.
000480 WORKING-STORAGE SECTION.
000490     COPY XPRSTAT.
000500     COPY XPRJWLK.
000510 01  DL20-SWITCHES.
000520     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000530         88  DL20-EOF               VALUE 'Y'.
000540 01  DL20-COUNTERS.
000550     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000560     05  DL20-RECS-WRITTEN      PIC 9(7)  USAGE COMP.
000570 PROCEDURE DIVISION.
000580 0000-MAINLINE.
000590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000600     PERFORM 2000-COPY-DOSSIERS THRU 2000-EXIT
000610         UNTIL DL20-EOF.
000620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000630     GOBACK.
000640*
000650 1000-INITIALIZE.
000660     MOVE 0 TO DL20-RECS-READ DL20-RECS-WRITTEN.
000670     OPEN INPUT PRTD20-FILE.
000680     OPEN OUTPUT PRSNAP-FILE.
000690     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
000700 1000-EXIT.
000710     EXIT.
000720*
000730 2000-COPY-DOSSIERS.
000740     MOVE PRTD20-RECH      TO PRSNAP-RECH.
000750     MOVE LDO-NO-DOSSIER   TO PRSNAP-NO-DOSSIER.
000760     MOVE LDO-CD-ETA       TO PRSNAP-CD-ETA.
000770     MOVE LDO-DT-SAI       TO PRSNAP-DT-SAI.
000780     MOVE LDO-DT-VAL       TO PRSNAP-DT-VAL.
000790     MOVE LDO-MT-DOSSIER   TO PRSNAP-MT-DOSSIER.
000800     MOVE LDO-LIB-DOSSIER  TO PRSNAP-LIB-DOSSIER.
000810     MOVE LDO-CD-UNITE     TO PRSNAP-CD-UNITE.
000820     MOVE LDO-CD-REGL      TO PRSNAP-CD-REGL.
000830     MOVE LDO-DT-REGL      TO PRSNAP-DT-REGL.
000840     MOVE LDO-CD-DEVISE    TO PRSNAP-CD-DEVISE.
000850     MOVE LDO-ID-BENEF     TO PRSNAP-ID-BENEF.
000860     WRITE PRSNAP-RECORD.
000870     ADD 1 TO DL20-RECS-WRITTEN.
000880     PERFORM 2100-READ-PRTD20 THRU 2100-EXIT.
000890 2000-EXIT.
000900     EXIT.
000910*
000920 2100-READ-PRTD20.
000930     READ PRTD20-FILE NEXT RECORD
000940         AT END
000950             MOVE 'Y' TO DL20-EOF-SW
000960         NOT AT END
000970             ADD 1 TO DL20-RECS-READ
000980     END-READ.
000990 2100-EXIT.
001000     EXIT.
001010*
001020 8000-TERMINATE.
001030     CLOSE PRTD20-FILE.
001040     CLOSE PRSNAP-FILE.
001050     DISPLAY 'PRTD20SN - RECORDS READ    : ' DL20-RECS-READ.
001060     DISPLAY 'PRTD20SN - RECORDS WRITTEN : ' DL20-RECS-WRITTEN.
001070     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
001080 8000-EXIT.
001090     EXIT.
001100*
001110 8900-WRITE-RUN-LEDGER.
001120     MOVE 'PRTD20SN' TO DL20-JW-PROGRAMME.
001130     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
001140     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
001150     MOVE DL20-RECS-WRITTEN TO DL20-JW-RECS-ECRITS.
001160     MOVE 'O' TO DL20-JW-RESULTAT.
001170     CALL 'PRTD20JW' USING DL20-JW-PARMS.
001180     IF DL20-JW-ECHEC
001190         DISPLAY 'PRTD20SN - WARNING, RUN LEDGER WRITE FAILED'
001200     END-IF.
001210 8900-EXIT.
001220     EXIT.
