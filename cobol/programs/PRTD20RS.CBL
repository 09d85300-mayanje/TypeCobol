000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------- ----  -------------------------------------------*
000240*    2026-09-02  DLM  ORIGINAL PROGRAM.                           *
000250*    2026-09-03  DLM  THE PRARCH OPEN IS NOW GUARDED THE SAME     *
000260*                     WAY PRTD20AV GUARDS ITS OWN - A RESTORE     *
000270*                     ASKED FOR BEFORE THE FIRST ARCHIVE RUN      *
000280*                     NOW ANSWERS 'NOT ON ARCHIVE' INSTEAD OF     *
000290*                     ENDING SILENTLY ON AN UNCHECKED STATUS-35   *
000300*                     OPEN AND A STATUS-47 READ.                  *
000310*    2026-09-09  DLM  THE PAYEE CODE IS RESTORED WITH THE REST.   *
000320*    2026-09-15  DLM  AN ELEVEN-DIGIT DOSSIER NUMBER PARAMETER    *
000330*                     WHOSE CHECK DIGIT IS WRONG IS NOW REFUSED   *
000340*                     (PRTD20NA) BEFORE ANYTHING IS OPENED.       *
000350*                     SHORTER NUMBERS PREDATE ALLOCATION AND ARE  *
000360*                     TAKEN AS THEY ARE.                          *
000370*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000380*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000390*                     USED UP. NO CODE CHANGE.                     *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     COPY PRTD20RSL.
000450     COPY PRARCSEL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PRTD20-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY XPRTD20.
000510 FD  PRARCH-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY XPRARC.
000540 WORKING-STORAGE SECTION.
000550     COPY XPRSTAT.
000560     COPY XPRJWLK.
000570     COPY XPRGDLK.
000580     COPY XPRNUM.
000590     COPY XPRNALK.
000600 01  DL20-SWITCHES.
000610     05  DL20-RESTORED-SW       PIC X(1)  VALUE 'N'.
000620         88  DL20-RESTORED          VALUE 'Y'.
000630 01  DL20-PARMS.
000640     05  DL20-PARM-LINE         PIC X(80).
000650     05  DL20-PARM-NO-DOSSIER   PIC 9(11).
000660 01  DL20-JW-TEXTE.
000670     05  FILLER                 PIC X(8)  VALUE 'DOSSIER='.
000680     05  DL20-JWT-DOSSIER       PIC 9(11).
000690     05  FILLER                 PIC X(21) VALUE SPACES.
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000730     PERFORM 2000-RESTORE-DOSSIER THRU 2000-EXIT.
000740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000750     GOBACK.
000760*
000770 1000-INITIALIZE.
000780     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
000790     MOVE DL20-PARM-LINE(1:11) TO DL20-PARM-NO-DOSSIER.
000800     IF DL20-PARM-NO-DOSSIER NOT NUMERIC
000810         OR DL20-PARM-NO-DOSSIER = ZERO
000820         DISPLAY 'PRTD20RS - DOSSIER NUMBER PARM NOT NUMERIC'
000830         PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT
000840         GOBACK
000850     END-IF.
000860     MOVE 'V' TO DL20-NA-FONCTION.
000870     MOVE 'PRTD20RS' TO DL20-NA-PROGRAMME.
000880     MOVE DL20-PARM-NO-DOSSIER TO DL20-NA-NO-DOSSIER.
000890     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
000900     IF NOT DL20-NA-NUMERO-ACCEPTE
000910         DISPLAY 'PRTD20RS - CHECK DIGIT WRONG ON DOSSIER NUMBER'
000920         PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT
000930         GOBACK
000940     END-IF.
000950     MOVE 'P' TO DL20-GD-FONCTION.
000960     MOVE 'PRTD20RS' TO DL20-GD-PROGRAMME.
000970     CALL 'PRTD20GD' USING DL20-GD-PARMS.
000980     IF DL20-GD-ECHEC
000990         DISPLAY 'PRTD20RS - WARNING, GUARD MARKER NOT POSED'
001000     END-IF.
001010     OPEN I-O PRTD20-FILE.
001020     PERFORM 1100-OPEN-ARCHIVE THRU 1100-EXIT.
001030 1000-EXIT.
001040     EXIT.
001050*
001060 1100-OPEN-ARCHIVE.
001070*    A RESTORE MAY BE ASKED FOR BEFORE PRTD20AV HAS EVER
001080*    CREATED THE ARCHIVE - GUARDED THE SAME WAY PRTD20AV
001090*    GUARDS ITS OWN OPEN, SO THE LOOKUP BELOW ANSWERS 'NOT ON
001100*    ARCHIVE' INSTEAD OF READING AGAINST A FILE THAT NEVER
001110*    OPENED.
001120     OPEN INPUT PRARCH-FILE.
001130     IF DL20-PRARCH-STATUS = '35'
001140         OPEN OUTPUT PRARCH-FILE
001150         CLOSE PRARCH-FILE
001160     ELSE
001170         CLOSE PRARCH-FILE
001180     END-IF.
001190     OPEN I-O PRARCH-FILE.
001200 1100-EXIT.
001210     EXIT.
001220*
001230 2000-RESTORE-DOSSIER.
001240     MOVE DL20-PARM-NO-DOSSIER TO PRARC-NO-DOSSIER.
001250     READ PRARCH-FILE
001260         KEY IS PRARC-NO-DOSSIER
001270         INVALID KEY
001280             DISPLAY 'PRTD20RS - DOSSIER NOT ON ARCHIVE : '
001290                 DL20-PARM-NO-DOSSIER
001300         NOT INVALID KEY
001310             PERFORM 3000-REBUILD-MASTER THRU 3000-EXIT
001320     END-READ.
001330 2000-EXIT.
001340     EXIT.
001350*
001360 3000-REBUILD-MASTER.
001370     MOVE SPACES TO PRTD20-RECORD.
001380     MOVE 'PRTD20' TO PRTD20-RECORD(1:8).
001390     MOVE PRARC-RECH        TO PRTD20-RECH.
001400     MOVE PRARC-NO-DOSSIER  TO LDO-NO-DOSSIER.
001410     MOVE PRARC-CD-ETA      TO LDO-CD-ETA.
001420     MOVE PRARC-DT-SAI      TO LDO-DT-SAI.
001430     MOVE PRARC-DT-VAL      TO LDO-DT-VAL.
001440     MOVE PRARC-MT-DOSSIER  TO LDO-MT-DOSSIER.
001450     MOVE PRARC-LIB-DOSSIER TO LDO-LIB-DOSSIER.
001460     MOVE PRARC-CD-UNITE    TO LDO-CD-UNITE.
001470     MOVE PRARC-CD-REGL     TO LDO-CD-REGL.
001480     MOVE PRARC-DT-REGL     TO LDO-DT-REGL.
001490     MOVE PRARC-CD-DEVISE   TO LDO-CD-DEVISE.
001500     MOVE PRARC-ID-BENEF    TO LDO-ID-BENEF.
001510     WRITE PRTD20-RECORD
001520         INVALID KEY
001530             DISPLAY 'PRTD20RS - DOSSIER ALREADY ON PRTD20 : '
001540                 DL20-PARM-NO-DOSSIER ' - NOTHING CHANGED'
001550         NOT INVALID KEY
001560             DELETE PRARCH-FILE
001570             MOVE 'Y' TO DL20-RESTORED-SW
001580             DISPLAY 'PRTD20RS - RESTORED : ' LDO-NO-DOSSIER
001590                 ' ETA ' LDO-CD-ETA
001600                 ' ARCHIVED ' PRARC-DT-ARCHIVE
001610     END-WRITE.
001620 3000-EXIT.
001630     EXIT.
001640*
001650 8000-TERMINATE.
001660     CLOSE PRTD20-FILE.
001670     MOVE 'L' TO DL20-GD-FONCTION.
001680     MOVE 'PRTD20RS' TO DL20-GD-PROGRAMME.
001690     CALL 'PRTD20GD' USING DL20-GD-PARMS.
001700     IF DL20-GD-ECHEC
001710         DISPLAY 'PRTD20RS - WARNING, GUARD MARKER NOT LIFTED'
001720     END-IF.
001730     CLOSE PRARCH-FILE.
001740     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
001750 8000-EXIT.
001760     EXIT.
001770*
001780 8900-WRITE-RUN-LEDGER.
001790     MOVE 'PRTD20RS' TO DL20-JW-PROGRAMME.
001800     MOVE DL20-PARM-NO-DOSSIER TO DL20-JWT-DOSSIER.
001810     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
001820     MOVE 1 TO DL20-JW-RECS-READ.
001830     IF DL20-RESTORED
001840         MOVE 1 TO DL20-JW-RECS-ECRITS
001850         MOVE 'O' TO DL20-JW-RESULTAT
001860     ELSE
001870         MOVE 0 TO DL20-JW-RECS-ECRITS
001880         MOVE 'W' TO DL20-JW-RESULTAT
001890     END-IF.
001900     CALL 'PRTD20JW' USING DL20-JW-PARMS.
001910     IF DL20-JW-ECHEC
001920         DISPLAY 'PRTD20RS - WARNING, RUN LEDGER WRITE FAILED'
001930     END-IF.
001940 8900-EXIT.
001950     EXIT.
