000150*    DATE       INIT  DESCRIPTION                                *
000160*    ---------- ----  -------------------------------------------*
000170*    2026-08-08  DLM  ORIGINAL PROGRAM.                           *
000180*    2026-08-09  DLM  PARAMETER IS NOW VALIDATED IS NUMERIC       *
000190*                     BEFORE THE LOOKUP, SAME AS THE PARM CHECKS  *
000200*                     IN PERFORM0 AND PRTD20CP, INSTEAD OF        *
000210*                     MOVING RAW COMMAND-LINE TEXT STRAIGHT INTO  *
000220*                     A COMP-3 KEY AND LOOKING UP WHATEVER THAT   *
000230*                     HAPPENED TO PRODUCE.                       *
000240*    2026-08-22  DLM  WRITES ONE PRJRNL RUN-LEDGER RECORD AT END  *
000250*                     OF RUN THROUGH PRTD20JW.                    *
000260*    2026-09-15  DLM  AN ELEVEN-DIGIT DOSSIER NUMBER PARAMETER    *
000270*                     WHOSE CHECK DIGIT IS WRONG IS NOW REFUSED   *
000280*                     (PRTD20NA) INSTEAD OF LOOKED UP. SHORTER    *
000290*                     NUMBERS PREDATE ALLOCATION AND ARE TAKEN AS *
000300*                     THEY ARE.                                   *
000310*    2026-09-15  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000320*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000330*                     USED UP. NO CODE CHANGE.                     *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY PRTD20RSL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PRTD20-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY XPRTD20.
000440 WORKING-STORAGE SECTION.
000450     COPY XPRSTAT.
000460     COPY XPRJWLK.
000470     COPY XPRNUM.
000480     COPY XPRNALK.
000490 01  DL20-PARMS.
000500     05  DL20-PARM-LINE         PIC X(80).
000510     05  DL20-PARM-DOSSIER      PIC S9(11).
000520 01  DL20-SEARCH-KEY            PIC S9(11)V USAGE COMP-3.
000530 01  DL20-SWITCHES.
000540     05  DL20-PARM-VALID-SW     PIC X(1)  VALUE 'Y'.
000550         88  DL20-PARM-VALID        VALUE 'Y'.
000560 01  DL20-JW-TEXTE.
000570     05  FILLER                 PIC X(8)  VALUE 'DOSSIER='.
000580     05  DL20-JWT-DOSSIER       PIC X(11).
000590     05  FILLER                 PIC X(21) VALUE SPACES.
000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000630     IF DL20-PARM-VALID
000640         PERFORM 2000-LOOKUP-DOSSIER THRU 2000-EXIT
000650     END-IF.
000660     CLOSE PRTD20-FILE.
000670     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
000680     GOBACK.
000690*
000700 1000-INITIALIZE.
000710     ACCEPT DL20-PARM-LINE FROM COMMAND-LINE.
000720     MOVE DL20-PARM-LINE(1:11) TO DL20-PARM-DOSSIER.
000730     IF DL20-PARM-DOSSIER IS NUMERIC
000740         MOVE DL20-PARM-DOSSIER TO DL20-SEARCH-KEY
000750         PERFORM 1100-CHECK-CLE THRU 1100-EXIT
000760     ELSE
000770         MOVE 'N' TO DL20-PARM-VALID-SW
000780         DISPLAY 'PRTD20D - INVALID DOSSIER NUMBER PARAMETER : '
000790             DL20-PARM-LINE(1:11)
000800     END-IF.
000810     OPEN INPUT PRTD20-FILE.
000820 1000-EXIT.
000830     EXIT.
000840*
000850 1100-CHECK-CLE.
000860     MOVE 'V' TO DL20-NA-FONCTION.
000870     MOVE 'PRTD20D' TO DL20-NA-PROGRAMME.
000880     MOVE DL20-SEARCH-KEY TO DL20-NA-NO-DOSSIER.
000890     CALL 'PRTD20NA' USING DL20-NA-PARMS PRNUMER-RECORD.
000900     IF NOT DL20-NA-NUMERO-ACCEPTE
000910         MOVE 'N' TO DL20-PARM-VALID-SW
000920         DISPLAY 'PRTD20D - CHECK DIGIT WRONG ON NUMBER : '
000930             DL20-PARM-LINE(1:11)
000940     END-IF.
000950 1100-EXIT.
000960     EXIT.
000970*
000980 2000-LOOKUP-DOSSIER.
000990     MOVE DL20-SEARCH-KEY TO LDO-NO-DOSSIER.
001000     READ PRTD20-FILE
001010         KEY IS LDO-NO-DOSSIER
001020         INVALID KEY
001030             DISPLAY 'PRTD20D - NO DOSSIER FOR NUMBER : '
001040                 DL20-SEARCH-KEY
001050         NOT INVALID KEY
001060             DISPLAY 'PRTD20D - DOSSIER   : ' LDO-NO-DOSSIER
001070             DISPLAY 'PRTD20D - RECH      : ' PRTD20-RECH
001080             DISPLAY 'PRTD20D - CD-ETA    : ' LDO-CD-ETA
001090     END-READ.
001100 2000-EXIT.
001110     EXIT.
001120*
001130 8900-WRITE-RUN-LEDGER.
001140     MOVE 'PRTD20D' TO DL20-JW-PROGRAMME.
001150     MOVE DL20-PARM-LINE(1:11) TO DL20-JWT-DOSSIER.
001160     MOVE DL20-JW-TEXTE TO DL20-JW-PARMS-TEXTE.
001170     MOVE 0 TO DL20-JW-RECS-READ DL20-JW-RECS-ECRITS.
001180     IF DL20-PARM-VALID
001190         MOVE 'O' TO DL20-JW-RESULTAT
001200     ELSE
001210         MOVE 'W' TO DL20-JW-RESULTAT
001220     END-IF.
001230     CALL 'PRTD20JW' USING DL20-JW-PARMS.
001240     IF DL20-JW-ECHEC
001250         DISPLAY 'PRTD20D - WARNING, RUN LEDGER WRITE FAILED'
001260     END-IF.
001270 8900-EXIT.
001280     EXIT.
