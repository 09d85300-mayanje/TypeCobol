000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20SC.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-22.
000060 DATE-COMPILED. 2026-09-22.
000070*****************************************************************
000080*    PROGRAM       : PRTD20SC                                  *
000090*    DESCRIPTION   : ONE-OFF CONVERSION OF THE PRSTATH DAILY     *
000100*                    STATISTICS HISTORY TO THE 98-BYTE XPRSTH    *
000110*                    LAYOUT THAT CARRIES STH-NB-APP AND          *
000120*                    STH-MT-APP. READS THE OLD 83-BYTE RECORDS   *
000130*                    (XPRSTO) FROM PRSTATO - THE JCL RENAMES     *
000140*                    THE CURRENT PRSTATH TO PRSTATO BEFORE THE   *
000150*                    STEP - AND WRITES EACH ONE, IN FILE ORDER,  *
000160*                    TO A NEW PRSTATH WITH THE APPROVAL COUNT    *
000170*                    AND TOTAL AT ZERO, SINCE NO APP FIGURE WAS  *
000180*                    KEPT BEFORE. RUN ONCE, BEFORE THE FIRST     *
000190*                    PRTD20ST OR PRTD20NB RUN ON THE NEW         *
000200*                    LAYOUT. A RECORD WHOSE DATE, COUNTS OR      *
000210*                    AMOUNTS ARE NOT NUMERIC IS NOT IN THE OLD   *
000220*                    LAYOUT (A FILE ALREADY CONVERTED, FOR ONE)  *
000230*                    - THE CONVERSION STOPS THERE ON A WARNING   *
000240*                    AND PRSTATH MUST BE PUT BACK FROM PRSTATO.  *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------------*
000280*    2026-09-22  DLM  ORIGINAL PROGRAM.                           *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY PRSTOSEL.
000340     COPY PRSTHSEL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PRSTATO-FILE
000380     LABEL RECORDS ARE STANDARD.
000390     COPY XPRSTO.
000400 FD  PRSTATH-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY XPRSTH.
000430 WORKING-STORAGE SECTION.
000440     COPY XPRSTAT.
000450     COPY XPRJWLK.
000460 01  DL20-SWITCHES.
000470     05  DL20-EOF-SW            PIC X(1)  VALUE 'N'.
000480         88  DL20-EOF               VALUE 'Y'.
000490     05  DL20-OUVERT-SW         PIC X(1)  VALUE 'N'.
000500         88  DL20-FICHIERS-OUVERTS  VALUE 'Y'.
000510     05  DL20-ARRET-SW          PIC X(1)  VALUE 'N'.
000520         88  DL20-CONVERSION-ARRETEE VALUE 'Y'.
000530 01  DL20-COUNTERS.
000540     05  DL20-RECS-READ         PIC 9(7)  USAGE COMP.
000550     05  DL20-RECS-WRITTEN      PIC 9(7)  USAGE COMP.
000560 PROCEDURE DIVISION.
000570 0000-MAINLINE.
000580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000590     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
000600         UNTIL DL20-EOF.
000610     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000620     GOBACK.
000630*
000640 1000-INITIALIZE.
000650     MOVE 0 TO DL20-RECS-READ DL20-RECS-WRITTEN.
000660     OPEN INPUT PRSTATO-FILE.
000670     IF NOT DL20-PRSTATO-OK
000680         DISPLAY 'PRTD20SC - PRSTATO NOT AVAILABLE, STATUS '
000690             DL20-PRSTATO-STATUS ' - NOTHING CONVERTED'
000700         MOVE 'Y' TO DL20-EOF-SW
000710         GO TO 1000-EXIT
000720     END-IF.
000730     OPEN OUTPUT PRSTATH-FILE.
000740     IF NOT DL20-PRSTATH-OK
000750         DISPLAY 'PRTD20SC - PRSTATH NOT AVAILABLE, STATUS '
000760             DL20-PRSTATH-STATUS ' - NOTHING CONVERTED'
000770         CLOSE PRSTATO-FILE
000780         MOVE 'Y' TO DL20-EOF-SW
000790         GO TO 1000-EXIT
000800     END-IF.
000810     MOVE 'Y' TO DL20-OUVERT-SW.
000820     PERFORM 2100-READ-OLD THRU 2100-EXIT.
000830 1000-EXIT.
000840     EXIT.
000850*
000860 2000-CONVERT-RECORD.
000870*    A SHORT OR MISALIGNED RECORD SHOWS UP AS A DATE, COUNT OR
000880*    PACKED AMOUNT THAT IS NOT NUMERIC - NOTHING PAST IT CAN BE
000890*    TRUSTED, SO THE CONVERSION STOPS RATHER THAN SKIPPING IT.
000900     IF STO-DT-STAT NOT NUMERIC
000910         OR STO-NB-SAI NOT NUMERIC
000920         OR STO-MT-SAI NOT NUMERIC
000930         OR STO-NB-VAL NOT NUMERIC
000940         OR STO-MT-VAL NOT NUMERIC
000950         OR STO-NB-REJ NOT NUMERIC
000960         OR STO-MT-REJ NOT NUMERIC
000970         OR STO-AGE-MOYEN NOT NUMERIC
000980         OR STO-NB-VAL-JOUR NOT NUMERIC
000990         OR STO-NB-REJ-JOUR NOT NUMERIC
001000         DISPLAY 'PRTD20SC - RECORD ' DL20-RECS-READ
001010             ' NOT IN THE OLD LAYOUT, CONVERSION STOPPED'
001020         DISPLAY 'PRTD20SC - PUT PRSTATH BACK FROM PRSTATO '
001030             'BEFORE THE NEXT STATISTICS RUN'
001040         MOVE 'Y' TO DL20-ARRET-SW
001050         MOVE 'Y' TO DL20-EOF-SW
001060         GO TO 2000-EXIT
001070     END-IF.
001080     MOVE SPACES TO PRSTATH-RECORD.
001090     MOVE STO-DT-STAT TO STH-DT-STAT.
001100     MOVE STO-CD-UNITE TO STH-CD-UNITE.
001110     MOVE STO-NB-SAI TO STH-NB-SAI.
001120     MOVE STO-MT-SAI TO STH-MT-SAI.
001130     MOVE STO-NB-VAL TO STH-NB-VAL.
001140     MOVE STO-MT-VAL TO STH-MT-VAL.
001150     MOVE STO-NB-REJ TO STH-NB-REJ.
001160     MOVE STO-MT-REJ TO STH-MT-REJ.
001170     MOVE STO-AGE-MOYEN TO STH-AGE-MOYEN.
001180     MOVE STO-NB-VAL-JOUR TO STH-NB-VAL-JOUR.
001190     MOVE STO-NB-REJ-JOUR TO STH-NB-REJ-JOUR.
001200     MOVE 0 TO STH-NB-APP.
001210     MOVE 0 TO STH-MT-APP.
001220     WRITE PRSTATH-RECORD.
001230     ADD 1 TO DL20-RECS-WRITTEN.
001240     PERFORM 2100-READ-OLD THRU 2100-EXIT.
001250 2000-EXIT.
001260     EXIT.
001270*
001280 2100-READ-OLD.
001290     READ PRSTATO-FILE NEXT RECORD
001300         AT END
001310             MOVE 'Y' TO DL20-EOF-SW
001320         NOT AT END
001330             ADD 1 TO DL20-RECS-READ
001340     END-READ.
001350 2100-EXIT.
001360     EXIT.
001370*
001380 8000-TERMINATE.
001390     IF DL20-FICHIERS-OUVERTS
001400         CLOSE PRSTATO-FILE
001410         CLOSE PRSTATH-FILE
001420     END-IF.
001430     DISPLAY 'PRTD20SC - OLD RECORDS READ  : ' DL20-RECS-READ.
001440     DISPLAY 'PRTD20SC - RECORDS CONVERTED : ' DL20-RECS-WRITTEN.
001450     PERFORM 8900-WRITE-RUN-LEDGER THRU 8900-EXIT.
001460 8000-EXIT.
001470     EXIT.
001480*
001490 8900-WRITE-RUN-LEDGER.
001500     MOVE 'PRTD20SC' TO DL20-JW-PROGRAMME.
001510     MOVE SPACES TO DL20-JW-PARMS-TEXTE.
001520     MOVE DL20-RECS-READ TO DL20-JW-RECS-READ.
001530     MOVE DL20-RECS-WRITTEN TO DL20-JW-RECS-ECRITS.
001540     IF DL20-CONVERSION-ARRETEE
001550         OR NOT DL20-FICHIERS-OUVERTS
001560         MOVE 'W' TO DL20-JW-RESULTAT
001570     ELSE
001580         MOVE 'O' TO DL20-JW-RESULTAT
001590     END-IF.
001600     CALL 'PRTD20JW' USING DL20-JW-PARMS.
001610     IF DL20-JW-ECHEC
001620         DISPLAY 'PRTD20SC - WARNING, RUN LEDGER WRITE FAILED'
001630     END-IF.
001640 8900-EXIT.
001650     EXIT.
