000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20NA.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-15.
000060 DATE-COMPILED. 2026-09-15.
000070*****************************************************************
000080*    PROGRAM       : PRTD20NA                                  *
000090*    DESCRIPTION   : SHARED DOSSIER-NUMBER SUBROUTINE.          *
000100*                    FUNCTION 'A' HANDS OUT THE NEXT            *
000110*                    LDO-NO-DOSSIER OF A UNIT FROM ITS PRNUMER  *
000120*                    CONTROL RECORD (XPRNUM), WHICH THE CALLER  *
000130*                    HAS READ FOR UPDATE AND REWRITES WHEN THE  *
000140*                    RETURN CODE IS '0' : THE NEXT-FREE BASE    *
000150*                    IS TAKEN, ITS CHECK DIGIT APPENDED, AND    *
000160*                    THE COUNTER, ALLOCATED COUNT, DATE AND     *
000170*                    PROGRAM OF THE LAST ALLOCATION UPDATED.    *
000180*                    FUNCTION 'V' CHECKS THE CHECK DIGIT OF A   *
000190*                    NUMBER KEYED OR RECEIVED ELSEWHERE. THE    *
000200*                    CHECK DIGIT IS THE LUHN (MODULUS 10)       *
000210*                    DIGIT OF THE 10-DIGIT BASE : FROM THE      *
000220*                    RIGHT, EVERY OTHER DIGIT STARTING WITH     *
000230*                    THE LAST IS DOUBLED (LESS 9 WHEN ABOVE     *
000240*                    9), ALL ARE ADDED AND THE CHECK DIGIT      *
000250*                    BRINGS THE SUM TO A MULTIPLE OF 10 - IT    *
000260*                    CATCHES ANY SINGLE WRONG DIGIT AND MOST    *
000270*                    SWAPPED PAIRS. A NUMBER BELOW 10000000000  *
000280*                    WAS KEYED BEFORE ALLOCATION WAS            *
000290*                    INTRODUCED AND HAS NO CHECK DIGIT; IT IS   *
000300*                    RETURNED AS '4' AND LEFT TO THE CALLER.    *
000310*                    NO FILE I/O, SO THE ONLINE PRTD20C AND     *
000320*                    THE BATCH PRTD20IN CALL IT ALIKE. RETURN   *
000330*                    CODES ARE LISTED IN XPRNALK.               *
000340*    MODIFICATION HISTORY                                       *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    ---------- ----  -------------------------------------------*
000370*    2026-09-15  DLM  ORIGINAL PROGRAM.                           *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420 01  DL20-PREMIER-NO            PIC 9(11) VALUE 10000000000.
000430 01  DL20-PLAGE-MIN             PIC 9(10) VALUE 1000000000.
000440 01  DL20-NUMERO                PIC 9(11).
000450 01  DL20-NUMERO-R REDEFINES DL20-NUMERO.
000460     05  DL20-NU-BASE           PIC 9(10).
000470     05  DL20-NU-CLE            PIC 9(1).
000480 01  DL20-BASE                  PIC 9(10).
000490 01  DL20-BASE-T REDEFINES DL20-BASE.
000500     05  DL20-BA-CHIFFRE        PIC 9(1)
000510                                OCCURS 10 TIMES.
000520 01  DL20-POS                   PIC 9(2)  USAGE COMP.
000530 01  DL20-PRODUIT               PIC 9(2)  USAGE COMP.
000540 01  DL20-SOMME                 PIC 9(3)  USAGE COMP.
000550 01  DL20-QUOTIENT              PIC 9(3)  USAGE COMP.
000560 01  DL20-RESTE                 PIC 9(2)  USAGE COMP.
000570 01  DL20-CLE                   PIC 9(1).
000580 01  DL20-DOUBLE-SW             PIC X(1).
000590     88  DL20-A-DOUBLER             VALUE 'Y'.
000600 LINKAGE SECTION.
000610     COPY XPRNALK.
000620     COPY XPRNUM.
000630 PROCEDURE DIVISION USING DL20-NA-PARMS PRNUMER-RECORD.
000640 0000-MAINLINE.
000650     MOVE '0' TO DL20-NA-RETOUR.
000660     IF DL20-NA-ALLOUER
000670         PERFORM 2000-ALLOUER THRU 2000-EXIT
000680     ELSE
000690         PERFORM 3000-VERIFIER THRU 3000-EXIT
000700     END-IF.
000710     GOBACK.
000720*
000730 1000-COMPUTE-CLE.
000740     MOVE 0 TO DL20-SOMME.
000750     MOVE 'Y' TO DL20-DOUBLE-SW.
000760     PERFORM 1100-ADD-CHIFFRE THRU 1100-EXIT
000770         VARYING DL20-POS FROM 10 BY -1
000780         UNTIL DL20-POS < 1.
000790     DIVIDE DL20-SOMME BY 10
000800         GIVING DL20-QUOTIENT
000810         REMAINDER DL20-RESTE.
000820     IF DL20-RESTE = 0
000830         MOVE 0 TO DL20-CLE
000840     ELSE
000850         COMPUTE DL20-CLE = 10 - DL20-RESTE
000860     END-IF.
000870 1000-EXIT.
000880     EXIT.
000890*
000900 1100-ADD-CHIFFRE.
000910     IF DL20-A-DOUBLER
000920         COMPUTE DL20-PRODUIT = DL20-BA-CHIFFRE(DL20-POS) * 2
000930         IF DL20-PRODUIT > 9
000940             SUBTRACT 9 FROM DL20-PRODUIT
000950         END-IF
000960         MOVE 'N' TO DL20-DOUBLE-SW
000970     ELSE
000980         MOVE DL20-BA-CHIFFRE(DL20-POS) TO DL20-PRODUIT
000990         MOVE 'Y' TO DL20-DOUBLE-SW
001000     END-IF.
001010     ADD DL20-PRODUIT TO DL20-SOMME.
001020 1100-EXIT.
001030     EXIT.
001040*
001050 2000-ALLOUER.
001060     IF NUM-NO-DEBUT NOT NUMERIC
001070         OR NUM-NO-FIN NOT NUMERIC
001080         OR NUM-NO-PROCHAIN NOT NUMERIC
001090         OR NUM-NB-ALLOUES NOT NUMERIC
001100         MOVE '3' TO DL20-NA-RETOUR
001110         GO TO 2000-EXIT
001120     END-IF.
001130     IF NUM-NO-DEBUT < DL20-PLAGE-MIN
001140         OR NUM-NO-FIN < NUM-NO-DEBUT
001150         MOVE '3' TO DL20-NA-RETOUR
001160         GO TO 2000-EXIT
001170     END-IF.
001180     IF NUM-NO-PROCHAIN < NUM-NO-DEBUT
001190         MOVE NUM-NO-DEBUT TO NUM-NO-PROCHAIN
001200     END-IF.
001210     IF NUM-NO-PROCHAIN > NUM-NO-FIN
001220         MOVE '2' TO DL20-NA-RETOUR
001230         GO TO 2000-EXIT
001240     END-IF.
001250     MOVE NUM-NO-PROCHAIN TO DL20-BASE.
001260     PERFORM 1000-COMPUTE-CLE THRU 1000-EXIT.
001270     MOVE DL20-BASE TO DL20-NU-BASE.
001280     MOVE DL20-CLE TO DL20-NU-CLE.
001290     MOVE DL20-NUMERO TO DL20-NA-NO-DOSSIER.
001300     ADD 1 TO NUM-NO-PROCHAIN.
001310     ADD 1 TO NUM-NB-ALLOUES.
001320     MOVE DL20-NA-TODAY TO NUM-DT-DERN-ALLOC.
001330     MOVE DL20-NA-PROGRAMME TO NUM-ID-PROG-DERN.
001340 2000-EXIT.
001350     EXIT.
001360*
001370 3000-VERIFIER.
001380     IF DL20-NA-NO-DOSSIER NOT > 0
001390         MOVE '1' TO DL20-NA-RETOUR
001400         GO TO 3000-EXIT
001410     END-IF.
001420     IF DL20-NA-NO-DOSSIER < DL20-PREMIER-NO
001430         MOVE '4' TO DL20-NA-RETOUR
001440         GO TO 3000-EXIT
001450     END-IF.
001460     MOVE DL20-NA-NO-DOSSIER TO DL20-NUMERO.
001470     MOVE DL20-NU-BASE TO DL20-BASE.
001480     PERFORM 1000-COMPUTE-CLE THRU 1000-EXIT.
001490     IF DL20-CLE NOT = DL20-NU-CLE
001500         MOVE '1' TO DL20-NA-RETOUR
001510     END-IF.
001520 3000-EXIT.
001530     EXIT.
