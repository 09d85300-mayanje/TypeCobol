000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRTD20IB.
000030 AUTHOR. D-L-MARCHAND.
000040 INSTALLATION. DOSSIER-LEDGER-OPERATIONS.
000050 DATE-WRITTEN. 2026-09-09.
000060 DATE-COMPILED. 2026-09-09.
000070*****************************************************************
000080*    PROGRAM       : PRTD20IB                                  *
000090*    DESCRIPTION   : SHARED BANK-ACCOUNT CHECK SUBROUTINE.      *
000100*                    CHECKS AN IBAN THE ISO 13616 WAY : 15 TO   *
000110*                    34 CHARACTERS WITH NO EMBEDDED BLANK, A    *
000120*                    TWO-LETTER COUNTRY CODE, TWO CHECK DIGITS, *
000130*                    THEN DIGITS AND CAPITAL LETTERS ONLY ; THE *
000140*                    FIRST FOUR CHARACTERS ARE MOVED TO THE     *
000150*                    END, EACH LETTER IS REPLACED BY ITS TWO-   *
000160*                    DIGIT VALUE (A=10 ... Z=35) AND THE WHOLE  *
000170*                    NUMBER MUST LEAVE A REMAINDER OF 1 WHEN    *
000180*                    DIVIDED BY 97. THE REMAINDER IS CARRIED    *
000190*                    ONE DIGIT AT A TIME SO NO FIELD EVER HOLDS *
000200*                    MORE THAN FOUR DIGITS. A BIC, WHEN GIVEN,  *
000210*                    MUST BE 8 OR 11 CHARACTERS WITH A SIX-     *
000220*                    LETTER BANK AND COUNTRY PART ; A BLANK BIC *
000230*                    IS ACCEPTED (NOT NEEDED FOR SEPA PAYMENTS).*
000240*                    CALLED BY PRTD20PY BEFORE A PAYEE ACCOUNT  *
000250*                    IS STORED AND BY PRTD20SE BEFORE ONE IS    *
000260*                    PAID.                                      *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------- ----  -------------------------------------------*
000300*    2026-09-09  DLM  ORIGINAL PROGRAM.                           *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 01  DL20-ALPHABET              PIC X(26)
000360     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000370 01  DL20-ALPHABET-T REDEFINES DL20-ALPHABET.
000380     05  DL20-AL-LETTRE         PIC X(1)
000390                                OCCURS 26 TIMES
000400                                INDEXED BY DL20-AL-IDX.
000410 01  DL20-TRAVAIL               PIC X(34).
000420 01  DL20-CAR                   PIC X(1).
000430 01  DL20-CHIFFRE REDEFINES DL20-CAR PIC 9(1).
000440 01  DL20-LONG                  PIC 9(2)  USAGE COMP.
000450 01  DL20-POS                   PIC 9(2)  USAGE COMP.
000460 01  DL20-NB-BLANCS             PIC 9(2)  USAGE COMP.
000470 01  DL20-VAL-LETTRE            PIC 9(2)  USAGE COMP.
000480 01  DL20-CUMUL                 PIC 9(4)  USAGE COMP.
000490 01  DL20-QUOTIENT              PIC 9(4)  USAGE COMP.
000500 01  DL20-RESTE                 PIC 9(2)  USAGE COMP.
000510 01  DL20-LETTRE-SW             PIC X(1).
000520     88  DL20-LETTRE-TROUVEE        VALUE 'Y'.
000530 LINKAGE SECTION.
000540     COPY XPRIBLK.
000550 PROCEDURE DIVISION USING DL20-IB-PARMS.
000560 0000-MAINLINE.
000570     MOVE '0' TO DL20-IB-RETOUR.
000580     PERFORM 1000-CHECK-IBAN THRU 1000-EXIT.
000590     IF DL20-IB-OK
000600         PERFORM 2000-CHECK-BIC THRU 2000-EXIT
000610     END-IF.
000620     GOBACK.
000630*
000640 1000-CHECK-IBAN.
000650     MOVE 34 TO DL20-LONG.
000660     PERFORM 1100-TRIM-IBAN THRU 1100-EXIT
000670         UNTIL DL20-LONG = 0
000680         OR DL20-IB-IBAN(DL20-LONG:1) NOT = SPACE.
000690     IF DL20-LONG < 15
000700         MOVE '1' TO DL20-IB-RETOUR
000710         GO TO 1000-EXIT
000720     END-IF.
000730     MOVE 0 TO DL20-NB-BLANCS.
000740     INSPECT DL20-IB-IBAN(1:DL20-LONG)
000750         TALLYING DL20-NB-BLANCS FOR ALL SPACES.
000760     IF DL20-NB-BLANCS > 0
000770         OR DL20-IB-IBAN(1:2) NOT ALPHABETIC-UPPER
000780         OR DL20-IB-IBAN(3:2) NOT NUMERIC
000790         MOVE '1' TO DL20-IB-RETOUR
000800         GO TO 1000-EXIT
000810     END-IF.
000820*    COUNTRY CODE AND CHECK DIGITS GO TO THE END OF THE NUMBER.
000830     MOVE SPACES TO DL20-TRAVAIL.
000840     MOVE DL20-IB-IBAN(5:DL20-LONG - 4) TO DL20-TRAVAIL.
000850     MOVE DL20-IB-IBAN(1:4) TO DL20-TRAVAIL(DL20-LONG - 3:4).
000860     MOVE 0 TO DL20-RESTE.
000870     PERFORM 1200-ADD-CARACTERE THRU 1200-EXIT
000880         VARYING DL20-POS FROM 1 BY 1
000890         UNTIL DL20-POS > DL20-LONG
000900         OR NOT DL20-IB-OK.
000910     IF DL20-IB-OK
000920         AND DL20-RESTE NOT = 1
000930         MOVE '2' TO DL20-IB-RETOUR
000940     END-IF.
000950 1000-EXIT.
000960     EXIT.
000970*
000980 1100-TRIM-IBAN.
000990     SUBTRACT 1 FROM DL20-LONG.
001000 1100-EXIT.
001010     EXIT.
001020*
001030 1200-ADD-CARACTERE.
001040     MOVE DL20-TRAVAIL(DL20-POS:1) TO DL20-CAR.
001050     IF DL20-CAR NUMERIC
001060         COMPUTE DL20-CUMUL = DL20-RESTE * 10 + DL20-CHIFFRE
001070     ELSE
001080         PERFORM 1300-VALEUR-LETTRE THRU 1300-EXIT
001090         IF NOT DL20-LETTRE-TROUVEE
001100             MOVE '1' TO DL20-IB-RETOUR
001110             GO TO 1200-EXIT
001120         END-IF
001130         COMPUTE DL20-CUMUL = DL20-RESTE * 100 + DL20-VAL-LETTRE
001140     END-IF.
001150     DIVIDE DL20-CUMUL BY 97
001160         GIVING DL20-QUOTIENT
001170         REMAINDER DL20-RESTE.
001180 1200-EXIT.
001190     EXIT.
001200*
001210 1300-VALEUR-LETTRE.
001220     MOVE 'N' TO DL20-LETTRE-SW.
001230     SET DL20-AL-IDX TO 1.
001240     SEARCH DL20-AL-LETTRE VARYING DL20-AL-IDX
001250         AT END
001260             CONTINUE
001270         WHEN DL20-AL-LETTRE(DL20-AL-IDX) = DL20-CAR
001280             MOVE 'Y' TO DL20-LETTRE-SW
001290             SET DL20-VAL-LETTRE TO DL20-AL-IDX
001300             ADD 9 TO DL20-VAL-LETTRE
001310     END-SEARCH.
001320 1300-EXIT.
001330     EXIT.
001340*
001350 2000-CHECK-BIC.
001360     IF DL20-IB-BIC = SPACES
001370         GO TO 2000-EXIT
001380     END-IF.
001390     MOVE 0 TO DL20-NB-BLANCS.
001400     IF DL20-IB-BIC(9:3) = SPACES
001410         INSPECT DL20-IB-BIC(1:8)
001420             TALLYING DL20-NB-BLANCS FOR ALL SPACES
001430     ELSE
001440         INSPECT DL20-IB-BIC
001450             TALLYING DL20-NB-BLANCS FOR ALL SPACES
001460     END-IF.
001470     IF DL20-NB-BLANCS > 0
001480         OR DL20-IB-BIC(1:6) NOT ALPHABETIC-UPPER
001490         MOVE '3' TO DL20-IB-RETOUR
001500     END-IF.
001510 2000-EXIT.
001520     EXIT.
