000380*    2026-08-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000390*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000400*                     USED UP. NO CODE CHANGE.                     *
000410*    2026-09-02  DLM  THE OPERATOR ASKING FOR THE CHANGE           *
000420*                     (DL20-CH-ID-OPER) IS NOW CARRIED ON THE      *
000430*                     PRAUD20 TRANSITION RECORD (PRAUD-ID-OPER),   *
000440*                     SPACES WHEN THE CALLER IS A SCHEDULED JOB.   *
000450*    2026-09-08  DLM  FOUR-EYES APPROVAL. A SAI TO VAL CHANGE      *
000460*                     WHOSE CONVERTED AMOUNT (DL20-CH-MT-REF) IS   *
000470*                     ABOVE DL20-CH-SEUIL-APPROB IS HELD IN THE    *
000480*                     NEW APP STATUS INSTEAD ('4' RETURN CODE,     *
000490*                     RECORDS UPDATED, PRAUD20 SHOWS SAI TO APP    *
000500*                     UNDER THE REQUESTING OPERATOR). APP MAY GO   *
000510*                     TO VAL ONLY FOR A NAMED OPERATOR OTHER THAN  *
000520*                     THE REQUESTER (DL20-CH-ID-DEMANDEUR) - '5'   *
000530*                     RETURN CODE OTHERWISE, RECORDS UNTOUCHED -   *
000540*                     OR BACK TO SAI TO WITHDRAW THE REQUEST.      *
000550*                     THE UNIT AUTHORIZATION OF THE APPROVER ON    *
000560*                     PROPER STAYS THE CALLER'S JOB, AS FOR        *
000570*                     EVERY OTHER CHANGE.                          *
000580*    2026-09-08  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000590*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000600*                     USED UP. NO CODE CHANGE.                     *
000610*    2026-09-10  DLM  SETTLEMENT REVERSAL. A VAL DOSSIER ALREADY  *
000620*                     EXTRACTED TO THE PAYMENTS PLATFORM          *
000630*                     (LDO-REGL-EXTRAIT) NO LONGER GOES BACK TO SAI *
000640*                     ON THE SUPERVISOR PATH - THE PAYMENT WOULD  *
000650*                     STAND WHILE THE DOSSIER WAS CORRECTED. IT   *
000660*                     ONLY GOES BACK ON THE NEW REVERSAL PATH     *
000670*                     (DL20-CH-ANNUL-PATH, PRTD20RV), WHICH LIKE A *
000680*                     REJECTION NEEDS A REASON CODE ('3' RETURN   *
000690*                     CODE WHEN MISSING), CARRIED ON THE PRAUD20  *
000700*                     VAL TO SAI RECORD.                          *
000710*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000720*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000730*                     USED UP. NO CODE CHANGE.                     *
000740*****************************************************************
000750 ENVIRONMENT DIVISION.
000760 DATA DIVISION.
000770 WORKING-STORAGE SECTION.
000780 01  DL20-CD-ETA-AVANT          PIC X(1).
000790 01  DL20-LEGAL-SW              PIC X(1).
000800     88  DL20-TRANSIT-LEGAL         VALUE 'Y'.
000810 01  DL20-ETA-CIBLE             PIC X(1).
000820 LINKAGE SECTION.
000830     COPY XPRCHLK.
000840     COPY XPRTD20.
000850     COPY XPRAUD.
000860 PROCEDURE DIVISION USING DL20-CH-PARMS
000870                          PRTD20-RECORD
000880                          PRAUD20-RECORD.
000890 0000-MAINLINE.
000900     IF LDO-CD-ETA = DL20-CH-NVL-ETA
000910         MOVE '1' TO DL20-CH-RETURN-CODE
000920     ELSE
000930         PERFORM 0100-CHECK-TRANSITION THRU 0100-EXIT
000940         IF NOT DL20-TRANSIT-LEGAL
000950             MOVE '2' TO DL20-CH-RETURN-CODE
000960         ELSE
000970             IF (DL20-CH-NVL-ETA = 'R' OR DL20-CH-ANNUL-PATH)
000980                 AND (DL20-CH-MOTIF-REJ = SPACES
000990                 OR DL20-CH-MOTIF-REJ = LOW-VALUE)
001000                 MOVE '3' TO DL20-CH-RETURN-CODE
001010             ELSE
001020                 PERFORM 0200-CHECK-APPROBATION THRU 0200-EXIT
001030                 IF NOT DL20-CH-MEME-OPER
001040                     PERFORM 1000-APPLY-CHANGE THRU 1000-EXIT
001050                 END-IF
001060             END-IF
001070         END-IF
001080     END-IF.
001090     GOBACK.
001100*
001110 0100-CHECK-TRANSITION.
001120     MOVE 'N' TO DL20-LEGAL-SW.
001130     EVALUATE TRUE
001140         WHEN LDO-CD-ETA-SAI AND DL20-CH-NVL-ETA = 'V'
001150             MOVE 'Y' TO DL20-LEGAL-SW
001160         WHEN LDO-CD-ETA-SAI AND DL20-CH-NVL-ETA = 'R'
001170             MOVE 'Y' TO DL20-LEGAL-SW
001180         WHEN LDO-CD-ETA-REJ AND DL20-CH-NVL-ETA = 'S'
001190             MOVE 'Y' TO DL20-LEGAL-SW
001200         WHEN LDO-CD-ETA-VAL AND DL20-CH-NVL-ETA = 'S'
001210             AND DL20-CH-SUP-PATH
001220             AND NOT LDO-REGL-EXTRAIT
001230             MOVE 'Y' TO DL20-LEGAL-SW
001240         WHEN LDO-CD-ETA-VAL AND DL20-CH-NVL-ETA = 'S'
001250             AND DL20-CH-ANNUL-PATH
001260             AND LDO-REGL-EXTRAIT
001270             MOVE 'Y' TO DL20-LEGAL-SW
001280         WHEN LDO-CD-ETA-APP AND DL20-CH-NVL-ETA = 'V'
001290             MOVE 'Y' TO DL20-LEGAL-SW
001300         WHEN LDO-CD-ETA-APP AND DL20-CH-NVL-ETA = 'S'
001310             MOVE 'Y' TO DL20-LEGAL-SW
001320     END-EVALUATE.
001330 0100-EXIT.
001340     EXIT.
001350*
001360 0200-CHECK-APPROBATION.
001370*    SETS THE STATUS ACTUALLY WRITTEN. A LARGE SAI TO VAL IS
001380*    TURNED INTO SAI TO APP; AN APPROVAL (APP TO VAL) MUST COME
001390*    FROM A SECOND, NAMED OPERATOR - A SCHEDULED JOB (BLANK
001400*    OPERATOR) CAN NEVER APPROVE.
001410     MOVE DL20-CH-NVL-ETA TO DL20-ETA-CIBLE.
001420     MOVE '0' TO DL20-CH-RETURN-CODE.
001430     IF LDO-CD-ETA-APP AND DL20-CH-NVL-ETA = 'V'
001440         IF DL20-CH-ID-OPER = SPACES
001450             OR DL20-CH-ID-OPER = DL20-CH-ID-DEMANDEUR
001460             MOVE '5' TO DL20-CH-RETURN-CODE
001470         END-IF
001480     END-IF.
001490     IF LDO-CD-ETA-SAI AND DL20-CH-NVL-ETA = 'V'
001500         AND DL20-CH-SEUIL-APPROB > 0
001510         AND DL20-CH-MT-REF > DL20-CH-SEUIL-APPROB
001520         MOVE 'A' TO DL20-ETA-CIBLE
001530         MOVE '4' TO DL20-CH-RETURN-CODE
001540     END-IF.
001550 0200-EXIT.
001560     EXIT.
001570*
001580 1000-APPLY-CHANGE.
001590     MOVE LDO-CD-ETA TO DL20-CD-ETA-AVANT.
001600     MOVE DL20-ETA-CIBLE TO LDO-CD-ETA.
001610     IF LDO-CD-ETA-SAI
001620         MOVE DL20-CH-TODAY TO LDO-DT-SAI
001630     END-IF.
001640     IF LDO-CD-ETA-VAL
001650         MOVE DL20-CH-TODAY TO LDO-DT-VAL
001660     END-IF.
001670     ADD 1 TO DL20-CH-SEQ.
001680     MOVE LDO-NO-DOSSIER     TO PRAUD-NO-DOSSIER.
001690     MOVE DL20-CH-SEQ        TO PRAUD-NO-SEQ.
001700     MOVE DL20-CD-ETA-AVANT  TO PRAUD-CD-ETA-AVANT.
001710     MOVE LDO-CD-ETA         TO PRAUD-CD-ETA-APRES.
001720     MOVE DL20-CH-TODAY      TO PRAUD-DT-TRANSIT.
001730     MOVE DL20-CH-HEURE      TO PRAUD-HR-TRANSIT.
001740     MOVE DL20-CH-PROGRAMME  TO PRAUD-ID-PROGRAMME.
001750     MOVE DL20-CH-ID-OPER    TO PRAUD-ID-OPER.
001760     IF LDO-CD-ETA-REJ OR DL20-CH-ANNUL-PATH
001770         MOVE DL20-CH-MOTIF-REJ TO PRAUD-CD-MOTIF
001780     ELSE
001790         MOVE SPACES TO PRAUD-CD-MOTIF
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
