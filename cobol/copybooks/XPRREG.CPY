000100*    DATE       INIT  DESCRIPTION                                *
000110*    ---------- ----  -------------------------------------------*
000120*    2026-08-22  DLM  ORIGINAL LAYOUT.                            *
000130*    2026-09-03  DLM  ADDED THE BOOKING CURRENCY AND THE          *
000140*                     CONVERTED REFERENCE-CURRENCY AMOUNT WITH    *
000150*                     THE DATE OF THE PRTAUX RATE USED            *
000160*                     (PRTD20CV), SO THE PAYMENTS PLATFORM AND    *
000170*                     FINANCE SEE BOTH FIGURES AND CAN TIE THE    *
000180*                     TOTALS TO THE RATES. THE EXPANSION FILLER   *
000190*                     WAS TOO SHORT - THE RECORD GROWS FROM 40    *
000200*                     TO 64 BYTES.                                *
000210*    2026-09-09  DLM  ADDED THE PAYEE - CODE, NAME, IBAN AND BIC  *
000220*                     FROM THE PRBENEF PAYEE MASTER - SO THE      *
000230*                     PLATFORM NO LONGER LOOKS THE BENEFICIARY    *
000240*                     UP BY HAND. THE RECORD GROWS FROM 64 TO     *
000250*                     152 BYTES.                                  *
000260*    2026-09-10  DLM  ADDED PRREG-CD-MVT, PRREG-DT-REGL-ORIG AND  *
000270*                     PRREG-CD-MOTIF-ANN. THE SAME LAYOUT NOW     *
000280*                     CARRIES THE PRREGAN REVERSAL EXTRACT        *
000290*                     WRITTEN BY PRTD20RV : MOVEMENT 'A', THE     *
000300*                     AMOUNTS OF THE REVERSED SETTLEMENT WITH     *
000310*                     THE SIGN INVERTED, ITS EXTRACT DATE IN      *
000320*                     PRREG-DT-REGL-ORIG AND THE REVERSAL REASON. *
000330*                     A PAYMENT (MOVEMENT 'P') THAT RE-SETTLES A  *
000340*                     REVERSED DOSSIER ALSO POINTS BACK AT THE    *
000350*                     REVERSED SETTLEMENT DATE; ZERO OTHERWISE.   *
000360*                     THE RECORD GROWS FROM 152 TO 160 BYTES.     *
000370*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000380*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000390*                     USED UP. NO CODE CHANGE.                     *
000391*    2026-09-22  DLM  ADDED PRREG-DT-EXTRACT, THE DATE OF THE     *
000392*                     PRTD20SE OR PRTD20RV RUN THAT WROTE THE     *
000393*                     RECORD, SO PRTD20GL AND PRTD20BR CAN REFUSE *
000394*                     A FILE LEFT OVER FROM AN EARLIER NIGHT      *
000395*                     INSTEAD OF POSTING OR MATCHING IT TWICE.    *
000396*                     THE RECORD GROWS FROM 160 TO 168 BYTES.     *
000400*****************************************************************
000410 01  PRREG-RECORD.
000420     05  PRREG-NO-DOSSIER       PIC 9(11).
000430     05  PRREG-MT-DOSSIER       PIC S9(11)V9(2)
000440                                SIGN IS TRAILING SEPARATE.
000450     05  PRREG-DT-VAL           PIC 9(8).
000460     05  PRREG-CD-DEVISE        PIC X(3).
000470     05  PRREG-MT-REF           PIC S9(13)V9(2)
000480                                SIGN IS TRAILING SEPARATE.
000490     05  PRREG-DT-TAUX          PIC 9(8).
000500     05  PRREG-ID-BENEF         PIC X(8).
000510     05  PRREG-NOM-BENEF        PIC X(35).
000520     05  PRREG-IBAN             PIC X(34).
000530     05  PRREG-BIC              PIC X(11).
000540     05  PRREG-CD-MVT           PIC X(1).
000550         88  PRREG-PAIEMENT         VALUE 'P'.
000560         88  PRREG-ANNULATION       VALUE 'A'.
000570     05  PRREG-DT-REGL-ORIG     PIC 9(8).
000580     05  PRREG-CD-MOTIF-ANN     PIC X(2).
000585     05  PRREG-DT-EXTRACT       PIC 9(8).
000590     05  FILLER                 PIC X(1).
