000280*    2026-08-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000290*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000300*                     USED UP. NO CODE CHANGE.                     *
000310*    2026-09-03  DLM  ADDED LDO-CD-DEVISE - THE BOOKING CURRENCY   *
000320*                     OF LDO-MT-DOSSIER, VALIDATED AGAINST THE     *
000330*                     PRDEVISE REFERENCE FILE AT INTAKE THE SAME   *
000340*                     WAY LDO-CD-UNITE IS VALIDATED AGAINST        *
000350*                     PRUNITE. SPACES (PRE-EXISTING RECORDS) AND   *
000360*                     'EUR' BOTH MEAN THE REFERENCE CURRENCY.      *
000370*    2026-09-08  DLM  ADDED LDO-CD-ETA-APP ('A') - A SAI TO VAL    *
000380*                     CHANGE ABOVE THE FOUR-EYES THRESHOLD IS      *
000390*                     HELD THERE UNTIL A SECOND OPERATOR OF THE    *
000400*                     SAME UNIT APPROVES IT (SEE PRTD20CH). IT IS  *
000410*                     NOT VAL, SO PRTD20SE NEVER EXTRACTS IT.      *
000420*    2026-09-08  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000430*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000440*                     USED UP. NO CODE CHANGE.                     *
000450*    2026-09-09  DLM  ADDED LDO-ID-BENEF - THE PAYEE CODE ON THE   *
000460*                     PRBENEF PAYEE MASTER, LINKED AT INTAKE      *
000470*                     (PRTD20IN / PRTD20C). PRTD20SE PAYS TO THE  *
000480*                     PAYEE'S ACCOUNT AND SENDS A VALIDATED      *
000490*                     DOSSIER WITH NO OR AN UNUSABLE PAYEE TO     *
000500*                     THE PRTD20F REVIEW FILE INSTEAD. SPACES ON  *
000510*                     PRE-EXISTING RECORDS MEAN NO PAYEE YET.     *
000520*    2026-09-10  DLM  ADDED LDO-REGL-ANNULE ('A') - THE SETTLEMENT *
000530*                     WAS REVERSED BY PRTD20RV AND THE DOSSIER     *
000540*                     REOPENED IN SAI. LDO-DT-REGL KEEPS THE DATE  *
000550*                     OF THE REVERSED SETTLEMENT; ONCE VALIDATED   *
000560*                     AGAIN PRTD20SE EXTRACTS IT AFRESH.           *
000570*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000580*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000590*                     USED UP. NO CODE CHANGE.                     *
000600*****************************************************************
000610 01  PRTD20-RECORD.
000620     05  FILLER                 PIC X(8)  VALUE 'PRTD20  '.
000630     05  PRTD20-RECH            PIC X(2).
000640         88  PRTD20-VIDE        VALUE '  '.
000650*
000660     05  PRTD20-I.
000670*                                   LONGUEUR 44 + DATES + MONTANT
000680         10  LDO-NO-DOSSIER      PIC S9(11)V USAGE COMP-3.
000690         10  LDO-CD-ETA          PIC X(1).
000700             88  LDO-CD-ETA-SAI      VALUE 'S'.
000710             88  LDO-CD-ETA-VAL      VALUE 'V'.
000720             88  LDO-CD-ETA-REJ      VALUE 'R'.
000730             88  LDO-CD-ETA-APP      VALUE 'A'.
000740         10  LDO-DT-SAI          PIC 9(8).
000750         10  LDO-DT-VAL          PIC 9(8).
000760         10  LDO-MT-DOSSIER      PIC S9(11)V9(2) USAGE COMP-3.
000770         10  LDO-LIB-DOSSIER     PIC X(30).
000780         10  LDO-CD-UNITE        PIC X(3).
000790         10  LDO-CD-REGL         PIC X(1).
000800             88  LDO-REGL-A-FAIRE    VALUE ' '.
000810             88  LDO-REGL-EXTRAIT    VALUE 'E'.
000820             88  LDO-REGL-ANNULE     VALUE 'A'.
000830         10  LDO-DT-REGL         PIC 9(8).
000840         10  LDO-CD-DEVISE       PIC X(3).
000850         10  LDO-ID-BENEF        PIC X(8).
