000148*                     TAKEN FROM THE EXPANSION FILLER),           *
000149*                     VALIDATED AGAINST PRDEVISE BY PRTD20IN;     *
000151*                     BLANK DEFAULTS TO THE REFERENCE CURRENCY.   *
000152*    2026-09-09  DLM  ADDED PRINTK-ID-BENEF (PAYEE CODE ON THE    *
000153*                     PRBENEF PAYEE MASTER), REQUIRED BY PRTD20IN *
000154*                     AND PRTD20C. THE EXPANSION FILLER WAS TOO   *
000155*                     SHORT - THE RECORD GROWS FROM 76 TO 84      *
000156*                     BYTES AND XPRINRJ-IMAGE WITH IT.            *
000157*****************************************************************
000160 01  PRINTK-RECORD.
000170     05  PRINTK-NO-DOSSIER      PIC 9(11).
000180     05  PRINTK-RECH            PIC X(02).
000270     05  PRINTK-LIB-DOSSIER     PIC X(30).
000275     05  PRINTK-CD-UNITE        PIC X(03).
000277     05  PRINTK-CD-DEVISE       PIC X(03).
000278     05  PRINTK-ID-BENEF        PIC X(08).
000280     05  FILLER                 PIC X(04).
