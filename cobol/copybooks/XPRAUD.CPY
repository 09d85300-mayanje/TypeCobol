000250*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000260*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000270*                     USED UP. NO CODE CHANGE.                     *
000280*    2026-09-10  DLM  PRAUD-CD-MOTIF ALSO CARRIES THE SETTLEMENT  *
000290*                     REVERSAL REASON (SEE XPRANT) ON THE VAL TO  *
000300*                     SAI RECORD WRITTEN BY PRTD20RV WHEN A       *
000310*                     SETTLED DOSSIER IS REVERSED AND REOPENED.   *
000320*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000330*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000340*                     USED UP. NO CODE CHANGE.                     *
000350*****************************************************************
000360 01  PRAUD20-RECORD.
000370     05  PRAUD-KEY.
000380         10  PRAUD-NO-DOSSIER   PIC S9(11)V USAGE COMP-3.
000390         10  PRAUD-NO-SEQ       PIC 9(5)  USAGE COMP-3.
000400     05  PRAUD-CD-ETA-AVANT     PIC X(1).
000410     05  PRAUD-CD-ETA-APRES     PIC X(1).
000420     05  PRAUD-DT-TRANSIT       PIC 9(8).
000430     05  PRAUD-HR-TRANSIT       PIC 9(6).
000440     05  PRAUD-ID-PROGRAMME     PIC X(8).
000450     05  PRAUD-CD-MOTIF         PIC X(2).
000460     05  PRAUD-ID-OPER          PIC X(8).
