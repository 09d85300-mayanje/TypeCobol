000230*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000240*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000250*                     USED UP. NO CODE CHANGE.                     *
000252*    2026-09-09  DLM  ADDED PRSNAP-ID-BENEF, MIRRORING THE NEW    *
000254*                     LDO-ID-BENEF ON XPRTD20.                    *
000260*****************************************************************
000270 01  PRSNAP-RECORD.
000280     05  PRSNAP-RECH            PIC X(2).
000360     05  PRSNAP-CD-REGL         PIC X(1).
000370     05  PRSNAP-DT-REGL         PIC 9(8).
000380     05  PRSNAP-CD-DEVISE       PIC X(3).
000390     05  PRSNAP-ID-BENEF        PIC X(8).
