000160*    2026-09-02  DLM  ORIGINAL LAYOUT.                            *
000162*    2026-09-03  DLM  ADDED PRARC-CD-DEVISE, MIRRORING THE NEW    *
000164*                     LDO-CD-DEVISE ON XPRTD20.                   *
000165*    2026-09-09  DLM  ADDED PRARC-ID-BENEF, MIRRORING THE NEW     *
000166*                     LDO-ID-BENEF ON XPRTD20.                    *
000170*****************************************************************
000180 01  PRARC-RECORD.
000190     05  PRARC-NO-DOSSIER       PIC S9(11)V USAGE COMP-3.
000280     05  PRARC-DT-REGL          PIC 9(8).
000290     05  PRARC-DT-ARCHIVE       PIC 9(8).
000300     05  PRARC-CD-DEVISE        PIC X(3).
000310     05  PRARC-ID-BENEF         PIC X(8).
