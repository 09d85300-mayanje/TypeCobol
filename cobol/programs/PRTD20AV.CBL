000342*    2026-09-02  DLM  THE RETENTION WINDOW NOW COMES FROM THE     *
000344*                     PRPARAM FILE (PRTD20PR, NAME RETENTION)     *
000346*                     WHEN THE COMMAND LINE LEAVES IT ZERO.       *
000347*    2026-09-09  DLM  THE ARCHIVE RECORD NOW CARRIES LDO-ID-BENEF.*
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
001600     MOVE LDO-DT-REGL      TO PRARC-DT-REGL.
001610     MOVE DL20-TODAY       TO PRARC-DT-ARCHIVE.
001615     MOVE LDO-CD-DEVISE    TO PRARC-CD-DEVISE.
001616     MOVE LDO-ID-BENEF     TO PRARC-ID-BENEF.
001620     WRITE PRARC-RECORD
001630         INVALID KEY
001640             DISPLAY 'PRTD20AV - ARCHIVE WRITE FAILED, STATUS '
