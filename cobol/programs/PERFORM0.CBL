000460*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000470*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000480*                     USED UP. NO CODE CHANGE.                     *
000482*    2026-09-21  DLM  PER-DOSSIER LOGIC ALSO CARRIED BY THE       *
000484*                     PRTD20NB SINGLE-PASS NIGHTLY DRIVER - A     *
000486*                     CHANGE HERE MUST BE MADE THERE TOO.         *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
