000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------- ----  -------------------------------------------*
000180*    2026-09-03  DLM  ORIGINAL LAYOUT.                            *
000190*    2026-09-22  DLM  ADDED STH-NB-APP AND STH-MT-APP, THE COUNT  *
000200*                     AND TOTAL OF DOSSIERS HELD FOR APPROVAL     *
000210*                     (LDO-CD-ETA-APP), WHICH NO STATUS BUCKET    *
000220*                     COVERED. THE EXPANSION FILLER WAS TOO SHORT *
000230*                     - THE RECORD GROWS FROM 83 TO 98 BYTES.     *
000240*    2026-09-22  DLM  PRSTATH IS KEPT FROM DAY TO DAY, SO THE     *
000250*                     83-BYTE RECORDS ALREADY ON FILE ARE         *
000260*                     CONVERTED BY THE ONE-OFF PRTD20SC (OLD      *
000270*                     LAYOUT XPRSTO, APP FIELDS SET TO ZERO). IT  *
000280*                     MUST RUN BEFORE THE FIRST PRTD20ST OR       *
000290*                     PRTD20NB RUN ON THIS LAYOUT, OR THE NEW     *
000300*                     RECORDS ARE APPENDED BEHIND THE OLD ONES    *
000310*                     AND PRTD20TD MISREADS THE WHOLE HISTORY.    *
000320*    2026-09-22  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000330*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000340*                     USED UP. NO CODE CHANGE.                     *
000350*****************************************************************
000360 01  PRSTATH-RECORD.
000370     05  STH-DT-STAT            PIC 9(8).
000380     05  STH-CD-UNITE           PIC X(3).
000390         88  STH-PORTEFEUILLE       VALUE '***'.
000400     05  STH-NB-SAI             PIC 9(7).
000410     05  STH-MT-SAI             PIC S9(13)V9(2) USAGE COMP-3.
000420     05  STH-NB-VAL             PIC 9(7).
000430     05  STH-MT-VAL             PIC S9(13)V9(2) USAGE COMP-3.
000440     05  STH-NB-REJ             PIC 9(7).
000450     05  STH-MT-REJ             PIC S9(13)V9(2) USAGE COMP-3.
000460     05  STH-AGE-MOYEN          PIC 9(5).
000470     05  STH-NB-VAL-JOUR        PIC 9(7).
000480     05  STH-NB-REJ-JOUR        PIC 9(7).
000490     05  STH-NB-APP             PIC 9(7).
000500     05  STH-MT-APP             PIC S9(13)V9(2) USAGE COMP-3.
000510     05  FILLER                 PIC X(8).
