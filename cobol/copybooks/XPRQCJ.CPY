000010*****************************************************************
000020*    COPYBOOK      : XPRQCJ                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRQCRJ REJECTS FILE   *
000040*                    OF PRTD20QC. ONE RECORD PER PRQCTX CLOSE    *
000050*                    TRANSACTION REFUSED, WITH THE REASON CODE   *
000060*                    AND TEXT AND THE TRANSACTION AS KEYED : 01  *
000070*                    DOSSIER NUMBER NOT NUMERIC OR ZERO, 02      *
000080*                    OUTCOME NOT P OR F, 03 FAIL WITHOUT A       *
000090*                    KNOWN ERROR CATEGORY OR PASS WITH ONE, 04   *
000100*                    BLANK REVIEWER, 05 NO OPEN QC ENTRY, 06     *
000110*                    REWRITE FAILED, 07 CHECK DIGIT WRONG, 08    *
000120*                    REVIEWER IS THE VALIDATING OPERATOR.        *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------- ----  -------------------------------------------*
000160*    2026-09-20  DLM  ORIGINAL LAYOUT.                            *
000170*****************************************************************
000180 01  PRQCJ-RECORD.
000190     05  PRQCJ-CD-RAISON        PIC X(02).
000200     05  PRQCJ-LIB-RAISON       PIC X(30).
000210     05  PRQCJ-IMAGE            PIC X(50).
