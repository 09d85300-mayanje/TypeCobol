000010*****************************************************************
000020*    COPYBOOK      : XPRBEJ                                     *
000030*    DESCRIPTION   : RECORD LAYOUT FOR THE PRBENRJ PAYEE         *
000040*                    MAINTENANCE REJECTS FILE WRITTEN BY         *
000050*                    PRTD20PY. CARRIES THE REASON CODE AND       *
000060*                    LABEL FOLLOWED BY THE UNCHANGED IMAGE OF    *
000070*                    THE PRBENTX TRANSACTION, THE WAY XPRINRJ    *
000080*                    RETURNS INTAKE REJECTS.                     *
000090*                    REASON CODES WRITTEN BY PRTD20PY :           *
000100*                      01  INVALID ACTION CODE                   *
000110*                      02  BLANK PAYEE CODE                      *
000120*                      03  PAYEE ALREADY ON FILE                 *
000130*                      04  PAYEE NOT ON FILE                     *
000140*                      05  PAYEE ALREADY CLOSED                  *
000150*                      06  BLANK PAYEE NAME                      *
000160*                      07  IBAN BADLY FORMED                     *
000170*                      08  IBAN CHECK DIGITS WRONG               *
000180*                      09  BIC BADLY FORMED                      *
000190*                      10  BLANK SUBMITTING OPERATOR             *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                                *
000220*    ---------- ----  -------------------------------------------*
000230*    2026-09-09  DLM  ORIGINAL LAYOUT.                            *
000240*****************************************************************
000250 01  PRBEJ-RECORD.
000260     05  PRBEJ-CD-RAISON        PIC X(02).
000270     05  PRBEJ-LIB-RAISON       PIC X(30).
000280     05  PRBEJ-IMAGE            PIC X(220).
