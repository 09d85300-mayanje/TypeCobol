000070*                    ORIGINATOR CAN CORRECT AND RESUBMIT IT      *
000080*                    AS IS.                                      *
000090*                    REASON CODES WRITTEN BY PRTD20IN :           *
000100*                      01  DOSSIER NUMBER NOT NUMERIC            *
000110*                      02  DOSSIER ALREADY ON FILE               *
000120*                      03  BLANK RECH KEY                        *
000130*                      04  INVALID STATUS CODE                   *
000140*                      05  IMPLAUSIBLE ENTRY DATE                *
000150*                      06  AMOUNT NOT NUMERIC OR OUT OF RANGE    *
000160*                      07  UNKNOWN OWNING UNIT CODE              *
000170*                      09  UNKNOWN CURRENCY CODE                 *
000180*                      10  NO PAYEE GIVEN                        *
000190*                      11  PAYEE UNKNOWN OR CLOSED               *
000193*                      12  CHECK DIGIT WRONG OR MISSING          *
000196*                      13  NO NUMBER FREE FOR UNIT               *
000200*                    REASON CODE SHARED BY THE MAINTENANCE       *
000210*                    PATHS (PRTD20O / PRTD20B / PRTD20U) :        *
000220*                      08  OPERATOR NOT AUTHORIZED FOR UNIT      *
000230*    MODIFICATION HISTORY                                       *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------- ----  -------------------------------------------*
000260*    2026-08-22  DLM  ORIGINAL LAYOUT.                            *
000270*    2026-08-22  DLM  ADDED REASON 07 (UNKNOWN OWNING UNIT).      *
000280*    2026-09-02  DLM  THE PR2C ONLINE CREATE (PRTD20C) ANSWERS    *
000290*                     THE OPERATOR WITH THESE SAME REASON CODES.  *
000300*    2026-09-02  DLM  ADDED REASON 08 (OPERATOR NOT AUTHORIZED    *
000310*                     FOR UNIT), RAISED BY THE MAINTENANCE PATHS  *
000320*                     AGAINST THE PROPER PROFILE FILE - DISTINCT  *
000330*                     FROM AN ILLEGAL-MATRIX REFUSAL.             *
000340*    2026-09-03  DLM  ADDED REASON 09 (UNKNOWN CURRENCY CODE) -   *
000350*                     THE PRINTK BOOKING CURRENCY IS VALIDATED    *
000360*                     AGAINST PRDEVISE AT INTAKE.                 *
000370*    2026-09-09  DLM  ADDED REASONS 10 (NO PAYEE GIVEN) AND 11    *
000380*                     (PAYEE UNKNOWN OR CLOSED) - EVERY NEW       *
000390*                     DOSSIER MUST NAME AN ACTIVE PAYEE ON THE    *
000400*                     PRBENEF MASTER. PRINRJ-IMAGE GROWS TO 84    *
000410*                     BYTES WITH THE PRINTK RECORD.               *
000420*    2026-09-09  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000430*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000440*                     USED UP. NO CODE CHANGE.                     *
000441*    2026-09-15  DLM  ADDED REASONS 12 (CHECK DIGIT WRONG OR      *
000442*                     MISSING) AND 13 (NO NUMBER FREE FOR UNIT) - *
000443*                     A BLANK OR ZERO DOSSIER NUMBER IS NOW       *
000444*                     ALLOCATED FROM THE UNIT RANGE ON PRNUMER,   *
000445*                     AND A NUMBER GIVEN MUST CARRY A VALID CHECK *
000446*                     DIGIT.                                      *
000450*****************************************************************
000460 01  PRINRJ-RECORD.
000470     05  PRINRJ-CD-RAISON       PIC X(02).
000480     05  PRINRJ-LIB-RAISON      PIC X(30).
000490     05  PRINRJ-IMAGE           PIC X(84).
