000160*                      05  IMPLAUSIBLE OR PAST EFFECTIVE DATE   *
000170*                      06  ENTRY ALREADY PENDING FOR THAT DATE  *
000180*                      07  NO PENDING ENTRY TO CANCEL           *
000185*                      08  CHECK DIGIT WRONG                    *
000190*                    REASON CODES WRITTEN BY PRTD20RL :           *
000200*                      11  ENTRY EXPIRED, EFFECTIVE DATE PASSED *
000210*                      12  DOSSIER NO LONGER ON PRTD20          *
000220*                      13  ILLEGAL TRANSITION (PRTD20CH MATRIX) *
000230*                      14  DOSSIER ALREADY IN TARGET STATUS     *
000240*                      15  MISSING REJECTION REASON CODE        *
000245*                      16  APPROVAL NEEDS A SECOND OPERATOR     *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------- ----  -------------------------------------------*
000280*    2026-09-02  DLM  ORIGINAL LAYOUT.                            *
000282*    2026-09-08  DLM  ADDED REASON 16 - A RELEASE HAS NO OPERATOR, *
000284*                     SO IT CAN NEVER APPROVE A DOSSIER HELD FOR   *
000286*                     FOUR-EYES APPROVAL (APP TO VAL).             *
000287*    2026-09-15  DLM  ADDED REASON 08 - A DOSSIER NUMBER OF       *
000288*                     ELEVEN DIGITS MUST CARRY A VALID CHECK      *
000289*                     DIGIT (PRTD20NA).                           *
000290*****************************************************************
000300 01  PRPNJ-RECORD.
000310     05  PRPNJ-CD-RAISON        PIC X(02).
