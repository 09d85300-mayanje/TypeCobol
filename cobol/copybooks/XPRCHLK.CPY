000090*    DATE       INIT  DESCRIPTION                                *
000100*    ---------- ----  -------------------------------------------*
000110*    2026-08-08  DLM  ORIGINAL LAYOUT.                            *
000120*    2026-08-22  DLM  ADDED DL20-CH-SUPERVISEUR AND THE '2'        *
000130*                     (ILLEGAL TRANSITION) RETURN CODE FOR THE     *
000140*                     STATUS-TRANSITION MATRIX NOW ENFORCED BY     *
000150*                     PRTD20CH.                                   *
000160*    2026-08-22  DLM  ADDED DL20-CH-MOTIF-REJ AND THE '3'          *
000170*                     (MISSING REJECTION REASON) RETURN CODE -     *
000180*                     A REASON CODE IS NOW REQUIRED ON EVERY       *
000190*                     TRANSITION INTO REJ.                        *
000200*    2026-09-02  DLM  ADDED DL20-CH-ID-OPER - THE OPERATOR         *
000210*                     ASKING FOR THE CHANGE, CARRIED TO THE NEW    *
000220*                     PRAUD-ID-OPER ON THE TRANSITION RECORD;      *
000230*                     SPACES WHEN THE CALLER IS A SCHEDULED JOB.   *
000240*    2026-09-08  DLM  FOUR-EYES APPROVAL : ADDED DL20-CH-MT-REF   *
000250*                     (THE DOSSIER AMOUNT CONVERTED THROUGH        *
000260*                     PRTD20CV), DL20-CH-SEUIL-APPROB (THE         *
000270*                     PRPARAM THRESHOLD, ZERO SWITCHES THE RULE    *
000280*                     OFF) AND DL20-CH-ID-DEMANDEUR (THE           *
000290*                     OPERATOR WHO ASKED FOR THE HELD CHANGE, AS   *
000300*                     FOUND ON PRAUD20 BY THE CALLER). NEW         *
000310*                     RETURN CODES '4' (CHANGE HELD AS AWAITING    *
000320*                     APPROVAL - THE RECORDS ARE UPDATED, SO       *
000330*                     DL20-CH-CHANGED STILL HOLDS) AND '5'         *
000340*                     (APPROVAL REFUSED - NO OPERATOR, OR THE      *
000350*                     SAME OPERATOR WHO ASKED FOR THE CHANGE).     *
000360*    2026-09-08  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000370*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000380*                     USED UP. NO CODE CHANGE.                     *
000390*    2026-09-10  DLM  ADDED DL20-CH-ANNUL-PATH ('X' IN            *
000400*                     DL20-CH-SUPERVISEUR) - THE SETTLEMENT       *
000410*                     REVERSAL PATH OF PRTD20RV, THE ONLY ONE ON  *
000420*                     WHICH AN EXTRACTED VAL DOSSIER MAY RETURN TO *
000430*                     SAI. ITS REASON CODE TRAVELS IN             *
000440*                     DL20-CH-MOTIF-REJ.                          *
000450*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000460*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000470*                     USED UP. NO CODE CHANGE.                     *
000480*****************************************************************
000490 01  DL20-CH-PARMS.
000500     05  DL20-CH-NVL-ETA        PIC X(1).
000510     05  DL20-CH-PROGRAMME      PIC X(8).
000520     05  DL20-CH-SEQ            PIC 9(5)  USAGE COMP.
000530     05  DL20-CH-TODAY          PIC 9(8).
000540     05  DL20-CH-HEURE          PIC 9(6).
000550     05  DL20-CH-RETURN-CODE    PIC X(1).
000560         88  DL20-CH-CHANGED        VALUE '0' '4'.
000570         88  DL20-CH-NO-CHANGE      VALUE '1'.
000580         88  DL20-CH-ILLEGAL        VALUE '2'.
000590         88  DL20-CH-NO-MOTIF       VALUE '3'.
000600         88  DL20-CH-EN-ATTENTE     VALUE '4'.
000610         88  DL20-CH-MEME-OPER      VALUE '5'.
000620     05  DL20-CH-SUPERVISEUR    PIC X(1).
000630         88  DL20-CH-SUP-PATH       VALUE 'Y'.
000640         88  DL20-CH-ANNUL-PATH     VALUE 'X'.
000650     05  DL20-CH-MOTIF-REJ      PIC X(2).
000660     05  DL20-CH-ID-OPER        PIC X(8).
000670     05  DL20-CH-MT-REF         PIC S9(13)V9(2) USAGE COMP-3.
000680     05  DL20-CH-SEUIL-APPROB   PIC S9(13)V9(2) USAGE COMP-3.
000690     05  DL20-CH-ID-DEMANDEUR   PIC X(8).
