000010*****************************************************************
000020*    COPYBOOK      : XPRROC                                     *
000030*    DESCRIPTION   : RECORD LAYOUTS FOR THE PRREOCT TRIAL        *
000040*                    CERTIFICATE. A PRTD20UR TRIAL RUN WRITES A  *
000050*                    '0' HEADER (TRIAL DATE AND TIME, MAPPING    *
000060*                    RECORDS READ AND REJECTED, DOSSIERS THAT    *
000070*                    WOULD MOVE) FOLLOWED BY ONE '1' IMAGE OF    *
000080*                    EACH PRREORG MAPPING RECORD. THE APPLY RUN  *
000090*                    REFUSES TO UPDATE ANYTHING UNLESS A CLEAN   *
000100*                    CERTIFICATE OF THE SAME DAY MATCHES THE     *
000110*                    MAPPING FILE RECORD FOR RECORD.             *
000120*    MODIFICATION HISTORY                                       *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------- ----  -------------------------------------------*
000150*    2026-09-12  DLM  ORIGINAL LAYOUT.                            *
000160*****************************************************************
000170 01  PRROC-ENTETE.
000180     05  PRROC-ENT-TYPE         PIC X(01).
000190     05  PRROC-ENT-DT-ESSAI     PIC 9(08).
000200     05  PRROC-ENT-HR-ESSAI     PIC 9(06).
000210     05  PRROC-ENT-NB-MAPPING   PIC 9(05).
000220     05  PRROC-ENT-NB-REJETS    PIC 9(05).
000230     05  PRROC-ENT-NB-DOSSIERS  PIC 9(09).
000240     05  FILLER                 PIC X(27).
000250 01  PRROC-IMAGE.
000260     05  PRROC-IMG-TYPE         PIC X(01).
000270     05  PRROC-IMG-MAPPING      PIC X(60).
