000590*    2026-09-03  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000600*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000610*                     USED UP. NO CODE CHANGE.                     *
000620*    2026-09-07  DLM  ADDED DL20-PRTD20F-EOF NOW THAT PRTD20F IS   *
000630*                     BROWSED, AND PRFLGTX / PRFLGRJ STATUSES FOR  *
000640*                     THE FLAG CLOSE BATCH (PRTD20FC).             *
000650*    2026-09-09  DLM  ADDED PRBENEF / PRBENTX / PRBENRJ STATUSES  *
000660*                     FOR THE PAYEE MASTER AND ITS MAINTENANCE    *
000670*                     BATCH (PRTD20PY).                           *
000680*    2026-09-10  DLM  ADDED PRANNTX / PRREGAN STATUSES FOR THE    *
000690*                     SETTLEMENT REVERSAL BATCH (PRTD20RV) AND    *
000700*                     ITS REVERSAL EXTRACT, READ BY PRTD20BR.     *
000710*    2026-09-10  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000720*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000730*                     USED UP. NO CODE CHANGE.                     *
000740*    2026-09-11  DLM  ADDED DL20-PRGLJRN-STATUS FOR THE NIGHTLY   *
000750*                     GENERAL-LEDGER JOURNAL (PRTD20GL).          *
000760*    2026-09-12  DLM  ADDED PRREORG / PRREOCT / PRREOLG           *
000770*                     STATUSES FOR THE UNIT REORGANISATION        *
000780*                     BATCH (PRTD20UR).                           *
000790*    2026-09-13  DLM  ADDED DL20-PRNOTE-STATUS FOR THE DOSSIER    *
000800*                     NOTES DIARY, READ BY THE MORNING WORK       *
000810*                     LIST (PRTD20WL) FOR BRING-FORWARD DATES.    *
000820*    2026-09-13  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000830*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000840*                     USED UP. NO CODE CHANGE.                     *
000850*    2026-09-14  DLM  ADDED PRLETTR / PRLETEN STATUSES FOR THE    *
000860*                     CLIENT LETTER RUN (PRTD20LT).               *
000870*    2026-09-14  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000880*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000890*                     USED UP. NO CODE CHANGE.                     *
000900*    2026-09-15  DLM  ADDED PRNUMER / PRNUMLG / PRNUMTX           *
000910*                     STATUSES FOR DOSSIER-NUMBER ALLOCATION.     *
000920*    2026-09-16  DLM  ADDED PRDQEXC / PRDQHIS STATUSES FOR THE    *
000930*                     NIGHTLY DATA-QUALITY SWEEP (PRTD20DQ).      *
000940*    2026-09-17  DLM  MEMBER RESEQUENCED - THE INSERTION SLOTS     *
000950*                     BETWEEN THE ORIGINAL SEQUENCE NUMBERS WERE   *
000960*                     USED UP. NO CODE CHANGE.                     *
000970*    2026-09-17  DLM  ADDED PRREFTX / PRREFLG / PRREFRJ STATUSES  *
000980*                     FOR REFERENCE-FILE MAINTENANCE (PRTD20RF).  *
000981*    2026-09-18  DLM  ADDED DL20-PRSECEV-STATUS FOR THE SECURITY  *
000982*                     EVENT LOG (PRTD20SV / PRTD20SR).            *
000984*    2026-09-20  DLM  ADDED PRQCTRL / PRQCTX / PRQCRJ STATUSES    *
000986*                     FOR QUALITY-CONTROL SAMPLING (PRTD20QS).    *
000987*    2026-09-21  DLM  ADDED DL20-PRCKPN-STATUS FOR THE PRTD20NB   *
000988*                     SINGLE-PASS NIGHTLY DRIVER.                 *
000989*    2026-09-22  DLM  ADDED DL20-PRSTATO-STATUS FOR PRTD20SC.     *
000990*****************************************************************
001000 01  DL20-FILE-STATUSES.
001010     05  DL20-PRTD20-STATUS     PIC X(2)  VALUE '00'.
001020         88  DL20-PRTD20-OK         VALUE '00'.
001030         88  DL20-PRTD20-EOF        VALUE '10'.
001040     05  DL20-PRAUD20-STATUS    PIC X(2)  VALUE '00'.
001050         88  DL20-PRAUD20-OK        VALUE '00'.
001060         88  DL20-PRAUD20-EOF       VALUE '10'.
001070     05  DL20-PRTD20F-STATUS    PIC X(2)  VALUE '00'.
001080         88  DL20-PRTD20F-OK        VALUE '00'.
001090         88  DL20-PRTD20F-EOF       VALUE '10'.
001100     05  DL20-PRTD20X-STATUS    PIC X(2)  VALUE '00'.
001110         88  DL20-PRTD20X-OK        VALUE '00'.
001120     05  DL20-PRCKPT-STATUS     PIC X(2)  VALUE '00'.
001130         88  DL20-PRCKPT-OK         VALUE '00'.
001140         88  DL20-PRCKPT-EOF        VALUE '10'.
001150     05  DL20-PRTD20I-STATUS    PIC X(2)  VALUE '00'.
001160         88  DL20-PRTD20I-OK        VALUE '00'.
001170         88  DL20-PRTD20I-EOF       VALUE '10'.
001180     05  DL20-PRTD20J-STATUS    PIC X(2)  VALUE '00'.
001190         88  DL20-PRTD20J-OK        VALUE '00'.
001200     05  DL20-PRTD20M-STATUS    PIC X(2)  VALUE '00'.
001210         88  DL20-PRTD20M-OK        VALUE '00'.
001220         88  DL20-PRTD20M-EOF       VALUE '10'.
001230     05  DL20-PRAUDAR-STATUS    PIC X(2)  VALUE '00'.
001240         88  DL20-PRAUDAR-OK        VALUE '00'.
001250     05  DL20-PRSNAP-STATUS     PIC X(2)  VALUE '00'.
001260         88  DL20-PRSNAP-OK         VALUE '00'.
001270     05  DL20-PRSNAP1-STATUS    PIC X(2)  VALUE '00'.
001280         88  DL20-PRSNAP1-OK        VALUE '00'.
001290         88  DL20-PRSNAP1-EOF       VALUE '10'.
001300     05  DL20-PRSNAP2-STATUS    PIC X(2)  VALUE '00'.
001310         88  DL20-PRSNAP2-OK        VALUE '00'.
001320         88  DL20-PRSNAP2-EOF       VALUE '10'.
001330     05  DL20-PRTD20L-STATUS    PIC X(2)  VALUE '00'.
001340         88  DL20-PRTD20L-OK        VALUE '00'.
001350     05  DL20-PRTD20Y-STATUS    PIC X(2)  VALUE '00'.
001360         88  DL20-PRTD20Y-OK        VALUE '00'.
001370     05  DL20-PRMOTIF-STATUS    PIC X(2)  VALUE '00'.
001380         88  DL20-PRMOTIF-OK        VALUE '00'.
001390         88  DL20-PRMOTIF-EOF       VALUE '10'.
001400     05  DL20-PRJRNL-STATUS     PIC X(2)  VALUE '00'.
001410         88  DL20-PRJRNL-OK         VALUE '00'.
001420         88  DL20-PRJRNL-EOF        VALUE '10'.
001430     05  DL20-PRGARDE-STATUS    PIC X(2)  VALUE '00'.
001440         88  DL20-PRGARDE-OK        VALUE '00'.
001450     05  DL20-PRTD20G-STATUS    PIC X(2)  VALUE '00'.
001460         88  DL20-PRTD20G-OK        VALUE '00'.
001470         88  DL20-PRTD20G-EOF       VALUE '10'.
001480     05  DL20-PRMLOG-STATUS     PIC X(2)  VALUE '00'.
001490         88  DL20-PRMLOG-OK         VALUE '00'.
001500     05  DL20-PRUNITE-STATUS    PIC X(2)  VALUE '00'.
001510         88  DL20-PRUNITE-OK        VALUE '00'.
001520         88  DL20-PRUNITE-EOF       VALUE '10'.
001530     05  DL20-PRREGL-STATUS     PIC X(2)  VALUE '00'.
001540         88  DL20-PRREGL-OK         VALUE '00'.
001550     05  DL20-PRREGAK-STATUS    PIC X(2)  VALUE '00'.
001560         88  DL20-PRREGAK-OK        VALUE '00'.
001570         88  DL20-PRREGAK-EOF       VALUE '10'.
001580     05  DL20-PRCALEN-STATUS    PIC X(2)  VALUE '00'.
001590         88  DL20-PRCALEN-OK        VALUE '00'.
001600         88  DL20-PRCALEN-EOF       VALUE '10'.
001610     05  DL20-PRSLAT-STATUS     PIC X(2)  VALUE '00'.
001620         88  DL20-PRSLAT-OK         VALUE '00'.
001630         88  DL20-PRSLAT-EOF        VALUE '10'.
001640     05  DL20-PRTD20E-STATUS    PIC X(2)  VALUE '00'.
001650         88  DL20-PRTD20E-OK        VALUE '00'.
001660         88  DL20-PRTD20E-EOF       VALUE '10'.
001670     05  DL20-PRTD20Q-STATUS    PIC X(2)  VALUE '00'.
001680         88  DL20-PRTD20Q-OK        VALUE '00'.
001690         88  DL20-PRTD20Q-EOF       VALUE '10'.
001700     05  DL20-PRTD20K-STATUS    PIC X(2)  VALUE '00'.
001710         88  DL20-PRTD20K-OK        VALUE '00'.
001720     05  DL20-PRARCH-STATUS     PIC X(2)  VALUE '00'.
001730         88  DL20-PRARCH-OK         VALUE '00'.
001740         88  DL20-PRARCH-EOF        VALUE '10'.
001750     05  DL20-PRBANQ-STATUS     PIC X(2)  VALUE '00'.
001760         88  DL20-PRBANQ-OK         VALUE '00'.
001770         88  DL20-PRBANQ-EOF        VALUE '10'.
001780     05  DL20-PROPER-STATUS     PIC X(2)  VALUE '00'.
001790         88  DL20-PROPER-OK         VALUE '00'.
001800         88  DL20-PROPER-EOF        VALUE '10'.
001810     05  DL20-PRASSGN-STATUS    PIC X(2)  VALUE '00'.
001820         88  DL20-PRASSGN-OK        VALUE '00'.
001830         88  DL20-PRASSGN-EOF       VALUE '10'.
001840     05  DL20-PRPARAM-STATUS    PIC X(2)  VALUE '00'.
001850         88  DL20-PRPARAM-OK        VALUE '00'.
001860         88  DL20-PRPARAM-EOF       VALUE '10'.
001870     05  DL20-PRTD20H-STATUS    PIC X(2)  VALUE '00'.
001880         88  DL20-PRTD20H-OK        VALUE '00'.
001890     05  DL20-PRDEVISE-STATUS   PIC X(2)  VALUE '00'.
001900         88  DL20-PRDEVISE-OK       VALUE '00'.
001910         88  DL20-PRDEVISE-EOF      VALUE '10'.
001920     05  DL20-PRTAUX-STATUS     PIC X(2)  VALUE '00'.
001930         88  DL20-PRTAUX-OK         VALUE '00'.
001940         88  DL20-PRTAUX-EOF        VALUE '10'.
001950     05  DL20-PRACCR-STATUS     PIC X(2)  VALUE '00'.
001960         88  DL20-PRACCR-OK         VALUE '00'.
001970         88  DL20-PRACCR-EOF        VALUE '10'.
001980     05  DL20-PRACCRH-STATUS    PIC X(2)  VALUE '00'.
001990         88  DL20-PRACCRH-OK        VALUE '00'.
002000     05  DL20-PRSTATH-STATUS    PIC X(2)  VALUE '00'.
002010         88  DL20-PRSTATH-OK        VALUE '00'.
002020         88  DL20-PRSTATH-EOF       VALUE '10'.
002030     05  DL20-PRFLGTX-STATUS    PIC X(2)  VALUE '00'.
002040         88  DL20-PRFLGTX-OK        VALUE '00'.
002050         88  DL20-PRFLGTX-EOF       VALUE '10'.
002060     05  DL20-PRFLGRJ-STATUS    PIC X(2)  VALUE '00'.
002070         88  DL20-PRFLGRJ-OK        VALUE '00'.
002080     05  DL20-PRBENEF-STATUS    PIC X(2)  VALUE '00'.
002090         88  DL20-PRBENEF-OK        VALUE '00'.
002100         88  DL20-PRBENEF-EOF       VALUE '10'.
002110     05  DL20-PRBENTX-STATUS    PIC X(2)  VALUE '00'.
002120         88  DL20-PRBENTX-OK        VALUE '00'.
002130         88  DL20-PRBENTX-EOF       VALUE '10'.
002140     05  DL20-PRBENRJ-STATUS    PIC X(2)  VALUE '00'.
002150         88  DL20-PRBENRJ-OK        VALUE '00'.
002160     05  DL20-PRANNTX-STATUS    PIC X(2)  VALUE '00'.
002170         88  DL20-PRANNTX-OK        VALUE '00'.
002180         88  DL20-PRANNTX-EOF       VALUE '10'.
002190     05  DL20-PRREGAN-STATUS    PIC X(2)  VALUE '00'.
002200         88  DL20-PRREGAN-OK        VALUE '00'.
002210         88  DL20-PRREGAN-EOF       VALUE '10'.
002220     05  DL20-PRGLJRN-STATUS    PIC X(2)  VALUE '00'.
002230         88  DL20-PRGLJRN-OK        VALUE '00'.
002240     05  DL20-PRREORG-STATUS    PIC X(2)  VALUE '00'.
002250         88  DL20-PRREORG-OK        VALUE '00'.
002260         88  DL20-PRREORG-EOF       VALUE '10'.
002270     05  DL20-PRREOCT-STATUS    PIC X(2)  VALUE '00'.
002280         88  DL20-PRREOCT-OK        VALUE '00'.
002290         88  DL20-PRREOCT-EOF       VALUE '10'.
002300     05  DL20-PRREOLG-STATUS    PIC X(2)  VALUE '00'.
002310         88  DL20-PRREOLG-OK        VALUE '00'.
002320     05  DL20-PRNOTE-STATUS     PIC X(2)  VALUE '00'.
002330         88  DL20-PRNOTE-OK         VALUE '00'.
002340         88  DL20-PRNOTE-EOF        VALUE '10'.
002350     05  DL20-PRLETTR-STATUS    PIC X(2)  VALUE '00'.
002360         88  DL20-PRLETTR-OK        VALUE '00'.
002370     05  DL20-PRLETEN-STATUS    PIC X(2)  VALUE '00'.
002380         88  DL20-PRLETEN-OK        VALUE '00'.
002390         88  DL20-PRLETEN-EOF       VALUE '10'.
002400     05  DL20-PRNUMER-STATUS    PIC X(2)  VALUE '00'.
002410         88  DL20-PRNUMER-OK        VALUE '00'.
002420         88  DL20-PRNUMER-EOF       VALUE '10'.
002430     05  DL20-PRNUMLG-STATUS    PIC X(2)  VALUE '00'.
002440         88  DL20-PRNUMLG-OK        VALUE '00'.
002450         88  DL20-PRNUMLG-EOF       VALUE '10'.
002460     05  DL20-PRNUMTX-STATUS    PIC X(2)  VALUE '00'.
002470         88  DL20-PRNUMTX-OK        VALUE '00'.
002480         88  DL20-PRNUMTX-EOF       VALUE '10'.
002490     05  DL20-PRDQEXC-STATUS    PIC X(2)  VALUE '00'.
002500         88  DL20-PRDQEXC-OK        VALUE '00'.
002510     05  DL20-PRDQHIS-STATUS    PIC X(2)  VALUE '00'.
002520         88  DL20-PRDQHIS-OK        VALUE '00'.
002530         88  DL20-PRDQHIS-EOF       VALUE '10'.
002540     05  DL20-PRREFTX-STATUS    PIC X(2)  VALUE '00'.
002550         88  DL20-PRREFTX-OK        VALUE '00'.
002560         88  DL20-PRREFTX-EOF       VALUE '10'.
002570     05  DL20-PRREFLG-STATUS    PIC X(2)  VALUE '00'.
002580         88  DL20-PRREFLG-OK        VALUE '00'.
002590     05  DL20-PRREFRJ-STATUS    PIC X(2)  VALUE '00'.
002600         88  DL20-PRREFRJ-OK        VALUE '00'.
002610     05  DL20-PRSECEV-STATUS    PIC X(2)  VALUE '00'.
002620         88  DL20-PRSECEV-OK        VALUE '00'.
002630         88  DL20-PRSECEV-EOF       VALUE '10'.
002640     05  DL20-PRQCTRL-STATUS    PIC X(2)  VALUE '00'.
002650         88  DL20-PRQCTRL-OK        VALUE '00'.
002660         88  DL20-PRQCTRL-EOF       VALUE '10'.
002670     05  DL20-PRQCTX-STATUS     PIC X(2)  VALUE '00'.
002680         88  DL20-PRQCTX-OK         VALUE '00'.
002690         88  DL20-PRQCTX-EOF        VALUE '10'.
002700     05  DL20-PRQCRJ-STATUS     PIC X(2)  VALUE '00'.
002710         88  DL20-PRQCRJ-OK         VALUE '00'.
002720     05  DL20-PRCKPN-STATUS     PIC X(2)  VALUE '00'.
002730         88  DL20-PRCKPN-OK         VALUE '00'.
002740         88  DL20-PRCKPN-EOF        VALUE '10'.
002750     05  DL20-PRSTATO-STATUS    PIC X(2)  VALUE '00'.
002760         88  DL20-PRSTATO-OK        VALUE '00'.
002770         88  DL20-PRSTATO-EOF       VALUE '10'.
