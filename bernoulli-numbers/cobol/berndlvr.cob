000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNDLVR.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  RESPONSE DISTRIBUTION.  EACH
000120*10/14/2026 LV    RSPFILE GENERATION CARRIED EVERY DEPARTMENT'S
000130*10/14/2026 LV    ANSWERS MIXED TOGETHER AND EACH DESK'S LOAD
000140*10/14/2026 LV    PICKED OUT ITS OWN TICKETS, SO A DESK SAYING IT
000150*10/14/2026 LV    NEVER GOT A TICKET COULD NOT BE ANSWERED FROM
000160*10/14/2026 LV    OUR RECORDS.  THIS RUN SPLITS THE RESPONSES AND
000170*10/14/2026 LV    THE BERNREIS CORRECTIONS INTO ONE DELIVERY PER
000180*10/14/2026 LV    DEPARTMENT UNDER HEADER AND TRAILER CONTROL AND
000190*10/14/2026 LV    LOGS EVERY DELIVERY FOR BERNDACK TO RECONCILE.
000200*10/15/2026 LV    EVERY NEW LOG KEY IS CHECKED ABSENT BEFORE
000210*10/15/2026 LV    DLVFILE IS WRITTEN; A LOG UPDATE FAILURE STOPS
000220*10/15/2026 LV    AT THAT DEPARTMENT AND NAMES THE DELIVERIES
000230*10/15/2026 LV    ALREADY LOGGED.
000240*
000250*INPUTS ARE THE RSPFILE GENERATION BERNJOB JUST WROTE, DATED BY
000260*THE SUMMARYF RECORD OF THE SAME RUN, AND THE BERNREIS
000270*CORRECTIONS ON REISFILE.  A RESPONSE IS ROUTED TO THE
000280*DEPARTMENT ITS TICKET IS REGISTERED UNDER ON TICKETF; A
000290*CORRECTION CARRIES ITS DEPARTMENT IN COLUMNS 82-85.  A RECORD
000300*WITH NO TICKET, A TICKET NOT ON TICKETF OR A DEPARTMENT NOT ON
000310*DEPTMSTF IS NOT ROUTED - IT IS LISTED ON DLVRPT AND THE RUN
000320*ENDS RC 4.
000330*
000340*EVERY DEPARTMENT ON DEPTMSTF THAT HAS RECORDS, AND EVERY ACTIVE
000350*ONE THE RESPONSE GENERATION IS NEW TO (EMPTY IF NONE OF ITS
000360*TICKETS WERE IN IT), GETS ONE DELIVERY ON DLVFILE, IN
000370*DEPARTMENT ORDER:
000380*    H  HEADER  - DEPARTMENT, DELIVERY SEQUENCE NUMBER, TIME
000390*                 SENT, THE BERNJOB RUN WHOSE RESPONSES IT
000400*                 CARRIES (BLANK FOR CORRECTIONS ONLY).
000410*    D  DETAIL  - ONE PER RECORD, SOURCE R (RESPONSE) OR C
000420*                 (CORRECTION), THE 130-COLUMN RECORD IMAGE
000430*                 IN COLUMNS 8-137 (A RESPONSE IS 80 COLUMNS).
000440*    T  TRAILER - THE SEQUENCE AGAIN, THE DETAIL COUNT AND THE
000450*                 HASH TOTAL OF THE DETAILS' VALUE FIELDS
000460*                 (COLUMNS 17-41 OF THE RECORD IMAGE).
000470*EVERY RECORD CARRIES ITS DEPARTMENT IN COLUMNS 1-4, SO THE
000480*STEP AFTER THIS ONE CUTS EACH DEPARTMENT'S DELIVERY TO ITS OWN
000490*DATASET.  SEQUENCE NUMBERS RUN FROM 1 PER DEPARTMENT WITH NO
000500*GAPS.
000510*
000520*DLVLOGF, THE KEYED DELIVERY LOG, HOLDS ONE ENTRY PER DELIVERY
000530*(KEY DEPARTMENT + SEQUENCE) WITH ITS COUNTS AND HASH TOTAL,
000540*AND PER DEPARTMENT A CONTROL ENTRY UNDER SEQUENCE 00000: THE
000550*LAST SEQUENCE SENT, THE LAST BERNJOB RUN DELIVERED AND THE
000560*LATEST CORRECTION DELIVERED.  A RESPONSE GENERATION ALREADY
000570*DELIVERED TO A DEPARTMENT IS NOT DELIVERED TO IT AGAIN (RC 4),
000580*AND ONLY CORRECTIONS REISSUED AFTER THE DEPARTMENT'S LATEST
000590*ONE ARE TAKEN.  A DEPARTMENT WITH NO DELIVERY YET STARTS ITS
000600*CORRECTIONS AT THE LATEST ANY DEPARTMENT HAS REACHED - ON THE
000610*FIRST RUN OF ALL, AT THE START OF TODAY; EARLIER CORRECTIONS
000620*WENT OUT THROUGH THE REQUEST DESK.
000630*
000640*BEFORE ANYTHING IS WRITTEN EVERY NEW KEY (DEPARTMENT + NEXT
000650*SEQUENCE) IS READ AND MUST BE ABSENT FROM THE LOG; ONE ALREADY
000660*THERE MEANS THE LOG AND ITS CONTROL ENTRY DISAGREE AND FAILS
000670*THE RUN WITH NOTHING DELIVERED OR LOGGED.  THE LOG IS WRITTEN
000680*ONLY AFTER DLVFILE IS COMPLETE.  A FAILURE WHILE IT IS BEING
000690*WRITTEN STOPS AT THAT DEPARTMENT AND NAMES THE DELIVERIES
000700*ALREADY LOGGED - THOSE ARE RECORDED AS SENT, AND A RESUBMIT
000710*DOES NOT SEND THEM AGAIN.
000720*RC 0 CLEAN, RC 4 RECORDS NOT ROUTED OR A RESPONSE GENERATION
000730*ALREADY DELIVERED, RC 8 A FILE FAILED.
000740*
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER. IBM-370.
000780 OBJECT-COMPUTER. IBM-370.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT SUMMARY-FILE ASSIGN TO SUMMARYF
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-SUMM-STATUS.
000840     SELECT RESPONSE-FILE ASSIGN TO RSPFILE
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RSP-STATUS.
000870     SELECT REISSUE-FILE ASSIGN TO REISFILE
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-REIS-STATUS.
000900     SELECT TICKET-FILE ASSIGN TO TICKETF
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS TK-TICKET-NO
000940         FILE STATUS IS WS-TKT-STATUS.
000950     SELECT DEPT-FILE ASSIGN TO DEPTMSTF
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS DM-DEPT-CODE
000990         FILE STATUS IS WS-DEPT-STATUS.
001000     SELECT DLVLOG-FILE ASSIGN TO DLVLOGF
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS DL-KEY
001040         FILE STATUS IS WS-LOG-STATUS.
001050     SELECT WORK-FILE ASSIGN TO DLVWK
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-WORK-STATUS.
001080     SELECT DELIVERY-FILE ASSIGN TO DLVFILE
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-DLV-STATUS.
001110     SELECT REPORT-FILE ASSIGN TO DLVRPT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-RPT-STATUS.

001140 DATA DIVISION.
001150 FILE SECTION.
001160*THE RUN SUMMARY BERNOULLI WRITES - ONLY ITS START TIME, WHICH
001170*DATES THE RSPFILE GENERATION OF THE SAME RUN, IS USED HERE.
001180 FD  SUMMARY-FILE
001190     RECORDING MODE IS F.
001200 01  SUMMARY-RECORD.
001210     05  SM-START-TS             PIC X(14).
001220     05  FILLER                  PIC X(72).

001230*THE RESPONSE RECORD - SEE BERNOULLI.
001240 FD  RESPONSE-FILE
001250     RECORDING MODE IS F.
001260 01  RESPONSE-RECORD.
001270     05  RS-TICKET-NO            PIC X(10).
001280     05  FILLER                  PIC X(01).
001290     05  RS-REQUESTED-N          PIC X(02).
001300     05  FILLER                  PIC X(01).
001310     05  RS-REQUEST-TYPE         PIC X(01).
001320     05  FILLER                  PIC X(01).
001330     05  RS-VALUE                PIC S9(15)V9(09)
001340                                  SIGN IS LEADING SEPARATE.
001350     05  FILLER                  PIC X(01).
001360     05  RS-SCALE-EXP            PIC S9(03)
001370                                  SIGN IS LEADING SEPARATE.
001380     05  FILLER                  PIC X(01).
001390     05  RS-STATUS-CODE          PIC X(02).
001400     05  FILLER                  PIC X(01).
001410     05  RS-FRAC-NUMERATOR       PIC S9(21)
001420                                  SIGN IS LEADING SEPARATE.
001430     05  FILLER                  PIC X(01).
001440     05  RS-FRAC-DENOMINATOR     PIC 9(07).

001450*THE REISSUE RECORD - SEE BERNREIS.
001460 FD  REISSUE-FILE
001470     RECORDING MODE IS F.
001480 01  REISSUE-RECORD.
001490     05  RI-TICKET-NO            PIC X(10).
001500     05  FILLER                  PIC X(01).
001510     05  RI-REQUESTED-N          PIC X(02).
001520     05  FILLER                  PIC X(01).
001530     05  RI-REQUEST-TYPE         PIC X(01).
001540     05  FILLER                  PIC X(01).
001550     05  RI-VALUE                PIC S9(15)V9(09)
001560                                  SIGN IS LEADING SEPARATE.
001570     05  FILLER                  PIC X(01).
001580     05  RI-SCALE-EXP            PIC S9(03)
001590                                  SIGN IS LEADING SEPARATE.
001600     05  FILLER                  PIC X(01).
001610     05  RI-STATUS-CODE          PIC X(02).
001620     05  FILLER                  PIC X(01).
001630     05  RI-ORIG-VALUE           PIC S9(15)V9(09)
001640                                  SIGN IS LEADING SEPARATE.
001650     05  FILLER                  PIC X(01).
001660     05  RI-ORIG-EXP             PIC S9(03)
001670                                  SIGN IS LEADING SEPARATE.
001680     05  FILLER                  PIC X(01).
001690     05  RI-DEPT-CODE            PIC X(04).
001700     05  FILLER                  PIC X(01).
001710     05  RI-SERVED-TS            PIC X(14).
001720     05  FILLER                  PIC X(01).
001730     05  RI-SUPERSEDED-TS        PIC X(14).
001740     05  FILLER                  PIC X(01).
001750     05  RI-REISSUE-TS           PIC X(14).

001760*THE KEYED TICKET REGISTRY - SEE THE BERNTKT COPY MEMBER.
001770 FD  TICKET-FILE.
001780 01  TICKET-RECORD.
001790     05  TK-TICKET-NO            PIC X(10).
001800     05  TK-STATUS               PIC X(01).
001810         88  TK-SERVED                   VALUE 'S'.
001820         88  TK-REJECTED                 VALUE 'R'.
001830         88  TK-RESUBMITTED              VALUE 'U'.
001840         88  TK-SERVED-ON-RESUB          VALUE 'E'.
001850     05  TK-FIRST-RUN-TS         PIC X(14).
001860     05  TK-FIRST-PROGRAM        PIC X(09).
001870     05  TK-FIRST-REASON         PIC X(06).
001880     05  TK-LAST-RUN-TS          PIC X(14).
001890     05  TK-LAST-REASON          PIC X(06).
001900     05  TK-SERVED-TS            PIC X(14).
001910     05  TK-SUBMIT-COUNT         PIC 9(03).
001920     05  TK-REPEAT-COUNT         PIC 9(03).
001930     05  TK-REPEAT-TS            PIC X(14).
001940     05  TK-DEPT-CODE            PIC X(04).
001950     05  TK-USER-ID              PIC X(08).
001960     05  TK-REQUESTED-N          PIC X(02).
001970     05  TK-REQUEST-TYPE         PIC X(01).

001980 FD  DEPT-FILE.
001990 01  DEPT-RECORD.
002000     05  DM-DEPT-CODE            PIC X(04).
002010     05  DM-ACTIVE-FLAG          PIC X(01).
002020         88  DM-IS-ACTIVE                VALUE 'A'.
002030         88  DM-IS-INACTIVE              VALUE 'I'.
002040     05  DM-EFF-FROM             PIC X(08).
002050     05  DM-EFF-TO               PIC X(08).
002060     05  DM-ALLOWED-TYPES        PIC X(08).
002070     05  DM-MAX-ORDER            PIC 9(02).
002080     05  DM-QUOTA-AREA.
002090         10  DM-MONTH-QUOTA      PIC 9(05).
002100         10  DM-TYPE-QUOTA       OCCURS 6 TIMES.
002110             15  DM-TQ-TYPE      PIC X(01).
002120             15  DM-TQ-LIMIT     PIC 9(05).

002130*THE KEYED DELIVERY LOG - ONE ENTRY PER DELIVERY, KEYED BY
002140*DEPARTMENT AND SEQUENCE, AND UNDER SEQUENCE 00000 THE
002150*DEPARTMENT'S CONTROL ENTRY (THE SECOND RECORD VIEW).  BERNDACK
002160*POSTS THE ACKNOWLEDGMENTS TO IT.  THE STATE IS S SENT, A
002170*ACKNOWLEDGED AS SENT OR M ACKNOWLEDGED WITH A DIFFERENT COUNT
002180*OR HASH TOTAL.
002190 FD  DLVLOG-FILE.
002200 01  DLVLOG-RECORD.
002210     05  DL-KEY.
002220         10  DL-DEPT-CODE        PIC X(04).
002230         10  DL-SEQUENCE         PIC 9(05).
002240     05  DL-STATE                PIC X(01).
002250         88  DL-SENT                     VALUE 'S'.
002260         88  DL-ACKNOWLEDGED             VALUE 'A'.
002270         88  DL-MISMATCHED               VALUE 'M'.
002280     05  DL-SENT-TS              PIC X(14).
002290     05  DL-RUN-TS               PIC X(14).
002300     05  DL-RESPONSE-COUNT       PIC 9(05).
002310     05  DL-CORRECTION-COUNT     PIC 9(05).
002320     05  DL-RECORD-COUNT         PIC 9(07).
002330     05  DL-HASH-TOTAL           PIC S9(17)V9(09) COMP-3.
002340     05  DL-ACK-TS               PIC X(14).
002350     05  DL-ACK-COUNT            PIC 9(07).
002360     05  DL-ACK-HASH             PIC S9(17)V9(09) COMP-3.
002370     05  DL-ACK-POSTED-TS        PIC X(14).
002380     05  FILLER                  PIC X(02).
002390 01  DLVLOG-CONTROL-RECORD.
002400     05  DK-KEY                  PIC X(09).
002410     05  DK-LAST-SEQUENCE        PIC 9(05).
002420     05  DK-LAST-RUN-TS          PIC X(14).
002430     05  DK-LAST-REIS-TS         PIC X(14).
002440     05  DK-LAST-SENT-TS         PIC X(14).
002450     05  FILLER                  PIC X(64).

002460*ONE ROUTED RECORD - ITS DEPARTMENT, SOURCE AND IMAGE.
002470 FD  WORK-FILE
002480     RECORDING MODE IS F.
002490 01  WORK-RECORD.
002500     05  WK-DEPT-CODE            PIC X(04).
002510     05  WK-SOURCE               PIC X(01).
002520     05  WK-IMAGE                PIC X(130).

002530*THE DELIVERY RECORD.  THE SECOND VIEW IS THE HEADER AND
002540*TRAILER FORM.
002550 FD  DELIVERY-FILE
002560     RECORDING MODE IS F.
002570 01  DELIVERY-RECORD.
002580     05  DV-DEPT-CODE            PIC X(04).
002590     05  DV-RECORD-TYPE          PIC X(01).
002600         88  DV-HEADER                   VALUE 'H'.
002610         88  DV-DETAIL                   VALUE 'D'.
002620         88  DV-TRAILER                  VALUE 'T'.
002630     05  DV-SOURCE               PIC X(01).
002640     05  FILLER                  PIC X(01).
002650     05  DV-IMAGE                PIC X(130).
002660     05  FILLER                  PIC X(03).
002670 01  DELIVERY-CONTROL-RECORD.
002680     05  DX-DEPT-CODE            PIC X(04).
002690     05  DX-RECORD-TYPE          PIC X(01).
002700     05  FILLER                  PIC X(02).
002710     05  DX-SEQUENCE             PIC 9(05).
002720     05  FILLER                  PIC X(01).
002730     05  DX-SENT-TS              PIC X(14).
002740     05  FILLER                  PIC X(01).
002750     05  DX-RUN-TS               PIC X(14).
002760     05  FILLER                  PIC X(01).
002770     05  DX-RECORD-COUNT         PIC 9(07).
002780     05  FILLER                  PIC X(01).
002790     05  DX-HASH-TOTAL           PIC S9(17)V9(09)
002800                                  SIGN IS LEADING SEPARATE.
002810     05  FILLER                  PIC X(62).

002820 FD  REPORT-FILE
002830     RECORDING MODE IS F.
002840 01  REPORT-RECORD               PIC X(80).

002850 WORKING-STORAGE SECTION.
002860*
002870*------------------------------------------------------------
002880*SWITCHES AND STATUS FIELDS.
002890*------------------------------------------------------------
002900 77  WS-SUMM-STATUS              PIC X(02) VALUE SPACES.
002910     88  WS-SUMM-OK                         VALUE '00'.

002920 77  WS-RSP-STATUS               PIC X(02) VALUE SPACES.
002930     88  WS-RSP-OK                          VALUE '00'.
002940     88  WS-RSP-EOF                         VALUE '10'.

002950 77  WS-REIS-STATUS              PIC X(02) VALUE SPACES.
002960     88  WS-REIS-OK                         VALUE '00'.
002970     88  WS-REIS-EOF                        VALUE '10'.

002980 77  WS-TKT-STATUS               PIC X(02) VALUE SPACES.
002990     88  WS-TKT-OK                          VALUE '00'.

003000 77  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
003010     88  WS-DEPT-OK                         VALUE '00'.
003020     88  WS-DEPT-EOF                        VALUE '10'.

003030 77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
003040     88  WS-LOG-OK                          VALUE '00'.
003050     88  WS-LOG-NOT-FOUND                   VALUE '23'.

003060 77  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
003070     88  WS-WORK-OK                         VALUE '00'.
003080     88  WS-WORK-EOF                        VALUE '10'.

003090 77  WS-DLV-STATUS               PIC X(02) VALUE SPACES.
003100     88  WS-DLV-OK                          VALUE '00'.

003110 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
003120     88  WS-RPT-OK                          VALUE '00'.

003130 77  WS-ROUTE-SW                 PIC X(01) VALUE 'Y'.
003140     88  WS-ROUTED                          VALUE 'Y'.
003150     88  WS-NOT-ROUTED                      VALUE 'N'.
003160*
003170*------------------------------------------------------------
003180*RUN STAMP, THE BERNJOB RUN THE RESPONSES CAME FROM, AND THE
003190*CORRECTION FLOOR A DEPARTMENT WITH NO DELIVERY YET STARTS AT.
003200*------------------------------------------------------------
003210 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
003220 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
003230 77  WS-RUN-TS                   PIC X(14) VALUE SPACES.
003240 77  WS-RSP-RUN-TS               PIC X(14) VALUE SPACES.
003250 77  WS-REIS-FLOOR               PIC X(14) VALUE SPACES.
003260*
003270*------------------------------------------------------------
003280*THE DEPARTMENT TABLE - EVERY DEPTMSTF ENTRY IN KEY ORDER WITH
003290*ITS DELIVERY POSITION FROM THE LOG'S CONTROL ENTRY AND WHAT
003300*THIS RUN ROUTES TO IT.
003310*------------------------------------------------------------
003320 01  DEPT-TABLE.
003330     02  DT-ENTRY OCCURS 100 TIMES.
003340         03  DT-DEPT-CODE        PIC X(04).
003350         03  DT-ACTIVE-SW        PIC X(01).
003360             88  DT-ACTIVE               VALUE 'Y'.
003370         03  DT-HISTORY-SW       PIC X(01).
003380             88  DT-HAS-HISTORY          VALUE 'Y'.
003390         03  DT-TAKE-RSP-SW      PIC X(01).
003400             88  DT-TAKE-RSP             VALUE 'Y'.
003410         03  DT-DELIVER-SW       PIC X(01).
003420             88  DT-DELIVER              VALUE 'Y'.
003430         03  DT-LOGGED-SW        PIC X(01).
003440             88  DT-LOGGED               VALUE 'Y'.
003450         03  DT-LAST-SEQ         PIC 9(05).
003460         03  DT-SEQ              PIC 9(05).
003470         03  DT-LAST-RUN-TS      PIC X(14).
003480         03  DT-LAST-REIS-TS     PIC X(14).
003490         03  DT-NEW-REIS-TS      PIC X(14).
003500         03  DT-RSP-COUNT        PIC 9(05).
003510         03  DT-COR-COUNT        PIC 9(05).
003520         03  DT-REC-COUNT        PIC 9(07).
003530         03  DT-HASH             PIC S9(17)V9(09) COMP-3.

003540 77  WS-DEPT-USED                PIC 9(03) VALUE 0.
003550 77  WS-DEPT-IX                  PIC 9(03) VALUE 0.
003560 77  WS-DEPT-SLOT                PIC 9(03) VALUE 0.
003570 77  WS-FIND-DEPT                PIC X(04) VALUE SPACES.
003580*
003590*------------------------------------------------------------
003600*THE RECORD BEING ROUTED AND WHY IT WAS NOT.
003610*------------------------------------------------------------
003620 77  WS-RT-SOURCE                PIC X(01) VALUE SPACE.
003630 77  WS-RT-DEPT                  PIC X(04) VALUE SPACES.
003640 77  WS-RT-TICKET                PIC X(10) VALUE SPACES.
003650 77  WS-RT-ORDER                 PIC X(02) VALUE SPACES.
003660 77  WS-RT-TYPE                  PIC X(01) VALUE SPACE.
003670 77  WS-RT-STATUS-CODE           PIC X(02) VALUE SPACES.
003680 77  WS-RT-REASON                PIC X(30) VALUE SPACES.
003690*
003700*------------------------------------------------------------
003710*COUNTS AND THE RETURN CODE.
003720*------------------------------------------------------------
003730 77  WS-RSP-READ                 PIC 9(07) VALUE 0.
003740 77  WS-RSP-ROUTED               PIC 9(07) VALUE 0.
003750 77  WS-RSP-ALREADY              PIC 9(07) VALUE 0.
003760 77  WS-REIS-READ                PIC 9(07) VALUE 0.
003770 77  WS-REIS-ROUTED              PIC 9(07) VALUE 0.
003780 77  WS-REIS-EARLIER             PIC 9(07) VALUE 0.
003790 77  WS-UNROUTED                 PIC 9(07) VALUE 0.
003800 77  WS-DELIVERIES               PIC 9(05) VALUE 0.
003810 77  WS-LOGGED                   PIC 9(05) VALUE 0.
003820 77  WS-DELIVERED                PIC 9(07) VALUE 0.
003830 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
003840*
003850*------------------------------------------------------------
003860*REPORT LINE LAYOUTS.
003870*------------------------------------------------------------
003880 01  WS-HEAD-LINE-1.
003890     05  FILLER                  PIC X(32)
003900         VALUE "BERNDLVR - RESPONSE DELIVERY AT ".
003910     05  WS-HL-RUN-TS-OUT        PIC X(14).
003920     05  FILLER                  PIC X(20)
003930         VALUE "  RESPONSES OF RUN ".
003940     05  WS-HL-RSP-TS-OUT        PIC X(14).

003950 01  WS-UNROUTED-HEAD-LINE.
003960     05  FILLER                  PIC X(40)
003970         VALUE "RECORDS NOT ROUTED - S TICKET     N  T S".
003980     05  FILLER                  PIC X(40)
003990         VALUE "T DEPT REASON".

004000 01  WS-UNROUTED-LINE.
004010     05  FILLER                  PIC X(21) VALUE SPACES.
004020     05  WS-UL-SOURCE-OUT        PIC X(01).
004030     05  FILLER                  PIC X(01) VALUE SPACE.
004040     05  WS-UL-TICKET-OUT        PIC X(10).
004050     05  FILLER                  PIC X(01) VALUE SPACE.
004060     05  WS-UL-ORDER-OUT         PIC X(02).
004070     05  FILLER                  PIC X(01) VALUE SPACE.
004080     05  WS-UL-TYPE-OUT          PIC X(01).
004090     05  FILLER                  PIC X(01) VALUE SPACE.
004100     05  WS-UL-STATUS-OUT        PIC X(02).
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  WS-UL-DEPT-OUT          PIC X(04).
004130     05  FILLER                  PIC X(01) VALUE SPACE.
004140     05  WS-UL-REASON-OUT        PIC X(30).
004150     05  FILLER                  PIC X(03) VALUE SPACES.

004160 01  WS-DLV-HEAD-LINE.
004170     05  FILLER                  PIC X(40)
004180         VALUE "DEPT SEQNO   RSPS  CORRS RECORDS        ".
004190     05  FILLER                  PIC X(40)
004200         VALUE "              HASH TOTAL".

004210 01  WS-DLV-LINE.
004220     05  WS-DV-DEPT-OUT          PIC X(04).
004230     05  FILLER                  PIC X(01) VALUE SPACE.
004240     05  WS-DV-SEQ-OUT           PIC 9(05).
004250     05  FILLER                  PIC X(01) VALUE SPACE.
004260     05  WS-DV-RSP-OUT           PIC ZZZZZ9.
004270     05  FILLER                  PIC X(01) VALUE SPACE.
004280     05  WS-DV-COR-OUT           PIC ZZZZZ9.
004290     05  FILLER                  PIC X(01) VALUE SPACE.
004300     05  WS-DV-REC-OUT           PIC ZZZZZZ9.
004310     05  FILLER                  PIC X(01) VALUE SPACE.
004320     05  WS-DV-HASH-OUT          PIC -(17)9.9(09).
004330     05  FILLER                  PIC X(19) VALUE SPACES.

004340 01  WS-TOTAL-LINE-1.
004350     05  FILLER                  PIC X(16)
004360         VALUE "RESPONSES READ ".
004370     05  WS-TL-RSP-READ-OUT      PIC ZZZZZZ9.
004380     05  FILLER                  PIC X(09) VALUE "  ROUTED ".
004390     05  WS-TL-RSP-ROUTED-OUT    PIC ZZZZZZ9.
004400     05  FILLER                  PIC X(20)
004410         VALUE "  ALREADY DELIVERED ".
004420     05  WS-TL-RSP-ALREADY-OUT   PIC ZZZZZZ9.
004430     05  FILLER                  PIC X(14) VALUE SPACES.

004440 01  WS-TOTAL-LINE-2.
004450     05  FILLER                  PIC X(16)
004460         VALUE "CORRECTIONS READ".
004470     05  WS-TL-REIS-READ-OUT     PIC ZZZZZZ9.
004480     05  FILLER                  PIC X(09) VALUE "  ROUTED ".
004490     05  WS-TL-REIS-ROUTED-OUT   PIC ZZZZZZ9.
004500     05  FILLER                  PIC X(20)
004510         VALUE "  DELIVERED EARLIER ".
004520     05  WS-TL-REIS-EARLIER-OUT  PIC ZZZZZZ9.
004530     05  FILLER                  PIC X(14) VALUE SPACES.

004540 01  WS-TOTAL-LINE-3.
004550     05  FILLER                  PIC X(16)
004560         VALUE "NOT ROUTED     ".
004570     05  WS-TL-UNROUTED-OUT      PIC ZZZZZZ9.
004580     05  FILLER                  PIC X(13) VALUE "  DELIVERIES ".
004590     05  WS-TL-DELIVERIES-OUT    PIC ZZZZ9.
004600     05  FILLER                  PIC X(10) VALUE "  RECORDS ".
004610     05  WS-TL-DELIVERED-OUT     PIC ZZZZZZ9.
004620     05  FILLER                  PIC X(22) VALUE SPACES.

004630 PROCEDURE DIVISION.
004640*
004650*==============================================================
004660*0000-MAINLINE
004670*==============================================================
004680 0000-MAINLINE.
004690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004700     IF WS-WORST-RC < 8
004710         PERFORM 2000-ROUTE-RESPONSES THRU 2000-EXIT
004720         IF WS-WORST-RC < 8
004730             PERFORM 2500-ROUTE-CORRECTIONS THRU 2500-EXIT
004740         END-IF
004750         CLOSE WORK-FILE
004760         IF WS-WORST-RC < 8
004770             PERFORM 2950-CHECK-NEW-KEYS THRU 2950-EXIT
004780         END-IF
004790         IF WS-WORST-RC < 8
004800             PERFORM 3000-WRITE-DELIVERIES THRU 3000-EXIT
004810         END-IF
004820         IF WS-WORST-RC < 8
004830             PERFORM 4000-UPDATE-LOG THRU 4000-EXIT
004840         END-IF
004850         PERFORM 9800-TERMINATE THRU 9800-EXIT
004860     END-IF.
004870     MOVE WS-WORST-RC TO RETURN-CODE.
004880     STOP RUN.
004890*
004900*------------------------------------------------------------
004910*1000-INITIALIZE - STAMP THE RUN, OPEN THE REPORT, DATE THE
004920*RESPONSE GENERATION, LOAD THE DEPARTMENTS AND THEIR DELIVERY
004930*POSITIONS, AND OPEN THE REGISTRY AND THE WORK FILE.  A FAILURE
004940*CLOSES WHAT IS OPEN AND ENDS THE RUN RC 8.
004950*------------------------------------------------------------
004960 1000-INITIALIZE.
004970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004980     ACCEPT WS-CURRENT-TIME FROM TIME.
004990     STRING WS-CURRENT-DATE DELIMITED BY SIZE
005000            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
005010         INTO WS-RUN-TS.
005020     OPEN OUTPUT REPORT-FILE.
005030     IF NOT WS-RPT-OK
005040         DISPLAY "BERNDLVR - REPORT OPEN FAILED, STATUS "
005050             WS-RPT-STATUS
005060         MOVE 8 TO WS-WORST-RC
005070         GO TO 1000-EXIT
005080     END-IF.
005090     PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.
005100     IF WS-WORST-RC < 8
005110         PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
005120     END-IF.
005130     IF WS-WORST-RC < 8
005140         PERFORM 1300-OPEN-LOG THRU 1300-EXIT
005150     END-IF.
005160     IF WS-WORST-RC > 7
005170         CLOSE REPORT-FILE
005180         GO TO 1000-EXIT
005190     END-IF.
005200     OPEN INPUT TICKET-FILE.
005210     IF NOT WS-TKT-OK
005220         DISPLAY "BERNDLVR - TICKETF OPEN FAILED, STATUS "
005230             WS-TKT-STATUS
005240         MOVE 8 TO WS-WORST-RC
005250         CLOSE DLVLOG-FILE
005260         CLOSE REPORT-FILE
005270         GO TO 1000-EXIT
005280     END-IF.
005290     OPEN OUTPUT WORK-FILE.
005300     IF NOT WS-WORK-OK
005310         DISPLAY "BERNDLVR - DLVWK OPEN FAILED, STATUS "
005320             WS-WORK-STATUS
005330         MOVE 8 TO WS-WORST-RC
005340         CLOSE TICKET-FILE
005350         CLOSE DLVLOG-FILE
005360         CLOSE REPORT-FILE
005370         GO TO 1000-EXIT
005380     END-IF.
005390     MOVE WS-RUN-TS TO WS-HL-RUN-TS-OUT.
005400     MOVE WS-RSP-RUN-TS TO WS-HL-RSP-TS-OUT.
005410     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
005420     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005430     MOVE SPACES TO REPORT-RECORD.
005440     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005450     MOVE WS-UNROUTED-HEAD-LINE TO REPORT-RECORD.
005460     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005470 1000-EXIT.
005480     EXIT.
005490*
005500*------------------------------------------------------------
005510*1100-READ-SUMMARY - THE RESPONSE GENERATION IS DATED BY THE
005520*START TIME ON THE SUMMARYF RECORD OF THE SAME BERNJOB RUN.
005530*WITHOUT IT THE RUN CANNOT TELL WHETHER THE GENERATION HAS
005540*BEEN DELIVERED, SO IT STOPS.
005550*------------------------------------------------------------
005560 1100-READ-SUMMARY.
005570     OPEN INPUT SUMMARY-FILE.
005580     IF NOT WS-SUMM-OK
005590         DISPLAY "BERNDLVR - SUMMARYF OPEN FAILED, STATUS "
005600             WS-SUMM-STATUS
005610         MOVE 8 TO WS-WORST-RC
005620         GO TO 1100-EXIT
005630     END-IF.
005640     READ SUMMARY-FILE
005650         AT END
005660             MOVE SPACES TO SM-START-TS
005670     END-READ.
005680     CLOSE SUMMARY-FILE.
005690     IF SM-START-TS = SPACES OR SM-START-TS IS NOT NUMERIC
005700         DISPLAY "BERNDLVR - SUMMARYF RECORD MISSING OR "
005710             "UNREADABLE - THE RESPONSES CANNOT BE DATED"
005720         MOVE 8 TO WS-WORST-RC
005730         GO TO 1100-EXIT
005740     END-IF.
005750     MOVE SM-START-TS TO WS-RSP-RUN-TS.
005760 1100-EXIT.
005770     EXIT.
005780*
005790*------------------------------------------------------------
005800*1200-LOAD-DEPARTMENTS - EVERY DEPTMSTF ENTRY, IN KEY ORDER.
005810*A FULL TABLE WOULD LEAVE DEPARTMENTS UNROUTED, SO IT STOPS
005820*THE RUN.
005830*------------------------------------------------------------
005840 1200-LOAD-DEPARTMENTS.
005850     OPEN INPUT DEPT-FILE.
005860     IF NOT WS-DEPT-OK
005870         DISPLAY "BERNDLVR - DEPTMSTF OPEN FAILED, STATUS "
005880             WS-DEPT-STATUS
005890         MOVE 8 TO WS-WORST-RC
005900         GO TO 1200-EXIT
005910     END-IF.
005920     MOVE LOW-VALUES TO DM-DEPT-CODE.
005930     START DEPT-FILE KEY IS NOT LESS THAN DM-DEPT-CODE
005940         INVALID KEY
005950             SET WS-DEPT-EOF TO TRUE
005960     END-START.
005970     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
005980         UNTIL WS-DEPT-EOF OR WS-WORST-RC > 7.
005990     CLOSE DEPT-FILE.
006000 1200-EXIT.
006010     EXIT.
006020*
006030*------------------------------------------------------------
006040*1210-LOAD-ONE-DEPT - ONE DEPARTMENT INTO THE TABLE.
006050*------------------------------------------------------------
006060 1210-LOAD-ONE-DEPT.
006070     READ DEPT-FILE NEXT RECORD
006080         AT END
006090             SET WS-DEPT-EOF TO TRUE
006100     END-READ.
006110     IF WS-DEPT-EOF
006120         GO TO 1210-EXIT
006130     END-IF.
006140     IF WS-DEPT-USED = 100
006150         DISPLAY "BERNDLVR - DEPARTMENT TABLE FULL AT "
006160             DM-DEPT-CODE
006170         MOVE 8 TO WS-WORST-RC
006180         GO TO 1210-EXIT
006190     END-IF.
006200     ADD 1 TO WS-DEPT-USED.
006210     MOVE WS-DEPT-USED TO WS-DEPT-IX.
006220     MOVE DM-DEPT-CODE TO DT-DEPT-CODE(WS-DEPT-IX).
006230     IF DM-IS-ACTIVE
006240         MOVE 'Y' TO DT-ACTIVE-SW(WS-DEPT-IX)
006250     ELSE
006260         MOVE 'N' TO DT-ACTIVE-SW(WS-DEPT-IX)
006270     END-IF.
006280     MOVE 'N' TO DT-HISTORY-SW(WS-DEPT-IX).
006290     MOVE 'N' TO DT-TAKE-RSP-SW(WS-DEPT-IX).
006300     MOVE 'N' TO DT-DELIVER-SW(WS-DEPT-IX).
006310     MOVE 'N' TO DT-LOGGED-SW(WS-DEPT-IX).
006320     MOVE 0 TO DT-LAST-SEQ(WS-DEPT-IX).
006330     MOVE 0 TO DT-SEQ(WS-DEPT-IX).
006340     MOVE SPACES TO DT-LAST-RUN-TS(WS-DEPT-IX).
006350     MOVE SPACES TO DT-LAST-REIS-TS(WS-DEPT-IX).
006360     MOVE SPACES TO DT-NEW-REIS-TS(WS-DEPT-IX).
006370     MOVE 0 TO DT-RSP-COUNT(WS-DEPT-IX).
006380     MOVE 0 TO DT-COR-COUNT(WS-DEPT-IX).
006390     MOVE 0 TO DT-REC-COUNT(WS-DEPT-IX).
006400     MOVE 0 TO DT-HASH(WS-DEPT-IX).
006410 1210-EXIT.
006420     EXIT.
006430*
006440*------------------------------------------------------------
006450*1300-OPEN-LOG - OPEN THE DELIVERY LOG AND TAKE EACH
006460*DEPARTMENT'S POSITION FROM ITS CONTROL ENTRY.  THE OPEN
006470*OUTPUT FALLBACK BOOTSTRAPS THE FILE ON A DIRECT, NON-JCL
006480*INVOCATION.  A DEPARTMENT WITH NO CONTROL ENTRY STARTS ITS
006490*CORRECTIONS AT THE FLOOR - THE LATEST ANY DEPARTMENT HAS
006500*REACHED, OR THE START OF TODAY ON THE FIRST RUN OF ALL.
006510*------------------------------------------------------------
006520 1300-OPEN-LOG.
006530     OPEN I-O DLVLOG-FILE.
006540     IF NOT WS-LOG-OK
006550         OPEN OUTPUT DLVLOG-FILE
006560         CLOSE DLVLOG-FILE
006570         OPEN I-O DLVLOG-FILE
006580     END-IF.
006590     IF NOT WS-LOG-OK
006600         DISPLAY "BERNDLVR - DLVLOGF OPEN FAILED, STATUS "
006610             WS-LOG-STATUS
006620         MOVE 8 TO WS-WORST-RC
006630         GO TO 1300-EXIT
006640     END-IF.
006650     PERFORM 1310-READ-ONE-CONTROL THRU 1310-EXIT
006660         VARYING WS-DEPT-IX FROM 1 BY 1
006670         UNTIL WS-DEPT-IX > WS-DEPT-USED.
006680     IF WS-WORST-RC > 7
006690         CLOSE DLVLOG-FILE
006700         GO TO 1300-EXIT
006710     END-IF.
006720     IF WS-REIS-FLOOR = SPACES
006730         STRING WS-CURRENT-DATE DELIMITED BY SIZE
006740                '000000' DELIMITED BY SIZE
006750             INTO WS-REIS-FLOOR
006760     END-IF.
006770     PERFORM 1320-SET-ONE-POSITION THRU 1320-EXIT
006780         VARYING WS-DEPT-IX FROM 1 BY 1
006790         UNTIL WS-DEPT-IX > WS-DEPT-USED.
006800 1300-EXIT.
006810     EXIT.
006820*
006830*------------------------------------------------------------
006840*1310-READ-ONE-CONTROL - ONE DEPARTMENT'S CONTROL ENTRY, IF IT
006850*HAS ONE, AND THE FLOOR CARRIED UP TO ITS LATEST CORRECTION.
006860*------------------------------------------------------------
006870 1310-READ-ONE-CONTROL.
006880     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO DL-DEPT-CODE.
006890     MOVE 0 TO DL-SEQUENCE.
006900     READ DLVLOG-FILE
006910         KEY IS DL-KEY
006920         INVALID KEY
006930             CONTINUE
006940     END-READ.
006950     IF WS-LOG-NOT-FOUND
006960         GO TO 1310-EXIT
006970     END-IF.
006980     IF NOT WS-LOG-OK
006990         DISPLAY "BERNDLVR - DLVLOGF READ FAILED, STATUS "
007000             WS-LOG-STATUS " - DEPARTMENT "
007010             DT-DEPT-CODE(WS-DEPT-IX)
007020         MOVE 8 TO WS-WORST-RC
007030         GO TO 1310-EXIT
007040     END-IF.
007050     MOVE 'Y' TO DT-HISTORY-SW(WS-DEPT-IX).
007060     MOVE DK-LAST-SEQUENCE TO DT-LAST-SEQ(WS-DEPT-IX).
007070     MOVE DK-LAST-RUN-TS TO DT-LAST-RUN-TS(WS-DEPT-IX).
007080     MOVE DK-LAST-REIS-TS TO DT-LAST-REIS-TS(WS-DEPT-IX).
007090     IF DK-LAST-REIS-TS > WS-REIS-FLOOR
007100         MOVE DK-LAST-REIS-TS TO WS-REIS-FLOOR
007110     END-IF.
007120 1310-EXIT.
007130     EXIT.
007140*
007150*------------------------------------------------------------
007160*1320-SET-ONE-POSITION - A NEW DEPARTMENT STARTS AT THE FLOOR;
007170*EVERY DEPARTMENT TAKES THE RESPONSES UNLESS THIS GENERATION
007180*IS THE LAST ONE IT WAS SENT.
007190*------------------------------------------------------------
007200 1320-SET-ONE-POSITION.
007210     IF NOT DT-HAS-HISTORY(WS-DEPT-IX)
007220         MOVE WS-REIS-FLOOR TO DT-LAST-REIS-TS(WS-DEPT-IX)
007230     END-IF.
007240     MOVE DT-LAST-REIS-TS(WS-DEPT-IX)
007250         TO DT-NEW-REIS-TS(WS-DEPT-IX).
007260     IF DT-LAST-RUN-TS(WS-DEPT-IX) NOT = WS-RSP-RUN-TS
007270         MOVE 'Y' TO DT-TAKE-RSP-SW(WS-DEPT-IX)
007280     END-IF.
007290 1320-EXIT.
007300     EXIT.
007310*
007320*------------------------------------------------------------
007330*2000-ROUTE-RESPONSES - ROUTE EVERY RSPFILE RECORD TO ITS
007340*DEPARTMENT THROUGH THE TICKET REGISTRY.
007350*------------------------------------------------------------
007360 2000-ROUTE-RESPONSES.
007370     OPEN INPUT RESPONSE-FILE.
007380     IF NOT WS-RSP-OK
007390         DISPLAY "BERNDLVR - RSPFILE OPEN FAILED, STATUS "
007400             WS-RSP-STATUS
007410         MOVE 8 TO WS-WORST-RC
007420         GO TO 2000-EXIT
007430     END-IF.
007440     PERFORM 2100-ROUTE-ONE-RESPONSE THRU 2100-EXIT
007450         UNTIL WS-RSP-EOF OR WS-WORST-RC > 7.
007460     CLOSE RESPONSE-FILE.
007470 2000-EXIT.
007480     EXIT.
007490*
007500*------------------------------------------------------------
007510*2100-ROUTE-ONE-RESPONSE - ONE RESPONSE.  ITS DEPARTMENT IS THE
007520*ONE ITS TICKET IS REGISTERED UNDER.  A DEPARTMENT THIS
007530*GENERATION HAS ALREADY BEEN DELIVERED TO IS PASSED OVER.
007540*------------------------------------------------------------
007550 2100-ROUTE-ONE-RESPONSE.
007560     READ RESPONSE-FILE
007570         AT END
007580             SET WS-RSP-EOF TO TRUE
007590     END-READ.
007600     IF WS-RSP-EOF
007610         GO TO 2100-EXIT
007620     END-IF.
007630     ADD 1 TO WS-RSP-READ.
007640     MOVE 'R' TO WS-RT-SOURCE.
007650     MOVE RS-TICKET-NO TO WS-RT-TICKET.
007660     MOVE RS-REQUESTED-N TO WS-RT-ORDER.
007670     MOVE RS-REQUEST-TYPE TO WS-RT-TYPE.
007680     MOVE RS-STATUS-CODE TO WS-RT-STATUS-CODE.
007690     MOVE SPACES TO WS-RT-DEPT.
007700     IF RS-TICKET-NO = SPACES
007710         MOVE "NO TICKET NUMBER" TO WS-RT-REASON
007720         PERFORM 2900-LIST-UNROUTED THRU 2900-EXIT
007730         GO TO 2100-EXIT
007740     END-IF.
007750     MOVE RS-TICKET-NO TO TK-TICKET-NO.
007760     SET WS-ROUTED TO TRUE.
007770     READ TICKET-FILE
007780         INVALID KEY
007790             SET WS-NOT-ROUTED TO TRUE
007800     END-READ.
007810     IF WS-NOT-ROUTED
007820         MOVE "TICKET NOT ON TICKETF" TO WS-RT-REASON
007830         PERFORM 2900-LIST-UNROUTED THRU 2900-EXIT
007840         GO TO 2100-EXIT
007850     END-IF.
007860     MOVE TK-DEPT-CODE TO WS-RT-DEPT.
007870     MOVE TK-DEPT-CODE TO WS-FIND-DEPT.
007880     PERFORM 8000-FIND-DEPT THRU 8000-EXIT.
007890     IF WS-DEPT-SLOT = 0
007900         MOVE "DEPARTMENT NOT ON DEPTMSTF" TO WS-RT-REASON
007910         PERFORM 2900-LIST-UNROUTED THRU 2900-EXIT
007920         GO TO 2100-EXIT
007930     END-IF.
007940     IF NOT DT-TAKE-RSP(WS-DEPT-SLOT)
007950         ADD 1 TO WS-RSP-ALREADY
007960         GO TO 2100-EXIT
007970     END-IF.
007980     MOVE SPACES TO WORK-RECORD.
007990     MOVE TK-DEPT-CODE TO WK-DEPT-CODE.
008000     MOVE 'R' TO WK-SOURCE.
008010     MOVE RESPONSE-RECORD TO WK-IMAGE.
008020     PERFORM 2800-WRITE-WORK THRU 2800-EXIT.
008030     ADD 1 TO WS-RSP-ROUTED.
008040     ADD 1 TO DT-RSP-COUNT(WS-DEPT-SLOT).
008050     ADD 1 TO DT-REC-COUNT(WS-DEPT-SLOT).
008060     IF RS-VALUE IS NUMERIC
008070         ADD RS-VALUE TO DT-HASH(WS-DEPT-SLOT)
008080     END-IF.
008090 2100-EXIT.
008100     EXIT.
008110*
008120*------------------------------------------------------------
008130*2500-ROUTE-CORRECTIONS - ROUTE THE BERNREIS CORRECTIONS NOT
008140*YET DELIVERED.  NO REISFILE MEANS NO CORRECTIONS THIS RUN.
008150*------------------------------------------------------------
008160 2500-ROUTE-CORRECTIONS.
008170     OPEN INPUT REISSUE-FILE.
008180     IF NOT WS-REIS-OK
008190         DISPLAY "BERNDLVR - REISFILE NOT PRESENT - NO "
008200             "CORRECTIONS ROUTED"
008210         GO TO 2500-EXIT
008220     END-IF.
008230     PERFORM 2600-ROUTE-ONE-CORRECTION THRU 2600-EXIT
008240         UNTIL WS-REIS-EOF OR WS-WORST-RC > 7.
008250     CLOSE REISSUE-FILE.
008260 2500-EXIT.
008270     EXIT.
008280*
008290*------------------------------------------------------------
008300*2600-ROUTE-ONE-CORRECTION - ONE CORRECTION, TO THE DEPARTMENT
008310*IT CARRIES, IF IT WAS REISSUED AFTER THE LATEST ONE THAT
008320*DEPARTMENT HAS BEEN SENT.  ONE FOR A DEPARTMENT NOT ON
008330*DEPTMSTF IS ONLY LISTED IF IT IS PAST THE FLOOR, SO IT IS
008340*LISTED ONCE RATHER THAN EVERY RUN.
008350*------------------------------------------------------------
008360 2600-ROUTE-ONE-CORRECTION.
008370     READ REISSUE-FILE
008380         AT END
008390             SET WS-REIS-EOF TO TRUE
008400     END-READ.
008410     IF WS-REIS-EOF
008420         GO TO 2600-EXIT
008430     END-IF.
008440     ADD 1 TO WS-REIS-READ.
008450     MOVE 'C' TO WS-RT-SOURCE.
008460     MOVE RI-TICKET-NO TO WS-RT-TICKET.
008470     MOVE RI-REQUESTED-N TO WS-RT-ORDER.
008480     MOVE RI-REQUEST-TYPE TO WS-RT-TYPE.
008490     MOVE RI-STATUS-CODE TO WS-RT-STATUS-CODE.
008500     MOVE RI-DEPT-CODE TO WS-RT-DEPT.
008510     IF RI-REISSUE-TS IS NOT NUMERIC
008520         MOVE "CORRECTION NOT DATED" TO WS-RT-REASON
008530         PERFORM 2900-LIST-UNROUTED THRU 2900-EXIT
008540         GO TO 2600-EXIT
008550     END-IF.
008560     MOVE RI-DEPT-CODE TO WS-FIND-DEPT.
008570     PERFORM 8000-FIND-DEPT THRU 8000-EXIT.
008580     IF WS-DEPT-SLOT = 0
008590         IF RI-REISSUE-TS > WS-REIS-FLOOR
008600             MOVE "DEPARTMENT NOT ON DEPTMSTF" TO WS-RT-REASON
008610             PERFORM 2900-LIST-UNROUTED THRU 2900-EXIT
008620         ELSE
008630             ADD 1 TO WS-REIS-EARLIER
008640         END-IF
008650         GO TO 2600-EXIT
008660     END-IF.
008670     IF RI-REISSUE-TS NOT > DT-LAST-REIS-TS(WS-DEPT-SLOT)
008680         ADD 1 TO WS-REIS-EARLIER
008690         GO TO 2600-EXIT
008700     END-IF.
008710     MOVE SPACES TO WORK-RECORD.
008720     MOVE RI-DEPT-CODE TO WK-DEPT-CODE.
008730     MOVE 'C' TO WK-SOURCE.
008740     MOVE REISSUE-RECORD TO WK-IMAGE.
008750     PERFORM 2800-WRITE-WORK THRU 2800-EXIT.
008760     ADD 1 TO WS-REIS-ROUTED.
008770     ADD 1 TO DT-COR-COUNT(WS-DEPT-SLOT).
008780     ADD 1 TO DT-REC-COUNT(WS-DEPT-SLOT).
008790     IF RI-VALUE IS NUMERIC
008800         ADD RI-VALUE TO DT-HASH(WS-DEPT-SLOT)
008810     END-IF.
008820     IF RI-REISSUE-TS > DT-NEW-REIS-TS(WS-DEPT-SLOT)
008830         MOVE RI-REISSUE-TS TO DT-NEW-REIS-TS(WS-DEPT-SLOT)
008840     END-IF.
008850 2600-EXIT.
008860     EXIT.
008870*
008880*------------------------------------------------------------
008890*2800-WRITE-WORK - WRITE ONE ROUTED RECORD.
008900*------------------------------------------------------------
008910 2800-WRITE-WORK.
008920     WRITE WORK-RECORD.
008930     IF NOT WS-WORK-OK
008940         DISPLAY "BERNDLVR - DLVWK WRITE FAILED, STATUS "
008950             WS-WORK-STATUS
008960         MOVE 8 TO WS-WORST-RC
008970     END-IF.
008980 2800-EXIT.
008990     EXIT.
009000*
009010*------------------------------------------------------------
009020*2900-LIST-UNROUTED - LIST ONE RECORD THAT COULD NOT BE ROUTED.
009030*------------------------------------------------------------
009040 2900-LIST-UNROUTED.
009050     ADD 1 TO WS-UNROUTED.
009060     MOVE WS-RT-SOURCE TO WS-UL-SOURCE-OUT.
009070     MOVE WS-RT-TICKET TO WS-UL-TICKET-OUT.
009080     MOVE WS-RT-ORDER TO WS-UL-ORDER-OUT.
009090     MOVE WS-RT-TYPE TO WS-UL-TYPE-OUT.
009100     MOVE WS-RT-STATUS-CODE TO WS-UL-STATUS-OUT.
009110     MOVE WS-RT-DEPT TO WS-UL-DEPT-OUT.
009120     MOVE WS-RT-REASON TO WS-UL-REASON-OUT.
009130     MOVE WS-UNROUTED-LINE TO REPORT-RECORD.
009140     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
009150 2900-EXIT.
009160     EXIT.
009170*
009180*------------------------------------------------------------
009190*2950-CHECK-NEW-KEYS - DECIDE WHICH DEPARTMENTS GET A DELIVERY
009200*AND ITS SEQUENCE, AND PROVE NONE OF THOSE KEYS IS ON THE LOG
009210*BEFORE DLVFILE IS OPENED.  EVERY DEPARTMENT IS CHECKED SO ALL
009220*THE DUPLICATES ARE LISTED TOGETHER.
009230*------------------------------------------------------------
009240 2950-CHECK-NEW-KEYS.
009250     PERFORM 2960-CHECK-ONE-KEY THRU 2960-EXIT
009260         VARYING WS-DEPT-IX FROM 1 BY 1
009270         UNTIL WS-DEPT-IX > WS-DEPT-USED.
009280 2950-EXIT.
009290     EXIT.
009300*
009310*------------------------------------------------------------
009320*2960-CHECK-ONE-KEY - A DEPARTMENT THAT HAS RECORDS OR, IF
009330*ACTIVE, IS TAKING THIS RESPONSE GENERATION GETS THE NEXT
009340*SEQUENCE; THAT KEY MUST NOT ALREADY BE LOGGED.
009350*------------------------------------------------------------
009360 2960-CHECK-ONE-KEY.
009370     IF DT-REC-COUNT(WS-DEPT-IX) = 0
009380         IF NOT DT-TAKE-RSP(WS-DEPT-IX)
009390                 OR NOT DT-ACTIVE(WS-DEPT-IX)
009400             GO TO 2960-EXIT
009410         END-IF
009420     END-IF.
009430     MOVE 'Y' TO DT-DELIVER-SW(WS-DEPT-IX).
009440     COMPUTE DT-SEQ(WS-DEPT-IX) = DT-LAST-SEQ(WS-DEPT-IX) + 1.
009450     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO DL-DEPT-CODE.
009460     MOVE DT-SEQ(WS-DEPT-IX) TO DL-SEQUENCE.
009470     READ DLVLOG-FILE
009480         KEY IS DL-KEY
009490         INVALID KEY
009500             CONTINUE
009510     END-READ.
009520     IF WS-LOG-NOT-FOUND
009530         GO TO 2960-EXIT
009540     END-IF.
009550     IF WS-LOG-OK
009560         DISPLAY "BERNDLVR - DLVLOGF ALREADY HOLDS "
009570             DT-DEPT-CODE(WS-DEPT-IX) " SEQUENCE "
009580             DT-SEQ(WS-DEPT-IX) " - ITS CONTROL ENTRY IS BEHIND"
009590     ELSE
009600         DISPLAY "BERNDLVR - DLVLOGF READ FAILED, STATUS "
009610             WS-LOG-STATUS " - DEPARTMENT "
009620             DT-DEPT-CODE(WS-DEPT-IX)
009630     END-IF.
009640     MOVE 8 TO WS-WORST-RC.
009650 2960-EXIT.
009660     EXIT.
009670*
009680*------------------------------------------------------------
009690*3000-WRITE-DELIVERIES - ONE DELIVERY PER DEPARTMENT
009700*2950-CHECK-NEW-KEYS CHOSE.
009710*------------------------------------------------------------
009720 3000-WRITE-DELIVERIES.
009730     OPEN OUTPUT DELIVERY-FILE.
009740     IF NOT WS-DLV-OK
009750         DISPLAY "BERNDLVR - DLVFILE OPEN FAILED, STATUS "
009760             WS-DLV-STATUS
009770         MOVE 8 TO WS-WORST-RC
009780         GO TO 3000-EXIT
009790     END-IF.
009800     MOVE SPACES TO REPORT-RECORD.
009810     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
009820     MOVE WS-DLV-HEAD-LINE TO REPORT-RECORD.
009830     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
009840     PERFORM 3100-DELIVER-ONE-DEPT THRU 3100-EXIT
009850         VARYING WS-DEPT-IX FROM 1 BY 1
009860         UNTIL WS-DEPT-IX > WS-DEPT-USED
009870             OR WS-WORST-RC > 7.
009880     CLOSE DELIVERY-FILE.
009890 3000-EXIT.
009900     EXIT.
009910*
009920*------------------------------------------------------------
009930*3100-DELIVER-ONE-DEPT - HEADER, THE DEPARTMENT'S ROUTED
009940*RECORDS FROM THE WORK FILE, AND TRAILER, UNDER ITS NEXT
009950*SEQUENCE NUMBER.
009960*------------------------------------------------------------
009970 3100-DELIVER-ONE-DEPT.
009980     IF NOT DT-DELIVER(WS-DEPT-IX)
009990         GO TO 3100-EXIT
010000     END-IF.
010010     MOVE SPACES TO DELIVERY-CONTROL-RECORD.
010020     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO DX-DEPT-CODE.
010030     MOVE 'H' TO DX-RECORD-TYPE.
010040     MOVE DT-SEQ(WS-DEPT-IX) TO DX-SEQUENCE.
010050     MOVE WS-RUN-TS TO DX-SENT-TS.
010060     IF DT-TAKE-RSP(WS-DEPT-IX)
010070         MOVE WS-RSP-RUN-TS TO DX-RUN-TS
010080     END-IF.
010090     PERFORM 3200-WRITE-DELIVERY THRU 3200-EXIT.
010100     IF DT-REC-COUNT(WS-DEPT-IX) > 0
010110         PERFORM 3110-COPY-DEPT-RECORDS THRU 3110-EXIT
010120     END-IF.
010130     MOVE SPACES TO DELIVERY-CONTROL-RECORD.
010140     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO DX-DEPT-CODE.
010150     MOVE 'T' TO DX-RECORD-TYPE.
010160     MOVE DT-SEQ(WS-DEPT-IX) TO DX-SEQUENCE.
010170     MOVE WS-RUN-TS TO DX-SENT-TS.
010180     IF DT-TAKE-RSP(WS-DEPT-IX)
010190         MOVE WS-RSP-RUN-TS TO DX-RUN-TS
010200     END-IF.
010210     MOVE DT-REC-COUNT(WS-DEPT-IX) TO DX-RECORD-COUNT.
010220     MOVE DT-HASH(WS-DEPT-IX) TO DX-HASH-TOTAL.
010230     PERFORM 3200-WRITE-DELIVERY THRU 3200-EXIT.
010240     ADD 1 TO WS-DELIVERIES.
010250     ADD DT-REC-COUNT(WS-DEPT-IX) TO WS-DELIVERED.
010260     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO WS-DV-DEPT-OUT.
010270     MOVE DT-SEQ(WS-DEPT-IX) TO WS-DV-SEQ-OUT.
010280     MOVE DT-RSP-COUNT(WS-DEPT-IX) TO WS-DV-RSP-OUT.
010290     MOVE DT-COR-COUNT(WS-DEPT-IX) TO WS-DV-COR-OUT.
010300     MOVE DT-REC-COUNT(WS-DEPT-IX) TO WS-DV-REC-OUT.
010310     MOVE DT-HASH(WS-DEPT-IX) TO WS-DV-HASH-OUT.
010320     MOVE WS-DLV-LINE TO REPORT-RECORD.
010330     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
010340 3100-EXIT.
010350     EXIT.
010360*
010370*------------------------------------------------------------
010380*3110-COPY-DEPT-RECORDS - ONE PASS OF THE WORK FILE, COPYING
010390*THIS DEPARTMENT'S RECORDS AS DETAILS.
010400*------------------------------------------------------------
010410 3110-COPY-DEPT-RECORDS.
010420     OPEN INPUT WORK-FILE.
010430     IF NOT WS-WORK-OK
010440         DISPLAY "BERNDLVR - DLVWK REOPEN FAILED, STATUS "
010450             WS-WORK-STATUS
010460         MOVE 8 TO WS-WORST-RC
010470         GO TO 3110-EXIT
010480     END-IF.
010490     PERFORM 3120-COPY-ONE-RECORD THRU 3120-EXIT
010500         UNTIL WS-WORK-EOF OR WS-WORST-RC > 7.
010510     CLOSE WORK-FILE.
010520     MOVE SPACES TO WS-WORK-STATUS.
010530 3110-EXIT.
010540     EXIT.
010550*
010560*------------------------------------------------------------
010570*3120-COPY-ONE-RECORD - ONE WORK RECORD; THIS DEPARTMENT'S
010580*BECOME DETAILS.
010590*------------------------------------------------------------
010600 3120-COPY-ONE-RECORD.
010610     READ WORK-FILE
010620         AT END
010630             SET WS-WORK-EOF TO TRUE
010640     END-READ.
010650     IF WS-WORK-EOF
010660         GO TO 3120-EXIT
010670     END-IF.
010680     IF WK-DEPT-CODE NOT = DT-DEPT-CODE(WS-DEPT-IX)
010690         GO TO 3120-EXIT
010700     END-IF.
010710     MOVE SPACES TO DELIVERY-RECORD.
010720     MOVE WK-DEPT-CODE TO DV-DEPT-CODE.
010730     MOVE 'D' TO DV-RECORD-TYPE.
010740     MOVE WK-SOURCE TO DV-SOURCE.
010750     MOVE WK-IMAGE TO DV-IMAGE.
010760     PERFORM 3200-WRITE-DELIVERY THRU 3200-EXIT.
010770 3120-EXIT.
010780     EXIT.
010790*
010800*------------------------------------------------------------
010810*3200-WRITE-DELIVERY - WRITE ONE DELIVERY RECORD.
010820*------------------------------------------------------------
010830 3200-WRITE-DELIVERY.
010840     WRITE DELIVERY-RECORD.
010850     IF NOT WS-DLV-OK
010860         DISPLAY "BERNDLVR - DLVFILE WRITE FAILED, STATUS "
010870             WS-DLV-STATUS
010880         MOVE 8 TO WS-WORST-RC
010890     END-IF.
010900 3200-EXIT.
010910     EXIT.
010920*
010930*------------------------------------------------------------
010940*4000-UPDATE-LOG - DLVFILE IS COMPLETE: LOG EACH DELIVERY AND
010950*MOVE ITS DEPARTMENT'S CONTROL ENTRY ON, STOPPING AT THE FIRST
010960*FAILURE SO NO LATER DEPARTMENT'S POSITION MOVES.
010970*------------------------------------------------------------
010980 4000-UPDATE-LOG.
010990     PERFORM 4100-LOG-ONE-DELIVERY THRU 4100-EXIT
011000         VARYING WS-DEPT-IX FROM 1 BY 1
011010         UNTIL WS-DEPT-IX > WS-DEPT-USED
011020             OR WS-WORST-RC > 7.
011030 4000-EXIT.
011040     EXIT.
011050*
011060*------------------------------------------------------------
011070*4100-LOG-ONE-DELIVERY - THE DELIVERY'S LOG ENTRY, THEN THE
011080*CONTROL ENTRY (WRITTEN ON A DEPARTMENT'S FIRST DELIVERY,
011090*REWRITTEN AFTER).  2950-CHECK-NEW-KEYS HAS ALREADY PROVED THE
011100*KEY NEW; ANY FAILURE HERE FAILS THE RUN.  A DELIVERY COUNTS AS
011110*LOGGED ONLY ONCE ITS CONTROL ENTRY HAS MOVED ON.
011120*------------------------------------------------------------
011130 4100-LOG-ONE-DELIVERY.
011140     IF NOT DT-DELIVER(WS-DEPT-IX)
011150         GO TO 4100-EXIT
011160     END-IF.
011170     MOVE SPACES TO DLVLOG-RECORD.
011180     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO DL-DEPT-CODE.
011190     MOVE DT-SEQ(WS-DEPT-IX) TO DL-SEQUENCE.
011200     SET DL-SENT TO TRUE.
011210     MOVE WS-RUN-TS TO DL-SENT-TS.
011220     IF DT-TAKE-RSP(WS-DEPT-IX)
011230         MOVE WS-RSP-RUN-TS TO DL-RUN-TS
011240     END-IF.
011250     MOVE DT-RSP-COUNT(WS-DEPT-IX) TO DL-RESPONSE-COUNT.
011260     MOVE DT-COR-COUNT(WS-DEPT-IX) TO DL-CORRECTION-COUNT.
011270     MOVE DT-REC-COUNT(WS-DEPT-IX) TO DL-RECORD-COUNT.
011280     MOVE DT-HASH(WS-DEPT-IX) TO DL-HASH-TOTAL.
011290     MOVE 0 TO DL-ACK-COUNT.
011300     MOVE 0 TO DL-ACK-HASH.
011310     WRITE DLVLOG-RECORD
011320         INVALID KEY
011330             DISPLAY "BERNDLVR - DLVLOGF ALREADY HOLDS "
011340                 DL-DEPT-CODE " SEQUENCE " DL-SEQUENCE
011350             MOVE 8 TO WS-WORST-RC
011360             GO TO 4100-EXIT
011370     END-WRITE.
011380     MOVE SPACES TO DLVLOG-CONTROL-RECORD.
011390     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO DL-DEPT-CODE.
011400     MOVE 0 TO DL-SEQUENCE.
011410     MOVE DT-SEQ(WS-DEPT-IX) TO DK-LAST-SEQUENCE.
011420     IF DT-TAKE-RSP(WS-DEPT-IX)
011430         MOVE WS-RSP-RUN-TS TO DK-LAST-RUN-TS
011440     ELSE
011450         MOVE DT-LAST-RUN-TS(WS-DEPT-IX) TO DK-LAST-RUN-TS
011460     END-IF.
011470     MOVE DT-NEW-REIS-TS(WS-DEPT-IX) TO DK-LAST-REIS-TS.
011480     MOVE WS-RUN-TS TO DK-LAST-SENT-TS.
011490     IF DT-HAS-HISTORY(WS-DEPT-IX)
011500         REWRITE DLVLOG-CONTROL-RECORD
011510             INVALID KEY
011520                 DISPLAY "BERNDLVR - DLVLOGF CONTROL REWRITE "
011530                     "FAILED - " DT-DEPT-CODE(WS-DEPT-IX)
011540                     " SEQUENCE " DT-SEQ(WS-DEPT-IX)
011550                     " IS LOGGED BUT ITS CONTROL ENTRY IS BEHIND"
011560                 MOVE 8 TO WS-WORST-RC
011570                 GO TO 4100-EXIT
011580         END-REWRITE
011590     ELSE
011600         WRITE DLVLOG-CONTROL-RECORD
011610             INVALID KEY
011620                 DISPLAY "BERNDLVR - DLVLOGF CONTROL WRITE "
011630                     "FAILED - " DT-DEPT-CODE(WS-DEPT-IX)
011640                     " SEQUENCE " DT-SEQ(WS-DEPT-IX)
011650                     " IS LOGGED BUT HAS NO CONTROL ENTRY"
011660                 MOVE 8 TO WS-WORST-RC
011670                 GO TO 4100-EXIT
011680         END-WRITE
011690     END-IF.
011700     MOVE 'Y' TO DT-LOGGED-SW(WS-DEPT-IX).
011710     ADD 1 TO WS-LOGGED.
011720 4100-EXIT.
011730     EXIT.
011740*
011750*------------------------------------------------------------
011760*4200-NAME-LOGGED - A FAILED RUN THAT HAD ALREADY LOGGED SOME
011770*DELIVERIES NAMES THEM: THEY ARE RECORDED AS SENT.
011780*------------------------------------------------------------
011790 4200-NAME-LOGGED.
011800     DISPLAY "BERNDLVR - RUN FAILED AFTER " WS-LOGGED
011810         " DELIVERIES WERE LOGGED AS SENT:".
011820     PERFORM 4210-NAME-ONE-LOGGED THRU 4210-EXIT
011830         VARYING WS-DEPT-IX FROM 1 BY 1
011840         UNTIL WS-DEPT-IX > WS-DEPT-USED.
011850     DISPLAY "BERNDLVR - CUT ONLY THESE FROM THIS DLVFILE "
011860         "GENERATION, THEN RESUBMIT FOR THE REST".
011870 4200-EXIT.
011880     EXIT.
011890*
011900*------------------------------------------------------------
011910*4210-NAME-ONE-LOGGED - ONE DEPARTMENT, IF LOGGED.
011920*------------------------------------------------------------
011930 4210-NAME-ONE-LOGGED.
011940     IF DT-LOGGED(WS-DEPT-IX)
011950         DISPLAY "BERNDLVR -     " DT-DEPT-CODE(WS-DEPT-IX)
011960             " SEQUENCE " DT-SEQ(WS-DEPT-IX)
011970     END-IF.
011980 4210-EXIT.
011990     EXIT.
012000*
012010*------------------------------------------------------------
012020*8000-FIND-DEPT - THE TABLE SLOT OF WS-FIND-DEPT, 0 IF NOT ON
012030*DEPTMSTF.
012040*------------------------------------------------------------
012050 8000-FIND-DEPT.
012060     MOVE 0 TO WS-DEPT-SLOT.
012070     PERFORM 8010-MATCH-ONE-DEPT THRU 8010-EXIT
012080         VARYING WS-DEPT-IX FROM 1 BY 1
012090         UNTIL WS-DEPT-IX > WS-DEPT-USED
012100             OR WS-DEPT-SLOT > 0.
012110 8000-EXIT.
012120     EXIT.
012130*
012140*------------------------------------------------------------
012150*8010-MATCH-ONE-DEPT - MATCH ONE TABLE ENTRY.
012160*------------------------------------------------------------
012170 8010-MATCH-ONE-DEPT.
012180     IF DT-DEPT-CODE(WS-DEPT-IX) = WS-FIND-DEPT
012190         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
012200     END-IF.
012210 8010-EXIT.
012220     EXIT.
012230*
012240*------------------------------------------------------------
012250*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
012260*------------------------------------------------------------
012270 8200-WRITE-REPORT.
012280     WRITE REPORT-RECORD.
012290     IF NOT WS-RPT-OK
012300         DISPLAY "BERNDLVR - REPORT WRITE FAILED"
012310         MOVE 8 TO WS-WORST-RC
012320     END-IF.
012330 8200-EXIT.
012340     EXIT.
012350*
012360*------------------------------------------------------------
012370*9800-TERMINATE - THE CLOSING COUNTS, THE RETURN CODE AND THE
012380*CLOSES.
012390*------------------------------------------------------------
012400 9800-TERMINATE.
012410     MOVE WS-RSP-READ TO WS-TL-RSP-READ-OUT.
012420     MOVE WS-RSP-ROUTED TO WS-TL-RSP-ROUTED-OUT.
012430     MOVE WS-RSP-ALREADY TO WS-TL-RSP-ALREADY-OUT.
012440     MOVE WS-REIS-READ TO WS-TL-REIS-READ-OUT.
012450     MOVE WS-REIS-ROUTED TO WS-TL-REIS-ROUTED-OUT.
012460     MOVE WS-REIS-EARLIER TO WS-TL-REIS-EARLIER-OUT.
012470     MOVE WS-UNROUTED TO WS-TL-UNROUTED-OUT.
012480     MOVE WS-DELIVERIES TO WS-TL-DELIVERIES-OUT.
012490     MOVE WS-DELIVERED TO WS-TL-DELIVERED-OUT.
012500     MOVE SPACES TO REPORT-RECORD.
012510     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012520     MOVE WS-TOTAL-LINE-1 TO REPORT-RECORD.
012530     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012540     MOVE WS-TOTAL-LINE-2 TO REPORT-RECORD.
012550     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012560     MOVE WS-TOTAL-LINE-3 TO REPORT-RECORD.
012570     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012580     CLOSE TICKET-FILE.
012590     CLOSE DLVLOG-FILE.
012600     CLOSE REPORT-FILE.
012610     DISPLAY "BERNDLVR - DELIVERIES " WS-DELIVERIES
012620         " RECORDS " WS-DELIVERED " NOT ROUTED " WS-UNROUTED.
012630     IF WS-RSP-ALREADY > 0
012640         DISPLAY "BERNDLVR - " WS-RSP-ALREADY " RESPONSES OF RUN "
012650             WS-RSP-RUN-TS " WERE ALREADY DELIVERED - NOT SENT "
012660             "AGAIN"
012670     END-IF.
012680     IF WS-WORST-RC > 7
012690         IF WS-LOGGED > 0
012700             PERFORM 4200-NAME-LOGGED THRU 4200-EXIT
012710         ELSE
012720             DISPLAY "BERNDLVR - RUN FAILED - DLVFILE IS NOT TO "
012730                 "BE SENT; RESUBMIT"
012740         END-IF
012750     END-IF.
012760     IF (WS-UNROUTED > 0 OR WS-RSP-ALREADY > 0)
012770             AND WS-WORST-RC < 4
012780         MOVE 4 TO WS-WORST-RC
012790     END-IF.
012800 9800-EXIT.
012810     EXIT.
