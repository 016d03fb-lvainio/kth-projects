000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNCERT.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  CERTIFICATION AND APPROVAL
000120*10/14/2026 LV    OF THE BTABLE/BSCALE ENTRIES BERNOULLI AND
000130*10/14/2026 LV    BERNSRV STAGE ON STAGEF.  AN ENTRY REACHES THE
000140*10/14/2026 LV    LIVE FILES ONLY WHEN ITS VALUE HAS BEEN
000150*10/14/2026 LV    REPRODUCED BY AN INDEPENDENT METHOD WITHIN THE
000160*10/14/2026 LV    PARMCRD TOLERANCE AND A SECOND OPERATOR, NOT
000170*10/14/2026 LV    THE ONE THAT MADE IT, HAS APPROVED IT.
000180*10/15/2026 LV    APPROVING A NEW ENTRY NOW ALSO LOGS A HISTF
000190*10/15/2026 LV    RECORD, FUNCTION PROMNEW WITH NO OLD VALUE, SO
000200*10/15/2026 LV    THE DATE A SLOT FIRST CAME ON FILE SURVIVES ITS
000210*10/15/2026 LV    LATER REFRESHES ON STAGEF.
000220*
000230*THIS UTILITY READS ONE FUNCTION PER CONTROL CARD FROM CERTCNTL
000240*AND APPLIES IT TO THE STAGED ENTRIES:
000250*    CERTIFY   - RECOMPUTE EACH SELECTED PENDING ENTRY FROM THE
000260*                ZETA FUNCTION (SEE 7000-INDEPENDENT-VALUE) -
000270*                NOT THE BINOMIAL RECURRENCE THAT MADE IT - AND
000280*                COMPARE THE TWO.  WITHIN TOLERANCE IT IS
000290*                CERTIFIED AND AWAITS APPROVAL; OTHERWISE IT
000300*                FAILS (TOLERNCE) AND GOES ON THE EXCEPTION
000310*                LISTING.  A CERTIFIED OR FAILED ENTRY MAY BE
000320*                CERTIFIED AGAIN, E.G. UNDER A NEW TOLERANCE.
000330*    APPROVE   - PROMOTE EACH SELECTED CERTIFIED ENTRY INTO
000340*                BTABLEF OR BSCALEF.  A VALUE IT SUPERSEDES IS
000350*                LOGGED TO HISTF FIRST (FUNCTION PROMOTE), THE
000360*                SAME TRAIL BTMAINT WRITES; A NEW ENTRY IS LOGGED
000370*                THERE TOO (FUNCTION PROMNEW, NO OLD VALUE) AS
000380*                THE RECORD OF WHEN THE SLOT FIRST CAME ON FILE.
000390*                READERS OF SUPERSESSIONS PASS PROMNEW OVER.
000400*                IF THE LIVE ENTRY NO LONGER HOLDS THE VALUE THE
000410*                STAGED ONE WAS MADE AGAINST, THE ENTRY FAILS
000420*                (LIVECHG) RATHER THAN OVERWRITE A CHANGE IT
000430*                NEVER SAW; THE NEXT RUN THAT RECOMPUTES THE
000440*                ORDER STAGES IT AFRESH.
000450*    REJECT    - REFUSE EACH SELECTED PENDING, CERTIFIED OR
000460*                FAILED ENTRY.  IT STAYS OFF THE LIVE FILES AND
000470*                ON THE EXCEPTION LISTING.
000480*CARD FORMAT: FUNCTION IN COLUMNS 1-8, TABLE ID (BT OR BS) IN
000490*COLUMNS 10-11, REQUESTED ORDER IN COLUMNS 13-14 AND OPERATOR
000500*ID IN COLUMNS 16-23.  A BLANK ORDER SELECTS EVERY ENTRY OF THE
000510*TABLE, A BLANK TABLE AND ORDER EVERY STAGED ENTRY.  APPROVE AND
000520*REJECT NEED THE OPERATOR ID, AND IT MAY NOT BE THE ID THE ENTRY
000530*WAS STAGED UNDER.  BLANK CARDS AND CARDS STARTING '*' ARE
000540*COMMENTS.  THE ORDER IS THE REQUESTED-ORDER NUMBERING, MAPPED
000550*TO THE STAGEF SLOT (ONE HIGHER) THE SAME WAY BTMAINT MAPS IT.
000560*
000570*PARMCRD IS BERNJOB'S OPERATING-PARAMETER DECK; ONLY TOLERANCE
000580*IS USED HERE, THE OTHER BERNJOB KEYWORDS ARE PASSED OVER.
000590*CERTRPT SHOWS EACH ENTRY ACTED ON WITH ITS STAGED, INDEPENDENT
000600*AND LIVE VALUES, THEN THE ENTRIES AWAITING APPROVAL AND THE
000610*EXCEPTION LISTING OF EVERY FAILED OR REJECTED ENTRY ON FILE.
000620*RC 0 CLEAN, RC 4 AN ENTRY FAILED OR A CARD OR ENTRY WAS
000630*REFUSED, RC 8 A BAD CARD OR A FILE FAILED, RC 12 ANOTHER
000640*UPDATER HOLDS THE RUN TOKEN, RC 16 A BAD PARMCRD CARD.
000650*
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-370.
000690 OBJECT-COMPUTER. IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT PARM-FILE ASSIGN TO PARMCRD
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PARM-STATUS.
000750     SELECT CONTROL-FILE ASSIGN TO CERTCNTL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CNTL-STATUS.
000780     SELECT STAGE-FILE ASSIGN TO STAGEF
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS SG-KEY
000820         FILE STATUS IS WS-STAGE-STATUS.
000830     SELECT BTABLE-FILE ASSIGN TO BTABLEF
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS BT-ORDER
000870         FILE STATUS IS WS-BTABLE-STATUS.
000880     SELECT BSCALE-FILE ASSIGN TO BSCALEF
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS BS-ORDER
000920         FILE STATUS IS WS-BSCALE-STATUS.
000930     SELECT HISTORY-FILE ASSIGN TO HISTF
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-HIST-STATUS.
000960     SELECT LOCK-FILE ASSIGN TO RUNLOCK
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-LOCK-STATUS.
000990     SELECT REPORT-FILE ASSIGN TO CERTRPT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RPT-STATUS.

001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  PARM-FILE
001050     RECORDING MODE IS F.
001060 01  PARM-RECORD                 PIC X(80).

001070 FD  CONTROL-FILE
001080     RECORDING MODE IS F.
001090 01  CONTROL-RECORD.
001100     05  CC-FUNCTION             PIC X(08).
001110     05  FILLER                  PIC X(01).
001120     05  CC-TABLE-ID             PIC X(02).
001130     05  FILLER                  PIC X(01).
001140     05  CC-ORDER                PIC X(02).
001150     05  FILLER                  PIC X(01).
001160     05  CC-OPERATOR             PIC X(08).
001170     05  FILLER                  PIC X(57).

001180*THE KEYED STAGING FILE - ONE ENTRY PER TABLE AND SLOT, MADE BY
001190*BERNOULLI OR BERNSRV (SEE THE BERNSTG COPY MEMBER) AND DECIDED
001200*HERE.  THE TABLE ID PICKS THE VALUE VIEW (THE BS FORM IS A
001210*REDEFINES), AS ON THE HISTORY RECORD.
001220 FD  STAGE-FILE.
001230 01  STAGE-RECORD.
001240     05  SG-KEY.
001250         10  SG-TABLE-ID         PIC X(02).
001260             88  SG-BTABLE               VALUE 'BT'.
001270             88  SG-BSCALE               VALUE 'BS'.
001280         10  SG-ORDER            PIC 9(02).
001290     05  SG-STATE                PIC X(01).
001300         88  SG-PENDING                  VALUE 'P'.
001310         88  SG-CERTIFIED                VALUE 'C'.
001320         88  SG-FAILED                   VALUE 'F'.
001330         88  SG-PROMOTED                 VALUE 'A'.
001340         88  SG-REJECTED                 VALUE 'R'.
001350     05  SG-ACTION               PIC X(01).
001360         88  SG-NEW-ENTRY                VALUE 'N'.
001370         88  SG-REFRESH                  VALUE 'R'.
001380     05  SG-VALUE-AREA.
001390         10  SG-BT-VALUE         PIC S9(15)V9(09) COMP-3.
001400     05  SG-BS-VALUE REDEFINES SG-VALUE-AREA.
001410         10  SG-BS-MANT          PIC S9(01)V9(15) COMP-3.
001420         10  SG-BS-EXP           PIC S9(03) COMP-3.
001430         10  FILLER              PIC X(02).
001440     05  SG-LIVE-AREA.
001450         10  SG-LIVE-BT-VALUE    PIC S9(15)V9(09) COMP-3.
001460     05  SG-LIVE-BS-VALUE REDEFINES SG-LIVE-AREA.
001470         10  SG-LIVE-BS-MANT     PIC S9(01)V9(15) COMP-3.
001480         10  SG-LIVE-BS-EXP      PIC S9(03) COMP-3.
001490         10  FILLER              PIC X(02).
001500     05  SG-CHECK-AREA.
001510         10  SG-CHECK-BT-VALUE   PIC S9(15)V9(09) COMP-3.
001520     05  SG-CHECK-BS-VALUE REDEFINES SG-CHECK-AREA.
001530         10  SG-CHECK-BS-MANT    PIC S9(01)V9(15) COMP-3.
001540         10  SG-CHECK-BS-EXP     PIC S9(03) COMP-3.
001550         10  FILLER              PIC X(02).
001560     05  SG-MAKER-PROGRAM        PIC X(09).
001570     05  SG-MAKER-USER           PIC X(08).
001580     05  SG-STAGED-TS            PIC X(14).
001590     05  SG-CERTIFIED-TS         PIC X(14).
001600     05  SG-CHECKER-USER         PIC X(08).
001610     05  SG-DECIDED-TS           PIC X(14).
001620     05  SG-REASON               PIC X(08).
001630     05  FILLER                  PIC X(08).

001640 FD  BTABLE-FILE.
001650 01  BTABLE-RECORD.
001660     05  BT-ORDER                PIC 9(02).
001670     05  BT-VALUE                PIC S9(15)V9(09) COMP-3.

001680 FD  BSCALE-FILE.
001690 01  BSCALE-RECORD.
001700     05  BS-ORDER                PIC 9(02).
001710     05  BS-MANTISSA             PIC S9(01)V9(15) COMP-3.
001720     05  BS-EXPONENT             PIC S9(03) COMP-3.

001730*ONE SUPERSESSION RECORD PER LIVE ENTRY A PROMOTION REPLACES -
001740*THE SHARED LAYOUT EVERY UPDATER OF THE BTABLE/BSCALE CLUSTERS
001750*APPENDS (SEE BTMAINT).
001760 FD  HISTORY-FILE
001770     RECORDING MODE IS F.
001780 01  HISTORY-RECORD.
001790     05  HS-TABLE-ID             PIC X(02).
001800         88  HS-BTABLE                   VALUE 'BT'.
001810         88  HS-BSCALE                   VALUE 'BS'.
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  HS-ORDER                PIC 9(02).
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  HS-BT-OLD-VALUE         PIC S9(15)V9(09)
001860                                  SIGN IS LEADING SEPARATE.
001870     05  HS-BS-OLD REDEFINES HS-BT-OLD-VALUE.
001880         10  HS-BS-OLD-MANT      PIC S9(01)V9(15)
001890                                  SIGN IS LEADING SEPARATE.
001900         10  FILLER              PIC X(01).
001910         10  HS-BS-OLD-EXP       PIC S9(03)
001920                                  SIGN IS LEADING SEPARATE.
001930         10  FILLER              PIC X(03).
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  HS-TIMESTAMP            PIC X(14).
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  HS-PROGRAM              PIC X(09).
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  HS-FUNCTION             PIC X(08).
002000     05  FILLER                  PIC X(15).

002010*THE ONE-RECORD RUN-TOKEN FILE EVERY UPDATER OF THE CLUSTER
002020*CHECKS AND WRITES - SEE THE BERNLOCK COPY MEMBER.
002030 FD  LOCK-FILE
002040     RECORDING MODE IS F.
002050 01  LOCK-RECORD.
002060     05  LK-STATE                PIC X(01).
002070         88  LK-ACTIVE                   VALUE 'A'.
002080         88  LK-RELEASED                 VALUE 'R'.
002090     05  FILLER                  PIC X(01).
002100     05  LK-PROGRAM              PIC X(09).
002110     05  FILLER                  PIC X(01).
002120     05  LK-JOB                  PIC X(08).
002130     05  FILLER                  PIC X(01).
002140     05  LK-START-TS             PIC X(14).
002150     05  FILLER                  PIC X(01).
002160     05  LK-FUNCTION             PIC X(08).
002170     05  FILLER                  PIC X(36).

002180 FD  REPORT-FILE
002190     RECORDING MODE IS F.
002200 01  REPORT-RECORD               PIC X(80).

002210 WORKING-STORAGE SECTION.
002220*
002230*------------------------------------------------------------
002240*SWITCHES AND STATUS FIELDS.
002250*------------------------------------------------------------
002260 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
002270     88  WS-PARM-OK                         VALUE '00'.

002280 77  WS-CNTL-STATUS              PIC X(02) VALUE SPACES.
002290     88  WS-CNTL-OK                         VALUE '00'.

002300 77  WS-STAGE-STATUS             PIC X(02) VALUE SPACES.
002310     88  WS-STAGE-OK                        VALUE '00'.
002320     88  WS-STAGE-EOF                       VALUE '10'.

002330 77  WS-BTABLE-STATUS            PIC X(02) VALUE SPACES.
002340     88  WS-BTABLE-OK                       VALUE '00'.
002350     88  WS-BTABLE-NOT-FOUND                VALUE '23'.

002360 77  WS-BSCALE-STATUS            PIC X(02) VALUE SPACES.
002370     88  WS-BSCALE-OK                       VALUE '00'.
002380     88  WS-BSCALE-NOT-FOUND                VALUE '23'.

002390 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
002400     88  WS-HIST-OK                         VALUE '00'.

002410 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
002420     88  WS-RPT-OK                          VALUE '00'.

002430 77  WS-LOCK-STATUS              PIC X(02) VALUE SPACES.
002440     88  WS-LOCK-OK                         VALUE '00'.

002450 77  WS-LOCK-BUSY-SW             PIC X(01) VALUE 'N'.
002460     88  WS-LOCK-BUSY                       VALUE 'Y'.

002470 77  WS-LOCK-PROGRAM             PIC X(09) VALUE SPACES.
002480 77  WS-LOCK-JOB                 PIC X(08) VALUE SPACES.
002490 77  WS-LOCK-FUNCTION            PIC X(08) VALUE SPACES.

002500 77  WS-MORE-PARMS-SW            PIC X(01) VALUE 'Y'.
002510     88  WS-MORE-PARMS                      VALUE 'Y'.
002520     88  WS-NO-MORE-PARMS                   VALUE 'N'.

002530 77  WS-PARM-ERROR-SW            PIC X(01) VALUE 'N'.
002540     88  WS-PARM-ERROR                      VALUE 'Y'.

002550 77  WS-MORE-CARDS-SW            PIC X(01) VALUE 'Y'.
002560     88  WS-MORE-CARDS                      VALUE 'Y'.
002570     88  WS-NO-MORE-CARDS                   VALUE 'N'.

002580 77  WS-CARD-VALID-SW            PIC X(01) VALUE 'Y'.
002590     88  WS-CARD-VALID                      VALUE 'Y'.
002600     88  WS-CARD-INVALID                    VALUE 'N'.

002610 77  WS-ELIGIBLE-SW              PIC X(01) VALUE 'N'.
002620     88  WS-ELIGIBLE                        VALUE 'Y'.

002630 77  WS-LIVE-FOUND-SW            PIC X(01) VALUE 'N'.
002640     88  WS-LIVE-FOUND                      VALUE 'Y'.

002650 77  WS-LIVE-STALE-SW            PIC X(01) VALUE 'N'.
002660     88  WS-LIVE-STALE                      VALUE 'Y'.

002670 77  WS-LIVE-FAIL-SW             PIC X(01) VALUE 'N'.
002680     88  WS-LIVE-FAILED                     VALUE 'Y'.

002690 77  WS-CHECK-SW                 PIC X(01) VALUE 'N'.
002700     88  WS-CHECK-PASSED                    VALUE 'Y'.
002710     88  WS-CHECK-FAILED                    VALUE 'N'.

002720 77  WS-LISTING-SW               PIC X(01) VALUE SPACE.
002730     88  WS-LISTING-AWAITING                VALUE 'C'.
002740     88  WS-LISTING-EXCEPTIONS              VALUE 'X'.
002750*
002760*------------------------------------------------------------
002770*CONTROL-CARD FIELDS - THE PARMCRD KEYWORD=VALUE CONVENTION,
002780*AND THE SELECTION ONE CERTCNTL CARD MAKES.  A ZERO SLOT
002790*SELECTS EVERY ENTRY OF THE TABLE, A BLANK TABLE ID EVERY
002800*STAGED ENTRY.
002810*------------------------------------------------------------
002820 01  PARM-CARD                   PIC X(80) VALUE SPACES.
002830 77  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
002840 77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
002850 01  WS-PARM-FRAC-X              PIC X(09) VALUE SPACES.
002860 01  WS-PARM-FRAC-NUM REDEFINES WS-PARM-FRAC-X
002870                                 PIC 9(09).

002880 77  WS-TOLERANCE                PIC S9(15)V9(09) COMP-3
002890                                  VALUE 0.000000010.
002900 77  WS-NEG-TOLERANCE            PIC S9(15)V9(09) COMP-3 VALUE 0.

002910 77  WS-SEL-FUNCTION             PIC X(08) VALUE SPACES.
002920 77  WS-SEL-TABLE-ID             PIC X(02) VALUE SPACES.
002930 77  WS-SEL-SLOT                 PIC 9(02) VALUE 0.
002940 77  WS-SEL-OPERATOR             PIC X(08) VALUE SPACES.
002950 77  WS-SEL-MATCHED              PIC 9(05) VALUE 0.
002960 01  WS-SEL-ORDER-X              PIC X(02) VALUE SPACES.
002970 01  WS-SEL-ORDER-NUM REDEFINES WS-SEL-ORDER-X
002980                                 PIC 9(02).

002990 77  WS-MAX-RAW-ORDER            PIC 9(02) VALUE 38.
003000 77  WS-MAX-SCALED-ORDER         PIC 9(02) VALUE 70.
003010 77  WS-REFUSAL                  PIC X(40) VALUE SPACES.
003020*
003030*------------------------------------------------------------
003040*COUNTS, THE RUN TIME AND THE RETURN CODE.  EVERY DECISION THIS
003050*RUN MAKES CARRIES THE ONE RUN TIMESTAMP.
003060*------------------------------------------------------------
003070 77  WS-CERTIFIED-COUNT          PIC 9(05) VALUE 0.
003080 77  WS-FAILED-COUNT             PIC 9(05) VALUE 0.
003090 77  WS-PROMOTED-COUNT           PIC 9(05) VALUE 0.
003100 77  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
003110 77  WS-REFUSED-COUNT            PIC 9(05) VALUE 0.
003120 77  WS-LISTED-COUNT             PIC 9(05) VALUE 0.
003130 77  WS-WORST-RC                 PIC 9(02) VALUE 0.

003140 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
003150 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
003160 77  WS-RUN-TS                   PIC X(14) VALUE SPACES.
003170*
003180*------------------------------------------------------------
003190*COMPARISON FIELDS.  THE RAW TABLE IS HELD TO THE TOLERANCE AS
003200*AN ABSOLUTE DIFFERENCE, THE SAME TEST BERNJOB'S RECONCILE
003210*MAKES.  THE SCALED TABLE SPANS SOME EIGHTY POWERS OF TEN, SO
003220*THERE THE TOLERANCE BOUNDS THE RELATIVE DIFFERENCE INSTEAD.
003230*------------------------------------------------------------
003240 77  WS-DIFF                     PIC S9(15)V9(09) COMP-3 VALUE 0.
003250 77  WS-REL-DIFF                 PIC S9(05)V9(15) COMP-3 VALUE 0.
003260 77  WS-ALIGNED-MANT             PIC S9(03)V9(16) COMP-3 VALUE 0.
003270 77  WS-EXP-GAP                  PIC S9(03) COMP-3 VALUE 0.
003280 77  WS-SHIFT-IX                 PIC 9(02) VALUE 0.
003290 77  WS-NEAR-MANT                PIC S9(01)V9(15) COMP-3 VALUE 0.
003300 77  WS-NEAR-EXP                 PIC S9(03) COMP-3 VALUE 0.
003310 77  WS-DIFF-TEXT                PIC X(26) VALUE SPACES.
003320*
003330*------------------------------------------------------------
003340*INDEPENDENT-VALUE FIELDS - SEE 7000-INDEPENDENT-VALUE.
003350*WS-ZT-D HOLDS THE BORWEIN WEIGHTS D(0)..D(N) FOR N = 34 TERMS
003360*(ALL INTEGERS, THE LAST 26 DIGITS LONG) AND WS-ZT-E THE
003370*NORMALIZED (D(K) - D(N)) / D(N); BOTH ARE BUILT ONCE.  34
003380*TERMS PUT THE SERIES ERROR NEAR 3 IN 10 ** 26, AND THE WORK
003390*FIELDS CARRY 29 TO 30 DECIMALS, SO THE VALUES COME OUT EXACT
003400*TO EVERY PLACE THE TABLES HOLD.  2 PI IS CARRIED TO 29
003410*DECIMALS.
003420*------------------------------------------------------------
003430 77  WS-ZT-TERMS                 PIC 9(02) VALUE 34.
003440 77  WS-ZT-READY-SW              PIC X(01) VALUE 'N'.
003450     88  WS-ZT-READY                        VALUE 'Y'.

003460 01  WS-ZT-D-TABLE.
003470     05  WS-ZT-D                 PIC 9(27) COMP-3 OCCURS 35 TIMES.
003480 01  WS-ZT-E-TABLE.
003490     05  WS-ZT-E                 PIC S9(01)V9(29) COMP-3
003500                                  OCCURS 34 TIMES.

003510 77  WS-ZT-U                     PIC 9(27) COMP-3 VALUE 0.
003520 77  WS-ZT-U-WORK                PIC 9(28) COMP-3 VALUE 0.
003530 77  WS-ZT-D-DIFF                PIC S9(27) COMP-3 VALUE 0.
003540 77  WS-ZT-I                     PIC 9(02) VALUE 0.
003550 77  WS-ZT-K                     PIC 9(02) VALUE 0.
003560 77  WS-ZT-J                     PIC 9(02) VALUE 0.
003570 77  WS-ZT-S                     PIC 9(02) VALUE 0.
003580 77  WS-ZT-P                     PIC 9(01)V9(30) COMP-3 VALUE 0.
003590 77  WS-ZT-TERM                  PIC S9(01)V9(30) COMP-3 VALUE 0.
003600 77  WS-ZT-SUM                   PIC S9(01)V9(30) COMP-3 VALUE 0.
003610 77  WS-ZT-DEN                   PIC 9(01)V9(30) COMP-3 VALUE 0.
003620 77  WS-ZT-ZETA                  PIC 9(01)V9(29) COMP-3 VALUE 0.
003630 77  WS-ZT-TWO-PI                PIC 9(01)V9(29) COMP-3
003640         VALUE 6.28318530717958647692528676656.
003650 77  WS-ZT-MANT                  PIC S9(02)V9(29) COMP-3 VALUE 0.
003660 77  WS-ZT-WORK                  PIC S9(03)V9(28) COMP-3 VALUE 0.
003670 77  WS-ZT-EXP                   PIC S9(03) COMP-3 VALUE 0.
003680 77  WS-ZT-POWER                 PIC 9(15) COMP-3 VALUE 0.
003690 77  WS-ZT-HALF-N                PIC 9(02) VALUE 0.
003700 77  WS-ZT-PARITY                PIC 9(01) VALUE 0.
003710 77  WS-ZT-QUOT                  PIC 9(02) VALUE 0.

003720 77  WS-IND-TABLE-ID             PIC X(02) VALUE SPACES.
003730 77  WS-IND-ORDER                PIC 9(02) VALUE 0.
003740 77  WS-IND-BT-VALUE             PIC S9(15)V9(09) COMP-3 VALUE 0.
003750 77  WS-IND-BS-MANT              PIC S9(01)V9(15) COMP-3 VALUE 0.
003760 77  WS-IND-BS-EXP               PIC S9(03) COMP-3 VALUE 0.
003770*
003780*------------------------------------------------------------
003790*REPORT LINE LAYOUTS - THE TITLE, THE CARD ECHO, A THREE-LINE
003800*BLOCK PER ENTRY (WHO AND WHERE IT STANDS, STAGED AGAINST
003810*INDEPENDENT VALUE, LIVE VALUE AND DIFFERENCE), THE LISTING
003820*TITLES AND THE CLOSING COUNTS.  A BS VALUE PRINTS AS MANTISSA
003830*AND POWER OF TEN.
003840*------------------------------------------------------------
003850 01  WS-HEAD-LINE-1.
003860     05  FILLER                  PIC X(46)
003870         VALUE "BERNCERT - STAGED TABLE ENTRY CERTIFICATION AT".
003880     05  FILLER                  PIC X(01) VALUE SPACE.
003890     05  WS-HL-TS-OUT            PIC X(14).
003900     05  FILLER                  PIC X(19) VALUE SPACES.

003910 01  WS-HEAD-LINE-2.
003920     05  FILLER                  PIC X(11) VALUE "TOLERANCE ".
003930     05  WS-HL-TOL-OUT           PIC 9.9(09).
003940     05  FILLER                  PIC X(58) VALUE
003950         " (RAW ABSOLUTE, SCALED RELATIVE)".

003960 01  WS-HEAD-LINE-3.
003970     05  FILLER                  PIC X(40)
003980         VALUE "TB  N ACTION  STATE     MAKER    PROGRAM".
003990     05  FILLER                  PIC X(40)
004000         VALUE "   CHECKER  REASON   STAGED".

004010 01  WS-CARD-LINE.
004020     05  FILLER                  PIC X(06) VALUE "CARD: ".
004030     05  WS-CL-CARD-OUT          PIC X(23).
004040     05  FILLER                  PIC X(51) VALUE SPACES.

004050 01  WS-ENTRY-LINE-1.
004060     05  WS-E1-TABLE-OUT         PIC X(02).
004070     05  FILLER                  PIC X(01) VALUE SPACE.
004080     05  WS-E1-ORDER-OUT         PIC Z9.
004090     05  FILLER                  PIC X(01) VALUE SPACE.
004100     05  WS-E1-ACTION-OUT        PIC X(07).
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  WS-E1-STATE-OUT         PIC X(09).
004130     05  FILLER                  PIC X(01) VALUE SPACE.
004140     05  WS-E1-MAKER-OUT         PIC X(08).
004150     05  FILLER                  PIC X(01) VALUE SPACE.
004160     05  WS-E1-PROGRAM-OUT       PIC X(09).
004170     05  FILLER                  PIC X(01) VALUE SPACE.
004180     05  WS-E1-CHECKER-OUT       PIC X(08).
004190     05  FILLER                  PIC X(01) VALUE SPACE.
004200     05  WS-E1-REASON-OUT        PIC X(08).
004210     05  FILLER                  PIC X(01) VALUE SPACE.
004220     05  WS-E1-STAGED-TS-OUT     PIC X(14).
004230     05  FILLER                  PIC X(05) VALUE SPACES.

004240 01  WS-ENTRY-LINE-2.
004250     05  FILLER                  PIC X(13) VALUE "      STAGED ".
004260     05  WS-E2-STAGED-OUT        PIC X(26).
004270     05  FILLER                  PIC X(08) VALUE "  CHECK ".
004280     05  WS-E2-CHECK-OUT         PIC X(26).
004290     05  FILLER                  PIC X(07) VALUE SPACES.

004300 01  WS-ENTRY-LINE-3.
004310     05  FILLER                  PIC X(13) VALUE "      LIVE   ".
004320     05  WS-E3-LIVE-OUT          PIC X(26).
004330     05  FILLER                  PIC X(08) VALUE "  DIFF  ".
004340     05  WS-E3-DIFF-OUT          PIC X(26).
004350     05  FILLER                  PIC X(07) VALUE SPACES.

004360 01  WS-REFUSAL-LINE.
004370     05  FILLER                  PIC X(13) VALUE "      REFUSED".
004380     05  FILLER                  PIC X(01) VALUE SPACE.
004390     05  WS-RL-TEXT-OUT          PIC X(40).
004400     05  FILLER                  PIC X(26) VALUE SPACES.

004410 01  WS-LISTING-LINE.
004420     05  WS-LL-TITLE-OUT         PIC X(40).
004430     05  FILLER                  PIC X(40) VALUE SPACES.

004440 01  WS-TOTAL-LINE-1.
004450     05  FILLER                  PIC X(10) VALUE "CERTIFIED ".
004460     05  WS-TL-CERTIFIED-OUT     PIC ZZZZ9.
004470     05  FILLER                  PIC X(09) VALUE "  FAILED ".
004480     05  WS-TL-FAILED-OUT        PIC ZZZZ9.
004490     05  FILLER                  PIC X(11) VALUE "  PROMOTED ".
004500     05  WS-TL-PROMOTED-OUT      PIC ZZZZ9.
004510     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
004520     05  WS-TL-REJECTED-OUT      PIC ZZZZ9.
004530     05  FILLER                  PIC X(10) VALUE "  REFUSED ".
004540     05  WS-TL-REFUSED-OUT       PIC ZZZZ9.
004550     05  FILLER                  PIC X(04) VALUE SPACES.

004560 01  WS-TOTAL-LINE-2.
004570     05  FILLER                  PIC X(20)
004580         VALUE "ENTRIES LISTED ".
004590     05  WS-TL-LISTED-OUT        PIC ZZZZ9.
004600     05  FILLER                  PIC X(55) VALUE SPACES.

004610 01  WS-BT-EDIT                  PIC -(15)9.9(09).
004620 01  WS-BS-EDIT.
004630     05  WS-BS-EDIT-MANT         PIC -9.9(15).
004640     05  FILLER                  PIC X(02) VALUE " E".
004650     05  WS-BS-EDIT-EXP          PIC +999.
004660 01  WS-REL-EDIT                 PIC -(05)9.9(15).

004670 PROCEDURE DIVISION.
004680*
004690*==============================================================
004700*0000-MAINLINE
004710*==============================================================
004720 0000-MAINLINE.
004730     PERFORM 1080-READ-PARM-CARDS THRU 1080-EXIT.
004740     IF WS-PARM-ERROR
004750         DISPLAY "BERNCERT - PARMCRD IN ERROR - NOTHING DECIDED."
004760         MOVE 16 TO WS-WORST-RC
004770     ELSE
004780         MOVE 'BERNCERT' TO WS-LOCK-PROGRAM
004790         MOVE 'BERNCERT' TO WS-LOCK-JOB
004800         MOVE 'CERTIFY ' TO WS-LOCK-FUNCTION
004810         PERFORM 1040-ACQUIRE-RUN-TOKEN THRU 1040-EXIT
004820         IF WS-LOCK-BUSY
004830             DISPLAY "BERNCERT - RUN TOKEN HELD - NOTHING "
004840                 "DECIDED."
004850             MOVE 12 TO WS-WORST-RC
004860         ELSE
004870             PERFORM 1000-OPEN-FILES THRU 1000-EXIT
004880             IF WS-WORST-RC < 8
004890                 PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT
004900                 PERFORM 3000-PROCESS-ONE-CARD THRU 3000-EXIT
004910                     UNTIL WS-NO-MORE-CARDS
004920                 PERFORM 6000-WRITE-LISTINGS THRU 6000-EXIT
004930                 PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
004940             END-IF
004950             PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
004960             PERFORM 9740-RELEASE-RUN-TOKEN THRU 9740-EXIT
004970         END-IF
004980     END-IF.
004990     MOVE WS-WORST-RC TO RETURN-CODE.
005000     STOP RUN.
005010*
005020*------------------------------------------------------------
005030*1000-OPEN-FILES - THE CONTROL DECK, THE STAGING FILE AND BOTH
005040*LIVE FILES FOR UPDATE, THE SUPERSESSION TRAIL FOR APPEND (THE
005050*OPEN OUTPUT FALLBACK BOOTSTRAPS IT AS IN BTMAINT) AND THE
005060*REPORT.  THE FIRST FAILURE ENDS THE OPENS AT RC 8; 9800 CLOSES
005070*WHATEVER DID OPEN.  THE RUN TIME IS TAKEN ONCE, SO EVERY
005080*DECISION THIS RUN MAKES CARRIES THE SAME ONE.
005090*------------------------------------------------------------
005100 1000-OPEN-FILES.
005110     OPEN INPUT CONTROL-FILE.
005120     IF NOT WS-CNTL-OK
005130         DISPLAY "BERNCERT - CERTCNTL OPEN FAILED, STATUS "
005140             WS-CNTL-STATUS
005150         MOVE 8 TO WS-WORST-RC
005160         GO TO 1000-EXIT
005170     END-IF.
005180     OPEN I-O STAGE-FILE.
005190     IF NOT WS-STAGE-OK
005200         DISPLAY "BERNCERT - STAGEF OPEN FAILED, STATUS "
005210             WS-STAGE-STATUS
005220         MOVE 8 TO WS-WORST-RC
005230         GO TO 1000-EXIT
005240     END-IF.
005250     OPEN I-O BTABLE-FILE.
005260     IF NOT WS-BTABLE-OK
005270         DISPLAY "BERNCERT - BTABLEF OPEN FAILED, STATUS "
005280             WS-BTABLE-STATUS
005290         MOVE 8 TO WS-WORST-RC
005300         GO TO 1000-EXIT
005310     END-IF.
005320     OPEN I-O BSCALE-FILE.
005330     IF NOT WS-BSCALE-OK
005340         DISPLAY "BERNCERT - BSCALEF OPEN FAILED, STATUS "
005350             WS-BSCALE-STATUS
005360         MOVE 8 TO WS-WORST-RC
005370         GO TO 1000-EXIT
005380     END-IF.
005390     OPEN EXTEND HISTORY-FILE.
005400     IF NOT WS-HIST-OK
005410         OPEN OUTPUT HISTORY-FILE
005420     END-IF.
005430     IF NOT WS-HIST-OK
005440         DISPLAY "BERNCERT - HISTF OPEN FAILED, STATUS "
005450             WS-HIST-STATUS
005460         MOVE 8 TO WS-WORST-RC
005470         GO TO 1000-EXIT
005480     END-IF.
005490     OPEN OUTPUT REPORT-FILE.
005500     IF NOT WS-RPT-OK
005510         DISPLAY "BERNCERT - REPORT OPEN FAILED, STATUS "
005520             WS-RPT-STATUS
005530         MOVE 8 TO WS-WORST-RC
005540         GO TO 1000-EXIT
005550     END-IF.
005560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005570     ACCEPT WS-CURRENT-TIME FROM TIME.
005580     STRING WS-CURRENT-DATE DELIMITED BY SIZE
005590            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
005600         INTO WS-RUN-TS.
005610 1000-EXIT.
005620     EXIT.
005630*
005640*------------------------------------------------------------
005650*1080-READ-PARM-CARDS - READ BERNJOB'S PARMCRD DECK FOR THE
005660*TOLERANCE.  AN ABSENT FILE LEAVES THE COMPILED DEFAULT IN
005670*EFFECT; A BAD TOLERANCE CARD SETS WS-PARM-ERROR AND THE RUN
005680*ENDS BEFORE ANYTHING IS OPENED.
005690*------------------------------------------------------------
005700 1080-READ-PARM-CARDS.
005710     OPEN INPUT PARM-FILE.
005720     IF NOT WS-PARM-OK
005730         DISPLAY "BERNCERT - PARMCRD NOT PRESENT - COMPILED "
005740             "TOLERANCE IN EFFECT."
005750     ELSE
005760         PERFORM 1082-PROCESS-ONE-PARM THRU 1082-EXIT
005770             UNTIL WS-NO-MORE-PARMS
005780         CLOSE PARM-FILE
005790     END-IF.
005800     COMPUTE WS-NEG-TOLERANCE = 0 - WS-TOLERANCE.
005810 1080-EXIT.
005820     EXIT.
005830*
005840*------------------------------------------------------------
005850*1082-PROCESS-ONE-PARM - PARSE ONE KEYWORD=VALUE CARD.  ONLY
005860*TOLERANCE MEANS ANYTHING HERE; BERNJOB VALIDATES THE REST.
005870*------------------------------------------------------------
005880 1082-PROCESS-ONE-PARM.
005890     READ PARM-FILE INTO PARM-CARD
005900         AT END
005910             SET WS-NO-MORE-PARMS TO TRUE
005920     END-READ.
005930     IF WS-NO-MORE-PARMS
005940             OR PARM-CARD(1:1) = '*'
005950             OR PARM-CARD = SPACES
005960         GO TO 1082-EXIT
005970     END-IF.
005980     MOVE SPACES TO WS-PARM-KEYWORD.
005990     MOVE SPACES TO WS-PARM-VALUE.
006000     UNSTRING PARM-CARD DELIMITED BY '='
006010         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
006020     IF WS-PARM-KEYWORD = 'TOLERANCE'
006030         PERFORM 1084-APPLY-TOLERANCE THRU 1084-EXIT
006040     END-IF.
006050 1082-EXIT.
006060     EXIT.
006070*
006080*------------------------------------------------------------
006090*1084-APPLY-TOLERANCE - 0. FOLLOWED BY UP TO NINE DECIMALS,
006100*SHORT FRACTIONS ZERO-FILLED ON THE RIGHT, AS IN BERNOULLI.
006110*------------------------------------------------------------
006120 1084-APPLY-TOLERANCE.
006130     IF WS-PARM-VALUE(1:2) NOT = '0.'
006140         DISPLAY "BERNCERT - BAD CONTROL CARD - TOLERANCE MUST "
006150             "BE 0.VVVVVVVVV: " WS-PARM-VALUE
006160         SET WS-PARM-ERROR TO TRUE
006170     ELSE
006180         MOVE WS-PARM-VALUE(3:9) TO WS-PARM-FRAC-X
006190         INSPECT WS-PARM-FRAC-X REPLACING ALL ' ' BY '0'
006200         IF WS-PARM-FRAC-X IS NOT NUMERIC
006210             DISPLAY "BERNCERT - BAD CONTROL CARD - TOLERANCE "
006220                 "NOT NUMERIC: " WS-PARM-VALUE
006230             SET WS-PARM-ERROR TO TRUE
006240         ELSE
006250             COMPUTE WS-TOLERANCE =
006260                 WS-PARM-FRAC-NUM / 1000000000
006270         END-IF
006280     END-IF.
006290 1084-EXIT.
006300     EXIT.
006310*
006320*------------------------------------------------------------
006330*2000-WRITE-HEADINGS - THE TITLE, THE TOLERANCE IN FORCE AND
006340*THE COLUMN HEADINGS.
006350*------------------------------------------------------------
006360 2000-WRITE-HEADINGS.
006370     MOVE WS-RUN-TS TO WS-HL-TS-OUT.
006380     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
006390     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
006400     MOVE WS-TOLERANCE TO WS-HL-TOL-OUT.
006410     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
006420     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
006430     MOVE SPACES TO REPORT-RECORD.
006440     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
006450     MOVE WS-HEAD-LINE-3 TO REPORT-RECORD.
006460     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
006470 2000-EXIT.
006480     EXIT.
006490*
006500*------------------------------------------------------------
006510*3000-PROCESS-ONE-CARD - READ ONE CONTROL CARD, ECHO IT AND
006520*APPLY IT.  A SINGLE ORDER IS READ BY KEY; OTHERWISE STAGEF IS
006530*READ FROM THE TOP AND EVERY ENTRY OF THE SELECTED TABLE (OR
006540*EVERY ENTRY) IS OFFERED TO 3200-DECIDE-ENTRY.
006550*------------------------------------------------------------
006560 3000-PROCESS-ONE-CARD.
006570     READ CONTROL-FILE
006580         AT END
006590             SET WS-NO-MORE-CARDS TO TRUE
006600     END-READ.
006610     IF WS-NO-MORE-CARDS
006620             OR CONTROL-RECORD(1:1) = '*'
006630             OR CONTROL-RECORD = SPACES
006640         GO TO 3000-EXIT
006650     END-IF.
006660     MOVE SPACES TO REPORT-RECORD.
006670     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
006680     MOVE CONTROL-RECORD(1:23) TO WS-CL-CARD-OUT.
006690     MOVE WS-CARD-LINE TO REPORT-RECORD.
006700     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
006710     PERFORM 3010-VALIDATE-CARD THRU 3010-EXIT.
006720     IF WS-CARD-INVALID
006730         DISPLAY "BERNCERT - BAD CONTROL CARD - " WS-REFUSAL
006740         PERFORM 8300-WRITE-REFUSAL THRU 8300-EXIT
006750         MOVE 8 TO WS-WORST-RC
006760         GO TO 3000-EXIT
006770     END-IF.
006780     MOVE 0 TO WS-SEL-MATCHED.
006790     IF WS-SEL-SLOT > 0
006800         MOVE WS-SEL-TABLE-ID TO SG-TABLE-ID
006810         MOVE WS-SEL-SLOT TO SG-ORDER
006820         READ STAGE-FILE
006830             INVALID KEY
006840                 CONTINUE
006850         END-READ
006860         IF WS-STAGE-OK
006870             PERFORM 3200-DECIDE-ENTRY THRU 3200-EXIT
006880         END-IF
006890     ELSE
006900         MOVE WS-SEL-TABLE-ID TO SG-TABLE-ID
006910         MOVE 0 TO SG-ORDER
006920         START STAGE-FILE KEY IS NOT LESS THAN SG-KEY
006930             INVALID KEY
006940                 SET WS-STAGE-EOF TO TRUE
006950         END-START
006960         PERFORM 3100-OFFER-NEXT-ENTRY THRU 3100-EXIT
006970             UNTIL WS-STAGE-EOF
006980     END-IF.
006990     IF WS-SEL-MATCHED = 0
007000         MOVE "NO ELIGIBLE STAGED ENTRY" TO WS-REFUSAL
007010         PERFORM 8300-WRITE-REFUSAL THRU 8300-EXIT
007020         IF WS-WORST-RC < 4
007030             MOVE 4 TO WS-WORST-RC
007040         END-IF
007050     END-IF.
007060 3000-EXIT.
007070     EXIT.
007080*
007090*------------------------------------------------------------
007100*3010-VALIDATE-CARD - CHECK THE CARD AND SET THE SELECTION.
007110*THE ORDER MAY BE PUNCHED IN ONE COLUMN OR TWO.  THE FIRST
007120*FAULT FOUND IS THE ONE REPORTED.
007130*------------------------------------------------------------
007140 3010-VALIDATE-CARD.
007150     SET WS-CARD-VALID TO TRUE.
007160     MOVE SPACES TO WS-REFUSAL.
007170     MOVE CC-FUNCTION TO WS-SEL-FUNCTION.
007180     MOVE CC-TABLE-ID TO WS-SEL-TABLE-ID.
007190     MOVE CC-OPERATOR TO WS-SEL-OPERATOR.
007200     MOVE 0 TO WS-SEL-SLOT.
007210     IF WS-SEL-FUNCTION NOT = 'CERTIFY '
007220             AND WS-SEL-FUNCTION NOT = 'APPROVE '
007230             AND WS-SEL-FUNCTION NOT = 'REJECT  '
007240         MOVE "UNKNOWN FUNCTION" TO WS-REFUSAL
007250         SET WS-CARD-INVALID TO TRUE
007260         GO TO 3010-EXIT
007270     END-IF.
007280     IF WS-SEL-TABLE-ID NOT = 'BT'
007290             AND WS-SEL-TABLE-ID NOT = 'BS'
007300             AND WS-SEL-TABLE-ID NOT = SPACES
007310         MOVE "TABLE ID MUST BE BT OR BS" TO WS-REFUSAL
007320         SET WS-CARD-INVALID TO TRUE
007330         GO TO 3010-EXIT
007340     END-IF.
007350     MOVE CC-ORDER TO WS-SEL-ORDER-X.
007360     IF WS-SEL-ORDER-X(2:1) = SPACE
007370             AND WS-SEL-ORDER-X(1:1) NOT = SPACE
007380         MOVE WS-SEL-ORDER-X(1:1) TO WS-SEL-ORDER-X(2:1)
007390         MOVE '0' TO WS-SEL-ORDER-X(1:1)
007400     END-IF.
007410     IF WS-SEL-ORDER-X NOT = SPACES
007420         IF WS-SEL-ORDER-X IS NOT NUMERIC
007430             MOVE "ORDER NOT NUMERIC" TO WS-REFUSAL
007440             SET WS-CARD-INVALID TO TRUE
007450             GO TO 3010-EXIT
007460         END-IF
007470         IF WS-SEL-TABLE-ID = SPACES
007480             MOVE "AN ORDER NEEDS A TABLE ID" TO WS-REFUSAL
007490             SET WS-CARD-INVALID TO TRUE
007500             GO TO 3010-EXIT
007510         END-IF
007520         IF (WS-SEL-TABLE-ID = 'BT'
007530                 AND WS-SEL-ORDER-NUM > WS-MAX-RAW-ORDER)
007540                 OR (WS-SEL-TABLE-ID = 'BS'
007550                 AND WS-SEL-ORDER-NUM > WS-MAX-SCALED-ORDER)
007560             MOVE "ORDER OUT OF RANGE FOR THE TABLE"
007570                 TO WS-REFUSAL
007580             SET WS-CARD-INVALID TO TRUE
007590             GO TO 3010-EXIT
007600         END-IF
007610         COMPUTE WS-SEL-SLOT = WS-SEL-ORDER-NUM + 1
007620     END-IF.
007630     IF WS-SEL-FUNCTION NOT = 'CERTIFY '
007640             AND WS-SEL-OPERATOR = SPACES
007650         MOVE "OPERATOR ID REQUIRED" TO WS-REFUSAL
007660         SET WS-CARD-INVALID TO TRUE
007670     END-IF.
007680 3010-EXIT.
007690     EXIT.
007700*
007710*------------------------------------------------------------
007720*3100-OFFER-NEXT-ENTRY - READ THE NEXT STAGED ENTRY AND OFFER
007730*IT IF IT IS IN THE SELECTED TABLE.  THE DECISIONS REWRITE THE
007740*ENTRY JUST READ, WHICH LEAVES THE FILE POSITION WHERE IT WAS.
007750*------------------------------------------------------------
007760 3100-OFFER-NEXT-ENTRY.
007770     READ STAGE-FILE NEXT RECORD
007780         AT END
007790             SET WS-STAGE-EOF TO TRUE
007800     END-READ.
007810     IF WS-STAGE-EOF
007820         GO TO 3100-EXIT
007830     END-IF.
007840     IF NOT WS-STAGE-OK
007850         DISPLAY "BERNCERT - STAGEF READ FAILED, STATUS "
007860             WS-STAGE-STATUS
007870         MOVE 8 TO WS-WORST-RC
007880         SET WS-STAGE-EOF TO TRUE
007890         GO TO 3100-EXIT
007900     END-IF.
007910     IF WS-SEL-TABLE-ID NOT = SPACES
007920             AND SG-TABLE-ID NOT = WS-SEL-TABLE-ID
007930         GO TO 3100-EXIT
007940     END-IF.
007950     PERFORM 3200-DECIDE-ENTRY THRU 3200-EXIT.
007960 3100-EXIT.
007970     EXIT.
007980*
007990*------------------------------------------------------------
008000*3200-DECIDE-ENTRY - APPLY THE CARD'S FUNCTION TO THE ENTRY IN
008010*THE STAGE-RECORD BUFFER.  CERTIFY TAKES A PENDING, CERTIFIED
008020*OR FAILED ENTRY, EXCEPT ONE FAILED BECAUSE THE LIVE FILE MOVED
008030*UNDER IT; APPROVE ONLY A CERTIFIED ONE; REJECT ANY THAT IS NOT
008040*YET DECIDED.  AN ENTRY OUTSIDE THOSE STATES IS PASSED OVER ON
008050*A WHOLE-TABLE CARD, AND REFUSED WHEN THE CARD NAMED ITS ORDER.
008060*THE CHECKER MAY NEVER BE THE USER THE ENTRY WAS STAGED UNDER.
008070*------------------------------------------------------------
008080 3200-DECIDE-ENTRY.
008090     MOVE 'N' TO WS-ELIGIBLE-SW.
008100     EVALUATE WS-SEL-FUNCTION
008110         WHEN 'CERTIFY '
008120             IF SG-PENDING OR SG-CERTIFIED
008130                     OR (SG-FAILED AND SG-REASON NOT = 'LIVECHG ')
008140                 SET WS-ELIGIBLE TO TRUE
008150             END-IF
008160         WHEN 'APPROVE '
008170             IF SG-CERTIFIED
008180                 SET WS-ELIGIBLE TO TRUE
008190             END-IF
008200         WHEN 'REJECT  '
008210             IF SG-PENDING OR SG-CERTIFIED OR SG-FAILED
008220                 SET WS-ELIGIBLE TO TRUE
008230             END-IF
008240     END-EVALUATE.
008250     IF NOT WS-ELIGIBLE
008260         IF WS-SEL-SLOT > 0
008270             MOVE "ENTRY IS NOT IN A STATE FOR THIS FUNCTION"
008280                 TO WS-REFUSAL
008290             PERFORM 3300-REFUSE-ENTRY THRU 3300-EXIT
008300         END-IF
008310         GO TO 3200-EXIT
008320     END-IF.
008330     IF WS-SEL-FUNCTION NOT = 'CERTIFY '
008340             AND WS-SEL-OPERATOR = SG-MAKER-USER
008350         MOVE "CHECKER MAY NOT BE THE USER THAT STAGED IT"
008360             TO WS-REFUSAL
008370         PERFORM 3300-REFUSE-ENTRY THRU 3300-EXIT
008380         GO TO 3200-EXIT
008390     END-IF.
008400     ADD 1 TO WS-SEL-MATCHED.
008410     EVALUATE WS-SEL-FUNCTION
008420         WHEN 'CERTIFY '
008430             PERFORM 4000-CERTIFY-ENTRY THRU 4000-EXIT
008440         WHEN 'APPROVE '
008450             PERFORM 5000-APPROVE-ENTRY THRU 5000-EXIT
008460         WHEN 'REJECT  '
008470             PERFORM 5500-REJECT-ENTRY THRU 5500-EXIT
008480     END-EVALUATE.
008490 3200-EXIT.
008500     EXIT.
008510*
008520*------------------------------------------------------------
008530*3300-REFUSE-ENTRY - SHOW THE ENTRY AS IT STANDS, UNCHANGED,
008540*WITH THE REASON IT WAS REFUSED.
008550*------------------------------------------------------------
008560 3300-REFUSE-ENTRY.
008570     ADD 1 TO WS-SEL-MATCHED.
008580     ADD 1 TO WS-REFUSED-COUNT.
008590     MOVE 'REFUSED' TO WS-E1-ACTION-OUT.
008600     PERFORM 8000-WRITE-ENTRY-BLOCK THRU 8000-EXIT.
008610     PERFORM 8300-WRITE-REFUSAL THRU 8300-EXIT.
008620     IF WS-WORST-RC < 4
008630         MOVE 4 TO WS-WORST-RC
008640     END-IF.
008650 3300-EXIT.
008660     EXIT.
008670*
008680*------------------------------------------------------------
008690*4000-CERTIFY-ENTRY - RECOMPUTE THE ENTRY INDEPENDENTLY, HOLD
008700*THE RESULT ON THE ENTRY AND CERTIFY OR FAIL IT ON THE
008710*COMPARISON.  AN ENTRY BEYOND THE TABLE'S RANGE CANNOT BE
008720*RECOMPUTED AND FAILS OUTRIGHT.
008730*------------------------------------------------------------
008740 4000-CERTIFY-ENTRY.
008750     MOVE SG-TABLE-ID TO WS-IND-TABLE-ID.
008760     COMPUTE WS-IND-ORDER = SG-ORDER - 1.
008770     IF (SG-BTABLE AND WS-IND-ORDER > WS-MAX-RAW-ORDER)
008780             OR (SG-BSCALE AND WS-IND-ORDER > WS-MAX-SCALED-ORDER)
008790         SET SG-FAILED TO TRUE
008800         MOVE 'RANGE   ' TO SG-REASON
008810         ADD 1 TO WS-FAILED-COUNT
008820         IF WS-WORST-RC < 4
008830             MOVE 4 TO WS-WORST-RC
008840         END-IF
008850     ELSE
008860         PERFORM 7000-INDEPENDENT-VALUE THRU 7000-EXIT
008870         IF SG-BTABLE
008880             MOVE WS-IND-BT-VALUE TO SG-CHECK-BT-VALUE
008890         ELSE
008900             MOVE WS-IND-BS-MANT TO SG-CHECK-BS-MANT
008910             MOVE WS-IND-BS-EXP TO SG-CHECK-BS-EXP
008920         END-IF
008930         MOVE WS-RUN-TS TO SG-CERTIFIED-TS
008940         PERFORM 4050-COMPARE-ENTRY THRU 4050-EXIT
008950         IF WS-CHECK-PASSED
008960             SET SG-CERTIFIED TO TRUE
008970             MOVE SPACES TO SG-REASON
008980             ADD 1 TO WS-CERTIFIED-COUNT
008990         ELSE
009000             SET SG-FAILED TO TRUE
009010             MOVE 'TOLERNCE' TO SG-REASON
009020             ADD 1 TO WS-FAILED-COUNT
009030             IF WS-WORST-RC < 4
009040                 MOVE 4 TO WS-WORST-RC
009050             END-IF
009060         END-IF
009070     END-IF.
009080     PERFORM 8400-REWRITE-STAGE THRU 8400-EXIT.
009090     MOVE 'CERTIFY' TO WS-E1-ACTION-OUT.
009100     PERFORM 8000-WRITE-ENTRY-BLOCK THRU 8000-EXIT.
009110 4000-EXIT.
009120     EXIT.
009130*
009140*------------------------------------------------------------
009150*4050-COMPARE-ENTRY - HOLD THE STAGED VALUE TO THE CHECK VALUE
009160*ON THE ENTRY.  SETS WS-CHECK-SW AND LEAVES THE DIFFERENCE,
009170*EDITED, IN WS-DIFF-TEXT.
009180*------------------------------------------------------------
009190 4050-COMPARE-ENTRY.
009200     SET WS-CHECK-FAILED TO TRUE.
009210     MOVE SPACES TO WS-DIFF-TEXT.
009220     IF SG-BTABLE
009230         PERFORM 4100-COMPARE-RAW THRU 4100-EXIT
009240     ELSE
009250         PERFORM 4200-COMPARE-SCALED THRU 4200-EXIT
009260     END-IF.
009270 4050-EXIT.
009280     EXIT.
009290*
009300*------------------------------------------------------------
009310*4100-COMPARE-RAW - THE ABSOLUTE DIFFERENCE, AS THE RECONCILE
009320*TESTS IT.
009330*------------------------------------------------------------
009340 4100-COMPARE-RAW.
009350     COMPUTE WS-DIFF = SG-BT-VALUE - SG-CHECK-BT-VALUE.
009360     IF WS-DIFF NOT > WS-TOLERANCE
009370             AND WS-DIFF NOT < WS-NEG-TOLERANCE
009380         SET WS-CHECK-PASSED TO TRUE
009390     END-IF.
009400     MOVE WS-DIFF TO WS-BT-EDIT.
009410     MOVE WS-BT-EDIT TO WS-DIFF-TEXT.
009420 4100-EXIT.
009430     EXIT.
009440*
009450*------------------------------------------------------------
009460*4200-COMPARE-SCALED - THE RELATIVE DIFFERENCE.  THE STAGED
009470*MANTISSA IS BROUGHT TO THE CHECK VALUE'S EXPONENT FIRST; TWO
009480*NORMALIZED VALUES A POWER OF TEN OR MORE APART CANNOT AGREE.
009490*AN ODD ORDER IS ZERO, WHICH A RELATIVE TEST CANNOT MEASURE,
009500*SO THERE THE STAGED VALUE IS HELD RELATIVE TO ITS EVEN
009510*NEIGHBOUR BELOW - THE RECURRENCE LEAVES A TRACE WHERE THE
009520*TERMS CANCEL, AND THAT TRACE MUST BE NEGLIGIBLE AT THE SCALE
009530*OF THE TABLE AROUND IT.
009540*------------------------------------------------------------
009550 4200-COMPARE-SCALED.
009560     MOVE 0 TO WS-REL-DIFF.
009570     IF SG-CHECK-BS-MANT = 0
009580         PERFORM 4300-COMPARE-TO-ZERO THRU 4300-EXIT
009590         GO TO 4200-EXIT
009600     END-IF.
009610     COMPUTE WS-EXP-GAP = SG-BS-EXP - SG-CHECK-BS-EXP.
009620     IF WS-EXP-GAP > 1 OR WS-EXP-GAP < -1
009630         MOVE "EXPONENTS DIFFER" TO WS-DIFF-TEXT
009640         GO TO 4200-EXIT
009650     END-IF.
009660     EVALUATE WS-EXP-GAP
009670         WHEN 1
009680             COMPUTE WS-ALIGNED-MANT = SG-BS-MANT * 10
009690         WHEN -1
009700             COMPUTE WS-ALIGNED-MANT = SG-BS-MANT / 10
009710         WHEN OTHER
009720             MOVE SG-BS-MANT TO WS-ALIGNED-MANT
009730     END-EVALUATE.
009740     COMPUTE WS-REL-DIFF ROUNDED =
009750         (WS-ALIGNED-MANT - SG-CHECK-BS-MANT) / SG-CHECK-BS-MANT.
009760     IF WS-REL-DIFF NOT > WS-TOLERANCE
009770             AND WS-REL-DIFF NOT < WS-NEG-TOLERANCE
009780         SET WS-CHECK-PASSED TO TRUE
009790     END-IF.
009800     MOVE WS-REL-DIFF TO WS-REL-EDIT.
009810     MOVE WS-REL-EDIT TO WS-DIFF-TEXT.
009820 4200-EXIT.
009830     EXIT.
009840*
009850*------------------------------------------------------------
009860*4300-COMPARE-TO-ZERO - A STAGED ZERO PASSES.  OTHERWISE THE
009870*NEIGHBOUR'S INDEPENDENT VALUE IS FORMED AND THE STAGED
009880*MANTISSA SHIFTED DOWN BY THE EXPONENT GAP BETWEEN THEM; A
009890*GAP TOO WIDE TO SHIFT ACROSS IS NEGLIGIBLE OUTRIGHT, AND A
009900*STAGED VALUE LARGER THAN ITS NEIGHBOUR FAILS.
009910*------------------------------------------------------------
009920 4300-COMPARE-TO-ZERO.
009930     IF SG-BS-MANT = 0
009940         SET WS-CHECK-PASSED TO TRUE
009950         MOVE WS-REL-DIFF TO WS-REL-EDIT
009960         MOVE WS-REL-EDIT TO WS-DIFF-TEXT
009970         GO TO 4300-EXIT
009980     END-IF.
009990     MOVE 'BS' TO WS-IND-TABLE-ID.
010000     COMPUTE WS-IND-ORDER = SG-ORDER - 2.
010010     PERFORM 7000-INDEPENDENT-VALUE THRU 7000-EXIT.
010020     MOVE WS-IND-BS-MANT TO WS-NEAR-MANT.
010030     MOVE WS-IND-BS-EXP TO WS-NEAR-EXP.
010040     COMPUTE WS-EXP-GAP = WS-NEAR-EXP - SG-BS-EXP.
010050     IF WS-EXP-GAP < 0
010060         MOVE "LARGER THAN NEIGHBOUR" TO WS-DIFF-TEXT
010070         GO TO 4300-EXIT
010080     END-IF.
010090     IF WS-EXP-GAP > 16
010100         SET WS-CHECK-PASSED TO TRUE
010110         MOVE WS-REL-DIFF TO WS-REL-EDIT
010120         MOVE WS-REL-EDIT TO WS-DIFF-TEXT
010130         GO TO 4300-EXIT
010140     END-IF.
010150     MOVE SG-BS-MANT TO WS-ALIGNED-MANT.
010160     PERFORM 4310-SHIFT-DOWN THRU 4310-EXIT
010170         VARYING WS-SHIFT-IX FROM 1 BY 1
010180         UNTIL WS-SHIFT-IX > WS-EXP-GAP.
010190     COMPUTE WS-REL-DIFF ROUNDED = WS-ALIGNED-MANT / WS-NEAR-MANT.
010200     IF WS-REL-DIFF NOT > WS-TOLERANCE
010210             AND WS-REL-DIFF NOT < WS-NEG-TOLERANCE
010220         SET WS-CHECK-PASSED TO TRUE
010230     END-IF.
010240     MOVE WS-REL-DIFF TO WS-REL-EDIT.
010250     MOVE WS-REL-EDIT TO WS-DIFF-TEXT.
010260 4300-EXIT.
010270     EXIT.
010280*
010290*------------------------------------------------------------
010300*4310-SHIFT-DOWN - ONE POWER OF TEN.
010310*------------------------------------------------------------
010320 4310-SHIFT-DOWN.
010330     DIVIDE 10 INTO WS-ALIGNED-MANT ROUNDED.
010340 4310-EXIT.
010350     EXIT.
010360*
010370*------------------------------------------------------------
010380*5000-APPROVE-ENTRY - PROMOTE ONE CERTIFIED ENTRY.  THE LIVE
010390*ENTRY MUST STILL BE WHAT THE STAGED ONE WAS MADE AGAINST - NO
010400*ENTRY FOR A NEW ONE, THE SAME VALUE FOR A REFRESH - OR THE
010410*STAGED ENTRY FAILS (LIVECHG) AND NOTHING LIVE IS TOUCHED.  A
010420*VALUE BEING REPLACED GOES TO HISTF BEFORE IT IS OVERWRITTEN,
010430*AND A NEW ENTRY'S FIRST PROMOTION IS LOGGED THERE THE SAME
010440*WAY; A FILE FAILURE LEAVES THE ENTRY CERTIFIED FOR THE RERUN.
010450*------------------------------------------------------------
010460 5000-APPROVE-ENTRY.
010470     MOVE 'APPROVE' TO WS-E1-ACTION-OUT.
010480     PERFORM 5100-READ-LIVE THRU 5100-EXIT.
010490     IF WS-LIVE-FAILED
010500         GO TO 5000-EXIT
010510     END-IF.
010520     MOVE WS-SEL-OPERATOR TO SG-CHECKER-USER.
010530     MOVE WS-RUN-TS TO SG-DECIDED-TS.
010540     IF WS-LIVE-STALE
010550         SET SG-FAILED TO TRUE
010560         MOVE 'LIVECHG ' TO SG-REASON
010570         ADD 1 TO WS-FAILED-COUNT
010580         IF WS-WORST-RC < 4
010590             MOVE 4 TO WS-WORST-RC
010600         END-IF
010610         PERFORM 8400-REWRITE-STAGE THRU 8400-EXIT
010620         PERFORM 8000-WRITE-ENTRY-BLOCK THRU 8000-EXIT
010630         GO TO 5000-EXIT
010640     END-IF.
010650     PERFORM 5200-WRITE-HISTORY THRU 5200-EXIT.
010660     IF NOT WS-HIST-OK
010670         GO TO 5000-EXIT
010680     END-IF.
010690     PERFORM 5300-PUT-LIVE THRU 5300-EXIT.
010700     IF WS-LIVE-FAILED
010710         GO TO 5000-EXIT
010720     END-IF.
010730     SET SG-PROMOTED TO TRUE.
010740     MOVE SPACES TO SG-REASON.
010750     ADD 1 TO WS-PROMOTED-COUNT.
010760     PERFORM 8400-REWRITE-STAGE THRU 8400-EXIT.
010770     PERFORM 8000-WRITE-ENTRY-BLOCK THRU 8000-EXIT.
010780 5000-EXIT.
010790     EXIT.
010800*
010810*------------------------------------------------------------
010820*5100-READ-LIVE - READ THE LIVE ENTRY FOR THE STAGED ONE'S SLOT
010830*AND DECIDE WHETHER IT HAS MOVED SINCE THE ENTRY WAS STAGED.
010840*------------------------------------------------------------
010850 5100-READ-LIVE.
010860     MOVE 'N' TO WS-LIVE-FOUND-SW.
010870     MOVE 'N' TO WS-LIVE-STALE-SW.
010880     MOVE 'N' TO WS-LIVE-FAIL-SW.
010890     IF SG-BTABLE
010900         MOVE SG-ORDER TO BT-ORDER
010910         READ BTABLE-FILE
010920             INVALID KEY
010930                 CONTINUE
010940         END-READ
010950         IF WS-BTABLE-OK
010960             SET WS-LIVE-FOUND TO TRUE
010970             IF SG-REFRESH AND BT-VALUE NOT = SG-LIVE-BT-VALUE
010980                 SET WS-LIVE-STALE TO TRUE
010990             END-IF
011000         ELSE
011010             IF NOT WS-BTABLE-NOT-FOUND
011020                 DISPLAY "BERNCERT - BTABLEF READ FAILED, STATUS "
011030                     WS-BTABLE-STATUS " - SLOT " SG-ORDER
011040                 SET WS-LIVE-FAILED TO TRUE
011050                 MOVE 8 TO WS-WORST-RC
011060                 GO TO 5100-EXIT
011070             END-IF
011080         END-IF
011090     ELSE
011100         MOVE SG-ORDER TO BS-ORDER
011110         READ BSCALE-FILE
011120             INVALID KEY
011130                 CONTINUE
011140         END-READ
011150         IF WS-BSCALE-OK
011160             SET WS-LIVE-FOUND TO TRUE
011170             IF SG-REFRESH
011180                     AND (BS-MANTISSA NOT = SG-LIVE-BS-MANT
011190                     OR BS-EXPONENT NOT = SG-LIVE-BS-EXP)
011200                 SET WS-LIVE-STALE TO TRUE
011210             END-IF
011220         ELSE
011230             IF NOT WS-BSCALE-NOT-FOUND
011240                 DISPLAY "BERNCERT - BSCALEF READ FAILED, STATUS "
011250                     WS-BSCALE-STATUS " - SLOT " SG-ORDER
011260                 SET WS-LIVE-FAILED TO TRUE
011270                 MOVE 8 TO WS-WORST-RC
011280                 GO TO 5100-EXIT
011290             END-IF
011300         END-IF
011310     END-IF.
011320     IF SG-NEW-ENTRY AND WS-LIVE-FOUND
011330         SET WS-LIVE-STALE TO TRUE
011340     END-IF.
011350     IF SG-REFRESH AND NOT WS-LIVE-FOUND
011360         SET WS-LIVE-STALE TO TRUE
011370     END-IF.
011380 5100-EXIT.
011390     EXIT.
011400*
011410*------------------------------------------------------------
011420*5200-WRITE-HISTORY - APPEND THE SUPERSESSION RECORD FOR THE
011430*LIVE ENTRY IN ITS BUFFER, IN BTMAINT'S LAYOUT.  WITH NO LIVE
011440*ENTRY THE SLOT IS NEW: THE RECORD IS A PROMNEW, ITS OLD-VALUE
011450*COLUMNS LEFT BLANK, DATING THE SLOT'S FIRST PROMOTION.
011460*------------------------------------------------------------
011470 5200-WRITE-HISTORY.
011480     MOVE SPACES TO HISTORY-RECORD.
011490     MOVE SG-TABLE-ID TO HS-TABLE-ID.
011500     MOVE SG-ORDER TO HS-ORDER.
011510     MOVE WS-RUN-TS TO HS-TIMESTAMP.
011520     MOVE 'BERNCERT' TO HS-PROGRAM.
011530     IF NOT WS-LIVE-FOUND
011540         MOVE 'PROMNEW ' TO HS-FUNCTION
011550     ELSE
011560         MOVE 'PROMOTE ' TO HS-FUNCTION
011570         IF SG-BTABLE
011580             MOVE BT-VALUE TO HS-BT-OLD-VALUE
011590         ELSE
011600             MOVE BS-MANTISSA TO HS-BS-OLD-MANT
011610             MOVE BS-EXPONENT TO HS-BS-OLD-EXP
011620         END-IF
011630     END-IF.
011640     WRITE HISTORY-RECORD.
011650     IF NOT WS-HIST-OK
011660         DISPLAY "BERNCERT - HISTORY WRITE FAILED - "
011670             SG-TABLE-ID " SLOT " SG-ORDER
011680         MOVE 8 TO WS-WORST-RC
011690     END-IF.
011700 5200-EXIT.
011710     EXIT.
011720*
011730*------------------------------------------------------------
011740*5300-PUT-LIVE - REWRITE THE LIVE ENTRY, OR WRITE IT WHEN THE
011750*SLOT IS NEW.
011760*------------------------------------------------------------
011770 5300-PUT-LIVE.
011780     IF SG-BTABLE
011790         MOVE SG-ORDER TO BT-ORDER
011800         MOVE SG-BT-VALUE TO BT-VALUE
011810         IF WS-LIVE-FOUND
011820             REWRITE BTABLE-RECORD
011830                 INVALID KEY
011840                     CONTINUE
011850             END-REWRITE
011860         ELSE
011870             WRITE BTABLE-RECORD
011880                 INVALID KEY
011890                     CONTINUE
011900             END-WRITE
011910         END-IF
011920         IF NOT WS-BTABLE-OK
011930             DISPLAY "BERNCERT - BTABLEF UPDATE FAILED, STATUS "
011940                 WS-BTABLE-STATUS " - SLOT " SG-ORDER
011950             SET WS-LIVE-FAILED TO TRUE
011960             MOVE 8 TO WS-WORST-RC
011970         END-IF
011980     ELSE
011990         MOVE SG-ORDER TO BS-ORDER
012000         MOVE SG-BS-MANT TO BS-MANTISSA
012010         MOVE SG-BS-EXP TO BS-EXPONENT
012020         IF WS-LIVE-FOUND
012030             REWRITE BSCALE-RECORD
012040                 INVALID KEY
012050                     CONTINUE
012060             END-REWRITE
012070         ELSE
012080             WRITE BSCALE-RECORD
012090                 INVALID KEY
012100                     CONTINUE
012110             END-WRITE
012120         END-IF
012130         IF NOT WS-BSCALE-OK
012140             DISPLAY "BERNCERT - BSCALEF UPDATE FAILED, STATUS "
012150                 WS-BSCALE-STATUS " - SLOT " SG-ORDER
012160             SET WS-LIVE-FAILED TO TRUE
012170             MOVE 8 TO WS-WORST-RC
012180         END-IF
012190     END-IF.
012200 5300-EXIT.
012210     EXIT.
012220*
012230*------------------------------------------------------------
012240*5500-REJECT-ENTRY - REFUSE ONE UNDECIDED ENTRY FOR GOOD.
012250*------------------------------------------------------------
012260 5500-REJECT-ENTRY.
012270     SET SG-REJECTED TO TRUE.
012280     MOVE WS-SEL-OPERATOR TO SG-CHECKER-USER.
012290     MOVE WS-RUN-TS TO SG-DECIDED-TS.
012300     MOVE 'OPERATOR' TO SG-REASON.
012310     ADD 1 TO WS-REJECTED-COUNT.
012320     PERFORM 8400-REWRITE-STAGE THRU 8400-EXIT.
012330     MOVE 'REJECT' TO WS-E1-ACTION-OUT.
012340     PERFORM 8000-WRITE-ENTRY-BLOCK THRU 8000-EXIT.
012350 5500-EXIT.
012360     EXIT.
012370*
012380*------------------------------------------------------------
012390*6000-WRITE-LISTINGS - AFTER THE CARDS, EVERY ENTRY AWAITING
012400*APPROVAL AND THEN EVERY FAILED OR REJECTED ENTRY ON FILE,
012410*EACH IN ONE PASS OF STAGEF.
012420*------------------------------------------------------------
012430 6000-WRITE-LISTINGS.
012440     SET WS-LISTING-AWAITING TO TRUE.
012450     MOVE "ENTRIES AWAITING APPROVAL" TO WS-LL-TITLE-OUT.
012460     PERFORM 6100-LIST-ENTRIES THRU 6100-EXIT.
012470     SET WS-LISTING-EXCEPTIONS TO TRUE.
012480     MOVE "EXCEPTIONS - FAILED OR REJECTED ENTRIES"
012490         TO WS-LL-TITLE-OUT.
012500     PERFORM 6100-LIST-ENTRIES THRU 6100-EXIT.
012510 6000-EXIT.
012520     EXIT.
012530*
012540*------------------------------------------------------------
012550*6100-LIST-ENTRIES - ONE LISTING: ITS TITLE, THEN A PASS OF
012560*STAGEF FROM THE FIRST KEY.
012570*------------------------------------------------------------
012580 6100-LIST-ENTRIES.
012590     MOVE SPACES TO REPORT-RECORD.
012600     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012610     MOVE WS-LISTING-LINE TO REPORT-RECORD.
012620     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012630     MOVE LOW-VALUES TO SG-KEY.
012640     MOVE SPACES TO WS-STAGE-STATUS.
012650     START STAGE-FILE KEY IS NOT LESS THAN SG-KEY
012660         INVALID KEY
012670             SET WS-STAGE-EOF TO TRUE
012680     END-START.
012690     PERFORM 6110-LIST-ONE-ENTRY THRU 6110-EXIT
012700         UNTIL WS-STAGE-EOF.
012710 6100-EXIT.
012720     EXIT.
012730*
012740*------------------------------------------------------------
012750*6110-LIST-ONE-ENTRY - READ THE NEXT ENTRY AND LIST IT IF IT
012760*BELONGS ON THIS LISTING.
012770*------------------------------------------------------------
012780 6110-LIST-ONE-ENTRY.
012790     READ STAGE-FILE NEXT RECORD
012800         AT END
012810             SET WS-STAGE-EOF TO TRUE
012820     END-READ.
012830     IF WS-STAGE-EOF
012840         GO TO 6110-EXIT
012850     END-IF.
012860     IF NOT WS-STAGE-OK
012870         DISPLAY "BERNCERT - STAGEF READ FAILED, STATUS "
012880             WS-STAGE-STATUS
012890         MOVE 8 TO WS-WORST-RC
012900         SET WS-STAGE-EOF TO TRUE
012910         GO TO 6110-EXIT
012920     END-IF.
012930     IF (WS-LISTING-AWAITING AND SG-CERTIFIED)
012940             OR (WS-LISTING-EXCEPTIONS
012950             AND (SG-FAILED OR SG-REJECTED))
012960         ADD 1 TO WS-LISTED-COUNT
012970         MOVE SPACES TO WS-E1-ACTION-OUT
012980         PERFORM 8000-WRITE-ENTRY-BLOCK THRU 8000-EXIT
012990     END-IF.
013000 6110-EXIT.
013010     EXIT.
013020*
013030*------------------------------------------------------------
013040*7000-INDEPENDENT-VALUE - FORM B(N), RAW (BT) OR SCALED AS
013050*B(N)/N! (BS), FOR WS-IND-ORDER WITHOUT THE RECURRENCE.  B(0),
013060*B(1) AND THE ODD ORDERS ARE KNOWN OUTRIGHT.  AN EVEN ORDER
013070*N = 2K COMES FROM THE ZETA FUNCTION:
013080*    B(2K) = (-1) ** (K + 1) * 2 * (2K)! * ZETA(2K) / (2 PI) ** 2K
013090*WITH ZETA(2K) SUMMED BY BORWEIN'S ACCELERATED ALTERNATING
013100*SERIES (7100).  NOTHING HERE SHARES A STEP WITH BERNCORE.
013110*------------------------------------------------------------
013120 7000-INDEPENDENT-VALUE.
013130     IF NOT WS-ZT-READY
013140         PERFORM 7010-BUILD-WEIGHTS THRU 7010-EXIT
013150     END-IF.
013160     MOVE 0 TO WS-IND-BT-VALUE.
013170     MOVE 0 TO WS-IND-BS-MANT.
013180     MOVE 0 TO WS-IND-BS-EXP.
013190     IF WS-IND-ORDER = 0
013200         MOVE 1 TO WS-IND-BT-VALUE
013210         MOVE 1 TO WS-IND-BS-MANT
013220         GO TO 7000-EXIT
013230     END-IF.
013240     IF WS-IND-ORDER = 1
013250         MOVE -0.5 TO WS-IND-BT-VALUE
013260         MOVE -5 TO WS-IND-BS-MANT
013270         MOVE -1 TO WS-IND-BS-EXP
013280         GO TO 7000-EXIT
013290     END-IF.
013300     DIVIDE WS-IND-ORDER BY 2 GIVING WS-ZT-HALF-N
013310         REMAINDER WS-ZT-PARITY.
013320     IF WS-ZT-PARITY = 1
013330         GO TO 7000-EXIT
013340     END-IF.
013350     MOVE WS-IND-ORDER TO WS-ZT-S.
013360     PERFORM 7100-SUM-ZETA THRU 7100-EXIT.
013370     IF WS-IND-TABLE-ID = 'BT'
013380         PERFORM 7300-FORM-RAW THRU 7300-EXIT
013390     ELSE
013400         PERFORM 7200-FORM-SCALED THRU 7200-EXIT
013410     END-IF.
013420 7000-EXIT.
013430     EXIT.
013440*
013450*------------------------------------------------------------
013460*7010-BUILD-WEIGHTS - THE BORWEIN WEIGHTS FOR N TERMS:
013470*    D(K) = N * SUM(I = 0..K) (N + I - 1)! 4 ** I / (N - I)! (2I)!
013480*BUILT TERM BY TERM FROM U(0) = 1 AND
013490*    U(I + 1) = U(I) * 2 (N + I)(N - I) / (I + 1)(2I + 1),
013500*EVERY ONE AN INTEGER, THEN NORMALIZED TO
013510*    E(K) = (D(K) - D(N)) / D(N).
013520*WS-ZT-D(K + 1) AND WS-ZT-E(K + 1) HOLD TERM K.
013530*------------------------------------------------------------
013540 7010-BUILD-WEIGHTS.
013550     MOVE 1 TO WS-ZT-U.
013560     MOVE 1 TO WS-ZT-D(1).
013570     PERFORM 7020-NEXT-WEIGHT THRU 7020-EXIT
013580         VARYING WS-ZT-I FROM 0 BY 1
013590         UNTIL WS-ZT-I = WS-ZT-TERMS.
013600     PERFORM 7030-NORMALIZE-WEIGHT THRU 7030-EXIT
013610         VARYING WS-ZT-K FROM 1 BY 1
013620         UNTIL WS-ZT-K > WS-ZT-TERMS.
013630     SET WS-ZT-READY TO TRUE.
013640 7010-EXIT.
013650     EXIT.
013660*
013670*------------------------------------------------------------
013680*7020-NEXT-WEIGHT - U(I + 1) AND D(I + 1).
013690*------------------------------------------------------------
013700 7020-NEXT-WEIGHT.
013710     COMPUTE WS-ZT-U-WORK = WS-ZT-U * 2
013720         * (WS-ZT-TERMS + WS-ZT-I) * (WS-ZT-TERMS - WS-ZT-I).
013730     COMPUTE WS-ZT-U = WS-ZT-U-WORK
013740         / ((WS-ZT-I + 1) * (2 * WS-ZT-I + 1)).
013750     COMPUTE WS-ZT-D(WS-ZT-I + 2) = WS-ZT-D(WS-ZT-I + 1)
013760         + WS-ZT-U.
013770 7020-EXIT.
013780     EXIT.
013790*
013800*------------------------------------------------------------
013810*7030-NORMALIZE-WEIGHT - E(K).
013820*------------------------------------------------------------
013830 7030-NORMALIZE-WEIGHT.
013840     COMPUTE WS-ZT-D-DIFF = WS-ZT-D(WS-ZT-K)
013850         - WS-ZT-D(WS-ZT-TERMS + 1).
013860     DIVIDE WS-ZT-D-DIFF BY WS-ZT-D(WS-ZT-TERMS + 1)
013870         GIVING WS-ZT-E(WS-ZT-K) ROUNDED.
013880 7030-EXIT.
013890     EXIT.
013900*
013910*------------------------------------------------------------
013920*7100-SUM-ZETA - ZETA(S) FOR THE EVEN S IN WS-ZT-S:
013930*    ZETA(S) = -SUM(K = 0..N-1) (-1) ** K E(K) / (K + 1) ** S
013940*              / (1 - 2 ** (1 - S)).
013950*------------------------------------------------------------
013960 7100-SUM-ZETA.
013970     MOVE 0 TO WS-ZT-SUM.
013980     PERFORM 7110-ADD-ZETA-TERM THRU 7110-EXIT
013990         VARYING WS-ZT-K FROM 1 BY 1
014000         UNTIL WS-ZT-K > WS-ZT-TERMS.
014010     MOVE 1 TO WS-ZT-DEN.
014020     COMPUTE WS-ZT-J = WS-ZT-S - 1.
014030     PERFORM 7130-HALVE-DENOMINATOR THRU 7130-EXIT
014040         WS-ZT-J TIMES.
014050     COMPUTE WS-ZT-DEN = 1 - WS-ZT-DEN.
014060     COMPUTE WS-ZT-SUM = 0 - WS-ZT-SUM.
014070     DIVIDE WS-ZT-SUM BY WS-ZT-DEN GIVING WS-ZT-ZETA ROUNDED.
014080 7100-EXIT.
014090     EXIT.
014100*
014110*------------------------------------------------------------
014120*7110-ADD-ZETA-TERM - TERM K - 1 OF THE SERIES.  THE POWER IS
014130*TAKEN AS S DIVISIONS SO NOTHING LARGER THAN ONE IS EVER HELD.
014140*------------------------------------------------------------
014150 7110-ADD-ZETA-TERM.
014160     MOVE 1 TO WS-ZT-P.
014170     PERFORM 7120-DIVIDE-POWER THRU 7120-EXIT WS-ZT-S TIMES.
014180     COMPUTE WS-ZT-TERM ROUNDED = WS-ZT-E(WS-ZT-K) * WS-ZT-P.
014190     DIVIDE WS-ZT-K BY 2 GIVING WS-ZT-QUOT
014200         REMAINDER WS-ZT-PARITY.
014210     IF WS-ZT-PARITY = 1
014220         ADD WS-ZT-TERM TO WS-ZT-SUM
014230     ELSE
014240         SUBTRACT WS-ZT-TERM FROM WS-ZT-SUM
014250     END-IF.
014260 7110-EXIT.
014270     EXIT.
014280*
014290*------------------------------------------------------------
014300*7120-DIVIDE-POWER - ONE FACTOR OF (K + 1) ** -S.
014310*------------------------------------------------------------
014320 7120-DIVIDE-POWER.
014330     DIVIDE WS-ZT-K INTO WS-ZT-P ROUNDED.
014340 7120-EXIT.
014350     EXIT.
014360*
014370*------------------------------------------------------------
014380*7130-HALVE-DENOMINATOR - ONE FACTOR OF 2 ** (1 - S).
014390*------------------------------------------------------------
014400 7130-HALVE-DENOMINATOR.
014410     DIVIDE 2 INTO WS-ZT-DEN ROUNDED.
014420 7130-EXIT.
014430     EXIT.
014440*
014450*------------------------------------------------------------
014460*7200-FORM-SCALED - B(2K)/(2K)! = (-1) ** (K + 1) 2 ZETA(2K) /
014470*(2 PI) ** 2K, DIVIDED THROUGH A STEP AT A TIME AND KEPT
014480*NORMALIZED.  2 ZETA IS ABOVE 2 AND UNDER 3.3, SO EACH STEP
014490*LEAVES THE MANTISSA ABOVE 0.15 AND ONE SHIFT RESTORES IT.  A
014500*MANTISSA THAT ROUNDS UP TO 10 IS CARRIED INTO THE EXPONENT.
014510*------------------------------------------------------------
014520 7200-FORM-SCALED.
014530     COMPUTE WS-ZT-MANT = 2 * WS-ZT-ZETA.
014540     MOVE 0 TO WS-ZT-EXP.
014550     PERFORM 7210-SCALE-STEP THRU 7210-EXIT WS-ZT-S TIMES.
014560     IF WS-ZT-MANT NOT < 9.9999999999999995
014570         MOVE 1 TO WS-ZT-MANT
014580         ADD 1 TO WS-ZT-EXP
014590     END-IF.
014600     PERFORM 7400-TAKE-SIGN THRU 7400-EXIT.
014610     COMPUTE WS-IND-BS-MANT ROUNDED = WS-ZT-MANT.
014620     MOVE WS-ZT-EXP TO WS-IND-BS-EXP.
014630 7200-EXIT.
014640     EXIT.
014650*
014660*------------------------------------------------------------
014670*7210-SCALE-STEP - ONE DIVISION BY 2 PI.
014680*------------------------------------------------------------
014690 7210-SCALE-STEP.
014700     DIVIDE WS-ZT-TWO-PI INTO WS-ZT-MANT ROUNDED.
014710     IF WS-ZT-MANT < 1
014720         MULTIPLY 10 BY WS-ZT-MANT
014730         SUBTRACT 1 FROM WS-ZT-EXP
014740     END-IF.
014750 7210-EXIT.
014760     EXIT.
014770*
014780*------------------------------------------------------------
014790*7300-FORM-RAW - B(2K) ITSELF: (2K)! IS FOLDED IN A FACTOR AT A
014800*TIME ALONGSIDE EACH DIVISION BY 2 PI, THE MANTISSA KEPT
014810*NORMALIZED, AND THE RESULT SCALED BACK UP OR DOWN BY ITS
014820*POWER OF TEN ONCE AT THE END.
014830*------------------------------------------------------------
014840 7300-FORM-RAW.
014850     COMPUTE WS-ZT-MANT = 2 * WS-ZT-ZETA.
014860     MOVE 0 TO WS-ZT-EXP.
014870     PERFORM 7310-RAW-STEP THRU 7310-EXIT
014880         VARYING WS-ZT-J FROM 1 BY 1
014890         UNTIL WS-ZT-J > WS-ZT-S.
014900     PERFORM 7400-TAKE-SIGN THRU 7400-EXIT.
014910     MOVE 1 TO WS-ZT-POWER.
014920     IF WS-ZT-EXP < 0
014930         COMPUTE WS-ZT-K = 0 - WS-ZT-EXP
014940     ELSE
014950         MOVE WS-ZT-EXP TO WS-ZT-K
014960     END-IF.
014970     PERFORM 7340-RAISE-POWER THRU 7340-EXIT WS-ZT-K TIMES.
014980     IF WS-ZT-EXP < 0
014990         DIVIDE WS-ZT-MANT BY WS-ZT-POWER
015000             GIVING WS-IND-BT-VALUE ROUNDED
015010     ELSE
015020         MULTIPLY WS-ZT-MANT BY WS-ZT-POWER
015030             GIVING WS-IND-BT-VALUE ROUNDED
015040     END-IF.
015050 7300-EXIT.
015060     EXIT.
015070*
015080*------------------------------------------------------------
015090*7310-RAW-STEP - ONE DIVISION BY 2 PI AND ONE FACTOR OF (2K)!,
015100*THEN BACK INTO [1, 10).
015110*------------------------------------------------------------
015120 7310-RAW-STEP.
015130     DIVIDE WS-ZT-TWO-PI INTO WS-ZT-MANT
015140         GIVING WS-ZT-WORK ROUNDED.
015150     MULTIPLY WS-ZT-J BY WS-ZT-WORK ROUNDED.
015160     PERFORM 7320-SHIFT-UP THRU 7320-EXIT
015170         UNTIL WS-ZT-WORK NOT < 1.
015180     PERFORM 7330-SHIFT-DOWN THRU 7330-EXIT
015190         UNTIL WS-ZT-WORK < 10.
015200     MOVE WS-ZT-WORK TO WS-ZT-MANT.
015210 7310-EXIT.
015220     EXIT.
015230*
015240*------------------------------------------------------------
015250*7320-SHIFT-UP / 7330-SHIFT-DOWN - ONE POWER OF TEN EACH WAY.
015260*------------------------------------------------------------
015270 7320-SHIFT-UP.
015280     MULTIPLY 10 BY WS-ZT-WORK.
015290     SUBTRACT 1 FROM WS-ZT-EXP.
015300 7320-EXIT.
015310     EXIT.
015320*
015330*------------------------------------------------------------
015340*7330-SHIFT-DOWN.
015350*------------------------------------------------------------
015360 7330-SHIFT-DOWN.
015370     DIVIDE 10 INTO WS-ZT-WORK ROUNDED.
015380     ADD 1 TO WS-ZT-EXP.
015390 7330-EXIT.
015400     EXIT.
015410*
015420*------------------------------------------------------------
015430*7340-RAISE-POWER - ONE MORE FACTOR OF TEN.
015440*------------------------------------------------------------
015450 7340-RAISE-POWER.
015460     MULTIPLY 10 BY WS-ZT-POWER.
015470 7340-EXIT.
015480     EXIT.
015490*
015500*------------------------------------------------------------
015510*7400-TAKE-SIGN - B(2K) IS NEGATIVE FOR EVEN K.
015520*------------------------------------------------------------
015530 7400-TAKE-SIGN.
015540     DIVIDE WS-ZT-HALF-N BY 2 GIVING WS-ZT-QUOT
015550         REMAINDER WS-ZT-PARITY.
015560     IF WS-ZT-PARITY = 0
015570         COMPUTE WS-ZT-MANT = 0 - WS-ZT-MANT
015580     END-IF.
015590 7400-EXIT.
015600     EXIT.
015610*
015620*------------------------------------------------------------
015630*8000-WRITE-ENTRY-BLOCK - THE THREE REPORT LINES FOR THE ENTRY
015640*IN THE STAGE-RECORD BUFFER.  THE CALLER SETS THE ACTION WORD.
015650*THE CHECK VALUE AND DIFFERENCE SHOW ONCE THE ENTRY HAS BEEN
015660*CERTIFIED (OR FAILED CERTIFICATION); THE LIVE VALUE IS THE ONE
015670*IT WAS STAGED AGAINST.
015680*------------------------------------------------------------
015690 8000-WRITE-ENTRY-BLOCK.
015700     MOVE SG-TABLE-ID TO WS-E1-TABLE-OUT.
015710     COMPUTE WS-E1-ORDER-OUT = SG-ORDER - 1.
015720     EVALUATE TRUE
015730         WHEN SG-PENDING
015740             MOVE 'PENDING' TO WS-E1-STATE-OUT
015750         WHEN SG-CERTIFIED
015760             MOVE 'CERTIFIED' TO WS-E1-STATE-OUT
015770         WHEN SG-FAILED
015780             MOVE 'FAILED' TO WS-E1-STATE-OUT
015790         WHEN SG-PROMOTED
015800             MOVE 'PROMOTED' TO WS-E1-STATE-OUT
015810         WHEN SG-REJECTED
015820             MOVE 'REJECTED' TO WS-E1-STATE-OUT
015830         WHEN OTHER
015840             MOVE SG-STATE TO WS-E1-STATE-OUT
015850     END-EVALUATE.
015860     MOVE SG-MAKER-USER TO WS-E1-MAKER-OUT.
015870     MOVE SG-MAKER-PROGRAM TO WS-E1-PROGRAM-OUT.
015880     MOVE SG-CHECKER-USER TO WS-E1-CHECKER-OUT.
015890     MOVE SG-REASON TO WS-E1-REASON-OUT.
015900     MOVE SG-STAGED-TS TO WS-E1-STAGED-TS-OUT.
015910     MOVE WS-ENTRY-LINE-1 TO REPORT-RECORD.
015920     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
015930     MOVE SPACES TO WS-E2-CHECK-OUT.
015940     MOVE SPACES TO WS-E3-DIFF-OUT.
015950     IF SG-BTABLE
015960         MOVE SG-BT-VALUE TO WS-BT-EDIT
015970         MOVE WS-BT-EDIT TO WS-E2-STAGED-OUT
015980         IF SG-CERTIFIED-TS NOT = SPACES
015990             MOVE SG-CHECK-BT-VALUE TO WS-BT-EDIT
016000             MOVE WS-BT-EDIT TO WS-E2-CHECK-OUT
016010         END-IF
016020         MOVE SG-LIVE-BT-VALUE TO WS-BT-EDIT
016030         MOVE WS-BT-EDIT TO WS-E3-LIVE-OUT
016040     ELSE
016050         MOVE SG-BS-MANT TO WS-BS-EDIT-MANT
016060         MOVE SG-BS-EXP TO WS-BS-EDIT-EXP
016070         MOVE WS-BS-EDIT TO WS-E2-STAGED-OUT
016080         IF SG-CERTIFIED-TS NOT = SPACES
016090             MOVE SG-CHECK-BS-MANT TO WS-BS-EDIT-MANT
016100             MOVE SG-CHECK-BS-EXP TO WS-BS-EDIT-EXP
016110             MOVE WS-BS-EDIT TO WS-E2-CHECK-OUT
016120         END-IF
016130         MOVE SG-LIVE-BS-MANT TO WS-BS-EDIT-MANT
016140         MOVE SG-LIVE-BS-EXP TO WS-BS-EDIT-EXP
016150         MOVE WS-BS-EDIT TO WS-E3-LIVE-OUT
016160     END-IF.
016170     IF SG-NEW-ENTRY
016180         MOVE "NONE - NEW ENTRY" TO WS-E3-LIVE-OUT
016190     END-IF.
016200     IF SG-CERTIFIED-TS NOT = SPACES
016210         PERFORM 4050-COMPARE-ENTRY THRU 4050-EXIT
016220         MOVE WS-DIFF-TEXT TO WS-E3-DIFF-OUT
016230     END-IF.
016240     MOVE WS-ENTRY-LINE-2 TO REPORT-RECORD.
016250     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
016260     MOVE WS-ENTRY-LINE-3 TO REPORT-RECORD.
016270     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
016280 8000-EXIT.
016290     EXIT.
016300*
016310*------------------------------------------------------------
016320*8100-WRITE-TOTALS - THE CLOSING COUNTS, ALSO TO THE CONSOLE.
016330*------------------------------------------------------------
016340 8100-WRITE-TOTALS.
016350     MOVE WS-CERTIFIED-COUNT TO WS-TL-CERTIFIED-OUT.
016360     MOVE WS-FAILED-COUNT TO WS-TL-FAILED-OUT.
016370     MOVE WS-PROMOTED-COUNT TO WS-TL-PROMOTED-OUT.
016380     MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED-OUT.
016390     MOVE WS-REFUSED-COUNT TO WS-TL-REFUSED-OUT.
016400     MOVE WS-LISTED-COUNT TO WS-TL-LISTED-OUT.
016410     MOVE SPACES TO REPORT-RECORD.
016420     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
016430     MOVE WS-TOTAL-LINE-1 TO REPORT-RECORD.
016440     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
016450     MOVE WS-TOTAL-LINE-2 TO REPORT-RECORD.
016460     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
016470     DISPLAY "BERNCERT - CERTIFIED " WS-CERTIFIED-COUNT
016480         " FAILED " WS-FAILED-COUNT
016490         " PROMOTED " WS-PROMOTED-COUNT
016500         " REJECTED " WS-REJECTED-COUNT
016510         " REFUSED " WS-REFUSED-COUNT.
016520 8100-EXIT.
016530     EXIT.
016540*
016550*------------------------------------------------------------
016560*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
016570*------------------------------------------------------------
016580 8200-WRITE-REPORT.
016590     WRITE REPORT-RECORD.
016600     IF NOT WS-RPT-OK
016610         DISPLAY "BERNCERT - REPORT WRITE FAILED"
016620         MOVE 8 TO WS-WORST-RC
016630     END-IF.
016640 8200-EXIT.
016650     EXIT.
016660*
016670*------------------------------------------------------------
016680*8300-WRITE-REFUSAL - THE REASON IN WS-REFUSAL.
016690*------------------------------------------------------------
016700 8300-WRITE-REFUSAL.
016710     MOVE WS-REFUSAL TO WS-RL-TEXT-OUT.
016720     MOVE WS-REFUSAL-LINE TO REPORT-RECORD.
016730     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
016740 8300-EXIT.
016750     EXIT.
016760*
016770*------------------------------------------------------------
016780*8400-REWRITE-STAGE - PUT BACK THE DECIDED STAGED ENTRY.
016790*------------------------------------------------------------
016800 8400-REWRITE-STAGE.
016810     REWRITE STAGE-RECORD
016820         INVALID KEY
016830             CONTINUE
016840     END-REWRITE.
016850     IF NOT WS-STAGE-OK
016860         DISPLAY "BERNCERT - STAGEF REWRITE FAILED, STATUS "
016870             WS-STAGE-STATUS " - " SG-TABLE-ID " SLOT " SG-ORDER
016880         MOVE 8 TO WS-WORST-RC
016890     END-IF.
016900 8400-EXIT.
016910     EXIT.
016920*
016930*------------------------------------------------------------
016940*9800-CLOSE-FILES - CLOSE EVERYTHING 1000 OPENED.  A FILE THAT
016950*NEVER OPENED ONLY RETURNS A STATUS ON ITS CLOSE.
016960*------------------------------------------------------------
016970 9800-CLOSE-FILES.
016980     CLOSE CONTROL-FILE.
016990     CLOSE STAGE-FILE.
017000     CLOSE BTABLE-FILE.
017010     CLOSE BSCALE-FILE.
017020     CLOSE HISTORY-FILE.
017030     CLOSE REPORT-FILE.
017040 9800-EXIT.
017050     EXIT.
017060*
017070 COPY BERNLOCK.
