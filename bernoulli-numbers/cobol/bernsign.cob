000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNSIGN.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  QUARTER-END ACTUARIAL
000120*10/14/2026 LV    SIGN-OFF PACKAGE.  THE CHIEF ACTUARY'S OFFICE
000130*10/14/2026 LV    HAS HAD THE PROOF THAT THE RESERVING TABLE WAS
000140*10/14/2026 LV    SOUND ASSEMBLED BY HAND FROM THE BERNVRFY
000150*10/14/2026 LV    REPORT, SUMMARYF, BERNARCH ASOF RUNS AND HISTF
000160*10/14/2026 LV    PRINTOUTS.  THIS RUN PRINTS IT AS ONE PAGINATED
000170*10/14/2026 LV    PACKAGE AND, ONCE SIGNED, RECORDS THE SIGN-OFF
000180*10/14/2026 LV    ON THE KEYED SIGNOFF FILE BERNCTL GATES THE
000190*10/14/2026 LV    NEXT QUARTER'S CYCLES ON.
000200*10/15/2026 LV    AN ENTRY'S FIRST PROMOTION NOW COMES FROM ITS
000210*10/15/2026 LV    PROMNEW HISTF RECORD RATHER THAN FROM STAGEF,
000220*10/15/2026 LV    WHICH ONLY KEEPS THE LATEST PROMOTION OF A
000230*10/15/2026 LV    SLOT.  PROMNEW RECORDS ARE NOT SUPERSESSIONS.
000240*10/15/2026 LV    SECTION 2 NOW LISTS THE F AND P SERVINGS BUILT
000250*10/15/2026 LV    ON A CHANGED RAW ENTRY, MARKED DERIVED, AS
000260*10/15/2026 LV    BERNREIS FINDS THEM.
000270*
000280*THE PACKAGE COVERS ONE CALENDAR QUARTER AND HAS SIX SECTIONS,
000290*EACH STARTING A NEW PAGE:
000300*    1  THE TABLE AS AT QUARTER END.  EACH BTABLE AND BSCALE
000310*       ENTRY IS TAKEN FROM THE FIRST HISTF SUPERSESSION OF ITS
000320*       SLOT DATED AFTER THE QUARTER END (ITS SUPERSEDED VALUE
000330*       WAS IN FORCE AT THE END), OR FROM THE FILE AS IT STANDS
000340*       WHEN THERE IS NONE - THE RULE BERNARCH ASOF APPLIES.  AN
000350*       ENTRY WHOSE FIRST PROMOTION (ITS PROMNEW HISTF RECORD) IS
000360*       DATED AFTER THE QUARTER END IS SHOWN AS NOT THEN ON FILE.
000370*    2  EVERY SUPERSESSION LOGGED DURING THE QUARTER, EACH WITH
000380*       THE SERVINGS THAT CONSUMED THE SUPERSEDED VALUE - THE
000390*       AUDIT LINES OF THE SLOT, IN THE WINDOW FROM THE SLOT'S
000400*       PREVIOUS SUPERSESSION TO THIS ONE, THAT CARRY THAT VALUE
000410*       AT THE RECONCILE TOLERANCE, ROUTED AND FORMED AS BERNREIS
000420*       ROUTES AND FORMS THEM.  A TYPE F OR P SERVING IS LISTED,
000430*       MARKED DERIVED, UNDER EVERY BTABLE SUPERSESSION AT OR
000440*       BELOW ITS ORDER WHOSE WINDOW HOLDS IT AND WHOSE NEW VALUE
000450*       DIFFERS FROM THE OLD.  A WINDOW OPENING BEFORE THE
000460*       EARLIEST AUDIT LINE READ IS FLAGGED '*'.
000470*    3  EVERY BERNJOB RUN OF THE QUARTER FROM THE SUMMARYF
000480*       CHAIN WITH ITS RECONCILE OUTCOME, AND THE BERNJOB AND
000490*       BERNVRFY OUTCOMES OF ITS CYCLE FROM THE CYCLE-STATUS
000500*       FILE.  A CYCLE WITH NO SUMMARY RECORD IS LISTED TOO.
000510*    4  SERVINGS DURING THE QUARTER BY DEPARTMENT AND TYPE.
000520*    5  THE OPEN EXCEPTIONS AS THE PACKAGE IS RUN: STAGED TABLE
000530*       ENTRIES NOT YET PROMOTED OR REJECTED, AND REJECTED
000540*       TICKETS NEVER SERVED.
000550*    6  THE CONTROL TOTALS AND THE SIGN-OFF.
000560*CONTROL CARDS (SIGNCNTL, KEYWORD=VALUE):
000570*    QUARTER=YYYYQN  THE QUARTER (DEFAULT THE ONE BEFORE TODAY'S).
000580*    SIGNEDBY=XXXXXXXX  THE SIGNATORY'S USER ID.  WITHOUT IT THE
000590*                    PACKAGE IS A DRAFT AND NOTHING IS RECORDED.
000600*                    ONLY A QUARTER THAT HAS ENDED CAN BE SIGNED.
000610*    LINESPAGE=NNN   LINES PER PAGE (10-999, DEFAULT 060).
000620*A SIGNED RUN WRITES ONE SIGNOFF RECORD KEYED BY THE QUARTER -
000630*SIGNATORY, TIME, OUTCOME (C CLEAN, Q QUALIFIED BY THE EXCEPTIONS
000640*IN THE PACKAGE) AND THE CONTROL TOTALS.  A SIGN-OFF IS NEVER
000650*REWRITTEN; A SECOND SIGNED RUN FOR THE QUARTER PRINTS THE
000660*PACKAGE AND NAMES THE EXISTING SIGN-OFF.
000670*RC 0 A CLEAN PACKAGE, RC 4 EXCEPTIONS IN THE PACKAGE, A WINDOW
000680*NOT FULLY COVERED, A TABLE FULL OR THE QUARTER ALREADY SIGNED,
000690*RC 8 A FILE FAILED (NOTHING RECORDED), RC 16 A BAD CONTROL
000700*CARD (NOTHING PRINTED).
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. IBM-370.
000750 OBJECT-COMPUTER. IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT PARM-FILE ASSIGN TO SIGNCNTL
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PARM-STATUS.
000810     SELECT HISTORY-FILE ASSIGN TO HISTF
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-HIST-STATUS.
000840     SELECT AUDIT-FILE ASSIGN TO AUDITF
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-AUDIT-STATUS.
000870     SELECT SUMMARY-FILE ASSIGN TO SUMMARYF
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SUMM-STATUS.
000900     SELECT CYCLE-FILE ASSIGN TO CYCSTATF
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CYCLE-STATUS.
000930     SELECT BTABLE-FILE ASSIGN TO BTABLEF
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS BT-ORDER
000970         FILE STATUS IS WS-BTABLE-STATUS.
000980     SELECT BSCALE-FILE ASSIGN TO BSCALEF
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS BS-ORDER
001020         FILE STATUS IS WS-BSCALE-STATUS.
001030     SELECT STAGE-FILE ASSIGN TO STAGEF
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS SG-KEY
001070         FILE STATUS IS WS-STAGE-STATUS.
001080     SELECT TICKET-FILE ASSIGN TO TICKETF
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS TK-TICKET-NO
001120         FILE STATUS IS WS-TKT-STATUS.
001130     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS SO-QUARTER
001170         FILE STATUS IS WS-SIGN-STATUS.
001180     SELECT WORK-FILE ASSIGN TO SIGNWK
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-WORK-STATUS.
001210     SELECT REPORT-FILE ASSIGN TO SIGNRPT
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-RPT-STATUS.

001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  PARM-FILE
001270     RECORDING MODE IS F.
001280 01  PARM-RECORD                 PIC X(80).

001290*THE SUPERSESSION TRAIL THE UPDATERS OF THE BTABLE/BSCALE
001300*CLUSTERS APPEND TO - SEE BERNOULLI FOR THE SHARED LAYOUT.
001310 FD  HISTORY-FILE
001320     RECORDING MODE IS F.
001330 01  HISTORY-RECORD.
001340     05  HS-TABLE-ID             PIC X(02).
001350         88  HS-BTABLE                   VALUE 'BT'.
001360         88  HS-BSCALE                   VALUE 'BS'.
001370     05  FILLER                  PIC X(01).
001380     05  HS-ORDER                PIC 9(02).
001390     05  FILLER                  PIC X(01).
001400     05  HS-BT-OLD-VALUE         PIC S9(15)V9(09)
001410                                  SIGN IS LEADING SEPARATE.
001420     05  HS-BS-OLD REDEFINES HS-BT-OLD-VALUE.
001430         10  HS-BS-OLD-MANT      PIC S9(01)V9(15)
001440                                  SIGN IS LEADING SEPARATE.
001450         10  FILLER              PIC X(01).
001460         10  HS-BS-OLD-EXP       PIC S9(03)
001470                                  SIGN IS LEADING SEPARATE.
001480         10  FILLER              PIC X(03).
001490     05  FILLER                  PIC X(01).
001500     05  HS-TIMESTAMP            PIC X(14).
001510     05  FILLER                  PIC X(01).
001520     05  HS-PROGRAM              PIC X(09).
001530     05  FILLER                  PIC X(01).
001540     05  HS-FUNCTION             PIC X(08).
001550         88  HS-NEW-ENTRY                VALUE 'PROMNEW '.
001560     05  FILLER                  PIC X(15).

001570 FD  AUDIT-FILE
001580     RECORDING MODE IS F.
001590 01  AUDIT-RECORD.
001600     05  AU-TIMESTAMP            PIC X(14).
001610     05  FILLER                  PIC X(01).
001620     05  AU-REQUESTED-N          PIC 9(02).
001630     05  FILLER                  PIC X(01).
001640     05  AU-VALUE                PIC S9(15)V9(09)
001650                                  SIGN IS LEADING SEPARATE.
001660     05  FILLER                  PIC X(01).
001670     05  AU-SCALE-EXP            PIC S9(03)
001680                                  SIGN IS LEADING SEPARATE.
001690     05  FILLER                  PIC X(01).
001700     05  AU-DEPT-CODE            PIC X(04).
001710     05  FILLER                  PIC X(01).
001720     05  AU-USER-ID              PIC X(08).
001730     05  FILLER                  PIC X(01).
001740     05  AU-TICKET-NO            PIC X(10).
001750     05  FILLER                  PIC X(01).
001760     05  AU-REQUEST-TYPE         PIC X(01).
001770         88  AU-CHAIN-ANCHOR                VALUE '#'.
001780     05  AU-CHAIN-CHECK          PIC 9(05).

001790*THE RUN SUMMARY BERNOULLI WRITES - SEE BERNTRND.
001800 FD  SUMMARY-FILE
001810     RECORDING MODE IS F.
001820 01  SUMMARY-RECORD.
001830     05  SM-START-TS             PIC X(14).
001840     05  FILLER                  PIC X(01).
001850     05  SM-END-TS               PIC X(14).
001860     05  FILLER                  PIC X(01).
001870     05  SM-READ-COUNT           PIC 9(05).
001880     05  FILLER                  PIC X(01).
001890     05  SM-SERVED-COUNT         PIC 9(05).
001900     05  FILLER                  PIC X(01).
001910     05  SM-REJ-NONNUM-COUNT     PIC 9(05).
001920     05  FILLER                  PIC X(01).
001930     05  SM-REJ-RANGE-COUNT      PIC 9(05).
001940     05  FILLER                  PIC X(01).
001950     05  SM-REJ-DEPT-COUNT       PIC 9(05).
001960     05  FILLER                  PIC X(01).
001970     05  SM-REJ-TYPE-COUNT       PIC 9(05).
001980     05  FILLER                  PIC X(01).
001990     05  SM-FRESH-COUNT          PIC 9(03).
002000     05  FILLER                  PIC X(01).
002010     05  SM-CACHED-COUNT         PIC 9(05).
002020     05  FILLER                  PIC X(01).
002030     05  SM-HIGH-ORDER           PIC 9(02).
002040     05  FILLER                  PIC X(01).
002050     05  SM-RECON-OUTCOME        PIC X(01).
002060     05  FILLER                  PIC X(01).
002070     05  SM-SKIPPED-COUNT        PIC 9(05).

002080*THE CYCLE-STATUS FILE BERNCTL KEEPS - SEE BERNCTL.
002090 FD  CYCLE-FILE
002100     RECORDING MODE IS F.
002110 01  CYCLE-RECORD.
002120     05  CY-RECORD-TYPE          PIC X(01).
002130         88  CY-CYCLE-MARK               VALUE 'C'.
002140         88  CY-STEP-EVENT               VALUE 'S'.
002150     05  FILLER                  PIC X(01).
002160     05  CY-TIMESTAMP            PIC X(14).
002170     05  FILLER                  PIC X(01).
002180     05  CY-STEP                 PIC X(08).
002190     05  FILLER                  PIC X(01).
002200     05  CY-EVENT                PIC X(05).
002210         88  CY-EVENT-START              VALUE 'START'.
002220         88  CY-EVENT-END                VALUE 'END  '.
002230     05  FILLER                  PIC X(01).
002240     05  CY-RC                   PIC 9(02).
002250     05  FILLER                  PIC X(46).

002260 FD  BTABLE-FILE.
002270 01  BTABLE-RECORD.
002280     05  BT-ORDER                PIC 9(02).
002290     05  BT-VALUE                PIC S9(15)V9(09) COMP-3.

002300 FD  BSCALE-FILE.
002310 01  BSCALE-RECORD.
002320     05  BS-ORDER                PIC 9(02).
002330     05  BS-MANTISSA             PIC S9(01)V9(15) COMP-3.
002340     05  BS-EXPONENT             PIC S9(03) COMP-3.
002350*THE KEYED STAGING FILE BERNCERT DECIDES - SEE BERNCERT.  THE
002360*TABLE ID PICKS THE VALUE VIEW, AS ON THE HISTORY RECORD.
002370 FD  STAGE-FILE.
002380 01  STAGE-RECORD.
002390     05  SG-KEY.
002400         10  SG-TABLE-ID         PIC X(02).
002410             88  SG-BTABLE               VALUE 'BT'.
002420             88  SG-BSCALE               VALUE 'BS'.
002430         10  SG-ORDER            PIC 9(02).
002440     05  SG-STATE                PIC X(01).
002450         88  SG-PENDING                  VALUE 'P'.
002460         88  SG-CERTIFIED                VALUE 'C'.
002470         88  SG-FAILED                   VALUE 'F'.
002480         88  SG-PROMOTED                 VALUE 'A'.
002490         88  SG-REJECTED                 VALUE 'R'.
002500     05  SG-ACTION               PIC X(01).
002510         88  SG-NEW-ENTRY                VALUE 'N'.
002520         88  SG-REFRESH                  VALUE 'R'.
002530     05  SG-VALUE-AREA.
002540         10  SG-BT-VALUE         PIC S9(15)V9(09) COMP-3.
002550     05  SG-BS-VALUE REDEFINES SG-VALUE-AREA.
002560         10  SG-BS-MANT          PIC S9(01)V9(15) COMP-3.
002570         10  SG-BS-EXP           PIC S9(03) COMP-3.
002580         10  FILLER              PIC X(02).
002590     05  SG-LIVE-AREA.
002600         10  SG-LIVE-BT-VALUE    PIC S9(15)V9(09) COMP-3.
002610     05  SG-LIVE-BS-VALUE REDEFINES SG-LIVE-AREA.
002620         10  SG-LIVE-BS-MANT     PIC S9(01)V9(15) COMP-3.
002630         10  SG-LIVE-BS-EXP      PIC S9(03) COMP-3.
002640         10  FILLER              PIC X(02).
002650     05  SG-CHECK-AREA.
002660         10  SG-CHECK-BT-VALUE   PIC S9(15)V9(09) COMP-3.
002670     05  SG-CHECK-BS-VALUE REDEFINES SG-CHECK-AREA.
002680         10  SG-CHECK-BS-MANT    PIC S9(01)V9(15) COMP-3.
002690         10  SG-CHECK-BS-EXP     PIC S9(03) COMP-3.
002700         10  FILLER              PIC X(02).
002710     05  SG-MAKER-PROGRAM        PIC X(09).
002720     05  SG-MAKER-USER           PIC X(08).
002730     05  SG-STAGED-TS            PIC X(14).
002740     05  SG-CERTIFIED-TS         PIC X(14).
002750     05  SG-CHECKER-USER         PIC X(08).
002760     05  SG-DECIDED-TS           PIC X(14).
002770     05  SG-REASON               PIC X(08).
002780     05  FILLER                  PIC X(08).

002790*THE KEYED TICKET REGISTRY - SEE THE BERNTKT COPY MEMBER.
002800 FD  TICKET-FILE.
002810 01  TICKET-RECORD.
002820     05  TK-TICKET-NO            PIC X(10).
002830     05  TK-STATUS               PIC X(01).
002840         88  TK-SERVED                   VALUE 'S'.
002850         88  TK-REJECTED                 VALUE 'R'.
002860         88  TK-RESUBMITTED              VALUE 'U'.
002870         88  TK-SERVED-ON-RESUB          VALUE 'E'.
002880     05  TK-FIRST-RUN-TS         PIC X(14).
002890     05  TK-FIRST-PROGRAM        PIC X(09).
002900     05  TK-FIRST-REASON         PIC X(06).
002910     05  TK-LAST-RUN-TS          PIC X(14).
002920     05  TK-LAST-REASON          PIC X(06).
002930     05  TK-SERVED-TS            PIC X(14).
002940     05  TK-SUBMIT-COUNT         PIC 9(03).
002950     05  TK-REPEAT-COUNT         PIC 9(03).
002960     05  TK-REPEAT-TS            PIC X(14).
002970     05  TK-DEPT-CODE            PIC X(04).
002980     05  TK-USER-ID              PIC X(08).
002990     05  TK-REQUESTED-N          PIC X(02).
003000     05  TK-REQUEST-TYPE         PIC X(01).

003010*THE KEYED SIGN-OFF FILE - ONE RECORD PER SIGNED QUARTER (KEY
003020*YYYYQN), NEVER REWRITTEN.  BERNCTL'S QTRSIGN CARD READS IT.
003030 FD  SIGNOFF-FILE.
003040 01  SIGNOFF-RECORD.
003050     05  SO-QUARTER              PIC X(06).
003060     05  SO-SIGNED-BY            PIC X(08).
003070     05  SO-SIGNED-TS            PIC X(14).
003080     05  SO-OUTCOME              PIC X(01).
003090         88  SO-CLEAN                    VALUE 'C'.
003100         88  SO-QUALIFIED                VALUE 'Q'.
003110     05  SO-SUPERSESSIONS        PIC 9(05).
003120     05  SO-CONSUMED             PIC 9(07).
003130     05  SO-RUNS                 PIC 9(05).
003140     05  SO-RUN-EXCEPTIONS       PIC 9(05).
003150     05  SO-SERVINGS             PIC 9(07).
003160     05  SO-OPEN-EXCEPTIONS      PIC 9(05).
003170     05  SO-PAGES                PIC 9(05).
003180     05  FILLER                  PIC X(12).

003190*ONE CONSUMING-SERVING LINE, TAGGED WITH ITS SUPERSESSION SO
003200*EACH SUPERSESSION'S LINES CAN BE PRINTED UNDER IT.
003210 FD  WORK-FILE
003220     RECORDING MODE IS F.
003230 01  WORK-RECORD.
003240     05  WK-SS-IX                PIC 9(03).
003250     05  WK-LINE                 PIC X(80).

003260 FD  REPORT-FILE
003270     RECORDING MODE IS F.
003280 01  REPORT-RECORD               PIC X(80).

003290 WORKING-STORAGE SECTION.
003300*
003310*------------------------------------------------------------
003320*SWITCHES AND STATUS FIELDS.
003330*------------------------------------------------------------
003340 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
003350     88  WS-PARM-OK                         VALUE '00'.
003360     88  WS-PARM-EOF                        VALUE '10'.

003370 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
003380     88  WS-HIST-OK                         VALUE '00'.
003390     88  WS-HIST-EOF                        VALUE '10'.

003400 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
003410     88  WS-AUDIT-OK                        VALUE '00'.
003420     88  WS-AUDIT-EOF                       VALUE '10'.

003430 77  WS-SUMM-STATUS              PIC X(02) VALUE SPACES.
003440     88  WS-SUMM-OK                         VALUE '00'.
003450     88  WS-SUMM-EOF                        VALUE '10'.

003460 77  WS-CYCLE-STATUS             PIC X(02) VALUE SPACES.
003470     88  WS-CYCLE-OK                        VALUE '00'.
003480     88  WS-CYCLE-EOF                       VALUE '10'.

003490 77  WS-BTABLE-STATUS            PIC X(02) VALUE SPACES.
003500     88  WS-BTABLE-OK                       VALUE '00'.
003510     88  WS-BTABLE-EOF                      VALUE '10'.

003520 77  WS-BSCALE-STATUS            PIC X(02) VALUE SPACES.
003530     88  WS-BSCALE-OK                       VALUE '00'.
003540     88  WS-BSCALE-EOF                      VALUE '10'.

003550 77  WS-STAGE-STATUS             PIC X(02) VALUE SPACES.
003560     88  WS-STAGE-OK                        VALUE '00'.
003570     88  WS-STAGE-EOF                       VALUE '10'.

003580 77  WS-TKT-STATUS               PIC X(02) VALUE SPACES.
003590     88  WS-TKT-OK                          VALUE '00'.
003600     88  WS-TKT-EOF                         VALUE '10'.

003610 77  WS-SIGN-STATUS              PIC X(02) VALUE SPACES.
003620     88  WS-SIGN-OK                         VALUE '00'.

003630 77  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
003640     88  WS-WORK-OK                         VALUE '00'.
003650     88  WS-WORK-EOF                        VALUE '10'.

003660 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
003670     88  WS-RPT-OK                          VALUE '00'.

003680 77  WS-MORE-PARMS-SW            PIC X(01) VALUE 'Y'.
003690     88  WS-MORE-PARMS                      VALUE 'Y'.
003700     88  WS-NO-MORE-PARMS                   VALUE 'N'.

003710 77  WS-PARM-ERROR-SW            PIC X(01) VALUE 'N'.
003720     88  WS-PARM-ERROR                      VALUE 'Y'.

003730 77  WS-ZETA-SW                  PIC X(01) VALUE 'N'.
003740     88  WS-SV-IS-ZETA                      VALUE 'Y'.

003750 77  WS-COVER-SHORT-SW           PIC X(01) VALUE 'N'.
003760     88  WS-COVER-SHORT                     VALUE 'Y'.

003770 77  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
003780     88  WS-TABLE-FULL                      VALUE 'Y'.

003790 77  WS-AUDIT-SHORT-SW           PIC X(01) VALUE 'N'.
003800     88  WS-AUDIT-SHORT                     VALUE 'Y'.

003810 77  WS-SHIFT-SW                 PIC X(01) VALUE 'N'.
003820     88  WS-SHIFT-DONE                      VALUE 'Y'.

003830 77  WS-OUTCOME-SW               PIC X(01) VALUE 'C'.
003840     88  WS-OUTCOME-CLEAN                   VALUE 'C'.
003850     88  WS-OUTCOME-QUALIFIED               VALUE 'Q'.

003860 77  WS-SIGN-RESULT-SW           PIC X(01) VALUE 'D'.
003870     88  WS-SIGN-DRAFT                      VALUE 'D'.
003880     88  WS-SIGN-RECORDED                   VALUE 'S'.
003890     88  WS-SIGN-ALREADY                    VALUE 'A'.
003900     88  WS-SIGN-FAILED                     VALUE 'X'.
003910*
003920*------------------------------------------------------------
003930*CONTROL-CARD FIELDS - THE PARMCRD KEYWORD=VALUE CONVENTION.
003940*------------------------------------------------------------
003950 01  PARM-CARD                   PIC X(80) VALUE SPACES.
003960 77  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
003970 77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
003980 01  WS-PARM-LP-X                PIC X(03) VALUE SPACES.
003990 01  WS-PARM-LP-NUM REDEFINES WS-PARM-LP-X
004000                                 PIC 9(03).
004010 77  WS-SIGNED-BY                PIC X(08) VALUE SPACES.
004020*
004030*------------------------------------------------------------
004040*THE QUARTER.  WS-QTR-ID IS THE SIGNOFF KEY, YYYYQN; THE START
004050*AND END DATES BOUND IT AS YYYYMMDD, TAKEN FROM THE MONTH-DAY
004060*PAIRS BELOW.
004070*------------------------------------------------------------
004080 01  WS-QTR-ID                   PIC X(06) VALUE SPACES.
004090 01  WS-QTR-PARTS REDEFINES WS-QTR-ID.
004100     05  WS-QTR-YEAR             PIC 9(04).
004110     05  WS-QTR-LETTER           PIC X(01).
004120     05  WS-QTR-NO               PIC 9(01).
004130 01  WS-QTR-START-DATE           PIC X(08) VALUE SPACES.
004140 01  WS-QTR-END-DATE             PIC X(08) VALUE SPACES.
004150 01  WS-QTR-BOUND-VALUES.
004160     05  FILLER                  PIC X(08) VALUE '01010331'.
004170     05  FILLER                  PIC X(08) VALUE '04010630'.
004180     05  FILLER                  PIC X(08) VALUE '07010930'.
004190     05  FILLER                  PIC X(08) VALUE '10011231'.
004200 01  WS-QTR-BOUND-TABLE REDEFINES WS-QTR-BOUND-VALUES.
004210     05  WS-QTR-BOUND OCCURS 4 TIMES.
004220         10  WS-QB-START-MMDD    PIC X(04).
004230         10  WS-QB-END-MMDD      PIC X(04).
004240*
004250*------------------------------------------------------------
004260*TIMESTAMP FIELDS.
004270*------------------------------------------------------------
004280 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
004290 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
004300     05  WS-CD-YEAR              PIC 9(04).
004310     05  WS-CD-MONTH             PIC 9(02).
004320     05  WS-CD-DAY               PIC 9(02).
004330 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
004340 77  WS-RUN-TS                   PIC X(14) VALUE SPACES.
004350 77  WS-EARLIEST-AUDIT-TS        PIC X(14) VALUE HIGH-VALUES.
004360*
004370*------------------------------------------------------------
004380*THE TABLE AS AT QUARTER END, ROW 1 BTABLE AND ROW 2 BSCALE, BY
004390*SLOT.  THE VALUE HOLDS A BTABLE VALUE OR A BSCALE MANTISSA WITH
004400*ITS EXPONENT.  THE SOURCE IS C (THE ENTRY ON FILE NOW), H (THE
004410*VALUE THE FIRST LATER SUPERSESSION REPLACED) OR N (NOT ON FILE
004420*UNTIL THE PROMOTION AT QT-AFTER-TS); SPACE IS NO ENTRY.
004430*QT-AFTER-TS IS THE FIRST EVENT AFTER THE QUARTER END.
004440*------------------------------------------------------------
004450 01  QT-TABLE.
004460     02  QT-ROW OCCURS 2 TIMES.
004470         03  QT-ENTRY OCCURS 99 TIMES.
004480             04  QT-VALUE        PIC S9(15)V9(15) COMP-3.
004490             04  QT-EXP          PIC S9(03) COMP-3.
004500             04  QT-SOURCE       PIC X(01).
004510             04  QT-AFTER-TS     PIC X(14).
004520 77  WS-QT-ROW                   PIC 9(01) VALUE 0.
004530 77  WS-QT-SLOT                  PIC 9(03) VALUE 0.
004540*
004550*------------------------------------------------------------
004560*LAST SUPERSESSION TIME PER TABLE AND SLOT - THE START OF THE
004570*NEXT SUPERSESSION'S WINDOW.
004580*------------------------------------------------------------
004590 01  LT-LAST-TS-TABLE.
004600     02  LT-TABLE-ROW OCCURS 2 TIMES.
004610         03  LT-LAST-TS          PIC X(14) OCCURS 99 TIMES.
004620*
004630*------------------------------------------------------------
004640*SUPERSESSIONS LOGGED DURING THE QUARTER.  A FROM TIMESTAMP OF
004650*SPACES IS THE BEGINNING OF THE TRAIL.  A SUPERSESSION IS CHANGED
004660*WHEN THE VALUE IT PUT ON FILE (THE NEXT RECORD'S SUPERSEDED
004670*VALUE, OR THE ENTRY AS AT QUARTER END OR NOW) DIFFERS FROM THE
004680*ONE IT REPLACED BY MORE THAN THE RECONCILE TOLERANCE.
004690*------------------------------------------------------------
004700 77  WS-SS-MAX                   PIC 9(03) VALUE 500.
004710 77  WS-SS-COUNT                 PIC 9(03) VALUE 0.
004720 77  WS-SS-DROPPED               PIC 9(05) VALUE 0.
004730 77  WS-SX                       PIC 9(03) VALUE 0.
004740 77  WS-MATCH-IX                 PIC 9(03) VALUE 0.
004750 77  WS-SY                       PIC 9(03) VALUE 0.
004760 77  WS-NEXT-IX                  PIC 9(03) VALUE 0.
004770 77  WS-DERIVED-HITS             PIC 9(03) VALUE 0.
004780 77  WS-SS-NEW-VALUE             PIC S9(15)V9(15) COMP-3 VALUE 0.
004790 01  SS-ENTRY-TABLE.
004800     02  SS-ENTRY OCCURS 500 TIMES.
004810         03  SS-TABLE-ID         PIC X(02).
004820         03  SS-SLOT             PIC 9(02).
004830         03  SS-FROM-TS          PIC X(14).
004840         03  SS-TO-TS            PIC X(14).
004850         03  SS-PROGRAM          PIC X(09).
004860         03  SS-FUNCTION         PIC X(08).
004870         03  SS-OLD-VALUE        PIC S9(15)V9(15) COMP-3.
004880         03  SS-OLD-EXP          PIC S9(03) COMP-3.
004890         03  SS-CONSUMED         PIC 9(05).
004900         03  SS-CHANGED-SW       PIC X(01).
004910             88  SS-CHANGED              VALUE 'Y'.
004920*
004930*------------------------------------------------------------
004940*THE SERVING UNDER TEST AND THE SERVING-FORM WORK FIELDS, AS IN
004950*BERNREIS.
004960*------------------------------------------------------------
004970 77  WS-SV-TS                    PIC X(14) VALUE SPACES.
004980 77  WS-SV-ORDER                 PIC 9(02) VALUE 0.
004990 77  WS-SV-SLOT                  PIC 9(03) VALUE 0.
005000 77  WS-SV-TYPE                  PIC X(01) VALUE SPACE.
005010 77  WS-SV-TABLE-ID              PIC X(02) VALUE SPACES.
005020 77  WS-SV-VALUE                 PIC S9(15)V9(09) COMP-3 VALUE 0.
005030 77  WS-SV-EXP                   PIC S9(03) VALUE 0.
005040 77  WS-FM-TABLE-ID              PIC X(02) VALUE SPACES.
005050 77  WS-FM-IN-VALUE              PIC S9(15)V9(15) COMP-3 VALUE 0.
005060 77  WS-FM-IN-EXP                PIC S9(03) VALUE 0.
005070 77  WS-FM-OUT-VALUE             PIC S9(15)V9(09) COMP-3 VALUE 0.
005080 77  WS-FM-OUT-EXP               PIC S9(03) VALUE 0.
005090 77  WS-RECON-TOLERANCE          PIC S9(15)V9(09) COMP-3
005100                                  VALUE 0.000000010.
005110 77  WS-DIFF                     PIC S9(15)V9(15) COMP-3 VALUE 0.
005120*
005130*------------------------------------------------------------
005140*ZETA(2K) FIELDS - SEE THE BERNZETA COPY MEMBER.
005150*------------------------------------------------------------
005160 77  WS-ZT-B-MANT                PIC S9(01)V9(15) COMP-3.
005170 77  WS-ZT-B-EXP                 PIC S9(03) VALUE 0.
005180 77  WS-ZT-ORDER                 PIC 9(02) VALUE 0.
005190 77  WS-ZT-STEPS                 PIC 9(02) VALUE 0.
005200 77  WS-ZT-IX                    PIC 9(02) VALUE 0.
005210 77  WS-ZT-WORK-MANT             PIC S9(03)V9(17) COMP-3.
005220 77  WS-ZT-WORK-EXP              PIC S9(03) VALUE 0.
005230 77  WS-ZT-FOUR-PI-SQ            PIC 9(01)V9(17) COMP-3
005240                                  VALUE 3.94784176043574345.
005250 77  WS-ZT-MANT                  PIC S9(01)V9(15) COMP-3.
005260 77  WS-ZT-EXP                   PIC S9(03) VALUE 0.
005270*
005280*------------------------------------------------------------
005290*CYCLES MARKED DURING THE QUARTER, WITH THE BERNJOB AND BERNVRFY
005300*OUTCOMES BERNCTL RECORDED IN EACH.  THE FIRST ENTRY MAY BE THE
005310*LAST CYCLE MARKED BEFORE THE QUARTER, CARRIED IN FOR A RUN EARLY
005320*IN THE QUARTER THAT RAN UNDER IT.
005330*------------------------------------------------------------
005340 77  WS-CT-MAX                   PIC 9(03) VALUE 200.
005350 77  WS-CT-COUNT                 PIC 9(03) VALUE 0.
005360 77  WS-CX                       PIC 9(03) VALUE 0.
005370 77  WS-CUR-CYCLE                PIC 9(03) VALUE 0.
005380 01  CT-CYCLE-TABLE.
005390     02  CT-CYCLE OCCURS 200 TIMES.
005400         03  CT-MARK-TS          PIC X(14).
005410         03  CT-PRIOR-SW         PIC X(01).
005420             88  CT-PRIOR-QUARTER        VALUE 'Y'.
005430         03  CT-JOB-SW           PIC X(01).
005440             88  CT-JOB-STARTED          VALUE 'S'.
005450             88  CT-JOB-ENDED            VALUE 'E'.
005460         03  CT-JOB-RC           PIC 9(02).
005470         03  CT-VRFY-SW          PIC X(01).
005480             88  CT-VRFY-STARTED         VALUE 'S'.
005490             88  CT-VRFY-ENDED           VALUE 'E'.
005500         03  CT-VRFY-RC          PIC 9(02).
005510         03  CT-SUMMARY-COUNT    PIC 9(03).
005520*
005530*------------------------------------------------------------
005540*BERNJOB RUNS OF THE QUARTER FROM SUMMARYF, HELD IN START-TIME
005550*ORDER WHATEVER ORDER THE GENERATIONS ARE READ IN, EACH WITH THE
005560*CYCLE IT RAN UNDER (0 IF NONE).
005570*------------------------------------------------------------
005580 77  WS-RN-MAX                   PIC 9(03) VALUE 200.
005590 77  WS-RN-COUNT                 PIC 9(03) VALUE 0.
005600 77  WS-RX                       PIC 9(03) VALUE 0.
005610 77  WS-RY                       PIC 9(03) VALUE 0.
005620 01  RN-RUN-TABLE.
005630     02  RN-RUN OCCURS 200 TIMES.
005640         03  RN-START-TS         PIC X(14).
005650         03  RN-END-TS           PIC X(14).
005660         03  RN-SERVED           PIC 9(05).
005670         03  RN-REJECTS          PIC 9(06).
005680         03  RN-RECON            PIC X(01).
005690         03  RN-CYCLE-IX         PIC 9(03).
005700*
005710*------------------------------------------------------------
005720*SERVINGS OF THE QUARTER BY DEPARTMENT AND TYPE.  THE TYPE
005730*COLUMNS ARE B (RAW, BLANK INCLUDED), S, F, P, R AND Z.
005740*------------------------------------------------------------
005750 01  DT-DEPT-TABLE.
005760     02  DT-DEPT-ENTRY OCCURS 99 TIMES.
005770         03  DT-DEPT-CODE        PIC X(04).
005780         03  DT-TYPE-COUNT       PIC 9(07) OCCURS 6 TIMES.
005790         03  DT-TOTAL            PIC 9(07).
005800 01  GT-TOTALS.
005810     02  GT-TYPE-COUNT           PIC 9(07) OCCURS 6 TIMES.
005820     02  GT-TOTAL                PIC 9(07).
005830 77  WS-DEPT-USED                PIC 9(02) VALUE 0.
005840 77  WS-DEPT-IX                  PIC 9(03) VALUE 0.
005850 77  WS-DEPT-SLOT                PIC 9(02) VALUE 0.
005860 77  WS-TYPE-IX                  PIC 9(01) VALUE 0.
005870*
005880*------------------------------------------------------------
005890*COUNTS AND THE RETURN CODE.
005900*------------------------------------------------------------
005910 77  WS-HIST-READ                PIC 9(07) VALUE 0.
005920 77  WS-HIST-SKIPPED             PIC 9(05) VALUE 0.
005930 77  WS-QT-BT-COUNT              PIC 9(05) VALUE 0.
005940 77  WS-QT-BS-COUNT              PIC 9(05) VALUE 0.
005950 77  WS-QT-HIST-COUNT            PIC 9(05) VALUE 0.
005960 77  WS-QT-LATE-COUNT            PIC 9(05) VALUE 0.
005970 77  WS-AUDIT-READ-COUNT         PIC 9(07) VALUE 0.
005980 77  WS-SKIPPED-COUNT            PIC 9(07) VALUE 0.
005990 77  WS-CONSUMED-COUNT           PIC 9(07) VALUE 0.
006000 77  WS-DERIVED-COUNT            PIC 9(07) VALUE 0.
006010 77  WS-UNCOVERED-COUNT          PIC 9(05) VALUE 0.
006020 77  WS-QTR-SERVINGS             PIC 9(07) VALUE 0.
006030 77  WS-ODD-TYPE-COUNT           PIC 9(05) VALUE 0.
006040 77  WS-DEPT-OVERFLOW            PIC 9(05) VALUE 0.
006050 77  WS-RUN-LINES                PIC 9(05) VALUE 0.
006060 77  WS-RUN-EXCEPTIONS           PIC 9(05) VALUE 0.
006070 77  WS-RECON-FAIL-COUNT         PIC 9(05) VALUE 0.
006080 77  WS-NO-SUMMARY-COUNT         PIC 9(05) VALUE 0.
006090 77  WS-NO-CYCLE-COUNT           PIC 9(05) VALUE 0.
006100 77  WS-STAGE-OPEN-COUNT         PIC 9(05) VALUE 0.
006110 77  WS-TICKET-OPEN-COUNT        PIC 9(05) VALUE 0.
006120 77  WS-OPEN-EXCEPTIONS          PIC 9(05) VALUE 0.
006130 77  WS-CYCLE-COUNT              PIC 9(05) VALUE 0.
006140 77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE 0.
006150 77  WS-PRIOR-SIGNED-BY          PIC X(08) VALUE SPACES.
006160 77  WS-PRIOR-SIGNED-TS          PIC X(14) VALUE SPACES.
006170 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
006180*
006190*------------------------------------------------------------
006200*PAGINATION.  EVERY LINE GOES THROUGH 8100-WRITE-LINE FROM
006210*WS-PRINT-LINE; A FULL PAGE GETS THE HEADINGS, THE SECTION TITLE
006220*AND THE SECTION'S COLUMN HEADING AGAIN.
006230*------------------------------------------------------------
006240 77  WS-RPT-PAGE-COUNT           PIC 9(04) VALUE 0.
006250 77  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 0.
006260 77  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 060.
006270 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
006280 01  WS-SECTION-TITLE            PIC X(80) VALUE SPACES.
006290 01  WS-COLUMN-HEAD              PIC X(80) VALUE SPACES.
006300*
006310*------------------------------------------------------------
006320*VALUE PRINTING.  8300-FORMAT-VALUE EDITS WS-FMT-VALUE (AND,
006330*FOR THE SCALED TABLE, WS-FMT-EXP) OF TABLE WS-FMT-TABLE-ID INTO
006340*WS-FMT-VALUE-OUT, IN THE SAME EDITED FORMS BERNCERT PRINTS.
006350*------------------------------------------------------------
006360 77  WS-FMT-TABLE-ID             PIC X(02) VALUE SPACES.
006370 77  WS-FMT-VALUE                PIC S9(15)V9(15) COMP-3 VALUE 0.
006380 77  WS-FMT-EXP                  PIC S9(03) VALUE 0.
006390 77  WS-FMT-VALUE-OUT            PIC X(26) VALUE SPACES.
006400 01  WS-BT-EDIT                  PIC -(15)9.9(09).
006410 01  WS-BS-EDIT.
006420     05  WS-BS-EDIT-MANT         PIC -9.9(15).
006430     05  FILLER                  PIC X(02) VALUE " E".
006440     05  WS-BS-EDIT-EXP          PIC +999.
006450*
006460*------------------------------------------------------------
006470*REPORT LINE LAYOUTS.
006480*------------------------------------------------------------
006490 01  WS-HEAD-LINE-1.
006500     05  FILLER                  PIC X(40)
006510         VALUE "BERNSIGN - QUARTER-END SIGN-OFF PACKAGE ".
006520     05  FILLER                  PIC X(08) VALUE "QUARTER ".
006530     05  WS-H1-QTR-OUT           PIC X(06).
006540     05  FILLER                  PIC X(17) VALUE SPACES.
006550     05  FILLER                  PIC X(05) VALUE "PAGE ".
006560     05  WS-H1-PAGE-OUT          PIC ZZZ9.

006570 01  WS-HEAD-LINE-2.
006580     05  FILLER                  PIC X(07) VALUE "PERIOD ".
006590     05  WS-H2-START-OUT         PIC X(08).
006600     05  FILLER                  PIC X(04) VALUE " TO ".
006610     05  WS-H2-END-OUT           PIC X(08).
006620     05  FILLER                  PIC X(06) VALUE "  RUN ".
006630     05  WS-H2-RUN-TS-OUT        PIC X(14).
006640     05  FILLER                  PIC X(02) VALUE SPACES.
006650     05  WS-H2-STATUS-OUT        PIC X(18).
006660     05  WS-H2-USER-OUT          PIC X(08).
006670     05  FILLER                  PIC X(05) VALUE SPACES.

006680 01  WS-QT-HEAD-LINE.
006690     05  FILLER                  PIC X(40)
006700         VALUE "TB  N VALUE                             ".
006710     05  FILLER                  PIC X(40)
006720         VALUE "IN FORCE AT QUARTER END".

006730 01  WS-QT-LINE.
006740     05  WS-QL-TABLE-OUT         PIC X(02).
006750     05  FILLER                  PIC X(01) VALUE SPACE.
006760     05  WS-QL-ORDER-OUT         PIC Z9.
006770     05  FILLER                  PIC X(01) VALUE SPACE.
006780     05  WS-QL-VALUE-OUT         PIC X(26).
006790     05  FILLER                  PIC X(08) VALUE SPACES.
006800     05  WS-QL-SOURCE-OUT        PIC X(12).
006810     05  WS-QL-TS-OUT            PIC X(14).
006820     05  FILLER                  PIC X(14) VALUE SPACES.

006830 01  WS-SS-HEAD-LINE.
006840     05  FILLER                  PIC X(40)
006850         VALUE "TB  N FROM           TO             PROG".
006860     05  FILLER                  PIC X(40)
006870         VALUE "RAM   FUNCTION SERVD C".

006880 01  WS-SS-LINE.
006890     05  WS-SS-TABLE-OUT         PIC X(02).
006900     05  FILLER                  PIC X(01) VALUE SPACE.
006910     05  WS-SS-ORDER-OUT         PIC Z9.
006920     05  FILLER                  PIC X(01) VALUE SPACE.
006930     05  WS-SS-FROM-OUT          PIC X(14).
006940     05  FILLER                  PIC X(01) VALUE SPACE.
006950     05  WS-SS-TO-OUT            PIC X(14).
006960     05  FILLER                  PIC X(01) VALUE SPACE.
006970     05  WS-SS-PROGRAM-OUT       PIC X(09).
006980     05  FILLER                  PIC X(01) VALUE SPACE.
006990     05  WS-SS-FUNCTION-OUT      PIC X(08).
007000     05  FILLER                  PIC X(01) VALUE SPACE.
007010     05  WS-SS-SERVED-OUT        PIC ZZZZ9.
007020     05  FILLER                  PIC X(01) VALUE SPACE.
007030     05  WS-SS-COVER-OUT         PIC X(01).
007040     05  FILLER                  PIC X(18) VALUE SPACES.

007050 01  WS-SS-VALUE-LINE.
007060     05  FILLER                  PIC X(06) VALUE SPACES.
007070     05  FILLER                  PIC X(11) VALUE "SUPERSEDED ".
007080     05  WS-SX-VALUE-OUT         PIC X(26).
007090     05  FILLER                  PIC X(37) VALUE SPACES.

007100 01  WS-CONSUMER-LINE.
007110     05  FILLER                  PIC X(04) VALUE SPACES.
007120     05  WS-CL-TS-OUT            PIC X(14).
007130     05  FILLER                  PIC X(01) VALUE SPACE.
007140     05  WS-CL-DEPT-OUT          PIC X(04).
007150     05  FILLER                  PIC X(01) VALUE SPACE.
007160     05  WS-CL-USER-OUT          PIC X(08).
007170     05  FILLER                  PIC X(01) VALUE SPACE.
007180     05  WS-CL-TICKET-OUT        PIC X(10).
007190     05  FILLER                  PIC X(01) VALUE SPACE.
007200     05  WS-CL-TYPE-OUT          PIC X(01).
007210     05  FILLER                  PIC X(01) VALUE SPACE.
007220     05  WS-CL-VALUE-OUT         PIC X(26).
007230     05  FILLER                  PIC X(01) VALUE SPACE.
007240     05  WS-CL-MARK-OUT          PIC X(07).

007250 01  WS-RUN-HEAD-LINE.
007260     05  FILLER                  PIC X(40)
007270         VALUE "RUN START      RUN END        SERVD  REJ".
007280     05  FILLER                  PIC X(40)
007290         VALUE "S RECN CYCLE          JOB  VRFY".

007300 01  WS-RUN-LINE.
007310     05  WS-RL-START-OUT         PIC X(14).
007320     05  FILLER                  PIC X(01) VALUE SPACE.
007330     05  WS-RL-END-OUT           PIC X(14).
007340     05  FILLER                  PIC X(01) VALUE SPACE.
007350     05  WS-RL-SERVED-OUT        PIC ZZZZ9.
007360     05  FILLER                  PIC X(01) VALUE SPACE.
007370     05  WS-RL-REJECTS-OUT       PIC ZZZZZ9.
007380     05  FILLER                  PIC X(01) VALUE SPACE.
007390     05  WS-RL-RECON-OUT         PIC X(04).
007400     05  FILLER                  PIC X(01) VALUE SPACE.
007410     05  WS-RL-CYCLE-OUT         PIC X(14).
007420     05  FILLER                  PIC X(01) VALUE SPACE.
007430     05  WS-RL-JOB-OUT           PIC X(04).
007440     05  FILLER                  PIC X(01) VALUE SPACE.
007450     05  WS-RL-VRFY-OUT          PIC X(04).
007460     05  FILLER                  PIC X(01) VALUE SPACE.
007470     05  WS-RL-FLAG-OUT          PIC X(01).
007480     05  FILLER                  PIC X(05) VALUE SPACES.

007490 01  WS-STEP-OUTCOME.
007500     05  WS-SO-TEXT              PIC X(02).
007510     05  WS-SO-RC                PIC 9(02).

007520 01  WS-DEPT-HEAD-LINE.
007530     05  FILLER                  PIC X(40)
007540         VALUE "DEPT     RAW SCALED  FAULH   POLY  RATNL".
007550     05  FILLER                  PIC X(40)
007560         VALUE "   ZETA   TOTAL".

007570 01  WS-DEPT-LINE.
007580     05  WS-DL-DEPT-OUT          PIC X(05).
007590     05  WS-DL-COUNT-GROUP.
007600         10  WS-DL-COUNT-OUT     PIC ZZZZZZ9 OCCURS 6 TIMES.
007610     05  FILLER                  PIC X(01) VALUE SPACE.
007620     05  WS-DL-TOTAL-OUT         PIC ZZZZZZ9.
007630     05  FILLER                  PIC X(25) VALUE SPACES.

007640 01  WS-STAGE-HEAD-LINE.
007650     05  FILLER                  PIC X(40)
007660         VALUE "TB  N STATE     ACTION  MAKER     USER  ".
007670     05  FILLER                  PIC X(40)
007680         VALUE "   STAGED         REASON".

007690 01  WS-STAGE-LINE.
007700     05  WS-GL-TABLE-OUT         PIC X(02).
007710     05  FILLER                  PIC X(01) VALUE SPACE.
007720     05  WS-GL-ORDER-OUT         PIC Z9.
007730     05  FILLER                  PIC X(01) VALUE SPACE.
007740     05  WS-GL-STATE-OUT         PIC X(09).
007750     05  FILLER                  PIC X(01) VALUE SPACE.
007760     05  WS-GL-ACTION-OUT        PIC X(07).
007770     05  FILLER                  PIC X(01) VALUE SPACE.
007780     05  WS-GL-MAKER-OUT         PIC X(09).
007790     05  FILLER                  PIC X(01) VALUE SPACE.
007800     05  WS-GL-USER-OUT          PIC X(08).
007810     05  FILLER                  PIC X(01) VALUE SPACE.
007820     05  WS-GL-STAGED-OUT        PIC X(14).
007830     05  FILLER                  PIC X(01) VALUE SPACE.
007840     05  WS-GL-REASON-OUT        PIC X(08).
007850     05  FILLER                  PIC X(14) VALUE SPACES.

007860 01  WS-TICKET-HEAD-LINE.
007870     05  FILLER                  PIC X(40)
007880         VALUE "TICKET     STATUS      DEPT USER      N ".
007890     05  FILLER                  PIC X(40)
007900         VALUE "T FIRST RUN      REASON SUB".

007910 01  WS-TICKET-LINE.
007920     05  WS-TL-TICKET-OUT        PIC X(10).
007930     05  FILLER                  PIC X(01) VALUE SPACE.
007940     05  WS-TL-STATUS-OUT        PIC X(11).
007950     05  FILLER                  PIC X(01) VALUE SPACE.
007960     05  WS-TL-DEPT-OUT          PIC X(04).
007970     05  FILLER                  PIC X(01) VALUE SPACE.
007980     05  WS-TL-USER-OUT          PIC X(08).
007990     05  FILLER                  PIC X(01) VALUE SPACE.
008000     05  WS-TL-ORDER-OUT         PIC X(02).
008010     05  FILLER                  PIC X(01) VALUE SPACE.
008020     05  WS-TL-TYPE-OUT          PIC X(01).
008030     05  FILLER                  PIC X(01) VALUE SPACE.
008040     05  WS-TL-FIRST-OUT         PIC X(14).
008050     05  FILLER                  PIC X(01) VALUE SPACE.
008060     05  WS-TL-REASON-OUT        PIC X(06).
008070     05  FILLER                  PIC X(01) VALUE SPACE.
008080     05  WS-TL-SUBMIT-OUT        PIC ZZ9.
008090     05  FILLER                  PIC X(13) VALUE SPACES.

008100 01  WS-TOTAL-LINE.
008110     05  WS-TO-LABEL-OUT         PIC X(40).
008120     05  WS-TO-VALUE-OUT         PIC ZZZZZZ9.
008130     05  FILLER                  PIC X(33) VALUE SPACES.

008140 01  WS-SIGNATURE-LINE.
008150     05  FILLER                  PIC X(12) VALUE "SIGNATURE : ".
008160     05  FILLER                  PIC X(30) VALUE ALL "_".
008170     05  FILLER                  PIC X(10) VALUE "   DATE : ".
008180     05  FILLER                  PIC X(12) VALUE ALL "_".
008190     05  FILLER                  PIC X(16) VALUE SPACES.

008200 PROCEDURE DIVISION.
008210*
008220*==============================================================
008230*0000-MAINLINE
008240*==============================================================
008250 0000-MAINLINE.
008260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008270     IF WS-PARM-ERROR
008280         MOVE 16 TO WS-WORST-RC
008290     ELSE
008300     IF WS-WORST-RC < 8
008310         PERFORM 2000-TABLE-AT-QTR-END THRU 2000-EXIT
008320         PERFORM 3000-SUPERSESSIONS THRU 3000-EXIT
008330         PERFORM 4000-RUN-OUTCOMES THRU 4000-EXIT
008340         PERFORM 5000-SERVINGS-BY-DEPT THRU 5000-EXIT
008350         PERFORM 6000-OPEN-EXCEPTIONS THRU 6000-EXIT
008360         PERFORM 7000-SIGN-OFF THRU 7000-EXIT
008370         PERFORM 9800-TERMINATE THRU 9800-EXIT
008380     END-IF
008390     END-IF.
008400     MOVE WS-WORST-RC TO RETURN-CODE.
008410     STOP RUN.
008420*
008430*------------------------------------------------------------
008440*1000-INITIALIZE - STAMP THE RUN, READ THE CONTROL CARDS, FIX
008450*THE QUARTER AND OPEN THE PACKAGE.  A BAD CARD ENDS THE RUN
008460*HERE WITH NOTHING PRINTED.
008470*------------------------------------------------------------
008480 1000-INITIALIZE.
008490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008500     ACCEPT WS-CURRENT-TIME FROM TIME.
008510     STRING WS-CURRENT-DATE DELIMITED BY SIZE
008520            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
008530         INTO WS-RUN-TS.
008540     MOVE SPACES TO LT-LAST-TS-TABLE.
008550     INITIALIZE QT-TABLE.
008560     INITIALIZE DT-DEPT-TABLE.
008570     INITIALIZE GT-TOTALS.
008580     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
008590     IF WS-PARM-ERROR
008600         GO TO 1000-EXIT
008610     END-IF.
008620     IF WS-QTR-ID = SPACES
008630         PERFORM 1200-PREVIOUS-QUARTER THRU 1200-EXIT
008640     END-IF.
008650     STRING WS-QTR-YEAR DELIMITED BY SIZE
008660            WS-QB-START-MMDD(WS-QTR-NO) DELIMITED BY SIZE
008670         INTO WS-QTR-START-DATE.
008680     STRING WS-QTR-YEAR DELIMITED BY SIZE
008690            WS-QB-END-MMDD(WS-QTR-NO) DELIMITED BY SIZE
008700         INTO WS-QTR-END-DATE.
008710     IF WS-QTR-START-DATE > WS-RUN-TS(1:8)
008720         DISPLAY "BAD CONTROL CARD - QUARTER " WS-QTR-ID
008730             " HAS NOT BEGUN"
008740         SET WS-PARM-ERROR TO TRUE
008750         GO TO 1000-EXIT
008760     END-IF.
008770     IF WS-SIGNED-BY NOT = SPACES
008780             AND WS-QTR-END-DATE NOT < WS-RUN-TS(1:8)
008790         DISPLAY "BAD CONTROL CARD - QUARTER " WS-QTR-ID
008800             " HAS NOT ENDED AND CANNOT BE SIGNED OFF"
008810         SET WS-PARM-ERROR TO TRUE
008820         GO TO 1000-EXIT
008830     END-IF.
008840     OPEN OUTPUT REPORT-FILE.
008850     IF NOT WS-RPT-OK
008860         DISPLAY "BERNSIGN - REPORT OPEN FAILED, STATUS "
008870             WS-RPT-STATUS
008880         MOVE 8 TO WS-WORST-RC
008890         GO TO 1000-EXIT
008900     END-IF.
008910     DISPLAY "BERNSIGN - QUARTER " WS-QTR-ID " FROM "
008920         WS-QTR-START-DATE " TO " WS-QTR-END-DATE.
008930 1000-EXIT.
008940     EXIT.
008950*
008960*------------------------------------------------------------
008970*1100-READ-CONTROL-CARDS - READ AND VALIDATE THE SIGNCNTL
008980*CARDS.  AN ABSENT FILE IS A DRAFT OF THE PREVIOUS QUARTER.
008990*------------------------------------------------------------
009000 1100-READ-CONTROL-CARDS.
009010     OPEN INPUT PARM-FILE.
009020     IF NOT WS-PARM-OK
009030         DISPLAY "SIGNCNTL NOT PRESENT - DRAFT OF THE PREVIOUS "
009040             "QUARTER."
009050     ELSE
009060         PERFORM 1110-PROCESS-ONE-CARD THRU 1110-EXIT
009070             UNTIL WS-NO-MORE-PARMS
009080         CLOSE PARM-FILE
009090     END-IF.
009100 1100-EXIT.
009110     EXIT.
009120*
009130*------------------------------------------------------------
009140*1110-PROCESS-ONE-CARD - PARSE AND APPLY ONE KEYWORD=VALUE
009150*CARD.
009160*------------------------------------------------------------
009170 1110-PROCESS-ONE-CARD.
009180     READ PARM-FILE INTO PARM-CARD
009190         AT END
009200             SET WS-NO-MORE-PARMS TO TRUE
009210     END-READ.
009220     IF WS-NO-MORE-PARMS
009230             OR PARM-CARD(1:1) = '*'
009240             OR PARM-CARD = SPACES
009250         GO TO 1110-EXIT
009260     END-IF.
009270     MOVE SPACES TO WS-PARM-KEYWORD.
009280     MOVE SPACES TO WS-PARM-VALUE.
009290     UNSTRING PARM-CARD DELIMITED BY '='
009300         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
009310     EVALUATE WS-PARM-KEYWORD
009320         WHEN 'QUARTER'
009330             PERFORM 1120-APPLY-QUARTER THRU 1120-EXIT
009340         WHEN 'SIGNEDBY'
009350             PERFORM 1130-APPLY-SIGNEDBY THRU 1130-EXIT
009360         WHEN 'LINESPAGE'
009370             PERFORM 1140-APPLY-LINESPAGE THRU 1140-EXIT
009380         WHEN OTHER
009390             DISPLAY "BAD CONTROL CARD - UNKNOWN KEYWORD: "
009400                 WS-PARM-KEYWORD
009410             SET WS-PARM-ERROR TO TRUE
009420     END-EVALUATE.
009430 1110-EXIT.
009440     EXIT.
009450*
009460*------------------------------------------------------------
009470*1120-APPLY-QUARTER - YYYYQN, N 1 TO 4.
009480*------------------------------------------------------------
009490 1120-APPLY-QUARTER.
009500     MOVE WS-PARM-VALUE(1:6) TO WS-QTR-ID.
009510     IF WS-PARM-VALUE(7:14) NOT = SPACES
009520             OR WS-QTR-YEAR IS NOT NUMERIC
009530             OR WS-QTR-LETTER NOT = 'Q'
009540             OR WS-QTR-NO IS NOT NUMERIC
009550             OR WS-QTR-NO < 1
009560             OR WS-QTR-NO > 4
009570         DISPLAY "BAD CONTROL CARD - QUARTER MUST BE YYYYQN: "
009580             WS-PARM-VALUE
009590         SET WS-PARM-ERROR TO TRUE
009600     END-IF.
009610 1120-EXIT.
009620     EXIT.
009630*
009640*------------------------------------------------------------
009650*1130-APPLY-SIGNEDBY - THE SIGNATORY'S USER ID, ONE TO EIGHT
009660*CHARACTERS.
009670*------------------------------------------------------------
009680 1130-APPLY-SIGNEDBY.
009690     IF WS-PARM-VALUE = SPACES
009700             OR WS-PARM-VALUE(9:12) NOT = SPACES
009710         DISPLAY "BAD CONTROL CARD - SIGNEDBY: " WS-PARM-VALUE
009720         SET WS-PARM-ERROR TO TRUE
009730     ELSE
009740         MOVE WS-PARM-VALUE(1:8) TO WS-SIGNED-BY
009750     END-IF.
009760 1130-EXIT.
009770     EXIT.
009780*
009790*------------------------------------------------------------
009800*1140-APPLY-LINESPAGE - ONE TO THREE DIGITS, RIGHT-JUSTIFIED A
009810*PLACE AT A TIME AS BERNOULLI DOES.  THE FLOOR IS 10.
009820*------------------------------------------------------------
009830 1140-APPLY-LINESPAGE.
009840     MOVE WS-PARM-VALUE(1:3) TO WS-PARM-LP-X.
009850     PERFORM 1150-JUSTIFY-LINESPAGE THRU 1150-EXIT
009860         UNTIL WS-PARM-LP-X(3:1) NOT = SPACE
009870             OR WS-PARM-LP-X = SPACES.
009880     INSPECT WS-PARM-LP-X REPLACING LEADING ' ' BY '0'.
009890     IF WS-PARM-LP-X IS NOT NUMERIC
009900             OR WS-PARM-LP-NUM < 10
009910         DISPLAY "BAD CONTROL CARD - LINESPAGE: "
009920             WS-PARM-VALUE
009930         SET WS-PARM-ERROR TO TRUE
009940     ELSE
009950         MOVE WS-PARM-LP-NUM TO WS-RPT-LINES-PER-PAGE
009960     END-IF.
009970 1140-EXIT.
009980     EXIT.
009990*
010000*------------------------------------------------------------
010010*1150-JUSTIFY-LINESPAGE - SHIFT THE STAGED ENTRY RIGHT ONE
010020*PLACE.
010030*------------------------------------------------------------
010040 1150-JUSTIFY-LINESPAGE.
010050     MOVE WS-PARM-LP-X(2:1) TO WS-PARM-LP-X(3:1).
010060     MOVE WS-PARM-LP-X(1:1) TO WS-PARM-LP-X(2:1).
010070     MOVE SPACE TO WS-PARM-LP-X(1:1).
010080 1150-EXIT.
010090     EXIT.
010100*
010110*------------------------------------------------------------
010120*1200-PREVIOUS-QUARTER - THE QUARTER BEFORE THE ONE TODAY FALLS
010130*IN.  THE FIRST QUARTER'S PREDECESSOR IS THE LAST QUARTER OF THE
010140*YEAR BEFORE.
010150*------------------------------------------------------------
010160 1200-PREVIOUS-QUARTER.
010170     MOVE WS-CD-YEAR TO WS-QTR-YEAR.
010180     MOVE 'Q' TO WS-QTR-LETTER.
010190     COMPUTE WS-QTR-NO = (WS-CD-MONTH + 2) / 3.
010200     IF WS-QTR-NO = 1
010210         MOVE 4 TO WS-QTR-NO
010220         SUBTRACT 1 FROM WS-QTR-YEAR
010230     ELSE
010240         SUBTRACT 1 FROM WS-QTR-NO
010250     END-IF.
010260 1200-EXIT.
010270     EXIT.
010280*
010290*==============================================================
010300*SECTION 1 - THE TABLE AS AT QUARTER END
010310*==============================================================
010320*
010330*------------------------------------------------------------
010340*2000-TABLE-AT-QTR-END - START FROM THE TABLES AS THEY STAND,
010350*WIND EACH SLOT BACK TO ITS FIRST SUPERSESSION AFTER THE QUARTER
010360*END, THEN PRINT THE RESULT.  THE HISTF PASS ALSO COLLECTS THE
010370*QUARTER'S SUPERSESSIONS FOR SECTION 2.
010380*------------------------------------------------------------
010390 2000-TABLE-AT-QTR-END.
010400     MOVE "SECTION 1 - THE TABLE AS AT QUARTER END"
010410         TO WS-SECTION-TITLE.
010420     MOVE WS-QT-HEAD-LINE TO WS-COLUMN-HEAD.
010430     PERFORM 8000-START-SECTION THRU 8000-EXIT.
010440     PERFORM 2100-LOAD-CURRENT-TABLE THRU 2100-EXIT.
010450     PERFORM 2200-LOAD-HISTORY THRU 2200-EXIT.
010460     PERFORM 2400-PRINT-ONE-ENTRY THRU 2400-EXIT
010470         VARYING WS-QT-ROW FROM 1 BY 1
010480         UNTIL WS-QT-ROW > 2
010490         AFTER WS-QT-SLOT FROM 1 BY 1
010500         UNTIL WS-QT-SLOT > 99.
010510     IF WS-QT-BT-COUNT = 0 AND WS-QT-BS-COUNT = 0
010520         MOVE "NO ENTRY ON EITHER TABLE AT QUARTER END"
010530             TO WS-PRINT-LINE
010540         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
010550     END-IF.
010560 2000-EXIT.
010570     EXIT.
010580*
010590*------------------------------------------------------------
010600*2100-LOAD-CURRENT-TABLE - EVERY ENTRY ON BTABLEF AND BSCALEF
010610*AS IT STANDS NOW.
010620*------------------------------------------------------------
010630 2100-LOAD-CURRENT-TABLE.
010640     OPEN INPUT BTABLE-FILE.
010650     OPEN INPUT BSCALE-FILE.
010660     IF NOT WS-BTABLE-OK OR NOT WS-BSCALE-OK
010670         DISPLAY "BERNSIGN - TABLE OPEN FAILED, BTABLE "
010680             WS-BTABLE-STATUS " BSCALE " WS-BSCALE-STATUS
010690         MOVE 8 TO WS-WORST-RC
010700         GO TO 2100-EXIT
010710     END-IF.
010720     MOVE 0 TO BT-ORDER.
010730     START BTABLE-FILE KEY IS NOT LESS THAN BT-ORDER
010740         INVALID KEY
010750             SET WS-BTABLE-EOF TO TRUE
010760     END-START.
010770     PERFORM 2110-TAKE-ONE-BT THRU 2110-EXIT
010780         UNTIL WS-BTABLE-EOF.
010790     MOVE 0 TO BS-ORDER.
010800     START BSCALE-FILE KEY IS NOT LESS THAN BS-ORDER
010810         INVALID KEY
010820             SET WS-BSCALE-EOF TO TRUE
010830     END-START.
010840     PERFORM 2120-TAKE-ONE-BS THRU 2120-EXIT
010850         UNTIL WS-BSCALE-EOF.
010860     CLOSE BTABLE-FILE.
010870     CLOSE BSCALE-FILE.
010880     MOVE SPACES TO WS-BTABLE-STATUS.
010890     MOVE SPACES TO WS-BSCALE-STATUS.
010900 2100-EXIT.
010910     EXIT.
010920*
010930*------------------------------------------------------------
010940*2110-TAKE-ONE-BT - ONE BTABLE ENTRY.
010950*------------------------------------------------------------
010960 2110-TAKE-ONE-BT.
010970     READ BTABLE-FILE NEXT RECORD
010980         AT END
010990             SET WS-BTABLE-EOF TO TRUE
011000         NOT AT END
011010             IF BT-ORDER > 0
011020                 MOVE BT-VALUE TO QT-VALUE(1, BT-ORDER)
011030                 MOVE 0 TO QT-EXP(1, BT-ORDER)
011040                 MOVE 'C' TO QT-SOURCE(1, BT-ORDER)
011050             END-IF
011060     END-READ.
011070 2110-EXIT.
011080     EXIT.
011090*
011100*------------------------------------------------------------
011110*2120-TAKE-ONE-BS - ONE BSCALE ENTRY.
011120*------------------------------------------------------------
011130 2120-TAKE-ONE-BS.
011140     READ BSCALE-FILE NEXT RECORD
011150         AT END
011160             SET WS-BSCALE-EOF TO TRUE
011170         NOT AT END
011180             IF BS-ORDER > 0
011190                 MOVE BS-MANTISSA TO QT-VALUE(2, BS-ORDER)
011200                 MOVE BS-EXPONENT TO QT-EXP(2, BS-ORDER)
011210                 MOVE 'C' TO QT-SOURCE(2, BS-ORDER)
011220             END-IF
011230     END-READ.
011240 2120-EXIT.
011250     EXIT.
011260*
011270*------------------------------------------------------------
011280*2200-LOAD-HISTORY - READ HISTF FROM THE TOP.
011290*------------------------------------------------------------
011300 2200-LOAD-HISTORY.
011310     OPEN INPUT HISTORY-FILE.
011320     IF NOT WS-HIST-OK
011330         DISPLAY "BERNSIGN - HISTF OPEN FAILED, STATUS "
011340             WS-HIST-STATUS
011350         MOVE 8 TO WS-WORST-RC
011360         GO TO 2200-EXIT
011370     END-IF.
011380     PERFORM 2210-READ-ONE-HISTORY THRU 2210-EXIT
011390         UNTIL WS-HIST-EOF.
011400     CLOSE HISTORY-FILE.
011410     IF WS-SS-DROPPED > 0
011420         DISPLAY "BERNSIGN - MORE THAN " WS-SS-MAX
011430             " SUPERSESSIONS IN THE QUARTER - " WS-SS-DROPPED
011440             " NOT LISTED"
011450         SET WS-TABLE-FULL TO TRUE
011460     END-IF.
011470 2200-EXIT.
011480     EXIT.
011490*
011500*------------------------------------------------------------
011510*2210-READ-ONE-HISTORY - ONE HISTF RECORD.  THE FIRST RECORD OF
011520*A SLOT DATED AFTER THE QUARTER END HOLDS THE VALUE THAT WAS IN
011530*FORCE AT THE END; A RECORD DATED IN THE QUARTER IS ONE OF ITS
011540*SUPERSESSIONS.  EVERY SUPERSESSION MOVES THE SLOT'S LAST
011550*SUPERSESSION TIME ON.  A PROMNEW RECORD IS A NEW SLOT'S FIRST
011560*PROMOTION, NOT A SUPERSESSION: WHEN IT IS THE SLOT'S FIRST
011570*RECORD AFTER THE QUARTER END THE SLOT WAS NOT THEN ON FILE, AND
011580*OTHERWISE IT IS PASSED OVER.  A RECORD THAT NAMES NO TABLE OR
011590*SLOT IS COUNTED AND PASSED OVER.
011600*------------------------------------------------------------
011610 2210-READ-ONE-HISTORY.
011620     READ HISTORY-FILE
011630         AT END
011640             SET WS-HIST-EOF TO TRUE
011650     END-READ.
011660     IF WS-HIST-EOF
011670         GO TO 2210-EXIT
011680     END-IF.
011690     ADD 1 TO WS-HIST-READ.
011700     MOVE 0 TO WS-QT-ROW.
011710     IF HS-BTABLE
011720         MOVE 1 TO WS-QT-ROW
011730     END-IF.
011740     IF HS-BSCALE
011750         MOVE 2 TO WS-QT-ROW
011760     END-IF.
011770     IF WS-QT-ROW = 0
011780             OR HS-ORDER IS NOT NUMERIC
011790             OR HS-ORDER = 0
011800         ADD 1 TO WS-HIST-SKIPPED
011810         GO TO 2210-EXIT
011820     END-IF.
011830     MOVE HS-ORDER TO WS-QT-SLOT.
011840     IF HS-NEW-ENTRY
011850         IF HS-TIMESTAMP(1:8) > WS-QTR-END-DATE
011860                 AND QT-AFTER-TS(WS-QT-ROW, WS-QT-SLOT) = SPACES
011870             MOVE HS-TIMESTAMP
011880                 TO QT-AFTER-TS(WS-QT-ROW, WS-QT-SLOT)
011890             MOVE 'N' TO QT-SOURCE(WS-QT-ROW, WS-QT-SLOT)
011900         END-IF
011910         GO TO 2210-EXIT
011920     END-IF.
011930     IF HS-TIMESTAMP(1:8) > WS-QTR-END-DATE
011940         IF QT-AFTER-TS(WS-QT-ROW, WS-QT-SLOT) = SPACES
011950             MOVE HS-TIMESTAMP
011960                 TO QT-AFTER-TS(WS-QT-ROW, WS-QT-SLOT)
011970             MOVE 'H' TO QT-SOURCE(WS-QT-ROW, WS-QT-SLOT)
011980             IF HS-BTABLE
011990                 MOVE HS-BT-OLD-VALUE
012000                     TO QT-VALUE(WS-QT-ROW, WS-QT-SLOT)
012010                 MOVE 0 TO QT-EXP(WS-QT-ROW, WS-QT-SLOT)
012020             ELSE
012030                 MOVE HS-BS-OLD-MANT
012040                     TO QT-VALUE(WS-QT-ROW, WS-QT-SLOT)
012050                 MOVE HS-BS-OLD-EXP
012060                     TO QT-EXP(WS-QT-ROW, WS-QT-SLOT)
012070             END-IF
012080         END-IF
012090     ELSE
012100         IF HS-TIMESTAMP(1:8) NOT < WS-QTR-START-DATE
012110             PERFORM 2220-TAKE-SUPERSESSION THRU 2220-EXIT
012120         END-IF
012130     END-IF.
012140     MOVE HS-TIMESTAMP TO LT-LAST-TS(WS-QT-ROW, WS-QT-SLOT).
012150 2210-EXIT.
012160     EXIT.
012170*
012180*------------------------------------------------------------
012190*2220-TAKE-SUPERSESSION - ADD ONE OF THE QUARTER'S SUPERSESSIONS
012200*TO THE TABLE.  ITS WINDOW OPENS AT THE SLOT'S LAST SUPERSESSION.
012210*------------------------------------------------------------
012220 2220-TAKE-SUPERSESSION.
012230     IF WS-SS-COUNT NOT < WS-SS-MAX
012240         ADD 1 TO WS-SS-DROPPED
012250         GO TO 2220-EXIT
012260     END-IF.
012270     ADD 1 TO WS-SS-COUNT.
012280     MOVE WS-SS-COUNT TO WS-SX.
012290     MOVE HS-TABLE-ID TO SS-TABLE-ID(WS-SX).
012300     MOVE HS-ORDER TO SS-SLOT(WS-SX).
012310     MOVE LT-LAST-TS(WS-QT-ROW, WS-QT-SLOT) TO SS-FROM-TS(WS-SX).
012320     MOVE HS-TIMESTAMP TO SS-TO-TS(WS-SX).
012330     MOVE HS-PROGRAM TO SS-PROGRAM(WS-SX).
012340     MOVE HS-FUNCTION TO SS-FUNCTION(WS-SX).
012350     IF HS-BTABLE
012360         MOVE HS-BT-OLD-VALUE TO SS-OLD-VALUE(WS-SX)
012370         MOVE 0 TO SS-OLD-EXP(WS-SX)
012380     ELSE
012390         MOVE HS-BS-OLD-MANT TO SS-OLD-VALUE(WS-SX)
012400         MOVE HS-BS-OLD-EXP TO SS-OLD-EXP(WS-SX)
012410     END-IF.
012420     MOVE 0 TO SS-CONSUMED(WS-SX).
012430     MOVE 'N' TO SS-CHANGED-SW(WS-SX).
012440 2220-EXIT.
012450     EXIT.
012460*
012470*------------------------------------------------------------
012480*2400-PRINT-ONE-ENTRY - ONE SLOT OF ONE TABLE.  THE ORDER SHOWN
012490*IS THE REQUESTED-ORDER NUMBERING, ONE BELOW THE SLOT.
012500*------------------------------------------------------------
012510 2400-PRINT-ONE-ENTRY.
012520     IF QT-SOURCE(WS-QT-ROW, WS-QT-SLOT) = SPACE
012530         GO TO 2400-EXIT
012540     END-IF.
012550     IF WS-QT-ROW = 1
012560         MOVE 'BT' TO WS-FMT-TABLE-ID
012570     ELSE
012580         MOVE 'BS' TO WS-FMT-TABLE-ID
012590     END-IF.
012600     MOVE WS-FMT-TABLE-ID TO WS-QL-TABLE-OUT.
012610     COMPUTE WS-QL-ORDER-OUT = WS-QT-SLOT - 1.
012620     MOVE QT-AFTER-TS(WS-QT-ROW, WS-QT-SLOT) TO WS-QL-TS-OUT.
012630     IF QT-SOURCE(WS-QT-ROW, WS-QT-SLOT) = 'N'
012640         ADD 1 TO WS-QT-LATE-COUNT
012650         MOVE "NOT ON FILE" TO WS-QL-VALUE-OUT
012660         MOVE "PROMOTED" TO WS-QL-SOURCE-OUT
012670         GO TO 2490-PRINT
012680     END-IF.
012690     IF WS-QT-ROW = 1
012700         ADD 1 TO WS-QT-BT-COUNT
012710     ELSE
012720         ADD 1 TO WS-QT-BS-COUNT
012730     END-IF.
012740     MOVE QT-VALUE(WS-QT-ROW, WS-QT-SLOT) TO WS-FMT-VALUE.
012750     MOVE QT-EXP(WS-QT-ROW, WS-QT-SLOT) TO WS-FMT-EXP.
012760     PERFORM 8300-FORMAT-VALUE THRU 8300-EXIT.
012770     MOVE WS-FMT-VALUE-OUT TO WS-QL-VALUE-OUT.
012780     IF QT-SOURCE(WS-QT-ROW, WS-QT-SLOT) = 'H'
012790         ADD 1 TO WS-QT-HIST-COUNT
012800         MOVE "SUPERSEDED" TO WS-QL-SOURCE-OUT
012810     ELSE
012820         MOVE "ON FILE NOW" TO WS-QL-SOURCE-OUT
012830     END-IF.
012840 2490-PRINT.
012850     MOVE WS-QT-LINE TO WS-PRINT-LINE.
012860     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
012870 2400-EXIT.
012880     EXIT.
012890*
012900*==============================================================
012910*SECTION 2 - SUPERSESSIONS DURING THE QUARTER
012920*==============================================================
012930*
012940*------------------------------------------------------------
012950*3000-SUPERSESSIONS - NOTE WHICH RAW SUPERSESSIONS CHANGED THE
012960*VALUE, THEN ONE AUDITF PASS FINDS THE SERVINGS THAT CONSUMED
012970*EACH SUPERSEDED VALUE AND TALLIES THE QUARTER'S SERVINGS FOR
012980*SECTION 4; THEN EACH SUPERSESSION IS PRINTED WITH ITS CONSUMERS.
012990*------------------------------------------------------------
013000 3000-SUPERSESSIONS.
013010     MOVE "SECTION 2 - SUPERSESSIONS DURING THE QUARTER"
013020         TO WS-SECTION-TITLE.
013030     MOVE WS-SS-HEAD-LINE TO WS-COLUMN-HEAD.
013040     PERFORM 8000-START-SECTION THRU 8000-EXIT.
013050     PERFORM 3020-MARK-CHANGED THRU 3020-EXIT
013060         VARYING WS-SX FROM 1 BY 1
013070         UNTIL WS-SX > WS-SS-COUNT.
013080     PERFORM 3100-SCAN-AUDIT THRU 3100-EXIT.
013090     IF WS-SS-COUNT = 0
013100         MOVE "NO SUPERSESSION LOGGED ON HISTF DURING THE QUARTER"
013110             TO WS-PRINT-LINE
013120         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
013130         GO TO 3000-EXIT
013140     END-IF.
013150     PERFORM 3500-PRINT-ONE-SUPERSESSION THRU 3500-EXIT
013160         VARYING WS-SX FROM 1 BY 1
013170         UNTIL WS-SX > WS-SS-COUNT.
013180     MOVE SPACES TO WS-PRINT-LINE.
013190     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
013200     IF WS-COVER-SHORT
013210         MOVE "* WINDOW OPENS BEFORE THE EARLIEST AUDIT LINE READ"
013220             TO WS-PRINT-LINE
013230         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
013240         MOVE "  - ADD THE OLDER ARCHIVE GENERATIONS TO AUDITF"
013250             TO WS-PRINT-LINE
013260         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
013270     END-IF.
013280     IF WS-SS-DROPPED > 0
013290         MOVE "SUPERSESSIONS NOT LISTED - TABLE FULL"
013300             TO WS-TO-LABEL-OUT
013310         MOVE WS-SS-DROPPED TO WS-TO-VALUE-OUT
013320         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
013330         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
013340     END-IF.
013350 3000-EXIT.
013360     EXIT.
013370*
013380*------------------------------------------------------------
013390*3020-MARK-CHANGED - WHETHER ONE BTABLE SUPERSESSION CHANGED THE
013400*VALUE.  THE VALUE IT PUT ON FILE IS THE SUPERSEDED VALUE OF THE
013410*SLOT'S NEXT SUPERSESSION IN THE QUARTER, OR ELSE THE ENTRY AS
013420*SECTION 1 FOUND IT; A SLOT NOT ON FILE SINCE COUNTS AS CHANGED.
013430*------------------------------------------------------------
013440 3020-MARK-CHANGED.
013450     IF SS-TABLE-ID(WS-SX) NOT = 'BT'
013460         GO TO 3020-EXIT
013470     END-IF.
013480     MOVE 0 TO WS-NEXT-IX.
013490     PERFORM 3030-FIND-NEXT-SUPERSESSION THRU 3030-EXIT
013500         VARYING WS-SY FROM WS-SX BY 1
013510         UNTIL WS-SY > WS-SS-COUNT
013520             OR WS-NEXT-IX > 0.
013530     IF WS-NEXT-IX > 0
013540         MOVE SS-OLD-VALUE(WS-NEXT-IX) TO WS-SS-NEW-VALUE
013550     ELSE
013560         MOVE SS-SLOT(WS-SX) TO WS-QT-SLOT
013570         IF QT-SOURCE(1, WS-QT-SLOT) NOT = 'C'
013580                 AND QT-SOURCE(1, WS-QT-SLOT) NOT = 'H'
013590             SET SS-CHANGED(WS-SX) TO TRUE
013600             GO TO 3020-EXIT
013610         END-IF
013620         MOVE QT-VALUE(1, WS-QT-SLOT) TO WS-SS-NEW-VALUE
013630     END-IF.
013640     COMPUTE WS-DIFF = WS-SS-NEW-VALUE - SS-OLD-VALUE(WS-SX).
013650     IF WS-DIFF < 0
013660         COMPUTE WS-DIFF = WS-DIFF * -1
013670     END-IF.
013680     IF WS-DIFF > WS-RECON-TOLERANCE
013690         SET SS-CHANGED(WS-SX) TO TRUE
013700     END-IF.
013710 3020-EXIT.
013720     EXIT.
013730*
013740*------------------------------------------------------------
013750*3030-FIND-NEXT-SUPERSESSION - ONE LATER SUPERSESSION OF THE SAME
013760*RAW SLOT.
013770*------------------------------------------------------------
013780 3030-FIND-NEXT-SUPERSESSION.
013790     IF WS-SY NOT = WS-SX
013800             AND SS-TABLE-ID(WS-SY) = 'BT'
013810             AND SS-SLOT(WS-SY) = SS-SLOT(WS-SX)
013820         MOVE WS-SY TO WS-NEXT-IX
013830     END-IF.
013840 3030-EXIT.
013850     EXIT.
013860*
013870*------------------------------------------------------------
013880*3100-SCAN-AUDIT - READ EVERY AUDIT LINE ONCE.  THE CONSUMING
013890*SERVINGS GO TO THE WORK FILE, EACH TAGGED WITH ITS SUPERSESSION.
013900*------------------------------------------------------------
013910 3100-SCAN-AUDIT.
013920     OPEN OUTPUT WORK-FILE.
013930     IF NOT WS-WORK-OK
013940         DISPLAY "BERNSIGN - SIGNWK OPEN FAILED, STATUS "
013950             WS-WORK-STATUS
013960         MOVE 8 TO WS-WORST-RC
013970         GO TO 3100-EXIT
013980     END-IF.
013990     OPEN INPUT AUDIT-FILE.
014000     IF NOT WS-AUDIT-OK
014010         DISPLAY "BERNSIGN - AUDIT OPEN FAILED, STATUS "
014020             WS-AUDIT-STATUS
014030         MOVE 8 TO WS-WORST-RC
014040         GO TO 3190-CLOSE-WORK
014050     END-IF.
014060     PERFORM 3110-READ-ONE-AUDIT THRU 3110-EXIT
014070         UNTIL WS-AUDIT-EOF.
014080     CLOSE AUDIT-FILE.
014090     IF WS-AUDIT-READ-COUNT > 0
014100             AND WS-EARLIEST-AUDIT-TS(1:8) > WS-QTR-START-DATE
014110         SET WS-AUDIT-SHORT TO TRUE
014120     END-IF.
014130 3190-CLOSE-WORK.
014140     CLOSE WORK-FILE.
014150     MOVE SPACES TO WS-WORK-STATUS.
014160 3100-EXIT.
014170     EXIT.
014180*
014190*------------------------------------------------------------
014200*3110-READ-ONE-AUDIT - ONE AUDIT LINE.  A CHAIN ANCHOR IS NOT A
014210*SERVING AND IS PASSED OVER BEFORE ANYTHING IS COUNTED.  A LINE
014220*DATED IN THE QUARTER IS TALLIED; A LINE WHOSE ORDER OR VALUE
014230*WILL NOT READ IS COUNTED AS SKIPPED AND TESTED NO FURTHER.
014240*------------------------------------------------------------
014250 3110-READ-ONE-AUDIT.
014260     READ AUDIT-FILE
014270         AT END
014280             SET WS-AUDIT-EOF TO TRUE
014290     END-READ.
014300     IF WS-AUDIT-EOF
014310         GO TO 3110-EXIT
014320     END-IF.
014330     IF AU-CHAIN-ANCHOR AND AU-REQUESTED-N IS NOT NUMERIC
014340         GO TO 3110-EXIT
014350     END-IF.
014360     ADD 1 TO WS-AUDIT-READ-COUNT.
014370     IF AU-TIMESTAMP < WS-EARLIEST-AUDIT-TS
014380         MOVE AU-TIMESTAMP TO WS-EARLIEST-AUDIT-TS
014390     END-IF.
014400     IF AU-TIMESTAMP(1:8) NOT < WS-QTR-START-DATE
014410             AND AU-TIMESTAMP(1:8) NOT > WS-QTR-END-DATE
014420         PERFORM 3200-TALLY-SERVING THRU 3200-EXIT
014430     END-IF.
014440     IF AU-REQUESTED-N IS NOT NUMERIC
014450             OR AU-VALUE IS NOT NUMERIC
014460         ADD 1 TO WS-SKIPPED-COUNT
014470         GO TO 3110-EXIT
014480     END-IF.
014490     IF WS-SS-COUNT = 0
014500         GO TO 3110-EXIT
014510     END-IF.
014520     MOVE AU-TIMESTAMP TO WS-SV-TS.
014530     MOVE AU-REQUESTED-N TO WS-SV-ORDER.
014540     MOVE AU-REQUEST-TYPE TO WS-SV-TYPE.
014550     MOVE AU-VALUE TO WS-SV-VALUE.
014560     MOVE 0 TO WS-SV-EXP.
014570     IF AU-SCALE-EXP IS NUMERIC
014580         MOVE AU-SCALE-EXP TO WS-SV-EXP
014590     END-IF.
014600     PERFORM 3300-CHECK-SERVING THRU 3300-EXIT.
014610 3110-EXIT.
014620     EXIT.
014630*
014640*------------------------------------------------------------
014650*3200-TALLY-SERVING - COUNT ONE SERVING OF THE QUARTER UNDER ITS
014660*DEPARTMENT AND TYPE.  A TYPE BYTE NO REQUEST CARRIES IS COUNTED
014670*APART.
014680*------------------------------------------------------------
014690 3200-TALLY-SERVING.
014700     ADD 1 TO WS-QTR-SERVINGS.
014710     EVALUATE AU-REQUEST-TYPE
014720         WHEN SPACE
014730         WHEN 'B'
014740             MOVE 1 TO WS-TYPE-IX
014750         WHEN 'S'
014760             MOVE 2 TO WS-TYPE-IX
014770         WHEN 'F'
014780             MOVE 3 TO WS-TYPE-IX
014790         WHEN 'P'
014800             MOVE 4 TO WS-TYPE-IX
014810         WHEN 'R'
014820             MOVE 5 TO WS-TYPE-IX
014830         WHEN 'Z'
014840             MOVE 6 TO WS-TYPE-IX
014850         WHEN OTHER
014860             MOVE 0 TO WS-TYPE-IX
014870     END-EVALUATE.
014880     IF WS-TYPE-IX = 0
014890         ADD 1 TO WS-ODD-TYPE-COUNT
014900         GO TO 3200-EXIT
014910     END-IF.
014920     PERFORM 3210-FIND-DEPT-SLOT THRU 3210-EXIT.
014930     IF WS-DEPT-SLOT = 0
014940         ADD 1 TO WS-DEPT-OVERFLOW
014950         GO TO 3200-EXIT
014960     END-IF.
014970     ADD 1 TO DT-TYPE-COUNT(WS-DEPT-SLOT, WS-TYPE-IX).
014980     ADD 1 TO DT-TOTAL(WS-DEPT-SLOT).
014990     ADD 1 TO GT-TYPE-COUNT(WS-TYPE-IX).
015000     ADD 1 TO GT-TOTAL.
015010 3200-EXIT.
015020     EXIT.
015030*
015040*------------------------------------------------------------
015050*3210-FIND-DEPT-SLOT - THE SERVING DEPARTMENT'S SLOT, TAKING A
015060*NEW ONE ON ITS FIRST SERVING.  A FULL TABLE LEAVES THE SLOT 0.
015070*------------------------------------------------------------
015080 3210-FIND-DEPT-SLOT.
015090     MOVE 0 TO WS-DEPT-SLOT.
015100     PERFORM 3220-MATCH-DEPT THRU 3220-EXIT
015110         VARYING WS-DEPT-IX FROM 1 BY 1
015120         UNTIL WS-DEPT-IX > WS-DEPT-USED
015130             OR WS-DEPT-SLOT > 0.
015140     IF WS-DEPT-SLOT > 0
015150         GO TO 3210-EXIT
015160     END-IF.
015170     IF WS-DEPT-USED NOT < 99
015180         SET WS-TABLE-FULL TO TRUE
015190         GO TO 3210-EXIT
015200     END-IF.
015210     ADD 1 TO WS-DEPT-USED.
015220     MOVE WS-DEPT-USED TO WS-DEPT-SLOT.
015230     MOVE AU-DEPT-CODE TO DT-DEPT-CODE(WS-DEPT-SLOT).
015240 3210-EXIT.
015250     EXIT.
015260*
015270*------------------------------------------------------------
015280*3220-MATCH-DEPT - ONE OCCUPIED SLOT.
015290*------------------------------------------------------------
015300 3220-MATCH-DEPT.
015310     IF DT-DEPT-CODE(WS-DEPT-IX) = AU-DEPT-CODE
015320         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
015330     END-IF.
015340 3220-EXIT.
015350     EXIT.
015360*
015370*------------------------------------------------------------
015380*3300-CHECK-SERVING - ROUTE THE STAGED SERVING TO ITS TABLE AS
015390*BERNREIS DOES AND LOOK FOR A SUPERSESSION OF THE QUARTER WHOSE
015400*WINDOW HOLDS IT AND WHOSE SUPERSEDED VALUE IT CARRIES.  A
015410*DERIVED (F OR P) SERVING IS LISTED UNDER EVERY CHANGED RAW
015420*SUPERSESSION AT OR BELOW ITS ORDER WHOSE WINDOW HOLDS IT, AND
015430*COUNTED ONCE.  A RATIONAL SERVING IS EXACT AND NEVER SUPERSEDED.
015440*------------------------------------------------------------
015450 3300-CHECK-SERVING.
015460     COMPUTE WS-SV-SLOT = WS-SV-ORDER + 1.
015470     MOVE 'N' TO WS-ZETA-SW.
015480     EVALUATE TRUE
015490         WHEN WS-SV-TYPE = 'F' OR WS-SV-TYPE = 'P'
015500             MOVE 'DV' TO WS-SV-TABLE-ID
015510         WHEN WS-SV-TYPE = 'R'
015520             GO TO 3300-EXIT
015530         WHEN WS-SV-TYPE = 'S'
015540             MOVE 'BS' TO WS-SV-TABLE-ID
015550         WHEN WS-SV-TYPE = 'Z'
015560             MOVE 'BS' TO WS-SV-TABLE-ID
015570             SET WS-SV-IS-ZETA TO TRUE
015580         WHEN WS-SV-EXP NOT = 0
015590             MOVE 'BS' TO WS-SV-TABLE-ID
015600         WHEN OTHER
015610             MOVE 'BT' TO WS-SV-TABLE-ID
015620     END-EVALUATE.
015630     MOVE 0 TO WS-MATCH-IX.
015640     IF WS-SV-TABLE-ID = 'DV'
015650         MOVE 0 TO WS-DERIVED-HITS
015660         PERFORM 3350-MATCH-DERIVED-ENTRY THRU 3350-EXIT
015670             VARYING WS-SX FROM 1 BY 1
015680             UNTIL WS-SX > WS-SS-COUNT
015690         IF WS-DERIVED-HITS > 0
015700             ADD 1 TO WS-CONSUMED-COUNT
015710             ADD 1 TO WS-DERIVED-COUNT
015720         END-IF
015730         GO TO 3300-EXIT
015740     END-IF.
015750     PERFORM 3310-MATCH-DIRECT-ENTRY THRU 3310-EXIT
015760         VARYING WS-SX FROM 1 BY 1
015770         UNTIL WS-SX > WS-SS-COUNT
015780             OR WS-MATCH-IX > 0.
015790     IF WS-MATCH-IX = 0
015800         GO TO 3300-EXIT
015810     END-IF.
015820     ADD 1 TO WS-CONSUMED-COUNT.
015830     PERFORM 3340-WRITE-CONSUMER THRU 3340-EXIT.
015840 3300-EXIT.
015850     EXIT.
015860*
015870*------------------------------------------------------------
015880*3340-WRITE-CONSUMER - COUNT THE SERVING AGAINST SUPERSESSION
015890*WS-MATCH-IX AND PUT ITS LINE ON THE WORK FILE.  A DERIVED
015900*SERVING SHOWS ITS OWN VALUE AND IS MARKED DERIVED.
015910*------------------------------------------------------------
015920 3340-WRITE-CONSUMER.
015930     ADD 1 TO SS-CONSUMED(WS-MATCH-IX).
015940     MOVE AU-TIMESTAMP TO WS-CL-TS-OUT.
015950     MOVE AU-DEPT-CODE TO WS-CL-DEPT-OUT.
015960     MOVE AU-USER-ID TO WS-CL-USER-OUT.
015970     MOVE AU-TICKET-NO TO WS-CL-TICKET-OUT.
015980     MOVE WS-SV-TYPE TO WS-CL-TYPE-OUT.
015990     MOVE SPACES TO WS-CL-MARK-OUT.
016000     MOVE WS-SV-TABLE-ID TO WS-FMT-TABLE-ID.
016010     IF WS-SV-TABLE-ID = 'DV'
016020         MOVE "DERIVED" TO WS-CL-MARK-OUT
016030         MOVE 'BT' TO WS-FMT-TABLE-ID
016040         IF WS-SV-EXP NOT = 0
016050             MOVE 'BS' TO WS-FMT-TABLE-ID
016060         END-IF
016070     END-IF.
016080     MOVE WS-SV-VALUE TO WS-FMT-VALUE.
016090     MOVE WS-SV-EXP TO WS-FMT-EXP.
016100     PERFORM 8300-FORMAT-VALUE THRU 8300-EXIT.
016110     MOVE WS-FMT-VALUE-OUT TO WS-CL-VALUE-OUT.
016120     MOVE WS-MATCH-IX TO WK-SS-IX.
016130     MOVE WS-CONSUMER-LINE TO WK-LINE.
016140     WRITE WORK-RECORD.
016150     IF NOT WS-WORK-OK
016160         DISPLAY "BERNSIGN - SIGNWK WRITE FAILED, STATUS "
016170             WS-WORK-STATUS
016180         MOVE 8 TO WS-WORST-RC
016190     END-IF.
016200 3340-EXIT.
016210     EXIT.
016220*
016230*------------------------------------------------------------
016240*3350-MATCH-DERIVED-ENTRY - ONE CHANGED RAW SUPERSESSION AT OR
016250*BELOW THE DERIVED SERVING'S ORDER WHOSE WINDOW HOLDS IT.
016260*------------------------------------------------------------
016270 3350-MATCH-DERIVED-ENTRY.
016280     IF SS-TABLE-ID(WS-SX) = 'BT'
016290             AND SS-CHANGED(WS-SX)
016300             AND SS-SLOT(WS-SX) NOT > WS-SV-SLOT
016310             AND WS-SV-TS NOT < SS-FROM-TS(WS-SX)
016320             AND WS-SV-TS NOT > SS-TO-TS(WS-SX)
016330         ADD 1 TO WS-DERIVED-HITS
016340         MOVE WS-SX TO WS-MATCH-IX
016350         PERFORM 3340-WRITE-CONSUMER THRU 3340-EXIT
016360     END-IF.
016370 3350-EXIT.
016380     EXIT.
016390*
016400*------------------------------------------------------------
016410*3310-MATCH-DIRECT-ENTRY - ONE SUPERSESSION OF THE SERVING'S
016420*TABLE AND SLOT.  IF ITS WINDOW HOLDS THE SERVING, THE
016430*SUPERSEDED VALUE IS PUT IN SERVING FORM AND COMPARED AT THE
016440*RECONCILE TOLERANCE.
016450*------------------------------------------------------------
016460 3310-MATCH-DIRECT-ENTRY.
016470     IF SS-TABLE-ID(WS-SX) NOT = WS-SV-TABLE-ID
016480             OR SS-SLOT(WS-SX) NOT = WS-SV-SLOT
016490             OR WS-SV-TS < SS-FROM-TS(WS-SX)
016500             OR WS-SV-TS > SS-TO-TS(WS-SX)
016510         GO TO 3310-EXIT
016520     END-IF.
016530     MOVE SS-TABLE-ID(WS-SX) TO WS-FM-TABLE-ID.
016540     MOVE SS-OLD-VALUE(WS-SX) TO WS-FM-IN-VALUE.
016550     MOVE SS-OLD-EXP(WS-SX) TO WS-FM-IN-EXP.
016560     PERFORM 3320-SERVING-FORM THRU 3320-EXIT.
016570     COMPUTE WS-DIFF = WS-SV-VALUE - WS-FM-OUT-VALUE.
016580     IF WS-DIFF < 0
016590         COMPUTE WS-DIFF = WS-DIFF * -1
016600     END-IF.
016610     IF WS-DIFF NOT > WS-RECON-TOLERANCE
016620             AND WS-SV-EXP = WS-FM-OUT-EXP
016630         MOVE WS-SX TO WS-MATCH-IX
016640     END-IF.
016650 3310-EXIT.
016660     EXIT.
016670*
016680*------------------------------------------------------------
016690*3320-SERVING-FORM - THE VALUE AND EXPONENT A SERVING OF THE
016700*STAGED LINE'S TYPE WOULD CARRY FOR THE FILED VALUE IN
016710*WS-FM-IN-, AS BERNREIS FORMS IT.  A ZETA SERVING IS RE-FORMED
016720*FROM THE SCALED ENTRY.
016730*------------------------------------------------------------
016740 3320-SERVING-FORM.
016750     IF WS-SV-IS-ZETA
016760         MOVE WS-FM-IN-VALUE TO WS-ZT-B-MANT
016770         MOVE WS-FM-IN-EXP TO WS-ZT-B-EXP
016780         MOVE WS-SV-ORDER TO WS-ZT-ORDER
016790         PERFORM 6800-ZETA-FROM-SCALED THRU 6800-EXIT
016800         MOVE WS-ZT-MANT TO WS-FM-OUT-VALUE
016810         MOVE WS-ZT-EXP TO WS-FM-OUT-EXP
016820     ELSE
016830         MOVE WS-FM-IN-VALUE TO WS-FM-OUT-VALUE
016840         MOVE WS-FM-IN-EXP TO WS-FM-OUT-EXP
016850     END-IF.
016860     IF WS-FM-TABLE-ID = 'BT'
016870         MOVE 0 TO WS-FM-OUT-EXP
016880     END-IF.
016890 3320-EXIT.
016900     EXIT.
016910*
016920*------------------------------------------------------------
016930*3500-PRINT-ONE-SUPERSESSION - THE SUPERSESSION, ITS SUPERSEDED
016940*VALUE AND THE SERVINGS THAT CONSUMED IT, FROM ONE PASS OF THE
016950*WORK FILE.  A WINDOW OPENING BEFORE THE EARLIEST AUDIT LINE
016960*READ IS FLAGGED '*'.
016970*------------------------------------------------------------
016980 3500-PRINT-ONE-SUPERSESSION.
016990     MOVE SPACES TO WS-PRINT-LINE.
017000     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017010     MOVE SS-TABLE-ID(WS-SX) TO WS-SS-TABLE-OUT.
017020     COMPUTE WS-SS-ORDER-OUT = SS-SLOT(WS-SX) - 1.
017030     IF SS-FROM-TS(WS-SX) = SPACES
017040         MOVE "BEGINNING" TO WS-SS-FROM-OUT
017050     ELSE
017060         MOVE SS-FROM-TS(WS-SX) TO WS-SS-FROM-OUT
017070     END-IF.
017080     MOVE SS-TO-TS(WS-SX) TO WS-SS-TO-OUT.
017090     MOVE SS-PROGRAM(WS-SX) TO WS-SS-PROGRAM-OUT.
017100     MOVE SS-FUNCTION(WS-SX) TO WS-SS-FUNCTION-OUT.
017110     MOVE SS-CONSUMED(WS-SX) TO WS-SS-SERVED-OUT.
017120     MOVE SPACE TO WS-SS-COVER-OUT.
017130     IF SS-FROM-TS(WS-SX) NOT = SPACES
017140             AND SS-FROM-TS(WS-SX) < WS-EARLIEST-AUDIT-TS
017150         MOVE '*' TO WS-SS-COVER-OUT
017160         SET WS-COVER-SHORT TO TRUE
017170         ADD 1 TO WS-UNCOVERED-COUNT
017180     END-IF.
017190     MOVE WS-SS-LINE TO WS-PRINT-LINE.
017200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017210     MOVE SS-TABLE-ID(WS-SX) TO WS-FMT-TABLE-ID.
017220     MOVE SS-OLD-VALUE(WS-SX) TO WS-FMT-VALUE.
017230     MOVE SS-OLD-EXP(WS-SX) TO WS-FMT-EXP.
017240     PERFORM 8300-FORMAT-VALUE THRU 8300-EXIT.
017250     MOVE WS-FMT-VALUE-OUT TO WS-SX-VALUE-OUT.
017260     MOVE WS-SS-VALUE-LINE TO WS-PRINT-LINE.
017270     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017280     IF SS-CONSUMED(WS-SX) = 0
017290         MOVE SPACES TO WS-PRINT-LINE
017300         MOVE "NO SERVING OF THE SUPERSEDED VALUE IN ITS WINDOW"
017310             TO WS-PRINT-LINE(7:)
017320         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
017330         GO TO 3500-EXIT
017340     END-IF.
017350     OPEN INPUT WORK-FILE.
017360     IF NOT WS-WORK-OK
017370         DISPLAY "BERNSIGN - SIGNWK OPEN FAILED, STATUS "
017380             WS-WORK-STATUS
017390         MOVE 8 TO WS-WORST-RC
017400         GO TO 3500-EXIT
017410     END-IF.
017420     PERFORM 3510-COPY-ONE-WORK-LINE THRU 3510-EXIT
017430         UNTIL WS-WORK-EOF.
017440     CLOSE WORK-FILE.
017450     MOVE SPACES TO WS-WORK-STATUS.
017460 3500-EXIT.
017470     EXIT.
017480*
017490*------------------------------------------------------------
017500*3510-COPY-ONE-WORK-LINE - PRINT ONE WORK LINE IF IT BELONGS TO
017510*THE SUPERSESSION BEING PRINTED.
017520*------------------------------------------------------------
017530 3510-COPY-ONE-WORK-LINE.
017540     READ WORK-FILE
017550         AT END
017560             SET WS-WORK-EOF TO TRUE
017570         NOT AT END
017580             IF WK-SS-IX = WS-SX
017590                 MOVE WK-LINE TO WS-PRINT-LINE
017600                 PERFORM 8100-WRITE-LINE THRU 8100-EXIT
017610             END-IF
017620     END-READ.
017630 3510-EXIT.
017640     EXIT.
017650*
017660*==============================================================
017670*SECTION 3 - BERNJOB RUNS AND CYCLE OUTCOMES
017680*==============================================================
017690*
017700*------------------------------------------------------------
017710*4000-RUN-OUTCOMES - EVERY BERNJOB RUN OF THE QUARTER IN START
017720*ORDER WITH THE CYCLE IT RAN UNDER, THEN ANY CYCLE OF THE
017730*QUARTER NO SUMMARY RECORD CAME FROM.  A RUN THAT DID NOT
017740*RECONCILE CLEAN, OR WHOSE CYCLE'S BERNJOB OR BERNVRFY DID NOT
017750*END RC 00, IS FLAGGED '*' AS AN EXCEPTION.
017760*------------------------------------------------------------
017770 4000-RUN-OUTCOMES.
017780     MOVE "SECTION 3 - BERNJOB RUNS AND CYCLE OUTCOMES"
017790         TO WS-SECTION-TITLE.
017800     MOVE WS-RUN-HEAD-LINE TO WS-COLUMN-HEAD.
017810     PERFORM 8000-START-SECTION THRU 8000-EXIT.
017820     PERFORM 4100-LOAD-CYCLES THRU 4100-EXIT.
017830     PERFORM 4200-LOAD-SUMMARIES THRU 4200-EXIT.
017840     IF WS-RN-COUNT = 0
017850         MOVE "NO BERNJOB RUN ON SUMMARYF DURING THE QUARTER"
017860             TO WS-PRINT-LINE
017870         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
017880     ELSE
017890         PERFORM 4300-PRINT-ONE-RUN THRU 4300-EXIT
017900             VARYING WS-RX FROM 1 BY 1
017910             UNTIL WS-RX > WS-RN-COUNT
017920     END-IF.
017930     PERFORM 4400-PRINT-BARE-CYCLE THRU 4400-EXIT
017940         VARYING WS-CX FROM 1 BY 1
017950         UNTIL WS-CX > WS-CT-COUNT.
017960     IF WS-RUN-EXCEPTIONS > 0
017970         MOVE SPACES TO WS-PRINT-LINE
017980         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
017990         MOVE "* NOT RECONCILED CLEAN, OR A CYCLE STEP DID NOT"
018000             TO WS-PRINT-LINE
018010         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
018020         MOVE "  END RC 00" TO WS-PRINT-LINE
018030         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
018040     END-IF.
018050 4000-EXIT.
018060     EXIT.
018070*
018080*------------------------------------------------------------
018090*4100-LOAD-CYCLES - THE CYCLE MARKS OF THE QUARTER WITH THE STEP
018100*EVENTS BERNCTL RECORDED UNDER EACH.  AN ABSENT CYCSTATF IS NO
018110*CYCLES - EVERY RUN THEN SHOWS AS RUN OUTSIDE A CYCLE.
018120*------------------------------------------------------------
018130 4100-LOAD-CYCLES.
018140     OPEN INPUT CYCLE-FILE.
018150     IF NOT WS-CYCLE-OK
018160         DISPLAY "BERNSIGN - CYCSTATF NOT PRESENT - NO CYCLES."
018170         GO TO 4100-EXIT
018180     END-IF.
018190     PERFORM 4110-READ-ONE-CYCLE THRU 4110-EXIT
018200         UNTIL WS-CYCLE-EOF.
018210     CLOSE CYCLE-FILE.
018220 4100-EXIT.
018230     EXIT.
018240*
018250*------------------------------------------------------------
018260*4110-READ-ONE-CYCLE - ONE CYCLE-STATUS RECORD.  A MARK BEFORE
018270*THE QUARTER REPLACES THE CARRIED-IN CYCLE; A MARK IN THE
018280*QUARTER OPENS A NEW ENTRY; A MARK AFTER IT ENDS THE STEP
018290*EVENTS OF INTEREST.
018300*------------------------------------------------------------
018310 4110-READ-ONE-CYCLE.
018320     READ CYCLE-FILE
018330         AT END
018340             SET WS-CYCLE-EOF TO TRUE
018350     END-READ.
018360     IF WS-CYCLE-EOF
018370         GO TO 4110-EXIT
018380     END-IF.
018390     IF CY-STEP-EVENT
018400         IF WS-CUR-CYCLE > 0
018410             PERFORM 4120-APPLY-STEP-EVENT THRU 4120-EXIT
018420         END-IF
018430         GO TO 4110-EXIT
018440     END-IF.
018450     IF NOT CY-CYCLE-MARK
018460         GO TO 4110-EXIT
018470     END-IF.
018480     MOVE 0 TO WS-CUR-CYCLE.
018490     IF CY-TIMESTAMP(1:8) > WS-QTR-END-DATE
018500         GO TO 4110-EXIT
018510     END-IF.
018520     IF CY-TIMESTAMP(1:8) < WS-QTR-START-DATE
018530         MOVE 1 TO WS-CT-COUNT
018540     ELSE
018550         IF WS-CT-COUNT NOT < WS-CT-MAX
018560             DISPLAY "BERNSIGN - MORE THAN " WS-CT-MAX
018570                 " CYCLES IN THE QUARTER - " CY-TIMESTAMP
018580                 " NOT LISTED"
018590             SET WS-TABLE-FULL TO TRUE
018600             GO TO 4110-EXIT
018610         END-IF
018620         ADD 1 TO WS-CT-COUNT
018630         ADD 1 TO WS-CYCLE-COUNT
018640     END-IF.
018650     MOVE WS-CT-COUNT TO WS-CUR-CYCLE.
018660     MOVE CY-TIMESTAMP TO CT-MARK-TS(WS-CUR-CYCLE).
018670     MOVE 'N' TO CT-PRIOR-SW(WS-CUR-CYCLE).
018680     IF CY-TIMESTAMP(1:8) < WS-QTR-START-DATE
018690         SET CT-PRIOR-QUARTER(WS-CUR-CYCLE) TO TRUE
018700     END-IF.
018710     MOVE SPACE TO CT-JOB-SW(WS-CUR-CYCLE).
018720     MOVE 0 TO CT-JOB-RC(WS-CUR-CYCLE).
018730     MOVE SPACE TO CT-VRFY-SW(WS-CUR-CYCLE).
018740     MOVE 0 TO CT-VRFY-RC(WS-CUR-CYCLE).
018750     MOVE 0 TO CT-SUMMARY-COUNT(WS-CUR-CYCLE).
018760 4110-EXIT.
018770     EXIT.
018780*
018790*------------------------------------------------------------
018800*4120-APPLY-STEP-EVENT - A BERNJOB OR BERNVRFY START OR END
018810*UNDER THE CURRENT CYCLE.  A RERUN'S EVENTS REPLACE THE FIRST
018820*RUN'S.
018830*------------------------------------------------------------
018840 4120-APPLY-STEP-EVENT.
018850     IF CY-STEP = 'BERNJOB'
018860         IF CY-EVENT-START
018870             SET CT-JOB-STARTED(WS-CUR-CYCLE) TO TRUE
018880             MOVE 0 TO CT-JOB-RC(WS-CUR-CYCLE)
018890         END-IF
018900         IF CY-EVENT-END
018910             SET CT-JOB-ENDED(WS-CUR-CYCLE) TO TRUE
018920             MOVE 99 TO CT-JOB-RC(WS-CUR-CYCLE)
018930             IF CY-RC IS NUMERIC
018940                 MOVE CY-RC TO CT-JOB-RC(WS-CUR-CYCLE)
018950             END-IF
018960         END-IF
018970     END-IF.
018980     IF CY-STEP = 'BERNVRFY'
018990         IF CY-EVENT-START
019000             SET CT-VRFY-STARTED(WS-CUR-CYCLE) TO TRUE
019010             MOVE 0 TO CT-VRFY-RC(WS-CUR-CYCLE)
019020         END-IF
019030         IF CY-EVENT-END
019040             SET CT-VRFY-ENDED(WS-CUR-CYCLE) TO TRUE
019050             MOVE 99 TO CT-VRFY-RC(WS-CUR-CYCLE)
019060             IF CY-RC IS NUMERIC
019070                 MOVE CY-RC TO CT-VRFY-RC(WS-CUR-CYCLE)
019080             END-IF
019090         END-IF
019100     END-IF.
019110 4120-EXIT.
019120     EXIT.
019130*
019140*------------------------------------------------------------
019150*4200-LOAD-SUMMARIES - EVERY SUMMARYF RECORD OF A RUN STARTED IN
019160*THE QUARTER, FROM ALL THE GENERATIONS CONCATENATED, HELD IN
019170*START ORDER AND LINKED TO THE LAST CYCLE MARKED AT OR BEFORE
019180*ITS START.
019190*------------------------------------------------------------
019200 4200-LOAD-SUMMARIES.
019210     OPEN INPUT SUMMARY-FILE.
019220     IF NOT WS-SUMM-OK
019230         DISPLAY "BERNSIGN - SUMMARYF OPEN FAILED, STATUS "
019240             WS-SUMM-STATUS
019250         MOVE 8 TO WS-WORST-RC
019260         GO TO 4200-EXIT
019270     END-IF.
019280     PERFORM 4210-READ-ONE-SUMMARY THRU 4210-EXIT
019290         UNTIL WS-SUMM-EOF.
019300     CLOSE SUMMARY-FILE.
019310     PERFORM 4230-LINK-ONE-RUN THRU 4230-EXIT
019320         VARYING WS-RX FROM 1 BY 1
019330         UNTIL WS-RX > WS-RN-COUNT.
019340 4200-EXIT.
019350     EXIT.
019360*
019370*------------------------------------------------------------
019380*4210-READ-ONE-SUMMARY - ONE SUMMARY RECORD, INSERTED IN START
019390*ORDER.  A COUNT THAT WILL NOT READ IS TAKEN AS ZERO.
019400*------------------------------------------------------------
019410 4210-READ-ONE-SUMMARY.
019420     READ SUMMARY-FILE
019430         AT END
019440             SET WS-SUMM-EOF TO TRUE
019450     END-READ.
019460     IF WS-SUMM-EOF
019470         GO TO 4210-EXIT
019480     END-IF.
019490     IF SM-START-TS(1:8) < WS-QTR-START-DATE
019500             OR SM-START-TS(1:8) > WS-QTR-END-DATE
019510         GO TO 4210-EXIT
019520     END-IF.
019530     IF WS-RN-COUNT NOT < WS-RN-MAX
019540         DISPLAY "BERNSIGN - MORE THAN " WS-RN-MAX
019550             " RUNS IN THE QUARTER - " SM-START-TS " NOT LISTED"
019560         SET WS-TABLE-FULL TO TRUE
019570         GO TO 4210-EXIT
019580     END-IF.
019590     ADD 1 TO WS-RN-COUNT.
019600     MOVE WS-RN-COUNT TO WS-RX.
019610     MOVE 'N' TO WS-SHIFT-SW.
019620     PERFORM 4220-MAKE-ROOM THRU 4220-EXIT
019630         UNTIL WS-RX = 1 OR WS-SHIFT-DONE.
019640     MOVE SM-START-TS TO RN-START-TS(WS-RX).
019650     MOVE SM-END-TS TO RN-END-TS(WS-RX).
019660     MOVE 0 TO RN-SERVED(WS-RX).
019670     IF SM-SERVED-COUNT IS NUMERIC
019680         MOVE SM-SERVED-COUNT TO RN-SERVED(WS-RX)
019690     END-IF.
019700     MOVE 0 TO RN-REJECTS(WS-RX).
019710     IF SM-REJ-NONNUM-COUNT IS NUMERIC
019720         ADD SM-REJ-NONNUM-COUNT TO RN-REJECTS(WS-RX)
019730     END-IF.
019740     IF SM-REJ-RANGE-COUNT IS NUMERIC
019750         ADD SM-REJ-RANGE-COUNT TO RN-REJECTS(WS-RX)
019760     END-IF.
019770     IF SM-REJ-DEPT-COUNT IS NUMERIC
019780         ADD SM-REJ-DEPT-COUNT TO RN-REJECTS(WS-RX)
019790     END-IF.
019800     IF SM-REJ-TYPE-COUNT IS NUMERIC
019810         ADD SM-REJ-TYPE-COUNT TO RN-REJECTS(WS-RX)
019820     END-IF.
019830     MOVE SM-RECON-OUTCOME TO RN-RECON(WS-RX).
019840     MOVE 0 TO RN-CYCLE-IX(WS-RX).
019850 4210-EXIT.
019860     EXIT.
019870*
019880*------------------------------------------------------------
019890*4220-MAKE-ROOM - MOVE ONE LATER RUN UP A PLACE, UNTIL THE RUN
019900*BELOW STARTED NO LATER THAN THE ONE BEING INSERTED.
019910*------------------------------------------------------------
019920 4220-MAKE-ROOM.
019930     COMPUTE WS-RY = WS-RX - 1.
019940     IF RN-START-TS(WS-RY) NOT > SM-START-TS
019950         SET WS-SHIFT-DONE TO TRUE
019960         GO TO 4220-EXIT
019970     END-IF.
019980     MOVE RN-RUN(WS-RY) TO RN-RUN(WS-RX).
019990     MOVE WS-RY TO WS-RX.
020000 4220-EXIT.
020010     EXIT.
020020*
020030*------------------------------------------------------------
020040*4230-LINK-ONE-RUN - THE LAST CYCLE MARKED AT OR BEFORE THE
020050*RUN'S START.
020060*------------------------------------------------------------
020070 4230-LINK-ONE-RUN.
020080     PERFORM 4240-TRY-ONE-CYCLE THRU 4240-EXIT
020090         VARYING WS-CX FROM 1 BY 1
020100         UNTIL WS-CX > WS-CT-COUNT.
020110     IF RN-CYCLE-IX(WS-RX) > 0
020120         ADD 1 TO CT-SUMMARY-COUNT(RN-CYCLE-IX(WS-RX))
020130     END-IF.
020140 4230-EXIT.
020150     EXIT.
020160*
020170*------------------------------------------------------------
020180*4240-TRY-ONE-CYCLE - ONE CYCLE, IN MARK ORDER.
020190*------------------------------------------------------------
020200 4240-TRY-ONE-CYCLE.
020210     IF CT-MARK-TS(WS-CX) NOT > RN-START-TS(WS-RX)
020220         MOVE WS-CX TO RN-CYCLE-IX(WS-RX)
020230     END-IF.
020240 4240-EXIT.
020250     EXIT.
020260*
020270*------------------------------------------------------------
020280*4300-PRINT-ONE-RUN - ONE RUN AND ITS CYCLE.
020290*------------------------------------------------------------
020300 4300-PRINT-ONE-RUN.
020310     MOVE RN-START-TS(WS-RX) TO WS-RL-START-OUT.
020320     MOVE RN-END-TS(WS-RX) TO WS-RL-END-OUT.
020330     MOVE RN-SERVED(WS-RX) TO WS-RL-SERVED-OUT.
020340     MOVE RN-REJECTS(WS-RX) TO WS-RL-REJECTS-OUT.
020350     EVALUATE RN-RECON(WS-RX)
020360         WHEN 'P'
020370             MOVE "PASS" TO WS-RL-RECON-OUT
020380         WHEN 'S'
020390             MOVE "SKIP" TO WS-RL-RECON-OUT
020400         WHEN 'F'
020410             MOVE "FAIL" TO WS-RL-RECON-OUT
020420         WHEN OTHER
020430             MOVE "----" TO WS-RL-RECON-OUT
020440     END-EVALUATE.
020450     IF RN-RECON(WS-RX) NOT = 'P'
020460         ADD 1 TO WS-RECON-FAIL-COUNT
020470     END-IF.
020480     IF RN-CYCLE-IX(WS-RX) = 0
020490         ADD 1 TO WS-NO-CYCLE-COUNT
020500         MOVE "NO CYCLE" TO WS-RL-CYCLE-OUT
020510         MOVE "----" TO WS-RL-JOB-OUT
020520         MOVE "----" TO WS-RL-VRFY-OUT
020530     ELSE
020540         MOVE RN-CYCLE-IX(WS-RX) TO WS-CX
020550         PERFORM 4500-CYCLE-FIELDS THRU 4500-EXIT
020560     END-IF.
020570     MOVE SPACE TO WS-RL-FLAG-OUT.
020580     IF RN-RECON(WS-RX) NOT = 'P'
020590             OR WS-RL-JOB-OUT NOT = "RC00"
020600             OR WS-RL-VRFY-OUT NOT = "RC00"
020610         MOVE '*' TO WS-RL-FLAG-OUT
020620         ADD 1 TO WS-RUN-EXCEPTIONS
020630     END-IF.
020640     MOVE WS-RUN-LINE TO WS-PRINT-LINE.
020650     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
020660 4300-EXIT.
020670     EXIT.
020680*
020690*------------------------------------------------------------
020700*4400-PRINT-BARE-CYCLE - A CYCLE OF THE QUARTER THAT NO SUMMARY
020710*RECORD CAME FROM.  IT IS ALWAYS AN EXCEPTION - EITHER BERNJOB
020720*NEVER FINISHED UNDER IT OR ITS SUMMARY IS MISSING FROM SUMMARYF.
020730*------------------------------------------------------------
020740 4400-PRINT-BARE-CYCLE.
020750     IF CT-PRIOR-QUARTER(WS-CX)
020760             OR CT-SUMMARY-COUNT(WS-CX) > 0
020770         GO TO 4400-EXIT
020780     END-IF.
020790     IF WS-NO-SUMMARY-COUNT = 0
020800         MOVE SPACES TO WS-PRINT-LINE
020810         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
020820         MOVE "CYCLES WITH NO BERNJOB SUMMARY RECORD"
020830             TO WS-PRINT-LINE
020840         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
020850     END-IF.
020860     ADD 1 TO WS-NO-SUMMARY-COUNT.
020870     ADD 1 TO WS-RUN-EXCEPTIONS.
020880     MOVE "NO SUMMARY" TO WS-RL-START-OUT.
020890     MOVE SPACES TO WS-RL-END-OUT.
020900     MOVE 0 TO WS-RL-SERVED-OUT.
020910     MOVE 0 TO WS-RL-REJECTS-OUT.
020920     MOVE "----" TO WS-RL-RECON-OUT.
020930     PERFORM 4500-CYCLE-FIELDS THRU 4500-EXIT.
020940     MOVE '*' TO WS-RL-FLAG-OUT.
020950     MOVE WS-RUN-LINE TO WS-PRINT-LINE.
020960     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
020970 4400-EXIT.
020980     EXIT.
020990*
021000*------------------------------------------------------------
021010*4500-CYCLE-FIELDS - THE MARK AND STEP OUTCOMES OF CYCLE WS-CX:
021020*RCNN FOR AN ENDED STEP, OPEN FOR ONE STARTED BUT NOT ENDED,
021030*---- FOR ONE NEVER STARTED.
021040*------------------------------------------------------------
021050 4500-CYCLE-FIELDS.
021060     MOVE CT-MARK-TS(WS-CX) TO WS-RL-CYCLE-OUT.
021070     EVALUATE TRUE
021080         WHEN CT-JOB-ENDED(WS-CX)
021090             MOVE "RC" TO WS-SO-TEXT
021100             MOVE CT-JOB-RC(WS-CX) TO WS-SO-RC
021110         WHEN CT-JOB-STARTED(WS-CX)
021120             MOVE "OPEN" TO WS-STEP-OUTCOME
021130         WHEN OTHER
021140             MOVE "----" TO WS-STEP-OUTCOME
021150     END-EVALUATE.
021160     MOVE WS-STEP-OUTCOME TO WS-RL-JOB-OUT.
021170     EVALUATE TRUE
021180         WHEN CT-VRFY-ENDED(WS-CX)
021190             MOVE "RC" TO WS-SO-TEXT
021200             MOVE CT-VRFY-RC(WS-CX) TO WS-SO-RC
021210         WHEN CT-VRFY-STARTED(WS-CX)
021220             MOVE "OPEN" TO WS-STEP-OUTCOME
021230         WHEN OTHER
021240             MOVE "----" TO WS-STEP-OUTCOME
021250     END-EVALUATE.
021260     MOVE WS-STEP-OUTCOME TO WS-RL-VRFY-OUT.
021270 4500-EXIT.
021280     EXIT.
021290*
021300*==============================================================
021310*SECTION 4 - SERVINGS BY DEPARTMENT AND TYPE
021320*==============================================================
021330*
021340*------------------------------------------------------------
021350*5000-SERVINGS-BY-DEPT - THE TALLY TAKEN IN THE AUDITF PASS, ONE
021360*LINE PER DEPARTMENT IN THE ORDER FIRST MET, THEN THE TOTALS.
021370*------------------------------------------------------------
021380 5000-SERVINGS-BY-DEPT.
021390     MOVE "SECTION 4 - SERVINGS DURING THE QUARTER BY DEPARTMENT"
021400         TO WS-SECTION-TITLE.
021410     MOVE WS-DEPT-HEAD-LINE TO WS-COLUMN-HEAD.
021420     PERFORM 8000-START-SECTION THRU 8000-EXIT.
021430     IF WS-DEPT-USED = 0
021440         MOVE "NO SERVING ON AUDITF DURING THE QUARTER"
021450             TO WS-PRINT-LINE
021460         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
021470     ELSE
021480         PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
021490             VARYING WS-DEPT-IX FROM 1 BY 1
021500             UNTIL WS-DEPT-IX > WS-DEPT-USED
021510     END-IF.
021520     MOVE SPACES TO WS-PRINT-LINE.
021530     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
021540     MOVE "TOTAL" TO WS-DL-DEPT-OUT.
021550     PERFORM 5120-MOVE-ONE-TOTAL THRU 5120-EXIT
021560         VARYING WS-TYPE-IX FROM 1 BY 1
021570         UNTIL WS-TYPE-IX > 6.
021580     MOVE GT-TOTAL TO WS-DL-TOTAL-OUT.
021590     MOVE WS-DEPT-LINE TO WS-PRINT-LINE.
021600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
021610     IF WS-ODD-TYPE-COUNT > 0
021620         MOVE "SERVINGS OF AN UNKNOWN REQUEST TYPE"
021630             TO WS-TO-LABEL-OUT
021640         MOVE WS-ODD-TYPE-COUNT TO WS-TO-VALUE-OUT
021650         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
021660         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
021670     END-IF.
021680     IF WS-DEPT-OVERFLOW > 0
021690         MOVE "SERVINGS NOT TABULATED - TABLE FULL"
021700             TO WS-TO-LABEL-OUT
021710         MOVE WS-DEPT-OVERFLOW TO WS-TO-VALUE-OUT
021720         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
021730         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
021740     END-IF.
021750     IF WS-AUDIT-SHORT
021760         MOVE SPACES TO WS-PRINT-LINE
021770         STRING "* AUDITF AS READ BEGINS " DELIMITED BY SIZE
021780                WS-EARLIEST-AUDIT-TS DELIMITED BY SIZE
021790                ", AFTER THE QUARTER BEGAN" DELIMITED BY SIZE
021800             INTO WS-PRINT-LINE
021810         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
021820         MOVE "  - ADD THE OLDER ARCHIVE GENERATIONS TO AUDITF"
021830             TO WS-PRINT-LINE
021840         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
021850     END-IF.
021860 5000-EXIT.
021870     EXIT.
021880*
021890*------------------------------------------------------------
021900*5100-PRINT-ONE-DEPT - ONE DEPARTMENT'S LINE.
021910*------------------------------------------------------------
021920 5100-PRINT-ONE-DEPT.
021930     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO WS-DL-DEPT-OUT.
021940     PERFORM 5110-MOVE-ONE-COUNT THRU 5110-EXIT
021950         VARYING WS-TYPE-IX FROM 1 BY 1
021960         UNTIL WS-TYPE-IX > 6.
021970     MOVE DT-TOTAL(WS-DEPT-IX) TO WS-DL-TOTAL-OUT.
021980     MOVE WS-DEPT-LINE TO WS-PRINT-LINE.
021990     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
022000 5100-EXIT.
022010     EXIT.
022020*
022030*------------------------------------------------------------
022040*5110-MOVE-ONE-COUNT - ONE TYPE COLUMN OF A DEPARTMENT'S LINE.
022050*------------------------------------------------------------
022060 5110-MOVE-ONE-COUNT.
022070     MOVE DT-TYPE-COUNT(WS-DEPT-IX, WS-TYPE-IX)
022080         TO WS-DL-COUNT-OUT(WS-TYPE-IX).
022090 5110-EXIT.
022100     EXIT.
022110*
022120*------------------------------------------------------------
022130*5120-MOVE-ONE-TOTAL - ONE TYPE COLUMN OF THE TOTAL LINE.
022140*------------------------------------------------------------
022150 5120-MOVE-ONE-TOTAL.
022160     MOVE GT-TYPE-COUNT(WS-TYPE-IX)
022170         TO WS-DL-COUNT-OUT(WS-TYPE-IX).
022180 5120-EXIT.
022190     EXIT.
022200*
022210*==============================================================
022220*SECTION 5 - OPEN EXCEPTIONS
022230*==============================================================
022240*
022250*------------------------------------------------------------
022260*6000-OPEN-EXCEPTIONS - WHAT IS STILL OPEN AS THE PACKAGE IS
022270*RUN: STAGED ENTRIES AWAITING A DECISION (PENDING, CERTIFIED OR
022280*FAILED) AND REJECTED TICKETS NEVER SERVED.  EVERY ONE LISTED
022290*QUALIFIES THE SIGN-OFF.
022300*------------------------------------------------------------
022310 6000-OPEN-EXCEPTIONS.
022320     MOVE "SECTION 5 - OPEN EXCEPTIONS" TO WS-SECTION-TITLE.
022330     MOVE SPACES TO WS-COLUMN-HEAD.
022340     PERFORM 8000-START-SECTION THRU 8000-EXIT.
022350     MOVE "STAGED ENTRIES NOT PROMOTED OR REJECTED"
022360         TO WS-PRINT-LINE.
022370     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
022380     MOVE WS-STAGE-HEAD-LINE TO WS-COLUMN-HEAD.
022390     MOVE WS-STAGE-HEAD-LINE TO WS-PRINT-LINE.
022400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
022410     PERFORM 6100-LIST-STAGED THRU 6100-EXIT.
022420     MOVE SPACES TO WS-COLUMN-HEAD.
022430     MOVE SPACES TO WS-PRINT-LINE.
022440     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
022450     MOVE "REJECTED TICKETS NEVER SERVED" TO WS-PRINT-LINE.
022460     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
022470     MOVE WS-TICKET-HEAD-LINE TO WS-COLUMN-HEAD.
022480     MOVE WS-TICKET-HEAD-LINE TO WS-PRINT-LINE.
022490     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
022500     PERFORM 6200-LIST-TICKETS THRU 6200-EXIT.
022510     MOVE SPACES TO WS-COLUMN-HEAD.
022520     COMPUTE WS-OPEN-EXCEPTIONS =
022530         WS-STAGE-OPEN-COUNT + WS-TICKET-OPEN-COUNT.
022540 6000-EXIT.
022550     EXIT.
022560*
022570*------------------------------------------------------------
022580*6100-LIST-STAGED - EVERY STAGED ENTRY STILL AWAITING BERNCERT.
022590*------------------------------------------------------------
022600 6100-LIST-STAGED.
022610     OPEN INPUT STAGE-FILE.
022620     IF NOT WS-STAGE-OK
022630         DISPLAY "BERNSIGN - STAGEF OPEN FAILED, STATUS "
022640             WS-STAGE-STATUS
022650         MOVE 8 TO WS-WORST-RC
022660         GO TO 6100-EXIT
022670     END-IF.
022680     MOVE LOW-VALUES TO SG-KEY.
022690     START STAGE-FILE KEY IS NOT LESS THAN SG-KEY
022700         INVALID KEY
022710             SET WS-STAGE-EOF TO TRUE
022720     END-START.
022730     PERFORM 6110-LIST-ONE-STAGED THRU 6110-EXIT
022740         UNTIL WS-STAGE-EOF.
022750     CLOSE STAGE-FILE.
022760     MOVE SPACES TO WS-STAGE-STATUS.
022770     IF WS-STAGE-OPEN-COUNT = 0
022780         MOVE "NONE" TO WS-PRINT-LINE
022790         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
022800     END-IF.
022810 6100-EXIT.
022820     EXIT.
022830*
022840*------------------------------------------------------------
022850*6110-LIST-ONE-STAGED - ONE STAGED ENTRY, LISTED IF OPEN.
022860*------------------------------------------------------------
022870 6110-LIST-ONE-STAGED.
022880     READ STAGE-FILE NEXT RECORD
022890         AT END
022900             SET WS-STAGE-EOF TO TRUE
022910     END-READ.
022920     IF WS-STAGE-EOF
022930         GO TO 6110-EXIT
022940     END-IF.
022950     IF NOT WS-STAGE-OK
022960         DISPLAY "BERNSIGN - STAGEF READ FAILED, STATUS "
022970             WS-STAGE-STATUS
022980         MOVE 8 TO WS-WORST-RC
022990         SET WS-STAGE-EOF TO TRUE
023000         GO TO 6110-EXIT
023010     END-IF.
023020     EVALUATE TRUE
023030         WHEN SG-PENDING
023040             MOVE "PENDING" TO WS-GL-STATE-OUT
023050         WHEN SG-CERTIFIED
023060             MOVE "CERTIFIED" TO WS-GL-STATE-OUT
023070         WHEN SG-FAILED
023080             MOVE "FAILED" TO WS-GL-STATE-OUT
023090         WHEN OTHER
023100             GO TO 6110-EXIT
023110     END-EVALUATE.
023120     ADD 1 TO WS-STAGE-OPEN-COUNT.
023130     MOVE SG-TABLE-ID TO WS-GL-TABLE-OUT.
023140     COMPUTE WS-GL-ORDER-OUT = SG-ORDER - 1.
023150     IF SG-NEW-ENTRY
023160         MOVE "NEW" TO WS-GL-ACTION-OUT
023170     ELSE
023180         MOVE "REFRESH" TO WS-GL-ACTION-OUT
023190     END-IF.
023200     MOVE SG-MAKER-PROGRAM TO WS-GL-MAKER-OUT.
023210     MOVE SG-MAKER-USER TO WS-GL-USER-OUT.
023220     MOVE SG-STAGED-TS TO WS-GL-STAGED-OUT.
023230     MOVE SG-REASON TO WS-GL-REASON-OUT.
023240     MOVE WS-STAGE-LINE TO WS-PRINT-LINE.
023250     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
023260 6110-EXIT.
023270     EXIT.
023280*
023290*------------------------------------------------------------
023300*6200-LIST-TICKETS - EVERY TICKET STILL STANDING REJECTED.
023310*------------------------------------------------------------
023320 6200-LIST-TICKETS.
023330     OPEN INPUT TICKET-FILE.
023340     IF NOT WS-TKT-OK
023350         DISPLAY "BERNSIGN - TICKETF OPEN FAILED, STATUS "
023360             WS-TKT-STATUS
023370         MOVE 8 TO WS-WORST-RC
023380         GO TO 6200-EXIT
023390     END-IF.
023400     MOVE LOW-VALUES TO TK-TICKET-NO.
023410     START TICKET-FILE KEY IS NOT LESS THAN TK-TICKET-NO
023420         INVALID KEY
023430             SET WS-TKT-EOF TO TRUE
023440     END-START.
023450     PERFORM 6210-LIST-ONE-TICKET THRU 6210-EXIT
023460         UNTIL WS-TKT-EOF.
023470     CLOSE TICKET-FILE.
023480     MOVE SPACES TO WS-TKT-STATUS.
023490     IF WS-TICKET-OPEN-COUNT = 0
023500         MOVE "NONE" TO WS-PRINT-LINE
023510         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
023520     END-IF.
023530 6200-EXIT.
023540     EXIT.
023550*
023560*------------------------------------------------------------
023570*6210-LIST-ONE-TICKET - ONE TICKET, LISTED IF STILL REJECTED.
023580*------------------------------------------------------------
023590 6210-LIST-ONE-TICKET.
023600     READ TICKET-FILE NEXT RECORD
023610         AT END
023620             SET WS-TKT-EOF TO TRUE
023630     END-READ.
023640     IF WS-TKT-EOF
023650         GO TO 6210-EXIT
023660     END-IF.
023670     IF NOT WS-TKT-OK
023680         DISPLAY "BERNSIGN - TICKETF READ FAILED, STATUS "
023690             WS-TKT-STATUS
023700         MOVE 8 TO WS-WORST-RC
023710         SET WS-TKT-EOF TO TRUE
023720         GO TO 6210-EXIT
023730     END-IF.
023740     EVALUATE TRUE
023750         WHEN TK-REJECTED
023760             MOVE "REJECTED" TO WS-TL-STATUS-OUT
023770         WHEN TK-RESUBMITTED
023780             MOVE "RESUB-REJ" TO WS-TL-STATUS-OUT
023790         WHEN OTHER
023800             GO TO 6210-EXIT
023810     END-EVALUATE.
023820     ADD 1 TO WS-TICKET-OPEN-COUNT.
023830     MOVE TK-TICKET-NO TO WS-TL-TICKET-OUT.
023840     MOVE TK-DEPT-CODE TO WS-TL-DEPT-OUT.
023850     MOVE TK-USER-ID TO WS-TL-USER-OUT.
023860     MOVE TK-REQUESTED-N TO WS-TL-ORDER-OUT.
023870     MOVE TK-REQUEST-TYPE TO WS-TL-TYPE-OUT.
023880     MOVE TK-FIRST-RUN-TS TO WS-TL-FIRST-OUT.
023890     MOVE TK-LAST-REASON TO WS-TL-REASON-OUT.
023900     MOVE 0 TO WS-TL-SUBMIT-OUT.
023910     IF TK-SUBMIT-COUNT IS NUMERIC
023920         MOVE TK-SUBMIT-COUNT TO WS-TL-SUBMIT-OUT
023930     END-IF.
023940     MOVE WS-TICKET-LINE TO WS-PRINT-LINE.
023950     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
023960 6210-EXIT.
023970     EXIT.
023980*
023990*==============================================================
024000*SECTION 6 - CONTROL TOTALS AND SIGN-OFF
024010*==============================================================
024020*
024030*------------------------------------------------------------
024040*7000-SIGN-OFF - SETTLE THE OUTCOME, PRINT THE CONTROL TOTALS,
024050*RECORD THE SIGN-OFF FOR A SIGNED RUN AND CLOSE THE PACKAGE WITH
024060*THE SIGNATURE BLOCK.  THE PACKAGE IS QUALIFIED BY ANY RUN
024070*EXCEPTION, WINDOW OR QUARTER NOT FULLY COVERED BY AUDITF, OPEN
024080*EXCEPTION OR FULL TABLE.
024090*------------------------------------------------------------
024100 7000-SIGN-OFF.
024110     COMPUTE WS-EXCEPTION-COUNT = WS-RUN-EXCEPTIONS
024120         + WS-UNCOVERED-COUNT + WS-OPEN-EXCEPTIONS.
024130     IF WS-AUDIT-SHORT
024140         ADD 1 TO WS-EXCEPTION-COUNT
024150     END-IF.
024160     IF WS-TABLE-FULL
024170         ADD 1 TO WS-EXCEPTION-COUNT
024180     END-IF.
024190     IF WS-EXCEPTION-COUNT > 0
024200         SET WS-OUTCOME-QUALIFIED TO TRUE
024210         IF WS-WORST-RC < 4
024220             MOVE 4 TO WS-WORST-RC
024230         END-IF
024240     END-IF.
024250     MOVE "SECTION 6 - CONTROL TOTALS AND SIGN-OFF"
024260         TO WS-SECTION-TITLE.
024270     MOVE SPACES TO WS-COLUMN-HEAD.
024280     PERFORM 8000-START-SECTION THRU 8000-EXIT.
024290     PERFORM 7100-PRINT-TOTALS THRU 7100-EXIT.
024300     PERFORM 7200-RECORD-SIGNOFF THRU 7200-EXIT.
024310     PERFORM 7300-PRINT-SIGNOFF THRU 7300-EXIT.
024320 7000-EXIT.
024330     EXIT.
024340*
024350*------------------------------------------------------------
024360*7100-PRINT-TOTALS - THE CONTROL TOTALS, SECTION BY SECTION.
024370*------------------------------------------------------------
024380 7100-PRINT-TOTALS.
024390     MOVE "BTABLE ENTRIES IN FORCE AT QUARTER END"
024400         TO WS-TO-LABEL-OUT.
024410     MOVE WS-QT-BT-COUNT TO WS-TO-VALUE-OUT.
024420     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024430     MOVE "BSCALE ENTRIES IN FORCE AT QUARTER END"
024440         TO WS-TO-LABEL-OUT.
024450     MOVE WS-QT-BS-COUNT TO WS-TO-VALUE-OUT.
024460     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024470     MOVE "  OF WHICH SINCE SUPERSEDED" TO WS-TO-LABEL-OUT.
024480     MOVE WS-QT-HIST-COUNT TO WS-TO-VALUE-OUT.
024490     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024500     MOVE "ENTRIES PROMOTED AFTER QUARTER END"
024510         TO WS-TO-LABEL-OUT.
024520     MOVE WS-QT-LATE-COUNT TO WS-TO-VALUE-OUT.
024530     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024540     MOVE "HISTF RECORDS READ" TO WS-TO-LABEL-OUT.
024550     MOVE WS-HIST-READ TO WS-TO-VALUE-OUT.
024560     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024570     MOVE "SUPERSESSIONS DURING THE QUARTER" TO WS-TO-LABEL-OUT.
024580     COMPUTE WS-TO-VALUE-OUT = WS-SS-COUNT + WS-SS-DROPPED.
024590     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024600     MOVE "SERVINGS OF SUPERSEDED VALUES" TO WS-TO-LABEL-OUT.
024610     MOVE WS-CONSUMED-COUNT TO WS-TO-VALUE-OUT.
024620     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024630     MOVE "  OF WHICH DERIVED (F OR P)" TO WS-TO-LABEL-OUT.
024640     MOVE WS-DERIVED-COUNT TO WS-TO-VALUE-OUT.
024650     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024660     MOVE "WINDOWS NOT FULLY COVERED BY AUDITF"
024670         TO WS-TO-LABEL-OUT.
024680     MOVE WS-UNCOVERED-COUNT TO WS-TO-VALUE-OUT.
024690     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024700     MOVE "BERNJOB RUNS DURING THE QUARTER" TO WS-TO-LABEL-OUT.
024710     MOVE WS-RN-COUNT TO WS-TO-VALUE-OUT.
024720     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024730     MOVE "  NOT RECONCILED CLEAN" TO WS-TO-LABEL-OUT.
024740     MOVE WS-RECON-FAIL-COUNT TO WS-TO-VALUE-OUT.
024750     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024760     MOVE "  RUN OUTSIDE ANY CYCLE" TO WS-TO-LABEL-OUT.
024770     MOVE WS-NO-CYCLE-COUNT TO WS-TO-VALUE-OUT.
024780     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024790     MOVE "CYCLES DURING THE QUARTER" TO WS-TO-LABEL-OUT.
024800     MOVE WS-CYCLE-COUNT TO WS-TO-VALUE-OUT.
024810     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024820     MOVE "  WITH NO BERNJOB SUMMARY RECORD" TO WS-TO-LABEL-OUT.
024830     MOVE WS-NO-SUMMARY-COUNT TO WS-TO-VALUE-OUT.
024840     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024850     MOVE "RUN EXCEPTIONS" TO WS-TO-LABEL-OUT.
024860     MOVE WS-RUN-EXCEPTIONS TO WS-TO-VALUE-OUT.
024870     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024880     MOVE "AUDIT LINES READ" TO WS-TO-LABEL-OUT.
024890     MOVE WS-AUDIT-READ-COUNT TO WS-TO-VALUE-OUT.
024900     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024910     MOVE "  UNREADABLE" TO WS-TO-LABEL-OUT.
024920     MOVE WS-SKIPPED-COUNT TO WS-TO-VALUE-OUT.
024930     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024940     MOVE "SERVINGS DURING THE QUARTER" TO WS-TO-LABEL-OUT.
024950     MOVE WS-QTR-SERVINGS TO WS-TO-VALUE-OUT.
024960     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
024970     MOVE "OPEN STAGED ENTRIES" TO WS-TO-LABEL-OUT.
024980     MOVE WS-STAGE-OPEN-COUNT TO WS-TO-VALUE-OUT.
024990     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
025000     MOVE "OPEN REJECTED TICKETS" TO WS-TO-LABEL-OUT.
025010     MOVE WS-TICKET-OPEN-COUNT TO WS-TO-VALUE-OUT.
025020     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
025030     MOVE "EXCEPTIONS QUALIFYING THE PACKAGE" TO WS-TO-LABEL-OUT.
025040     MOVE WS-EXCEPTION-COUNT TO WS-TO-VALUE-OUT.
025050     PERFORM 7110-WRITE-TOTAL THRU 7110-EXIT.
025060     MOVE SPACES TO WS-PRINT-LINE.
025070     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
025080     IF WS-OUTCOME-CLEAN
025090         MOVE "OUTCOME - CLEAN" TO WS-PRINT-LINE
025100     ELSE
025110         MOVE "OUTCOME - QUALIFIED BY THE EXCEPTIONS ABOVE"
025120             TO WS-PRINT-LINE
025130     END-IF.
025140     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
025150 7100-EXIT.
025160     EXIT.
025170*
025180*------------------------------------------------------------
025190*7110-WRITE-TOTAL - ONE CONTROL-TOTAL LINE.
025200*------------------------------------------------------------
025210 7110-WRITE-TOTAL.
025220     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
025230     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
025240 7110-EXIT.
025250     EXIT.
025260*
025270*------------------------------------------------------------
025280*7200-RECORD-SIGNOFF - WRITE THE QUARTER'S SIGNOFF RECORD.  A
025290*DRAFT RECORDS NOTHING, NOR DOES A RUN A FILE FAILED IN - ITS
025300*PACKAGE IS INCOMPLETE.  A QUARTER ALREADY SIGNED KEEPS ITS
025310*SIGN-OFF.  THE SIGNATURE BLOCK IS KEPT ON THE PAGE THE RECORD
025320*COUNTS, SO A PAGE IS THROWN FIRST IF IT WILL NOT FIT.
025330*------------------------------------------------------------
025340 7200-RECORD-SIGNOFF.
025350     IF WS-SIGNED-BY = SPACES
025360         SET WS-SIGN-DRAFT TO TRUE
025370         GO TO 7200-EXIT
025380     END-IF.
025390     IF WS-WORST-RC NOT < 8
025400         SET WS-SIGN-FAILED TO TRUE
025410         GO TO 7200-EXIT
025420     END-IF.
025430     IF WS-RPT-LINE-COUNT + 6 > WS-RPT-LINES-PER-PAGE
025440         PERFORM 8150-NEW-PAGE THRU 8150-EXIT
025450     END-IF.
025460     OPEN I-O SIGNOFF-FILE.
025470     IF NOT WS-SIGN-OK
025480         OPEN OUTPUT SIGNOFF-FILE
025490         CLOSE SIGNOFF-FILE
025500         OPEN I-O SIGNOFF-FILE
025510     END-IF.
025520     IF NOT WS-SIGN-OK
025530         DISPLAY "BERNSIGN - SIGNOFF OPEN FAILED, STATUS "
025540             WS-SIGN-STATUS
025550         SET WS-SIGN-FAILED TO TRUE
025560         MOVE 8 TO WS-WORST-RC
025570         GO TO 7200-EXIT
025580     END-IF.
025590     MOVE WS-QTR-ID TO SO-QUARTER.
025600     READ SIGNOFF-FILE
025610         INVALID KEY
025620             CONTINUE
025630         NOT INVALID KEY
025640             SET WS-SIGN-ALREADY TO TRUE
025650             MOVE SO-SIGNED-BY TO WS-PRIOR-SIGNED-BY
025660             MOVE SO-SIGNED-TS TO WS-PRIOR-SIGNED-TS
025670     END-READ.
025680     IF WS-SIGN-ALREADY
025690         CLOSE SIGNOFF-FILE
025700         IF WS-WORST-RC < 4
025710             MOVE 4 TO WS-WORST-RC
025720         END-IF
025730         GO TO 7200-EXIT
025740     END-IF.
025750     MOVE SPACES TO SIGNOFF-RECORD.
025760     MOVE WS-QTR-ID TO SO-QUARTER.
025770     MOVE WS-SIGNED-BY TO SO-SIGNED-BY.
025780     MOVE WS-RUN-TS TO SO-SIGNED-TS.
025790     MOVE WS-OUTCOME-SW TO SO-OUTCOME.
025800     COMPUTE SO-SUPERSESSIONS = WS-SS-COUNT + WS-SS-DROPPED.
025810     MOVE WS-CONSUMED-COUNT TO SO-CONSUMED.
025820     MOVE WS-RN-COUNT TO SO-RUNS.
025830     MOVE WS-RUN-EXCEPTIONS TO SO-RUN-EXCEPTIONS.
025840     MOVE WS-QTR-SERVINGS TO SO-SERVINGS.
025850     MOVE WS-OPEN-EXCEPTIONS TO SO-OPEN-EXCEPTIONS.
025860     MOVE WS-RPT-PAGE-COUNT TO SO-PAGES.
025870     WRITE SIGNOFF-RECORD
025880         INVALID KEY
025890             DISPLAY "BERNSIGN - SIGNOFF WRITE FAILED, STATUS "
025900                 WS-SIGN-STATUS
025910             SET WS-SIGN-FAILED TO TRUE
025920             MOVE 8 TO WS-WORST-RC
025930         NOT INVALID KEY
025940             SET WS-SIGN-RECORDED TO TRUE
025950     END-WRITE.
025960     CLOSE SIGNOFF-FILE.
025970 7200-EXIT.
025980     EXIT.
025990*
026000*------------------------------------------------------------
026010*7300-PRINT-SIGNOFF - WHAT BECAME OF THE SIGN-OFF, THEN THE
026020*SIGNATURE BLOCK.
026030*------------------------------------------------------------
026040 7300-PRINT-SIGNOFF.
026050     MOVE SPACES TO WS-PRINT-LINE.
026060     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
026070     EVALUATE TRUE
026080         WHEN WS-SIGN-DRAFT
026090             MOVE "DRAFT - NO SIGNATORY NAMED, NOTHING RECORDED"
026100                 TO WS-PRINT-LINE
026110         WHEN WS-SIGN-RECORDED
026120             STRING "SIGNED OFF BY " DELIMITED BY SIZE
026130                    WS-SIGNED-BY DELIMITED BY SPACE
026140                    " AT " DELIMITED BY SIZE
026150                    WS-RUN-TS DELIMITED BY SIZE
026160                    " - RECORDED ON SIGNOFF" DELIMITED BY SIZE
026170                 INTO WS-PRINT-LINE
026180         WHEN WS-SIGN-ALREADY
026190             STRING "ALREADY SIGNED OFF BY " DELIMITED BY SIZE
026200                    WS-PRIOR-SIGNED-BY DELIMITED BY SPACE
026210                    " AT " DELIMITED BY SIZE
026220                    WS-PRIOR-SIGNED-TS DELIMITED BY SIZE
026230                    " - NOT RECORDED AGAIN" DELIMITED BY SIZE
026240                 INTO WS-PRINT-LINE
026250         WHEN OTHER
026260             MOVE "SIGN-OFF NOT RECORDED - A FILE FAILED"
026270                 TO WS-PRINT-LINE
026280     END-EVALUATE.
026290     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
026300     MOVE SPACES TO WS-PRINT-LINE.
026310     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
026320     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
026330     MOVE WS-SIGNATURE-LINE TO WS-PRINT-LINE.
026340     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
026350 7300-EXIT.
026360     EXIT.
026370*
026380*==============================================================
026390*PRINTING
026400*==============================================================
026410*
026420*------------------------------------------------------------
026430*8000-START-SECTION - EVERY SECTION STARTS A NEW PAGE UNDER ITS
026440*OWN TITLE.
026450*------------------------------------------------------------
026460 8000-START-SECTION.
026470     PERFORM 8150-NEW-PAGE THRU 8150-EXIT.
026480 8000-EXIT.
026490     EXIT.
026500*
026510*------------------------------------------------------------
026520*8100-WRITE-LINE - PRINT WS-PRINT-LINE, STARTING A NEW PAGE
026530*FIRST IF THE CURRENT ONE IS FULL.
026540*------------------------------------------------------------
026550 8100-WRITE-LINE.
026560     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
026570         PERFORM 8150-NEW-PAGE THRU 8150-EXIT
026580     END-IF.
026590     MOVE WS-PRINT-LINE TO REPORT-RECORD.
026600     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
026610     ADD 1 TO WS-RPT-LINE-COUNT.
026620 8100-EXIT.
026630     EXIT.
026640*
026650*------------------------------------------------------------
026660*8150-NEW-PAGE - THE PAGE HEADINGS, THE SECTION TITLE AND THE
026670*SECTION'S COLUMN HEADING, IF IT HAS ONE.
026680*------------------------------------------------------------
026690 8150-NEW-PAGE.
026700     ADD 1 TO WS-RPT-PAGE-COUNT.
026710     MOVE 0 TO WS-RPT-LINE-COUNT.
026720     MOVE WS-QTR-ID TO WS-H1-QTR-OUT.
026730     MOVE WS-RPT-PAGE-COUNT TO WS-H1-PAGE-OUT.
026740     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
026750     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
026760     MOVE WS-QTR-START-DATE TO WS-H2-START-OUT.
026770     MOVE WS-QTR-END-DATE TO WS-H2-END-OUT.
026780     MOVE WS-RUN-TS TO WS-H2-RUN-TS-OUT.
026790     IF WS-SIGNED-BY = SPACES
026800         MOVE "DRAFT - UNSIGNED" TO WS-H2-STATUS-OUT
026810     ELSE
026820         MOVE "FOR SIGNATURE BY" TO WS-H2-STATUS-OUT
026830     END-IF.
026840     MOVE WS-SIGNED-BY TO WS-H2-USER-OUT.
026850     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
026860     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
026870     MOVE SPACES TO REPORT-RECORD.
026880     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
026890     MOVE WS-SECTION-TITLE TO REPORT-RECORD.
026900     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
026910     MOVE SPACES TO REPORT-RECORD.
026920     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
026930     ADD 5 TO WS-RPT-LINE-COUNT.
026940     IF WS-COLUMN-HEAD NOT = SPACES
026950         MOVE WS-COLUMN-HEAD TO REPORT-RECORD
026960         PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
026970         ADD 1 TO WS-RPT-LINE-COUNT
026980     END-IF.
026990 8150-EXIT.
027000     EXIT.
027010*
027020*------------------------------------------------------------
027030*8200-WRITE-REPORT - WRITE ONE REPORT RECORD.
027040*------------------------------------------------------------
027050 8200-WRITE-REPORT.
027060     WRITE REPORT-RECORD.
027070     IF NOT WS-RPT-OK
027080         DISPLAY "BERNSIGN - REPORT WRITE FAILED"
027090         MOVE 8 TO WS-WORST-RC
027100     END-IF.
027110 8200-EXIT.
027120     EXIT.
027130*
027140*------------------------------------------------------------
027150*8300-FORMAT-VALUE - EDIT WS-FMT-VALUE FOR PRINTING: A RAW VALUE
027160*TO NINE DECIMALS, A SCALED MANTISSA TO FIFTEEN WITH ITS
027170*EXPONENT.
027180*------------------------------------------------------------
027190 8300-FORMAT-VALUE.
027200     MOVE SPACES TO WS-FMT-VALUE-OUT.
027210     IF WS-FMT-TABLE-ID = 'BT'
027220         MOVE WS-FMT-VALUE TO WS-BT-EDIT
027230         MOVE WS-BT-EDIT TO WS-FMT-VALUE-OUT
027240     ELSE
027250         MOVE WS-FMT-VALUE TO WS-BS-EDIT-MANT
027260         MOVE WS-FMT-EXP TO WS-BS-EDIT-EXP
027270         MOVE WS-BS-EDIT TO WS-FMT-VALUE-OUT
027280     END-IF.
027290 8300-EXIT.
027300     EXIT.
027310*
027320*------------------------------------------------------------
027330*9800-TERMINATE - CLOSE THE PACKAGE AND REPORT THE RUN.
027340*------------------------------------------------------------
027350 9800-TERMINATE.
027360     CLOSE REPORT-FILE.
027370     DISPLAY "BERNSIGN - QUARTER " WS-QTR-ID " PAGES "
027380         WS-RPT-PAGE-COUNT " OUTCOME " WS-OUTCOME-SW
027390         " RC " WS-WORST-RC.
027400 9800-EXIT.
027410     EXIT.
027420*
027430 COPY BERNZETA.
