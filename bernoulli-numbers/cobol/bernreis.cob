000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNREIS.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  CORRECTED-RESPONSE REISSUE
000120*10/14/2026 LV    RUN.  WHEN A BTABLE OR BSCALE ENTRY IS
000130*10/14/2026 LV    REWRITTEN, HISTF LOGS THE SUPERSESSION AND
000140*10/14/2026 LV    BERNVRFY LISTS THE AUDIT LINES THAT NO LONGER
000150*10/14/2026 LV    MATCH, BUT THE DEPARTMENTS THAT LOADED THE
000160*10/14/2026 LV    OLD VALUE FROM RSPFILE WERE NEVER SENT A
000170*10/14/2026 LV    CORRECTION THEY COULD LOAD.  THIS RUN TAKES
000180*10/14/2026 LV    EVERY SUPERSESSION LOGGED SINCE ITS LAST RUN,
000190*10/14/2026 LV    FINDS THE SERVINGS OF THE OLD VALUE AND
000200*10/14/2026 LV    REISSUES EACH ONE IN THE RSPFILE LAYOUT, OR
000210*10/14/2026 LV    SAYS ON THE LISTING WHY IT DID NOT.
000220*10/14/2026 LV    THE CHAIN ANCHOR BERNARCH WRITES AT THE HEAD
000230*10/14/2026 LV    OF THE LIVE TRAIL IS PASSED OVER - ITS TIME
000240*10/14/2026 LV    IS AN ARCHIVED LINE'S AND WOULD HIDE THE
000250*10/14/2026 LV    EARLIEST-LINE MARK ON A WINDOW.
000260*10/15/2026 LV    A PROMNEW HISTF RECORD (A NEW SLOT'S FIRST
000270*10/15/2026 LV    PROMOTION) IS POSITIONED PAST BUT IS NOT A
000280*10/15/2026 LV    SUPERSESSION - NO OLD VALUE WAS SERVED.
000290*
000300*EVERY HISTF RECORD PAST THE POSITION ON REISPOS IS A NEW
000310*SUPERSESSION.  THE SUPERSEDED VALUE WENT ON FILE AT THE SLOT'S
000320*PREVIOUS SUPERSESSION (OR, WITH NONE, WHEN THE ENTRY WAS FIRST
000330*WRITTEN), SO ITS WINDOW RUNS FROM THAT TIMESTAMP TO THE NEW
000340*ONE.  EVERY AUDIT LINE SERVED FROM THE TABLE IN THAT WINDOW -
000350*RAW SERVINGS FROM BTABLE, TYPE 'S' AND 'Z' FROM BSCALE, ROUTED
000360*THE WAY BERNVRFY ROUTES THEM - IS HELD AGAINST THE SUPERSEDED
000370*VALUE (ZETA RE-FORMED FROM IT) AT THE RECONCILE TOLERANCE.  A
000380*SERVING OF THE SUPERSEDED VALUE IS REISSUED WITH THE VALUE ON
000390*FILE NOW, WHICH IS ALSO RIGHT WHEN THE SLOT WAS SUPERSEDED MORE
000400*THAN ONCE SINCE.  THE REASONS A SERVING IN A WINDOW IS NOT
000410*REISSUED ARE:
000420*    UNCHGD   THE VALUE ON FILE NOW IS THE VALUE SERVED (A
000430*             REFRESH REWROTE THE SAME VALUE).
000440*    NOMATCH  THE VALUE SERVED IS NOT THE SUPERSEDED ONE.
000450*    PURGED   THE ORDER IS NO LONGER ON FILE, SO THERE IS NO
000460*             CORRECTED VALUE TO SEND.
000470*    DERIVED  A TYPE 'F' OR 'P' SERVING BUILT FROM A CHANGED RAW
000480*             ENTRY AT OR BELOW ITS ORDER - NOT A TABLE VALUE, SO
000490*             THE DESK RESUBMITS THE REQUEST.
000500*TYPE 'R' SERVINGS COME FROM BFRACF, WHICH HISTF DOES NOT COVER.
000510*
000520*A REISSUE RECORD IS AN RSPFILE RECORD IN COLUMNS 1-80 WITH THE
000530*CORRECTED VALUE IN THE VALUE COLUMNS, STATUS CODE 40
000540*(CORRECTED RESPONSE) AND, IN THE FRACTION COLUMNS A REISSUE
000550*NEVER USES, THE ORIGINAL VALUE AND EXPONENT.  PAST COLUMN 80
000560*COME THE DEPARTMENT, THE ORIGINAL SERVING TIME, THE SUPERSESSION
000570*TIME AND THE REISSUE TIME.  THE RUN'S REISSUES GO TO REISFILE
000580*AND ARE APPENDED TO THE REISSUE HISTORY (REISHST), WHICH THE
000590*NEXT RUN READS AS SERVINGS TOO, SO A CORRECTION THAT IS ITSELF
000600*SUPERSEDED LATER IS CORRECTED AGAIN.
000610*
000620*THE LISTING (REISRPT) SHOWS EACH NEW SUPERSESSION WITH ITS
000630*WINDOW AND COUNTS, THEN EACH DEPARTMENT'S REISSUES AND
000640*EXCLUSIONS, THEN THE CONTROL TOTALS - EVERY SERVING FOUND IN A
000650*WINDOW IS EITHER REISSUED OR EXCLUDED.  A WINDOW THAT OPENS
000660*BEFORE THE EARLIEST AUDIT LINE READ IS FLAGGED: AUDITF MUST
000670*CARRY THE ARCHIVE GENERATIONS BACK THAT FAR.
000680*REISPOS IS ONLY ADVANCED BY A RUN THAT ENDS BELOW RC 8.
000690*RC 0 NOTHING TO REISSUE OR EXCLUDE, RC 4 REISSUES OR EXCLUSIONS
000700*LISTED, A WINDOW NOT FULLY COVERED OR MORE SUPERSESSIONS THAN
000710*ONE RUN HOLDS (THE REST ARE LEFT FOR THE NEXT RUN), RC 8 A FILE
000720*FAILED, RC 16 HISTF DOES NOT AGREE WITH THE POSITION ON REISPOS.
000730*
000740 ENVIRONMENT DIVISION.
000750 CONFIGURATION SECTION.
000760 SOURCE-COMPUTER. IBM-370.
000770 OBJECT-COMPUTER. IBM-370.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT HISTORY-FILE ASSIGN TO HISTF
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-HIST-STATUS.
000830     SELECT AUDIT-FILE ASSIGN TO AUDITF
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-AUDIT-STATUS.
000860     SELECT BTABLE-FILE ASSIGN TO BTABLEF
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS BT-ORDER
000900         FILE STATUS IS WS-BTABLE-STATUS.
000910     SELECT BSCALE-FILE ASSIGN TO BSCALEF
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS BS-ORDER
000950         FILE STATUS IS WS-BSCALE-STATUS.
000960     SELECT POSITION-FILE ASSIGN TO REISPOS
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-POS-STATUS.
000990     SELECT REISSUE-FILE ASSIGN TO REISFILE
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-REIS-STATUS.
001020     SELECT REISSUE-HIST-FILE ASSIGN TO REISHST
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-RHST-STATUS.
001050     SELECT WORK-FILE ASSIGN TO REISWK
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-WORK-STATUS.
001080     SELECT REPORT-FILE ASSIGN TO REISRPT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-RPT-STATUS.

001110 DATA DIVISION.
001120 FILE SECTION.
001130*THE SUPERSESSION TRAIL THE UPDATERS OF THE BTABLE/BSCALE
001140*CLUSTERS APPEND TO - SEE BERNOULLI FOR THE SHARED LAYOUT.
001150 FD  HISTORY-FILE
001160     RECORDING MODE IS F.
001170 01  HISTORY-RECORD.
001180     05  HS-TABLE-ID             PIC X(02).
001190         88  HS-BTABLE                   VALUE 'BT'.
001200         88  HS-BSCALE                   VALUE 'BS'.
001210     05  FILLER                  PIC X(01).
001220     05  HS-ORDER                PIC 9(02).
001230     05  FILLER                  PIC X(01).
001240     05  HS-BT-OLD-VALUE         PIC S9(15)V9(09)
001250                                  SIGN IS LEADING SEPARATE.
001260     05  HS-BS-OLD REDEFINES HS-BT-OLD-VALUE.
001270         10  HS-BS-OLD-MANT      PIC S9(01)V9(15)
001280                                  SIGN IS LEADING SEPARATE.
001290         10  FILLER              PIC X(01).
001300         10  HS-BS-OLD-EXP       PIC S9(03)
001310                                  SIGN IS LEADING SEPARATE.
001320         10  FILLER              PIC X(03).
001330     05  FILLER                  PIC X(01).
001340     05  HS-TIMESTAMP            PIC X(14).
001350     05  FILLER                  PIC X(01).
001360     05  HS-PROGRAM              PIC X(09).
001370     05  FILLER                  PIC X(01).
001380     05  HS-FUNCTION             PIC X(08).
001390         88  HS-NEW-ENTRY                VALUE 'PROMNEW '.
001400     05  FILLER                  PIC X(15).

001410 FD  AUDIT-FILE
001420     RECORDING MODE IS F.
001430 01  AUDIT-RECORD.
001440     05  AU-TIMESTAMP            PIC X(14).
001450     05  FILLER                  PIC X(01).
001460     05  AU-REQUESTED-N          PIC 9(02).
001470     05  FILLER                  PIC X(01).
001480     05  AU-VALUE                PIC S9(15)V9(09)
001490                                  SIGN IS LEADING SEPARATE.
001500     05  FILLER                  PIC X(01).
001510     05  AU-SCALE-EXP            PIC S9(03)
001520                                  SIGN IS LEADING SEPARATE.
001530     05  FILLER                  PIC X(01).
001540     05  AU-DEPT-CODE            PIC X(04).
001550     05  FILLER                  PIC X(01).
001560     05  AU-USER-ID              PIC X(08).
001570     05  FILLER                  PIC X(01).
001580     05  AU-TICKET-NO            PIC X(10).
001590     05  FILLER                  PIC X(01).
001600     05  AU-REQUEST-TYPE         PIC X(01).
001610         88  AU-CHAIN-ANCHOR                VALUE '#'.
001620     05  AU-CHAIN-CHECK          PIC 9(05).

001630 FD  BTABLE-FILE.
001640 01  BTABLE-RECORD.
001650     05  BT-ORDER                PIC 9(02).
001660     05  BT-VALUE                PIC S9(15)V9(09) COMP-3.

001670 FD  BSCALE-FILE.
001680 01  BSCALE-RECORD.
001690     05  BS-ORDER                PIC 9(02).
001700     05  BS-MANTISSA             PIC S9(01)V9(15) COMP-3.
001710     05  BS-EXPONENT             PIC S9(03) COMP-3.

001720*THE ONE-RECORD RUN POSITION: HOW MANY HISTF RECORDS THE LAST
001730*GOOD RUN HAD TAKEN AND THE TIMESTAMP OF THE LAST ONE, SO A
001740*REPLACED OR TRUNCATED HISTF IS CAUGHT RATHER THAN SKIPPED INTO.
001750 FD  POSITION-FILE
001760     RECORDING MODE IS F.
001770 01  POSITION-RECORD.
001780     05  RZ-HIST-COUNT           PIC 9(07).
001790     05  FILLER                  PIC X(01).
001800     05  RZ-LAST-HIST-TS         PIC X(14).
001810     05  FILLER                  PIC X(01).
001820     05  RZ-RUN-TS               PIC X(14).
001830     05  FILLER                  PIC X(01).
001840     05  RZ-REISSUED             PIC 9(05).
001850     05  FILLER                  PIC X(01).
001860     05  RZ-EXCLUDED             PIC 9(05).
001870     05  FILLER                  PIC X(31).

001880*THE REISSUE RECORD - THE RSPFILE LAYOUT IN COLUMNS 1-80 (SEE
001890*BERNOULLI), THE ORIGINAL VALUE IN THE FRACTION COLUMNS AND THE
001900*CORRECTION'S PROVENANCE PAST COLUMN 80.  THE REISSUE HISTORY
001910*HOLDS THE SAME RECORDS.
001920 FD  REISSUE-FILE
001930     RECORDING MODE IS F.
001940 01  REISSUE-RECORD.
001950     05  RI-TICKET-NO            PIC X(10).
001960     05  FILLER                  PIC X(01).
001970     05  RI-REQUESTED-N          PIC X(02).
001980     05  FILLER                  PIC X(01).
001990     05  RI-REQUEST-TYPE         PIC X(01).
002000     05  FILLER                  PIC X(01).
002010     05  RI-VALUE                PIC S9(15)V9(09)
002020                                  SIGN IS LEADING SEPARATE.
002030     05  FILLER                  PIC X(01).
002040     05  RI-SCALE-EXP            PIC S9(03)
002050                                  SIGN IS LEADING SEPARATE.
002060     05  FILLER                  PIC X(01).
002070     05  RI-STATUS-CODE          PIC X(02).
002080     05  FILLER                  PIC X(01).
002090     05  RI-ORIG-VALUE           PIC S9(15)V9(09)
002100                                  SIGN IS LEADING SEPARATE.
002110     05  FILLER                  PIC X(01).
002120     05  RI-ORIG-EXP             PIC S9(03)
002130                                  SIGN IS LEADING SEPARATE.
002140     05  FILLER                  PIC X(01).
002150     05  RI-DEPT-CODE            PIC X(04).
002160     05  FILLER                  PIC X(01).
002170     05  RI-SERVED-TS            PIC X(14).
002180     05  FILLER                  PIC X(01).
002190     05  RI-SUPERSEDED-TS        PIC X(14).
002200     05  FILLER                  PIC X(01).
002210     05  RI-REISSUE-TS           PIC X(14).

002220 FD  REISSUE-HIST-FILE
002230     RECORDING MODE IS F.
002240 01  REISSUE-HIST-RECORD         PIC X(130).

002250*ONE LISTING LINE PER RECORD, KEYED BY DEPARTMENT SO THE
002260*DEPARTMENT SECTIONS CAN BE PRINTED FROM IT.
002270 FD  WORK-FILE
002280     RECORDING MODE IS F.
002290 01  WORK-RECORD.
002300     05  WK-DEPT-CODE            PIC X(04).
002310     05  WK-LINE                 PIC X(80).

002320 FD  REPORT-FILE
002330     RECORDING MODE IS F.
002340 01  REPORT-RECORD               PIC X(80).

002350 WORKING-STORAGE SECTION.
002360*
002370*------------------------------------------------------------
002380*SWITCHES AND STATUS FIELDS.
002390*------------------------------------------------------------
002400 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
002410     88  WS-HIST-OK                         VALUE '00'.
002420     88  WS-HIST-EOF                        VALUE '10'.

002430 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
002440     88  WS-AUDIT-OK                        VALUE '00'.
002450     88  WS-AUDIT-EOF                       VALUE '10'.

002460 77  WS-BTABLE-STATUS            PIC X(02) VALUE SPACES.
002470     88  WS-BTABLE-OK                       VALUE '00'.

002480 77  WS-BSCALE-STATUS            PIC X(02) VALUE SPACES.
002490     88  WS-BSCALE-OK                       VALUE '00'.

002500 77  WS-POS-STATUS               PIC X(02) VALUE SPACES.
002510     88  WS-POS-OK                          VALUE '00'.

002520 77  WS-REIS-STATUS              PIC X(02) VALUE SPACES.
002530     88  WS-REIS-OK                         VALUE '00'.
002540     88  WS-REIS-EOF                        VALUE '10'.

002550 77  WS-RHST-STATUS              PIC X(02) VALUE SPACES.
002560     88  WS-RHST-OK                         VALUE '00'.
002570     88  WS-RHST-EOF                        VALUE '10'.

002580 77  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
002590     88  WS-WORK-OK                         VALUE '00'.
002600     88  WS-WORK-EOF                        VALUE '10'.

002610 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
002620     88  WS-RPT-OK                          VALUE '00'.

002630 77  WS-HIST-DONE-SW             PIC X(01) VALUE 'N'.
002640     88  WS-HIST-DONE                       VALUE 'Y'.

002650 77  WS-HIST-FULL-SW             PIC X(01) VALUE 'N'.
002660     88  WS-HIST-FULL                       VALUE 'Y'.

002670 77  WS-POS-ERROR-SW             PIC X(01) VALUE 'N'.
002680     88  WS-POS-ERROR                       VALUE 'Y'.

002690 77  WS-ZETA-SW                  PIC X(01) VALUE 'N'.
002700     88  WS-SV-IS-ZETA                      VALUE 'Y'.

002710 77  WS-COVER-SHORT-SW           PIC X(01) VALUE 'N'.
002720     88  WS-COVER-SHORT                     VALUE 'Y'.
002730*
002740*------------------------------------------------------------
002750*RUN POSITION.  WS-POS-COUNT/WS-POS-LAST-TS COME FROM REISPOS;
002760*WS-HIST-READ COUNTS THIS RUN'S HISTF RECORDS AND WS-NEW-COUNT/
002770*WS-NEW-LAST-TS ARE WHERE THIS RUN LEAVES THE POSITION.
002780*------------------------------------------------------------
002790 77  WS-POS-COUNT                PIC 9(07) VALUE 0.
002800 77  WS-POS-LAST-TS              PIC X(14) VALUE SPACES.
002810 77  WS-HIST-READ                PIC 9(07) VALUE 0.
002820 77  WS-NEW-COUNT                PIC 9(07) VALUE 0.
002830 77  WS-NEW-LAST-TS              PIC X(14) VALUE SPACES.
002840 77  WS-HIST-SKIPPED             PIC 9(05) VALUE 0.
002850*
002860*------------------------------------------------------------
002870*TIMESTAMP FIELDS.
002880*------------------------------------------------------------
002890 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
002900 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
002910 77  WS-RUN-TS                   PIC X(14) VALUE SPACES.
002920 77  WS-EARLIEST-AUDIT-TS        PIC X(14) VALUE HIGH-VALUES.
002930*
002940*------------------------------------------------------------
002950*SUPERSESSION TABLE - ONE ENTRY PER NEW HISTF RECORD.  THE OLD
002960*AND NEW VALUES HOLD A BTABLE VALUE OR A BSCALE MANTISSA (WITH
002970*ITS EXPONENT); THE NEW VALUE IS WHAT IS ON FILE NOW.  A FROM
002980*TIMESTAMP OF SPACES IS THE BEGINNING OF THE TRAIL.
002990*------------------------------------------------------------
003000 77  WS-ENTRY-MAX                PIC 9(03) VALUE 500.
003010 77  WS-ENTRY-COUNT              PIC 9(03) VALUE 0.
003020 77  WS-EX                       PIC 9(03) VALUE 0.
003030 77  WS-MATCH-IX                 PIC 9(03) VALUE 0.
003040 77  WS-WINDOW-IX                PIC 9(03) VALUE 0.
003050 01  RE-ENTRY-TABLE.
003060     02  RE-ENTRY OCCURS 500 TIMES.
003070         03  RE-TABLE-ID         PIC X(02).
003080         03  RE-SLOT             PIC 9(02).
003090         03  RE-FROM-TS          PIC X(14).
003100         03  RE-TO-TS            PIC X(14).
003110         03  RE-PROGRAM          PIC X(09).
003120         03  RE-FUNCTION         PIC X(08).
003130         03  RE-OLD-VALUE        PIC S9(15)V9(15) COMP-3.
003140         03  RE-OLD-EXP          PIC S9(03) COMP-3.
003150         03  RE-NEW-VALUE        PIC S9(15)V9(15) COMP-3.
003160         03  RE-NEW-EXP          PIC S9(03) COMP-3.
003170         03  RE-NEW-SW           PIC X(01).
003180             88  RE-NEW-ON-FILE          VALUE 'Y'.
003190         03  RE-CHANGED-SW       PIC X(01).
003200             88  RE-CHANGED              VALUE 'Y'.
003210         03  RE-REISSUED         PIC 9(05).
003220         03  RE-EXCLUDED         PIC 9(05).
003230*
003240*------------------------------------------------------------
003250*LAST SUPERSESSION TIME PER TABLE (1 BTABLE, 2 BSCALE) AND
003260*SLOT - THE START OF THE NEXT SUPERSESSION'S WINDOW.
003270*------------------------------------------------------------
003280 01  LT-LAST-TS-TABLE.
003290     02  LT-TABLE-ROW OCCURS 2 TIMES.
003300         03  LT-LAST-TS          PIC X(14) OCCURS 99 TIMES.
003310 77  WS-LT-ROW                   PIC 9(01) VALUE 0.
003320*
003330*------------------------------------------------------------
003340*THE SERVING UNDER TEST - AN AUDIT LINE OR A PRIOR REISSUE.
003350*------------------------------------------------------------
003360 77  WS-SV-SOURCE                PIC X(01) VALUE SPACE.
003370 77  WS-SV-TS                    PIC X(14) VALUE SPACES.
003380 77  WS-SV-ORDER                 PIC 9(02) VALUE 0.
003390 77  WS-SV-SLOT                  PIC 9(03) VALUE 0.
003400 77  WS-SV-TYPE                  PIC X(01) VALUE SPACE.
003410 77  WS-SV-TABLE-ID              PIC X(02) VALUE SPACES.
003420 77  WS-SV-VALUE                 PIC S9(15)V9(09) COMP-3 VALUE 0.
003430 77  WS-SV-EXP                   PIC S9(03) VALUE 0.
003440 77  WS-SV-DEPT                  PIC X(04) VALUE SPACES.
003450 77  WS-SV-TICKET                PIC X(10) VALUE SPACES.
003460*
003470*------------------------------------------------------------
003480*SERVING-FORM WORK FIELDS.  3200-SERVING-FORM TURNS A FILED
003490*VALUE (WS-FM-IN-) INTO THE VALUE AND EXPONENT A SERVING OF THE
003500*CURRENT LINE'S TYPE WOULD HAVE CARRIED (WS-FM-OUT-).
003510*------------------------------------------------------------
003520 77  WS-FM-TABLE-ID              PIC X(02) VALUE SPACES.
003530 77  WS-FM-IN-VALUE              PIC S9(15)V9(15) COMP-3 VALUE 0.
003540 77  WS-FM-IN-EXP                PIC S9(03) VALUE 0.
003550 77  WS-FM-OUT-VALUE             PIC S9(15)V9(09) COMP-3 VALUE 0.
003560 77  WS-FM-OUT-EXP               PIC S9(03) VALUE 0.
003570 77  WS-FIX-VALUE                PIC S9(15)V9(09) COMP-3 VALUE 0.
003580 77  WS-FIX-EXP                  PIC S9(03) VALUE 0.
003590 77  WS-RECON-TOLERANCE          PIC S9(15)V9(09) COMP-3
003600                                  VALUE 0.000000010.
003610 77  WS-DIFF                     PIC S9(15)V9(15) COMP-3 VALUE 0.
003620 77  WS-OUTCOME                  PIC X(07) VALUE SPACES.
003630*
003640*------------------------------------------------------------
003650*ZETA(2K) FIELDS - SEE THE BERNZETA COPY MEMBER.
003660*------------------------------------------------------------
003670 77  WS-ZT-B-MANT                PIC S9(01)V9(15) COMP-3.
003680 77  WS-ZT-B-EXP                 PIC S9(03) VALUE 0.
003690 77  WS-ZT-ORDER                 PIC 9(02) VALUE 0.
003700 77  WS-ZT-STEPS                 PIC 9(02) VALUE 0.
003710 77  WS-ZT-IX                    PIC 9(02) VALUE 0.
003720 77  WS-ZT-WORK-MANT             PIC S9(03)V9(17) COMP-3.
003730 77  WS-ZT-WORK-EXP              PIC S9(03) VALUE 0.
003740 77  WS-ZT-FOUR-PI-SQ            PIC 9(01)V9(17) COMP-3
003750                                  VALUE 3.94784176043574345.
003760 77  WS-ZT-MANT                  PIC S9(01)V9(15) COMP-3.
003770 77  WS-ZT-EXP                   PIC S9(03) VALUE 0.
003780*
003790*------------------------------------------------------------
003800*DEPARTMENT TABLE - EVERY DEPARTMENT WITH A LISTED SERVING.
003810*------------------------------------------------------------
003820 01  DP-DEPT-TABLE.
003830     02  DP-DEPT-ENTRY OCCURS 99 TIMES.
003840         03  DP-DEPT-CODE        PIC X(04).
003850         03  DP-REISSUED         PIC 9(05).
003860         03  DP-EXCLUDED         PIC 9(05).
003870 77  WS-DEPT-USED                PIC 9(02) VALUE 0.
003880 77  WS-DEPT-IX                  PIC 9(02) VALUE 0.
003890 77  WS-DEPT-SLOT                PIC 9(02) VALUE 0.
003900*
003910*------------------------------------------------------------
003920*COUNTS AND THE RETURN CODE.
003930*------------------------------------------------------------
003940 77  WS-AUDIT-READ-COUNT         PIC 9(07) VALUE 0.
003950 77  WS-PRIOR-READ-COUNT         PIC 9(05) VALUE 0.
003960 77  WS-SKIPPED-COUNT            PIC 9(07) VALUE 0.
003970 77  WS-REISSUED-COUNT           PIC 9(05) VALUE 0.
003980 77  WS-EXCLUDED-COUNT           PIC 9(05) VALUE 0.
003990 77  WS-UNCHANGED-COUNT          PIC 9(05) VALUE 0.
004000 77  WS-NOMATCH-COUNT            PIC 9(05) VALUE 0.
004010 77  WS-PURGED-COUNT             PIC 9(05) VALUE 0.
004020 77  WS-DERIVED-COUNT            PIC 9(05) VALUE 0.
004030 77  WS-AFFECTED-COUNT           PIC 9(05) VALUE 0.
004040 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
004050*
004060*------------------------------------------------------------
004070*VALUES ARE STAGED IN SIGNED DISPLAY FORM AND PICKED UP THROUGH
004080*THE REDEFINING PIC X VIEWS, AS BERNVRFY DOES.
004090*------------------------------------------------------------
004100 01  WS-VALUE-DISP               PIC S9(15)V9(09)
004110                                  SIGN IS LEADING SEPARATE.
004120 01  WS-VALUE-X REDEFINES WS-VALUE-DISP
004130                                 PIC X(25).
004140 01  WS-EXP-DISP                 PIC S9(03)
004150                                  SIGN IS LEADING SEPARATE.
004160 01  WS-EXP-X REDEFINES WS-EXP-DISP
004170                                 PIC X(04).
004180*
004190*------------------------------------------------------------
004200*REPORT LINE LAYOUTS.
004210*------------------------------------------------------------
004220 01  WS-HEAD-LINE-1.
004230     05  FILLER                  PIC X(40)
004240         VALUE "BERNREIS - CORRECTED-RESPONSE REISSUE   ".
004250     05  FILLER                  PIC X(04) VALUE "RUN ".
004260     05  WS-HL-RUN-TS-OUT        PIC X(14).
004270     05  FILLER                  PIC X(22) VALUE SPACES.

004280 01  WS-SS-HEAD-LINE.
004290     05  FILLER                  PIC X(40)
004300         VALUE "TB  N FROM           TO             PROG".
004310     05  FILLER                  PIC X(40)
004320         VALUE "RAM   FUNCTION REISS EXCLD C".

004330 01  WS-SS-LINE.
004340     05  WS-SS-TABLE-OUT         PIC X(02).
004350     05  FILLER                  PIC X(01) VALUE SPACE.
004360     05  WS-SS-ORDER-OUT         PIC Z9.
004370     05  FILLER                  PIC X(01) VALUE SPACE.
004380     05  WS-SS-FROM-OUT          PIC X(14).
004390     05  FILLER                  PIC X(01) VALUE SPACE.
004400     05  WS-SS-TO-OUT            PIC X(14).
004410     05  FILLER                  PIC X(01) VALUE SPACE.
004420     05  WS-SS-PROGRAM-OUT       PIC X(09).
004430     05  FILLER                  PIC X(01) VALUE SPACE.
004440     05  WS-SS-FUNCTION-OUT      PIC X(08).
004450     05  FILLER                  PIC X(01) VALUE SPACE.
004460     05  WS-SS-REISSUED-OUT      PIC ZZZZ9.
004470     05  FILLER                  PIC X(01) VALUE SPACE.
004480     05  WS-SS-EXCLUDED-OUT      PIC ZZZZ9.
004490     05  FILLER                  PIC X(01) VALUE SPACE.
004500     05  WS-SS-COVER-OUT         PIC X(01).
004510     05  FILLER                  PIC X(12) VALUE SPACES.

004520 01  WS-DEPT-HEAD-LINE.
004530     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
004540     05  WS-DH-DEPT-OUT          PIC X(04).
004550     05  FILLER                  PIC X(65) VALUE SPACES.

004560 01  WS-DETAIL-HEAD-LINE.
004570     05  FILLER                  PIC X(40)
004580         VALUE "TICKET     N  T SERVED         S ACTION ".
004590     05  FILLER                  PIC X(40)
004600         VALUE "      VALUE                     EXP".

004610 01  WS-DETAIL-LINE.
004620     05  WS-DL-TICKET-OUT        PIC X(10).
004630     05  FILLER                  PIC X(01) VALUE SPACE.
004640     05  WS-DL-ORDER-OUT         PIC Z9.
004650     05  FILLER                  PIC X(01) VALUE SPACE.
004660     05  WS-DL-TYPE-OUT          PIC X(01).
004670     05  FILLER                  PIC X(01) VALUE SPACE.
004680     05  WS-DL-SERVED-OUT        PIC X(14).
004690     05  FILLER                  PIC X(01) VALUE SPACE.
004700     05  WS-DL-SOURCE-OUT        PIC X(01).
004710     05  FILLER                  PIC X(01) VALUE SPACE.
004720     05  WS-DL-ACTION-OUT        PIC X(07).
004730     05  FILLER                  PIC X(01) VALUE SPACE.
004740     05  WS-DL-LABEL-OUT         PIC X(04).
004750     05  WS-DL-VALUE-OUT         PIC X(25).
004760     05  FILLER                  PIC X(01) VALUE SPACE.
004770     05  WS-DL-EXP-OUT           PIC X(04).
004780     05  FILLER                  PIC X(05) VALUE SPACES.

004790 01  WS-DEPT-TOTAL-LINE.
004800     05  FILLER                  PIC X(16)
004810         VALUE "  DEPARTMENT    ".
004820     05  WS-DT-DEPT-OUT          PIC X(04).
004830     05  FILLER                  PIC X(11) VALUE "  REISSUED ".
004840     05  WS-DT-REISSUED-OUT      PIC ZZZZ9.
004850     05  FILLER                  PIC X(11) VALUE "  EXCLUDED ".
004860     05  WS-DT-EXCLUDED-OUT      PIC ZZZZ9.
004870     05  FILLER                  PIC X(28) VALUE SPACES.

004880 01  WS-TOTAL-LINE-1.
004890     05  FILLER                  PIC X(18)
004900         VALUE "NEW SUPERSESSIONS ".
004910     05  WS-T1-ENTRIES-OUT       PIC ZZZZ9.
004920     05  FILLER                  PIC X(20)
004930         VALUE "  SERVINGS AFFECTED ".
004940     05  WS-T1-AFFECTED-OUT      PIC ZZZZ9.
004950     05  FILLER                  PIC X(11) VALUE "  REISSUED ".
004960     05  WS-T1-REISSUED-OUT      PIC ZZZZ9.
004970     05  FILLER                  PIC X(16) VALUE SPACES.

004980 01  WS-TOTAL-LINE-2.
004990     05  FILLER                  PIC X(09) VALUE "EXCLUDED ".
005000     05  WS-T2-EXCLUDED-OUT      PIC ZZZZ9.
005010     05  FILLER                  PIC X(09) VALUE "  UNCHGD ".
005020     05  WS-T2-UNCHANGED-OUT     PIC ZZZZ9.
005030     05  FILLER                  PIC X(10) VALUE "  NOMATCH ".
005040     05  WS-T2-NOMATCH-OUT       PIC ZZZZ9.
005050     05  FILLER                  PIC X(09) VALUE "  PURGED ".
005060     05  WS-T2-PURGED-OUT        PIC ZZZZ9.
005070     05  FILLER                  PIC X(10) VALUE "  DERIVED ".
005080     05  WS-T2-DERIVED-OUT       PIC ZZZZ9.
005090     05  FILLER                  PIC X(08) VALUE SPACES.

005100 01  WS-TOTAL-LINE-3.
005110     05  FILLER                  PIC X(17)
005120         VALUE "AUDIT LINES READ ".
005130     05  WS-T3-AUDIT-OUT         PIC ZZZZZZ9.
005140     05  FILLER                  PIC X(16)
005150         VALUE "  PRIOR REISSUES".
005160     05  FILLER                  PIC X(01) VALUE SPACE.
005170     05  WS-T3-PRIOR-OUT         PIC ZZZZ9.
005180     05  FILLER                  PIC X(18)
005190         VALUE "  EARLIEST AUDIT  ".
005200     05  WS-T3-EARLIEST-OUT      PIC X(14).
005210     05  FILLER                  PIC X(02) VALUE SPACES.

005220 PROCEDURE DIVISION.
005230*
005240*==============================================================
005250*0000-MAINLINE
005260*==============================================================
005270 0000-MAINLINE.
005280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005290     IF WS-WORST-RC < 8
005300         PERFORM 2000-LOAD-SUPERSESSIONS THRU 2000-EXIT
005310         IF WS-POS-ERROR
005320             MOVE 16 TO WS-WORST-RC
005330         ELSE
005340         IF WS-WORST-RC < 8
005350             PERFORM 2500-FIND-CURRENT-VALUES THRU 2500-EXIT
005360             PERFORM 3000-SCAN-SERVINGS THRU 3000-EXIT
005370             PERFORM 4000-WRITE-SUPERSESSIONS THRU 4000-EXIT
005380             PERFORM 5000-WRITE-DEPT-LISTINGS THRU 5000-EXIT
005390             PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
005400             IF WS-WORST-RC < 8
005410                 PERFORM 7000-COMMIT THRU 7000-EXIT
005420             END-IF
005430         END-IF
005440         END-IF
005450         PERFORM 9800-TERMINATE THRU 9800-EXIT
005460     END-IF.
005470     MOVE WS-WORST-RC TO RETURN-CODE.
005480     STOP RUN.
005490*
005500*------------------------------------------------------------
005510*1000-INITIALIZE - STAMP THE RUN, PICK UP THE POSITION THE LAST
005520*GOOD RUN LEFT AND OPEN THE LISTING.
005530*------------------------------------------------------------
005540 1000-INITIALIZE.
005550     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005560     ACCEPT WS-CURRENT-TIME FROM TIME.
005570     STRING WS-CURRENT-DATE DELIMITED BY SIZE
005580            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
005590         INTO WS-RUN-TS.
005600     MOVE SPACES TO LT-LAST-TS-TABLE.
005610     PERFORM 1100-READ-POSITION THRU 1100-EXIT.
005620     OPEN OUTPUT REPORT-FILE.
005630     IF NOT WS-RPT-OK
005640         DISPLAY "BERNREIS - REPORT OPEN FAILED, STATUS "
005650             WS-RPT-STATUS
005660         MOVE 8 TO WS-WORST-RC
005670         GO TO 1000-EXIT
005680     END-IF.
005690     MOVE WS-RUN-TS TO WS-HL-RUN-TS-OUT.
005700     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
005710     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005720 1000-EXIT.
005730     EXIT.
005740*
005750*------------------------------------------------------------
005760*1100-READ-POSITION - AN ABSENT OR EMPTY REISPOS IS THE FIRST
005770*RUN: EVERY SUPERSESSION ON HISTF IS NEW.
005780*------------------------------------------------------------
005790 1100-READ-POSITION.
005800     MOVE 0 TO WS-POS-COUNT.
005810     MOVE SPACES TO WS-POS-LAST-TS.
005820     OPEN INPUT POSITION-FILE.
005830     IF NOT WS-POS-OK
005840         DISPLAY "BERNREIS - REISPOS NOT PRESENT - ALL OF HISTF "
005850             "IS NEW."
005860         GO TO 1100-EXIT
005870     END-IF.
005880     MOVE SPACES TO POSITION-RECORD.
005890     READ POSITION-FILE
005900         AT END
005910             MOVE SPACES TO POSITION-RECORD
005920     END-READ.
005930     CLOSE POSITION-FILE.
005940     IF POSITION-RECORD = SPACES
005950         GO TO 1100-EXIT
005960     END-IF.
005970     IF RZ-HIST-COUNT IS NOT NUMERIC
005980         DISPLAY "BERNREIS - REISPOS RECORD UNREADABLE: "
005990             POSITION-RECORD
006000         SET WS-POS-ERROR TO TRUE
006010         GO TO 1100-EXIT
006020     END-IF.
006030     MOVE RZ-HIST-COUNT TO WS-POS-COUNT.
006040     MOVE RZ-LAST-HIST-TS TO WS-POS-LAST-TS.
006050     DISPLAY "BERNREIS - LAST RUN " RZ-RUN-TS " TOOK "
006060         RZ-HIST-COUNT " HISTF RECORDS".
006070 1100-EXIT.
006080     EXIT.
006090*
006100*------------------------------------------------------------
006110*2000-LOAD-SUPERSESSIONS - READ HISTF FROM THE TOP.  RECORDS UP
006120*TO THE POSITION ONLY SET EACH SLOT'S LAST SUPERSESSION TIME;
006130*THE ONES PAST IT ARE THIS RUN'S SUPERSESSIONS.  THE RECORD AT
006140*THE POSITION MUST CARRY THE TIMESTAMP REISPOS SAYS IT DOES.
006150*------------------------------------------------------------
006160 2000-LOAD-SUPERSESSIONS.
006170     IF WS-POS-ERROR
006180         GO TO 2000-EXIT
006190     END-IF.
006200     MOVE WS-POS-COUNT TO WS-NEW-COUNT.
006210     MOVE WS-POS-LAST-TS TO WS-NEW-LAST-TS.
006220     OPEN INPUT HISTORY-FILE.
006230     IF NOT WS-HIST-OK
006240         DISPLAY "BERNREIS - HISTF OPEN FAILED, STATUS "
006250             WS-HIST-STATUS
006260         MOVE 8 TO WS-WORST-RC
006270         GO TO 2000-EXIT
006280     END-IF.
006290     PERFORM 2010-READ-ONE-HISTORY THRU 2010-EXIT
006300         UNTIL WS-HIST-DONE.
006310     CLOSE HISTORY-FILE.
006320     IF WS-HIST-READ < WS-POS-COUNT AND NOT WS-HIST-FULL
006330         DISPLAY "BERNREIS - HISTF HOLDS " WS-HIST-READ
006340             " RECORDS, REISPOS SAYS " WS-POS-COUNT
006350             " WERE TAKEN - HISTF HAS BEEN REPLACED"
006360         SET WS-POS-ERROR TO TRUE
006370     END-IF.
006380     IF WS-HIST-FULL
006390         DISPLAY "BERNREIS - MORE THAN " WS-ENTRY-MAX
006400             " NEW SUPERSESSIONS - THE REST ARE LEFT FOR THE "
006410             "NEXT RUN"
006420         IF WS-WORST-RC < 4
006430             MOVE 4 TO WS-WORST-RC
006440         END-IF
006450     END-IF.
006460 2000-EXIT.
006470     EXIT.
006480*
006490*------------------------------------------------------------
006500*2010-READ-ONE-HISTORY - ONE HISTF RECORD.  A RECORD THAT NAMES
006510*NO TABLE OR SLOT IS COUNTED AND PASSED OVER.  A PROMNEW RECORD
006520*DATES A NEW SLOT'S FIRST PROMOTION AND SUPERSEDES NOTHING; IT
006530*COUNTS TOWARD THE POSITION ONLY.
006540*------------------------------------------------------------
006550 2010-READ-ONE-HISTORY.
006560     READ HISTORY-FILE
006570         AT END
006580             SET WS-HIST-DONE TO TRUE
006590     END-READ.
006600     IF WS-HIST-DONE
006610         GO TO 2010-EXIT
006620     END-IF.
006630     IF WS-HIST-READ NOT < WS-POS-COUNT
006640             AND WS-ENTRY-COUNT NOT < WS-ENTRY-MAX
006650         SET WS-HIST-FULL TO TRUE
006660         SET WS-HIST-DONE TO TRUE
006670         GO TO 2010-EXIT
006680     END-IF.
006690     ADD 1 TO WS-HIST-READ.
006700     IF WS-HIST-READ = WS-POS-COUNT
006710             AND HS-TIMESTAMP NOT = WS-POS-LAST-TS
006720         DISPLAY "BERNREIS - HISTF RECORD " WS-HIST-READ
006730             " IS DATED " HS-TIMESTAMP ", REISPOS SAYS "
006740             WS-POS-LAST-TS " - HISTF HAS BEEN REPLACED"
006750         SET WS-POS-ERROR TO TRUE
006760         SET WS-HIST-DONE TO TRUE
006770         GO TO 2010-EXIT
006780     END-IF.
006790     IF WS-HIST-READ > WS-POS-COUNT
006800         MOVE WS-HIST-READ TO WS-NEW-COUNT
006810         MOVE HS-TIMESTAMP TO WS-NEW-LAST-TS
006820     END-IF.
006830     MOVE 0 TO WS-LT-ROW.
006840     IF HS-BTABLE
006850         MOVE 1 TO WS-LT-ROW
006860     END-IF.
006870     IF HS-BSCALE
006880         MOVE 2 TO WS-LT-ROW
006890     END-IF.
006900     IF WS-LT-ROW = 0
006910             OR HS-ORDER IS NOT NUMERIC
006920             OR HS-ORDER = 0
006930         ADD 1 TO WS-HIST-SKIPPED
006940         GO TO 2010-EXIT
006950     END-IF.
006960     IF HS-NEW-ENTRY
006970         GO TO 2010-EXIT
006980     END-IF.
006990     IF WS-HIST-READ > WS-POS-COUNT
007000         PERFORM 2020-TAKE-SUPERSESSION THRU 2020-EXIT
007010     END-IF.
007020     MOVE HS-TIMESTAMP TO LT-LAST-TS(WS-LT-ROW, HS-ORDER).
007030 2010-EXIT.
007040     EXIT.
007050*
007060*------------------------------------------------------------
007070*2020-TAKE-SUPERSESSION - ADD A NEW SUPERSESSION TO THE TABLE.
007080*ITS WINDOW OPENS AT THE SLOT'S LAST SUPERSESSION.
007090*------------------------------------------------------------
007100 2020-TAKE-SUPERSESSION.
007110     ADD 1 TO WS-ENTRY-COUNT.
007120     MOVE WS-ENTRY-COUNT TO WS-EX.
007130     MOVE HS-TABLE-ID TO RE-TABLE-ID(WS-EX).
007140     MOVE HS-ORDER TO RE-SLOT(WS-EX).
007150     MOVE LT-LAST-TS(WS-LT-ROW, HS-ORDER) TO RE-FROM-TS(WS-EX).
007160     MOVE HS-TIMESTAMP TO RE-TO-TS(WS-EX).
007170     MOVE HS-PROGRAM TO RE-PROGRAM(WS-EX).
007180     MOVE HS-FUNCTION TO RE-FUNCTION(WS-EX).
007190     IF HS-BTABLE
007200         MOVE HS-BT-OLD-VALUE TO RE-OLD-VALUE(WS-EX)
007210         MOVE 0 TO RE-OLD-EXP(WS-EX)
007220     ELSE
007230         MOVE HS-BS-OLD-MANT TO RE-OLD-VALUE(WS-EX)
007240         MOVE HS-BS-OLD-EXP TO RE-OLD-EXP(WS-EX)
007250     END-IF.
007260     MOVE 0 TO RE-NEW-VALUE(WS-EX).
007270     MOVE 0 TO RE-NEW-EXP(WS-EX).
007280     MOVE 'N' TO RE-NEW-SW(WS-EX).
007290     MOVE 'N' TO RE-CHANGED-SW(WS-EX).
007300     MOVE 0 TO RE-REISSUED(WS-EX).
007310     MOVE 0 TO RE-EXCLUDED(WS-EX).
007320 2020-EXIT.
007330     EXIT.
007340*
007350*------------------------------------------------------------
007360*2500-FIND-CURRENT-VALUES - THE CORRECTED VALUE FOR EVERY NEW
007370*SUPERSESSION IS WHAT IS ON FILE NOW.
007380*------------------------------------------------------------
007390 2500-FIND-CURRENT-VALUES.
007400     IF WS-ENTRY-COUNT = 0
007410         GO TO 2500-EXIT
007420     END-IF.
007430     OPEN INPUT BTABLE-FILE.
007440     OPEN INPUT BSCALE-FILE.
007450     IF NOT WS-BTABLE-OK OR NOT WS-BSCALE-OK
007460         DISPLAY "BERNREIS - TABLE OPEN FAILED, BTABLE "
007470             WS-BTABLE-STATUS " BSCALE " WS-BSCALE-STATUS
007480         MOVE 8 TO WS-WORST-RC
007490         GO TO 2500-EXIT
007500     END-IF.
007510     PERFORM 2510-FIND-ONE-CURRENT THRU 2510-EXIT
007520         VARYING WS-EX FROM 1 BY 1
007530         UNTIL WS-EX > WS-ENTRY-COUNT.
007540     CLOSE BTABLE-FILE.
007550     CLOSE BSCALE-FILE.
007560 2500-EXIT.
007570     EXIT.
007580*
007590*------------------------------------------------------------
007600*2510-FIND-ONE-CURRENT - READ ONE ENTRY'S SLOT AND NOTE WHETHER
007610*THE VALUE CHANGED AT ALL SINCE THE SUPERSEDED ONE.
007620*------------------------------------------------------------
007630 2510-FIND-ONE-CURRENT.
007640     IF RE-TABLE-ID(WS-EX) = 'BT'
007650         MOVE RE-SLOT(WS-EX) TO BT-ORDER
007660         READ BTABLE-FILE
007670             INVALID KEY
007680                 CONTINUE
007690             NOT INVALID KEY
007700                 MOVE BT-VALUE TO RE-NEW-VALUE(WS-EX)
007710                 SET RE-NEW-ON-FILE(WS-EX) TO TRUE
007720         END-READ
007730     ELSE
007740         MOVE RE-SLOT(WS-EX) TO BS-ORDER
007750         READ BSCALE-FILE
007760             INVALID KEY
007770                 CONTINUE
007780             NOT INVALID KEY
007790                 MOVE BS-MANTISSA TO RE-NEW-VALUE(WS-EX)
007800                 MOVE BS-EXPONENT TO RE-NEW-EXP(WS-EX)
007810                 SET RE-NEW-ON-FILE(WS-EX) TO TRUE
007820         END-READ
007830     END-IF.
007840     IF NOT RE-NEW-ON-FILE(WS-EX)
007850         SET RE-CHANGED(WS-EX) TO TRUE
007860         GO TO 2510-EXIT
007870     END-IF.
007880     COMPUTE WS-DIFF = RE-NEW-VALUE(WS-EX) - RE-OLD-VALUE(WS-EX).
007890     IF WS-DIFF < 0
007900         COMPUTE WS-DIFF = WS-DIFF * -1
007910     END-IF.
007920     IF WS-DIFF > WS-RECON-TOLERANCE
007930             OR RE-NEW-EXP(WS-EX) NOT = RE-OLD-EXP(WS-EX)
007940         SET RE-CHANGED(WS-EX) TO TRUE
007950     END-IF.
007960 2510-EXIT.
007970     EXIT.
007980*
007990*------------------------------------------------------------
008000*3000-SCAN-SERVINGS - HOLD EVERY AUDIT LINE, THEN EVERY PRIOR
008010*REISSUE, AGAINST THE NEW SUPERSESSIONS.  A MISSING REISSUE
008020*HISTORY IS NO PRIOR REISSUES.
008030*------------------------------------------------------------
008040 3000-SCAN-SERVINGS.
008050     OPEN OUTPUT WORK-FILE.
008060     OPEN OUTPUT REISSUE-FILE.
008070     IF NOT WS-WORK-OK OR NOT WS-REIS-OK
008080         DISPLAY "BERNREIS - OUTPUT OPEN FAILED, REISWK "
008090             WS-WORK-STATUS " REISFILE " WS-REIS-STATUS
008100         MOVE 8 TO WS-WORST-RC
008110         GO TO 3000-EXIT
008120     END-IF.
008130     IF WS-ENTRY-COUNT = 0
008140         GO TO 3090-CLOSE-OUTPUTS
008150     END-IF.
008160     OPEN INPUT AUDIT-FILE.
008170     IF NOT WS-AUDIT-OK
008180         DISPLAY "BERNREIS - AUDIT OPEN FAILED, STATUS "
008190             WS-AUDIT-STATUS
008200         MOVE 8 TO WS-WORST-RC
008210         GO TO 3090-CLOSE-OUTPUTS
008220     END-IF.
008230     PERFORM 3010-READ-ONE-AUDIT THRU 3010-EXIT
008240         UNTIL WS-AUDIT-EOF.
008250     CLOSE AUDIT-FILE.
008260     OPEN INPUT REISSUE-HIST-FILE.
008270     IF WS-RHST-OK
008280         PERFORM 3020-READ-ONE-PRIOR THRU 3020-EXIT
008290             UNTIL WS-RHST-EOF
008300         CLOSE REISSUE-HIST-FILE
008310     ELSE
008320         DISPLAY "BERNREIS - REISHST NOT PRESENT - NO PRIOR "
008330             "REISSUES."
008340     END-IF.
008350 3090-CLOSE-OUTPUTS.
008360     CLOSE WORK-FILE.
008370     CLOSE REISSUE-FILE.
008380 3000-EXIT.
008390     EXIT.
008400*
008410*------------------------------------------------------------
008420*3010-READ-ONE-AUDIT - STAGE ONE AUDIT LINE AS THE SERVING
008430*UNDER TEST.  A LINE WHOSE ORDER OR VALUE WILL NOT READ IS
008440*COUNTED AS SKIPPED.  A CHAIN ANCHOR IS NOT A SERVING - ITS
008450*TIMESTAMP IS THAT OF THE LAST ARCHIVED LINE - AND IS PASSED
008460*OVER BEFORE ANYTHING IS COUNTED.
008470*------------------------------------------------------------
008480 3010-READ-ONE-AUDIT.
008490     READ AUDIT-FILE
008500         AT END
008510             SET WS-AUDIT-EOF TO TRUE
008520     END-READ.
008530     IF WS-AUDIT-EOF
008540         GO TO 3010-EXIT
008550     END-IF.
008560     IF AU-CHAIN-ANCHOR AND AU-REQUESTED-N IS NOT NUMERIC
008570         GO TO 3010-EXIT
008580     END-IF.
008590     ADD 1 TO WS-AUDIT-READ-COUNT.
008600     IF AU-TIMESTAMP < WS-EARLIEST-AUDIT-TS
008610         MOVE AU-TIMESTAMP TO WS-EARLIEST-AUDIT-TS
008620     END-IF.
008630     IF AU-REQUESTED-N IS NOT NUMERIC
008640             OR AU-VALUE IS NOT NUMERIC
008650         ADD 1 TO WS-SKIPPED-COUNT
008660         GO TO 3010-EXIT
008670     END-IF.
008680     MOVE 'A' TO WS-SV-SOURCE.
008690     MOVE AU-TIMESTAMP TO WS-SV-TS.
008700     MOVE AU-REQUESTED-N TO WS-SV-ORDER.
008710     MOVE AU-REQUEST-TYPE TO WS-SV-TYPE.
008720     MOVE AU-VALUE TO WS-SV-VALUE.
008730     MOVE 0 TO WS-SV-EXP.
008740     IF AU-SCALE-EXP IS NUMERIC
008750         MOVE AU-SCALE-EXP TO WS-SV-EXP
008760     END-IF.
008770     MOVE AU-DEPT-CODE TO WS-SV-DEPT.
008780     MOVE AU-TICKET-NO TO WS-SV-TICKET.
008790     PERFORM 3100-CHECK-SERVING THRU 3100-EXIT.
008800 3010-EXIT.
008810     EXIT.
008820*
008830*------------------------------------------------------------
008840*3020-READ-ONE-PRIOR - STAGE ONE EARLIER REISSUE AS A SERVING
008850*OF ITS CORRECTED VALUE AT THE TIME IT WAS REISSUED.
008860*------------------------------------------------------------
008870 3020-READ-ONE-PRIOR.
008880     READ REISSUE-HIST-FILE INTO REISSUE-RECORD
008890         AT END
008900             SET WS-RHST-EOF TO TRUE
008910     END-READ.
008920     IF WS-RHST-EOF
008930         GO TO 3020-EXIT
008940     END-IF.
008950     ADD 1 TO WS-PRIOR-READ-COUNT.
008960     IF RI-REQUESTED-N IS NOT NUMERIC
008970             OR RI-VALUE IS NOT NUMERIC
008980             OR RI-SCALE-EXP IS NOT NUMERIC
008990         ADD 1 TO WS-SKIPPED-COUNT
009000         GO TO 3020-EXIT
009010     END-IF.
009020     MOVE 'R' TO WS-SV-SOURCE.
009030     MOVE RI-REISSUE-TS TO WS-SV-TS.
009040     MOVE RI-REQUESTED-N TO WS-SV-ORDER.
009050     MOVE RI-REQUEST-TYPE TO WS-SV-TYPE.
009060     MOVE RI-VALUE TO WS-SV-VALUE.
009070     MOVE RI-SCALE-EXP TO WS-SV-EXP.
009080     MOVE RI-DEPT-CODE TO WS-SV-DEPT.
009090     MOVE RI-TICKET-NO TO WS-SV-TICKET.
009100     PERFORM 3100-CHECK-SERVING THRU 3100-EXIT.
009110 3020-EXIT.
009120     EXIT.
009130*
009140*------------------------------------------------------------
009150*3100-CHECK-SERVING - ROUTE THE STAGED SERVING TO ITS TABLE THE
009160*WAY BERNVRFY DOES AND LOOK FOR A NEW SUPERSESSION WHOSE WINDOW
009170*HOLDS IT.  A SERVING OF THE SUPERSEDED VALUE IS REISSUED OR
009180*EXCLUDED ON ITS MERITS; ONE IN A WINDOW THAT DOES NOT CARRY THE
009190*SUPERSEDED VALUE IS EXCLUDED AS NOMATCH.  A DERIVED SERVING IS
009200*TESTED AGAINST EVERY CHANGED RAW ENTRY AT OR BELOW ITS ORDER.
009210*------------------------------------------------------------
009220 3100-CHECK-SERVING.
009230     COMPUTE WS-SV-SLOT = WS-SV-ORDER + 1.
009240     MOVE 'N' TO WS-ZETA-SW.
009250     EVALUATE TRUE
009260         WHEN WS-SV-TYPE = 'F' OR WS-SV-TYPE = 'P'
009270             MOVE 'DV' TO WS-SV-TABLE-ID
009280         WHEN WS-SV-TYPE = 'R'
009290             GO TO 3100-EXIT
009300         WHEN WS-SV-TYPE = 'S'
009310             MOVE 'BS' TO WS-SV-TABLE-ID
009320         WHEN WS-SV-TYPE = 'Z'
009330             MOVE 'BS' TO WS-SV-TABLE-ID
009340             SET WS-SV-IS-ZETA TO TRUE
009350         WHEN WS-SV-EXP NOT = 0
009360             MOVE 'BS' TO WS-SV-TABLE-ID
009370         WHEN OTHER
009380             MOVE 'BT' TO WS-SV-TABLE-ID
009390     END-EVALUATE.
009400     MOVE 0 TO WS-MATCH-IX.
009410     MOVE 0 TO WS-WINDOW-IX.
009420     IF WS-SV-TABLE-ID = 'DV'
009430         PERFORM 3150-MATCH-DERIVED-ENTRY THRU 3150-EXIT
009440             VARYING WS-EX FROM 1 BY 1
009450             UNTIL WS-EX > WS-ENTRY-COUNT
009460                 OR WS-WINDOW-IX > 0
009470         IF WS-WINDOW-IX > 0
009480             MOVE WS-WINDOW-IX TO WS-MATCH-IX
009490             MOVE "DERIVED" TO WS-OUTCOME
009500             PERFORM 3400-NOTE-OUTCOME THRU 3400-EXIT
009510         END-IF
009520         GO TO 3100-EXIT
009530     END-IF.
009540     PERFORM 3110-MATCH-DIRECT-ENTRY THRU 3110-EXIT
009550         VARYING WS-EX FROM 1 BY 1
009560         UNTIL WS-EX > WS-ENTRY-COUNT
009570             OR WS-MATCH-IX > 0.
009580     IF WS-MATCH-IX = 0
009590         IF WS-WINDOW-IX > 0
009600             MOVE WS-WINDOW-IX TO WS-MATCH-IX
009610             MOVE "NOMATCH" TO WS-OUTCOME
009620             PERFORM 3400-NOTE-OUTCOME THRU 3400-EXIT
009630         END-IF
009640         GO TO 3100-EXIT
009650     END-IF.
009660     IF NOT RE-NEW-ON-FILE(WS-MATCH-IX)
009670         MOVE "PURGED " TO WS-OUTCOME
009680         PERFORM 3400-NOTE-OUTCOME THRU 3400-EXIT
009690         GO TO 3100-EXIT
009700     END-IF.
009710     MOVE RE-TABLE-ID(WS-MATCH-IX) TO WS-FM-TABLE-ID.
009720     MOVE RE-NEW-VALUE(WS-MATCH-IX) TO WS-FM-IN-VALUE.
009730     MOVE RE-NEW-EXP(WS-MATCH-IX) TO WS-FM-IN-EXP.
009740     PERFORM 3200-SERVING-FORM THRU 3200-EXIT.
009750     MOVE WS-FM-OUT-VALUE TO WS-FIX-VALUE.
009760     MOVE WS-FM-OUT-EXP TO WS-FIX-EXP.
009770     COMPUTE WS-DIFF = WS-SV-VALUE - WS-FIX-VALUE.
009780     IF WS-DIFF < 0
009790         COMPUTE WS-DIFF = WS-DIFF * -1
009800     END-IF.
009810     IF WS-DIFF NOT > WS-RECON-TOLERANCE
009820             AND WS-SV-EXP = WS-FIX-EXP
009830         MOVE "UNCHGD " TO WS-OUTCOME
009840         PERFORM 3400-NOTE-OUTCOME THRU 3400-EXIT
009850         GO TO 3100-EXIT
009860     END-IF.
009870     PERFORM 3300-WRITE-REISSUE THRU 3300-EXIT.
009880     MOVE "REISSUE" TO WS-OUTCOME.
009890     PERFORM 3400-NOTE-OUTCOME THRU 3400-EXIT.
009900 3100-EXIT.
009910     EXIT.
009920*
009930*------------------------------------------------------------
009940*3110-MATCH-DIRECT-ENTRY - ONE SUPERSESSION OF THE SERVING'S
009950*TABLE AND SLOT.  IF ITS WINDOW HOLDS THE SERVING, THE
009960*SUPERSEDED VALUE IS PUT IN SERVING FORM AND COMPARED.  THE
009970*FIRST WINDOW FOUND IS KEPT FOR A NOMATCH.
009980*------------------------------------------------------------
009990 3110-MATCH-DIRECT-ENTRY.
010000     IF RE-TABLE-ID(WS-EX) NOT = WS-SV-TABLE-ID
010010             OR RE-SLOT(WS-EX) NOT = WS-SV-SLOT
010020             OR WS-SV-TS < RE-FROM-TS(WS-EX)
010030             OR WS-SV-TS > RE-TO-TS(WS-EX)
010040         GO TO 3110-EXIT
010050     END-IF.
010060     IF WS-WINDOW-IX = 0
010070         MOVE WS-EX TO WS-WINDOW-IX
010080     END-IF.
010090     MOVE RE-TABLE-ID(WS-EX) TO WS-FM-TABLE-ID.
010100     MOVE RE-OLD-VALUE(WS-EX) TO WS-FM-IN-VALUE.
010110     MOVE RE-OLD-EXP(WS-EX) TO WS-FM-IN-EXP.
010120     PERFORM 3200-SERVING-FORM THRU 3200-EXIT.
010130     COMPUTE WS-DIFF = WS-SV-VALUE - WS-FM-OUT-VALUE.
010140     IF WS-DIFF < 0
010150         COMPUTE WS-DIFF = WS-DIFF * -1
010160     END-IF.
010170     IF WS-DIFF NOT > WS-RECON-TOLERANCE
010180             AND WS-SV-EXP = WS-FM-OUT-EXP
010190         MOVE WS-EX TO WS-MATCH-IX
010200     END-IF.
010210 3110-EXIT.
010220     EXIT.
010230*
010240*------------------------------------------------------------
010250*3150-MATCH-DERIVED-ENTRY - ONE CHANGED RAW SUPERSESSION AT OR
010260*BELOW THE DERIVED SERVING'S ORDER WHOSE WINDOW HOLDS IT.
010270*------------------------------------------------------------
010280 3150-MATCH-DERIVED-ENTRY.
010290     IF RE-TABLE-ID(WS-EX) = 'BT'
010300             AND RE-CHANGED(WS-EX)
010310             AND RE-SLOT(WS-EX) NOT > WS-SV-SLOT
010320             AND WS-SV-TS NOT < RE-FROM-TS(WS-EX)
010330             AND WS-SV-TS NOT > RE-TO-TS(WS-EX)
010340         MOVE WS-EX TO WS-WINDOW-IX
010350     END-IF.
010360 3150-EXIT.
010370     EXIT.
010380*
010390*------------------------------------------------------------
010400*3200-SERVING-FORM - THE VALUE AND EXPONENT A SERVING OF THE
010410*STAGED LINE'S TYPE WOULD CARRY FOR THE FILED VALUE IN
010420*WS-FM-IN-.  A RAW OR SCALED SERVING CARRIES THE FILED VALUE
010430*CUT TO NINE DECIMALS, AS THE AUDIT LINE DOES; A ZETA SERVING IS
010440*RE-FORMED FROM THE SCALED ENTRY.
010450*------------------------------------------------------------
010460 3200-SERVING-FORM.
010470     IF WS-SV-IS-ZETA
010480         MOVE WS-FM-IN-VALUE TO WS-ZT-B-MANT
010490         MOVE WS-FM-IN-EXP TO WS-ZT-B-EXP
010500         MOVE WS-SV-ORDER TO WS-ZT-ORDER
010510         PERFORM 6800-ZETA-FROM-SCALED THRU 6800-EXIT
010520         MOVE WS-ZT-MANT TO WS-FM-OUT-VALUE
010530         MOVE WS-ZT-EXP TO WS-FM-OUT-EXP
010540     ELSE
010550         MOVE WS-FM-IN-VALUE TO WS-FM-OUT-VALUE
010560         MOVE WS-FM-IN-EXP TO WS-FM-OUT-EXP
010570     END-IF.
010580     IF WS-FM-TABLE-ID = 'BT'
010590         MOVE 0 TO WS-FM-OUT-EXP
010600     END-IF.
010610 3200-EXIT.
010620     EXIT.
010630*
010640*------------------------------------------------------------
010650*3300-WRITE-REISSUE - ONE CORRECTED RESPONSE.  THE CORRECTED
010660*VALUE IS IN WS-FIX-; THE ORIGINAL IS THE SERVING UNDER TEST.
010670*------------------------------------------------------------
010680 3300-WRITE-REISSUE.
010690     MOVE SPACES TO REISSUE-RECORD.
010700     MOVE WS-SV-TICKET TO RI-TICKET-NO.
010710     MOVE WS-SV-ORDER TO RI-REQUESTED-N.
010720     MOVE WS-SV-TYPE TO RI-REQUEST-TYPE.
010730     MOVE WS-FIX-VALUE TO RI-VALUE.
010740     MOVE WS-FIX-EXP TO RI-SCALE-EXP.
010750     MOVE '40' TO RI-STATUS-CODE.
010760     MOVE WS-SV-VALUE TO RI-ORIG-VALUE.
010770     MOVE WS-SV-EXP TO RI-ORIG-EXP.
010780     MOVE WS-SV-DEPT TO RI-DEPT-CODE.
010790     MOVE WS-SV-TS TO RI-SERVED-TS.
010800     MOVE RE-TO-TS(WS-MATCH-IX) TO RI-SUPERSEDED-TS.
010810     MOVE WS-RUN-TS TO RI-REISSUE-TS.
010820     WRITE REISSUE-RECORD.
010830     IF NOT WS-REIS-OK
010840         DISPLAY "BERNREIS - REISFILE WRITE FAILED, STATUS "
010850             WS-REIS-STATUS
010860         MOVE 8 TO WS-WORST-RC
010870     END-IF.
010880 3300-EXIT.
010890     EXIT.
010900*
010910*------------------------------------------------------------
010920*3400-NOTE-OUTCOME - COUNT THE OUTCOME IN WS-OUTCOME AGAINST
010930*THE SUPERSESSION IN WS-MATCH-IX AND THE SERVING'S DEPARTMENT,
010940*AND PUT ITS LISTING LINE(S) ON THE WORK FILE.
010950*------------------------------------------------------------
010960 3400-NOTE-OUTCOME.
010970     ADD 1 TO WS-AFFECTED-COUNT.
010980     PERFORM 3410-FIND-DEPT-SLOT THRU 3410-EXIT.
010990     IF WS-OUTCOME = "REISSUE"
011000         ADD 1 TO WS-REISSUED-COUNT
011010         ADD 1 TO RE-REISSUED(WS-MATCH-IX)
011020         IF WS-DEPT-SLOT > 0
011030             ADD 1 TO DP-REISSUED(WS-DEPT-SLOT)
011040         END-IF
011050     ELSE
011060         ADD 1 TO WS-EXCLUDED-COUNT
011070         ADD 1 TO RE-EXCLUDED(WS-MATCH-IX)
011080         IF WS-DEPT-SLOT > 0
011090             ADD 1 TO DP-EXCLUDED(WS-DEPT-SLOT)
011100         END-IF
011110         EVALUATE WS-OUTCOME
011120             WHEN "UNCHGD "
011130                 ADD 1 TO WS-UNCHANGED-COUNT
011140             WHEN "NOMATCH"
011150                 ADD 1 TO WS-NOMATCH-COUNT
011160             WHEN "PURGED "
011170                 ADD 1 TO WS-PURGED-COUNT
011180             WHEN OTHER
011190                 ADD 1 TO WS-DERIVED-COUNT
011200         END-EVALUATE
011210     END-IF.
011220     MOVE SPACES TO WS-DETAIL-LINE.
011230     MOVE WS-SV-TICKET TO WS-DL-TICKET-OUT.
011240     MOVE WS-SV-ORDER TO WS-DL-ORDER-OUT.
011250     MOVE WS-SV-TYPE TO WS-DL-TYPE-OUT.
011260     MOVE WS-SV-TS TO WS-DL-SERVED-OUT.
011270     MOVE WS-SV-SOURCE TO WS-DL-SOURCE-OUT.
011280     MOVE WS-OUTCOME TO WS-DL-ACTION-OUT.
011290     MOVE "WAS " TO WS-DL-LABEL-OUT.
011300     MOVE WS-SV-VALUE TO WS-VALUE-DISP.
011310     MOVE WS-VALUE-X TO WS-DL-VALUE-OUT.
011320     MOVE WS-SV-EXP TO WS-EXP-DISP.
011330     MOVE WS-EXP-X TO WS-DL-EXP-OUT.
011340     PERFORM 3450-WRITE-WORK-LINE THRU 3450-EXIT.
011350     IF WS-OUTCOME NOT = "REISSUE"
011360         GO TO 3400-EXIT
011370     END-IF.
011380     MOVE SPACES TO WS-DETAIL-LINE.
011390     MOVE "NOW " TO WS-DL-LABEL-OUT.
011400     MOVE WS-FIX-VALUE TO WS-VALUE-DISP.
011410     MOVE WS-VALUE-X TO WS-DL-VALUE-OUT.
011420     MOVE WS-FIX-EXP TO WS-EXP-DISP.
011430     MOVE WS-EXP-X TO WS-DL-EXP-OUT.
011440     PERFORM 3450-WRITE-WORK-LINE THRU 3450-EXIT.
011450 3400-EXIT.
011460     EXIT.
011470*
011480*------------------------------------------------------------
011490*3410-FIND-DEPT-SLOT - THE SERVING DEPARTMENT'S SLOT, TAKING A
011500*NEW ONE ON ITS FIRST OUTCOME.  A FULL TABLE IS A FAILED RUN -
011510*A DEPARTMENT'S LINES WOULD BE MISSING FROM THE LISTING.
011520*------------------------------------------------------------
011530 3410-FIND-DEPT-SLOT.
011540     MOVE 0 TO WS-DEPT-SLOT.
011550     PERFORM 3420-MATCH-DEPT THRU 3420-EXIT
011560         VARYING WS-DEPT-IX FROM 1 BY 1
011570         UNTIL WS-DEPT-IX > WS-DEPT-USED
011580             OR WS-DEPT-SLOT > 0.
011590     IF WS-DEPT-SLOT > 0
011600         GO TO 3410-EXIT
011610     END-IF.
011620     IF WS-DEPT-USED NOT < 99
011630         DISPLAY "BERNREIS - DEPARTMENT TABLE FULL AT "
011640             WS-SV-DEPT
011650         MOVE 8 TO WS-WORST-RC
011660         GO TO 3410-EXIT
011670     END-IF.
011680     ADD 1 TO WS-DEPT-USED.
011690     MOVE WS-DEPT-USED TO WS-DEPT-SLOT.
011700     MOVE WS-SV-DEPT TO DP-DEPT-CODE(WS-DEPT-SLOT).
011710     MOVE 0 TO DP-REISSUED(WS-DEPT-SLOT).
011720     MOVE 0 TO DP-EXCLUDED(WS-DEPT-SLOT).
011730 3410-EXIT.
011740     EXIT.
011750*
011760*------------------------------------------------------------
011770*3420-MATCH-DEPT - ONE OCCUPIED SLOT.
011780*------------------------------------------------------------
011790 3420-MATCH-DEPT.
011800     IF DP-DEPT-CODE(WS-DEPT-IX) = WS-SV-DEPT
011810         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
011820     END-IF.
011830 3420-EXIT.
011840     EXIT.
011850*
011860*------------------------------------------------------------
011870*3450-WRITE-WORK-LINE - ONE LISTING LINE UNDER THE SERVING'S
011880*DEPARTMENT.
011890*------------------------------------------------------------
011900 3450-WRITE-WORK-LINE.
011910     MOVE WS-SV-DEPT TO WK-DEPT-CODE.
011920     MOVE WS-DETAIL-LINE TO WK-LINE.
011930     WRITE WORK-RECORD.
011940     IF NOT WS-WORK-OK
011950         DISPLAY "BERNREIS - REISWK WRITE FAILED, STATUS "
011960             WS-WORK-STATUS
011970         MOVE 8 TO WS-WORST-RC
011980     END-IF.
011990 3450-EXIT.
012000     EXIT.
012010*
012020*------------------------------------------------------------
012030*4000-WRITE-SUPERSESSIONS - ONE LINE PER NEW SUPERSESSION WITH
012040*ITS WINDOW AND WHAT BECAME OF THE SERVINGS IN IT.  A WINDOW
012050*OPENING BEFORE THE EARLIEST AUDIT LINE READ IS FLAGGED '*'.
012060*------------------------------------------------------------
012070 4000-WRITE-SUPERSESSIONS.
012080     MOVE SPACES TO REPORT-RECORD.
012090     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012100     IF WS-ENTRY-COUNT = 0
012110         MOVE "NO NEW SUPERSESSIONS ON HISTF SINCE THE LAST RUN"
012120             TO REPORT-RECORD
012130         PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
012140         GO TO 4000-EXIT
012150     END-IF.
012160     MOVE WS-SS-HEAD-LINE TO REPORT-RECORD.
012170     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012180     PERFORM 4010-WRITE-ONE-SUPERSESSION THRU 4010-EXIT
012190         VARYING WS-EX FROM 1 BY 1
012200         UNTIL WS-EX > WS-ENTRY-COUNT.
012210     IF WS-COVER-SHORT
012220         MOVE "* WINDOW OPENS BEFORE THE EARLIEST AUDIT LINE READ"
012230             TO REPORT-RECORD
012240         PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
012250         MOVE "  - ADD THE OLDER ARCHIVE GENERATIONS TO AUDITF"
012260             TO REPORT-RECORD
012270         PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
012280         IF WS-WORST-RC < 4
012290             MOVE 4 TO WS-WORST-RC
012300         END-IF
012310     END-IF.
012320 4000-EXIT.
012330     EXIT.
012340*
012350*------------------------------------------------------------
012360*4010-WRITE-ONE-SUPERSESSION - ONE ENTRY.  THE ORDER SHOWN IS
012370*THE REQUESTED-ORDER NUMBERING, ONE BELOW THE SLOT.
012380*------------------------------------------------------------
012390 4010-WRITE-ONE-SUPERSESSION.
012400     MOVE RE-TABLE-ID(WS-EX) TO WS-SS-TABLE-OUT.
012410     COMPUTE WS-SS-ORDER-OUT = RE-SLOT(WS-EX) - 1.
012420     IF RE-FROM-TS(WS-EX) = SPACES
012430         MOVE "BEGINNING" TO WS-SS-FROM-OUT
012440     ELSE
012450         MOVE RE-FROM-TS(WS-EX) TO WS-SS-FROM-OUT
012460     END-IF.
012470     MOVE RE-TO-TS(WS-EX) TO WS-SS-TO-OUT.
012480     MOVE RE-PROGRAM(WS-EX) TO WS-SS-PROGRAM-OUT.
012490     MOVE RE-FUNCTION(WS-EX) TO WS-SS-FUNCTION-OUT.
012500     MOVE RE-REISSUED(WS-EX) TO WS-SS-REISSUED-OUT.
012510     MOVE RE-EXCLUDED(WS-EX) TO WS-SS-EXCLUDED-OUT.
012520     MOVE SPACE TO WS-SS-COVER-OUT.
012530     IF RE-FROM-TS(WS-EX) NOT = SPACES
012540             AND RE-FROM-TS(WS-EX) < WS-EARLIEST-AUDIT-TS
012550         MOVE '*' TO WS-SS-COVER-OUT
012560         SET WS-COVER-SHORT TO TRUE
012570     END-IF.
012580     MOVE WS-SS-LINE TO REPORT-RECORD.
012590     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012600 4010-EXIT.
012610     EXIT.
012620*
012630*------------------------------------------------------------
012640*5000-WRITE-DEPT-LISTINGS - EACH DEPARTMENT'S SECTION, IN THE
012650*ORDER THE DEPARTMENTS WERE FIRST MET, FROM ONE PASS OF THE
012660*WORK FILE PER DEPARTMENT.
012670*------------------------------------------------------------
012680 5000-WRITE-DEPT-LISTINGS.
012690     PERFORM 5010-LIST-ONE-DEPT THRU 5010-EXIT
012700         VARYING WS-DEPT-IX FROM 1 BY 1
012710         UNTIL WS-DEPT-IX > WS-DEPT-USED.
012720 5000-EXIT.
012730     EXIT.
012740*
012750*------------------------------------------------------------
012760*5010-LIST-ONE-DEPT - HEADING, LINES AND SUBTOTAL FOR ONE
012770*DEPARTMENT.
012780*------------------------------------------------------------
012790 5010-LIST-ONE-DEPT.
012800     MOVE SPACES TO REPORT-RECORD.
012810     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012820     MOVE DP-DEPT-CODE(WS-DEPT-IX) TO WS-DH-DEPT-OUT.
012830     MOVE WS-DEPT-HEAD-LINE TO REPORT-RECORD.
012840     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012850     MOVE WS-DETAIL-HEAD-LINE TO REPORT-RECORD.
012860     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
012870     OPEN INPUT WORK-FILE.
012880     IF NOT WS-WORK-OK
012890         DISPLAY "BERNREIS - REISWK OPEN FAILED, STATUS "
012900             WS-WORK-STATUS
012910         MOVE 8 TO WS-WORST-RC
012920         GO TO 5010-EXIT
012930     END-IF.
012940     PERFORM 5020-COPY-ONE-WORK-LINE THRU 5020-EXIT
012950         UNTIL WS-WORK-EOF.
012960     CLOSE WORK-FILE.
012970     MOVE SPACES TO WS-WORK-STATUS.
012980     MOVE DP-DEPT-CODE(WS-DEPT-IX) TO WS-DT-DEPT-OUT.
012990     MOVE DP-REISSUED(WS-DEPT-IX) TO WS-DT-REISSUED-OUT.
013000     MOVE DP-EXCLUDED(WS-DEPT-IX) TO WS-DT-EXCLUDED-OUT.
013010     MOVE WS-DEPT-TOTAL-LINE TO REPORT-RECORD.
013020     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
013030 5010-EXIT.
013040     EXIT.
013050*
013060*------------------------------------------------------------
013070*5020-COPY-ONE-WORK-LINE - PRINT ONE WORK LINE IF IT BELONGS TO
013080*THE DEPARTMENT BEING LISTED.
013090*------------------------------------------------------------
013100 5020-COPY-ONE-WORK-LINE.
013110     READ WORK-FILE
013120         AT END
013130             SET WS-WORK-EOF TO TRUE
013140         NOT AT END
013150             IF WK-DEPT-CODE = DP-DEPT-CODE(WS-DEPT-IX)
013160                 MOVE WK-LINE TO REPORT-RECORD
013170                 PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
013180             END-IF
013190     END-READ.
013200 5020-EXIT.
013210     EXIT.
013220*
013230*------------------------------------------------------------
013240*6000-WRITE-TOTALS - THE CONTROL TOTALS.  AFFECTED IS ALWAYS
013250*REISSUED PLUS EXCLUDED, AND EXCLUDED IS THE SUM OF ITS REASONS.
013260*------------------------------------------------------------
013270 6000-WRITE-TOTALS.
013280     MOVE SPACES TO REPORT-RECORD.
013290     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
013300     MOVE WS-ENTRY-COUNT TO WS-T1-ENTRIES-OUT.
013310     MOVE WS-AFFECTED-COUNT TO WS-T1-AFFECTED-OUT.
013320     MOVE WS-REISSUED-COUNT TO WS-T1-REISSUED-OUT.
013330     MOVE WS-TOTAL-LINE-1 TO REPORT-RECORD.
013340     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
013350     MOVE WS-EXCLUDED-COUNT TO WS-T2-EXCLUDED-OUT.
013360     MOVE WS-UNCHANGED-COUNT TO WS-T2-UNCHANGED-OUT.
013370     MOVE WS-NOMATCH-COUNT TO WS-T2-NOMATCH-OUT.
013380     MOVE WS-PURGED-COUNT TO WS-T2-PURGED-OUT.
013390     MOVE WS-DERIVED-COUNT TO WS-T2-DERIVED-OUT.
013400     MOVE WS-TOTAL-LINE-2 TO REPORT-RECORD.
013410     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
013420     MOVE WS-AUDIT-READ-COUNT TO WS-T3-AUDIT-OUT.
013430     MOVE WS-PRIOR-READ-COUNT TO WS-T3-PRIOR-OUT.
013440     IF WS-EARLIEST-AUDIT-TS = HIGH-VALUES
013450         MOVE SPACES TO WS-T3-EARLIEST-OUT
013460     ELSE
013470         MOVE WS-EARLIEST-AUDIT-TS TO WS-T3-EARLIEST-OUT
013480     END-IF.
013490     MOVE WS-TOTAL-LINE-3 TO REPORT-RECORD.
013500     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
013510     IF WS-AFFECTED-COUNT > 0 AND WS-WORST-RC < 4
013520         MOVE 4 TO WS-WORST-RC
013530     END-IF.
013540 6000-EXIT.
013550     EXIT.
013560*
013570*------------------------------------------------------------
013580*7000-COMMIT - APPEND THE RUN'S REISSUES TO THE REISSUE HISTORY
013590*AND ADVANCE THE POSITION.  ONLY A RUN BELOW RC 8 GETS HERE.
013600*------------------------------------------------------------
013610 7000-COMMIT.
013620     IF WS-REISSUED-COUNT > 0
013630         PERFORM 7100-APPEND-HISTORY THRU 7100-EXIT
013640     END-IF.
013650     IF WS-WORST-RC < 8
013660         PERFORM 7200-WRITE-POSITION THRU 7200-EXIT
013670     END-IF.
013680 7000-EXIT.
013690     EXIT.
013700*
013710*------------------------------------------------------------
013720*7100-APPEND-HISTORY - COPY REISFILE ONTO THE END OF REISHST.
013730*THE OPEN OUTPUT FALLBACK IS FOR A DIRECT, NON-JCL RUN ONLY.
013740*------------------------------------------------------------
013750 7100-APPEND-HISTORY.
013760     OPEN INPUT REISSUE-FILE.
013770     IF NOT WS-REIS-OK
013780         DISPLAY "BERNREIS - REISFILE REOPEN FAILED, STATUS "
013790             WS-REIS-STATUS
013800         MOVE 8 TO WS-WORST-RC
013810         GO TO 7100-EXIT
013820     END-IF.
013830     OPEN EXTEND REISSUE-HIST-FILE.
013840     IF NOT WS-RHST-OK
013850         OPEN OUTPUT REISSUE-HIST-FILE
013860     END-IF.
013870     IF NOT WS-RHST-OK
013880         DISPLAY "BERNREIS - REISHST OPEN FAILED, STATUS "
013890             WS-RHST-STATUS
013900         MOVE 8 TO WS-WORST-RC
013910         CLOSE REISSUE-FILE
013920         GO TO 7100-EXIT
013930     END-IF.
013940     PERFORM 7110-COPY-ONE-REISSUE THRU 7110-EXIT
013950         UNTIL WS-REIS-EOF.
013960     CLOSE REISSUE-FILE.
013970     CLOSE REISSUE-HIST-FILE.
013980 7100-EXIT.
013990     EXIT.
014000*
014010*------------------------------------------------------------
014020*7110-COPY-ONE-REISSUE - ONE RECORD.
014030*------------------------------------------------------------
014040 7110-COPY-ONE-REISSUE.
014050     READ REISSUE-FILE
014060         AT END
014070             SET WS-REIS-EOF TO TRUE
014080         NOT AT END
014090             MOVE REISSUE-RECORD TO REISSUE-HIST-RECORD
014100             WRITE REISSUE-HIST-RECORD
014110             IF NOT WS-RHST-OK
014120                 DISPLAY "BERNREIS - REISHST WRITE FAILED, "
014130                     "STATUS " WS-RHST-STATUS
014140                 MOVE 8 TO WS-WORST-RC
014150             END-IF
014160     END-READ.
014170 7110-EXIT.
014180     EXIT.
014190*
014200*------------------------------------------------------------
014210*7200-WRITE-POSITION - REWRITE THE ONE POSITION RECORD.
014220*------------------------------------------------------------
014230 7200-WRITE-POSITION.
014240     OPEN OUTPUT POSITION-FILE.
014250     IF NOT WS-POS-OK
014260         DISPLAY "BERNREIS - REISPOS UNAVAILABLE, STATUS "
014270             WS-POS-STATUS
014280         MOVE 8 TO WS-WORST-RC
014290         GO TO 7200-EXIT
014300     END-IF.
014310     MOVE SPACES TO POSITION-RECORD.
014320     MOVE WS-NEW-COUNT TO RZ-HIST-COUNT.
014330     MOVE WS-NEW-LAST-TS TO RZ-LAST-HIST-TS.
014340     MOVE WS-RUN-TS TO RZ-RUN-TS.
014350     MOVE WS-REISSUED-COUNT TO RZ-REISSUED.
014360     MOVE WS-EXCLUDED-COUNT TO RZ-EXCLUDED.
014370     WRITE POSITION-RECORD.
014380     IF NOT WS-POS-OK
014390         DISPLAY "BERNREIS - REISPOS WRITE FAILED, STATUS "
014400             WS-POS-STATUS
014410         MOVE 8 TO WS-WORST-RC
014420     END-IF.
014430     CLOSE POSITION-FILE.
014440 7200-EXIT.
014450     EXIT.
014460*
014470*------------------------------------------------------------
014480*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
014490*------------------------------------------------------------
014500 8200-WRITE-REPORT.
014510     WRITE REPORT-RECORD.
014520     IF NOT WS-RPT-OK
014530         DISPLAY "BERNREIS - REPORT WRITE FAILED"
014540         MOVE 8 TO WS-WORST-RC
014550     END-IF.
014560 8200-EXIT.
014570     EXIT.
014580*
014590*------------------------------------------------------------
014600*9800-TERMINATE - CLOSE THE LISTING AND PUT THE COUNTS ON
014610*SYSOUT FOR THE OPERATIONS LOG.
014620*------------------------------------------------------------
014630 9800-TERMINATE.
014640     CLOSE REPORT-FILE.
014650     DISPLAY "BERNREIS - HISTF RECORDS " WS-HIST-READ
014660         " NEW SUPERSESSIONS " WS-ENTRY-COUNT.
014670     DISPLAY "BERNREIS - AFFECTED " WS-AFFECTED-COUNT
014680         " REISSUED " WS-REISSUED-COUNT
014690         " EXCLUDED " WS-EXCLUDED-COUNT.
014700 9800-EXIT.
014710     EXIT.
014720*
014730 COPY BERNZETA.
