000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNENTR.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  DESK REQUEST ENTRY.  THE
000120*10/14/2026 LV    DESKS KEYED BERNREQ RECORDS BY HAND TO THE
000130*10/14/2026 LV    FIXED COLUMN LAYOUT AND ROUGHLY A THIRD OF
000140*10/14/2026 LV    EACH NIGHT'S REJECTS WERE KEYING ERRORS.  THIS
000150*10/14/2026 LV    SESSION PROMPTS FOR A REQUEST FIELD BY FIELD,
000160*10/14/2026 LV    HOLDS EACH FIELD TO BERNOULLI'S OWN RULES AS
000170*10/14/2026 LV    IT IS KEYED, AND QUEUES THE REQUEST ON THE
000180*10/14/2026 LV    PENDING-REQUEST QUEUE (PENDQF) THAT BERNQREL
000190*10/14/2026 LV    RELEASES AS THE NEXT BERNJOB'S BERNREQ.
000200*10/15/2026 LV    A FAILED QUEUE READ NOW ENDS THE L/K LISTING.
000210*
000220*THE DESK SIGNS ON WITH ITS USER ID, WHICH GOES INTO COLUMNS
000230*8-15 OF EVERY REQUEST IT QUEUES, AND THEN PICKS ONE FUNCTION AT
000240*A TIME; A BLANK FUNCTION ENDS THE SESSION:
000250*    E  ENTER A NEW REQUEST.
000260*    A  AMEND ONE OF THE USER'S OWN PENDING REQUESTS.
000270*    W  WITHDRAW ONE OF THE USER'S OWN PENDING REQUESTS.
000280*    L  LIST THE USER'S OWN PENDING REQUESTS.
000290*    K  LIST EVERY PENDING REQUEST, ANY USER'S, WHOSE TICKET IS
000300*       ALREADY KNOWN TO THE TICKET REGISTRY.
000310*A NEW REQUEST STARTS WITH ITS VALUATION TICKET, WHICH IS THE
000320*QUEUE'S KEY - AMEND AND WITHDRAW ARE BY TICKET.  A TICKET
000330*ALREADY PENDING, ONE RELEASED TO A BERNJOB THAT HAS NOT YET
000340*RUN, AND ONE THE REGISTRY SHOWS SERVED (BERNJOB WOULD REFUSE
000350*IT AS A REPEAT) ARE TURNED AWAY; A TICKET THE REGISTRY SHOWS
000360*REJECTED IS TAKEN AS THE RESUBMISSION OF THAT REJECT.  THE
000370*FIELDS ARE THEN PROMPTED IN THE ORDER TYPE, ORDER, DEPARTMENT
000380*AND - FOR TYPE F OR P - THE FAULHABER LIMIT OR POLYNOMIAL
000390*ARGUMENT, SO EACH ONE CAN BE CHECKED AS IT IS KEYED:
000400*    TYPE        ONE OF B S F P R Z.
000410*    ORDER       THE RANGE FOR THE TYPE (3050/3060/3065, OR THE
000420*                POWER RULES OF 3080/3085 FOR F AND P).
000430*    DEPARTMENT  A LIVE READ OF THE DEPARTMENT MASTER - ACTIVE
000440*                AND IN DATE TODAY (3070) - AND THE REQUEST
000450*                WITHIN ITS ENTITLEMENTS (3090).
000460*    LIMIT       F: A WHOLE NUMBER ABOVE ZERO (3082).
000470*    ARGUMENT    P: 0 TO 999.9999, KEYED WITH ITS DECIMAL POINT
000480*                (3087).
000490*THE RULES ARE BERNOULLI'S 3050 THROUGH 3092 WITH THE SAME
000500*NUMBERS, THE FAULHABER AND POLYNOMIAL CHECKS SPLIT INTO THE
000510*POWER AND THE LIMIT/ARGUMENT SO EACH IS CHECKED AT ITS OWN
000520*PROMPT; THE CEILINGS ARE BERNOULLI'S COMPILED ONES.  A MAXORDER
000530*CARD ON THE NIGHT, A DEPARTMENT CHANGED AFTER ENTRY OR A
000540*MONTHLY QUOTA REACHED BY THEN CAN STILL REJECT A QUEUED
000550*REQUEST - THE QUOTA IS NOT CHECKED HERE, SINCE THE MONTH'S
000560*USAGE MOVES UNTIL THE REQUEST IS SERVED.  A FIELD THAT FAILS
000570*IS PROMPTED AGAIN; A REQUEST OUTSIDE THE DEPARTMENT'S
000580*ENTITLEMENTS IS TURNED AWAY WHOLE.  AT ANY PROMPT '*' CANCELS;
000590*ON A NEW REQUEST A BLANK CANCELS TOO, AND WHEN AMENDING A BLANK
000600*KEEPS THE VALUE SHOWN (IT IS CHECKED AGAIN ALL THE SAME).
000610*NOTHING IS QUEUED OR CHANGED UNTIL THE DESK CONFIRMS.
000620*
000630*THE QUEUE RECORD KEEPS THE 80-COLUMN BERNREQ IMAGE WITH ITS
000640*STATE - PENDING, WITHDRAWN OR RELEASED - AND THE TIMES IT WAS
000650*ENTERED, LAST CHANGED AND RELEASED.  ONCE BERNQREL HAS RELEASED
000660*AN ENTRY (THE CUTOFF) IT CAN NO LONGER BE AMENDED OR WITHDRAWN.
000670*THE QUEUE RECORD IS READ AGAIN JUST BEFORE IT IS WRITTEN, SO A
000680*RELEASE OR ANOTHER DESK'S ENTRY IN THE MEANTIME IS CAUGHT.
000690*THE DEPARTMENT MASTER AND TICKET REGISTRY ARE ONLY READ; AN
000700*ABSENT REGISTRY ONLY COSTS THE TICKET CHECKS.
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. IBM-370.
000750 OBJECT-COMPUTER. IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT PENDQ-FILE ASSIGN TO PENDQF
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS PQ-TICKET-NO
000820         FILE STATUS IS WS-PQ-STATUS.
000830     SELECT DEPT-FILE ASSIGN TO DEPTMSTF
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS DM-DEPT-CODE
000870         FILE STATUS IS WS-DEPT-FILE-STATUS.
000880     SELECT TICKET-FILE ASSIGN TO TICKETF
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS TK-TICKET-NO
000920         FILE STATUS IS WS-TKT-STATUS.

000930 DATA DIVISION.
000940 FILE SECTION.
000950*THE KEYED PENDING-REQUEST QUEUE, ONE RECORD PER TICKET.  THIS
000960*PROGRAM ADDS, AMENDS AND WITHDRAWS ENTRIES; BERNQREL RELEASES
000970*THE PENDING ONES TO BERNREQ.  PQ-REQUEST IS THE BERNREQ RECORD
000980*EXACTLY AS BERNJOB WILL READ IT.  A WITHDRAWN OR RELEASED
000990*ENTRY STAYS ON FILE UNTIL ITS TICKET IS ENTERED AGAIN.
001000 FD  PENDQ-FILE.
001010 01  PENDQ-RECORD.
001020     05  PQ-TICKET-NO            PIC X(10).
001030     05  PQ-STATE                PIC X(01).
001040         88  PQ-PENDING                  VALUE 'P'.
001050         88  PQ-WITHDRAWN                VALUE 'W'.
001060         88  PQ-RELEASED                 VALUE 'R'.
001070     05  PQ-ENTERED-TS           PIC X(14).
001080     05  PQ-CHANGED-TS           PIC X(14).
001090     05  PQ-RELEASED-TS          PIC X(14).
001100     05  PQ-REQUEST.
001110         10  PQ-REQUESTED-N      PIC X(02).
001120         10  PQ-REQUEST-TYPE     PIC X(01).
001130         10  PQ-DEPT-CODE        PIC X(04).
001140         10  PQ-USER-ID          PIC X(08).
001150         10  PQ-REQ-TICKET-NO    PIC X(10).
001160         10  PQ-LIMIT-AREA       PIC X(07).
001170         10  FILLER              PIC X(48).

001180 FD  DEPT-FILE.
001190 01  DEPT-RECORD.
001200     05  DM-DEPT-CODE            PIC X(04).
001210     05  DM-ACTIVE-FLAG          PIC X(01).
001220         88  DM-IS-ACTIVE                VALUE 'A'.
001230         88  DM-IS-INACTIVE              VALUE 'I'.
001240     05  DM-EFF-FROM             PIC X(08).
001250     05  DM-EFF-TO               PIC X(08).
001260     05  DM-ALLOWED-TYPES        PIC X(08).
001270     05  DM-MAX-ORDER            PIC 9(02).
001280     05  DM-QUOTA-AREA.
001290         10  DM-MONTH-QUOTA      PIC 9(05).
001300         10  DM-TYPE-QUOTA       OCCURS 6 TIMES.
001310             15  DM-TQ-TYPE      PIC X(01).
001320             15  DM-TQ-LIMIT     PIC 9(05).

001330*THE KEYED TICKET REGISTRY - SEE THE BERNTKT COPY MEMBER.  READ
001340*HERE ONLY.
001350 FD  TICKET-FILE.
001360 01  TICKET-RECORD.
001370     05  TK-TICKET-NO            PIC X(10).
001380     05  TK-STATUS               PIC X(01).
001390         88  TK-SERVED                   VALUE 'S'.
001400         88  TK-REJECTED                 VALUE 'R'.
001410         88  TK-RESUBMITTED              VALUE 'U'.
001420         88  TK-SERVED-ON-RESUB          VALUE 'E'.
001430     05  TK-FIRST-RUN-TS         PIC X(14).
001440     05  TK-FIRST-PROGRAM        PIC X(09).
001450     05  TK-FIRST-REASON         PIC X(06).
001460     05  TK-LAST-RUN-TS          PIC X(14).
001470     05  TK-LAST-REASON          PIC X(06).
001480     05  TK-SERVED-TS            PIC X(14).
001490     05  TK-SUBMIT-COUNT         PIC 9(03).
001500     05  TK-REPEAT-COUNT         PIC 9(03).
001510     05  TK-REPEAT-TS            PIC X(14).
001520     05  TK-DEPT-CODE            PIC X(04).
001530     05  TK-USER-ID              PIC X(08).
001540     05  TK-REQUESTED-N          PIC X(02).
001550     05  TK-REQUEST-TYPE         PIC X(01).

001560 WORKING-STORAGE SECTION.
001570*
001580*------------------------------------------------------------
001590*SWITCHES AND STATUS FIELDS.
001600*------------------------------------------------------------
001610 77  WS-PQ-STATUS                PIC X(02) VALUE SPACES.
001620     88  WS-PQ-OK                           VALUE '00'.
001630     88  WS-PQ-EOF                          VALUE '10'.

001640 77  WS-DEPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001650     88  WS-DEPT-FILE-OK                    VALUE '00'.

001660 77  WS-TKT-STATUS               PIC X(02) VALUE SPACES.
001670     88  WS-TKT-OK                          VALUE '00'.

001680 77  WS-FILES-OPEN-SW            PIC X(01) VALUE 'N'.
001690     88  WS-FILES-OPEN                      VALUE 'Y'.

001700 77  WS-TKT-AVAIL-SW             PIC X(01) VALUE 'N'.
001710     88  WS-TKT-AVAILABLE                   VALUE 'Y'.

001720 77  WS-TKT-KNOWN-SW             PIC X(01) VALUE 'N'.
001730     88  WS-TKT-KNOWN                       VALUE 'Y'.
001740     88  WS-TKT-UNKNOWN                     VALUE 'N'.

001750 77  WS-MORE-FUNCTIONS-SW        PIC X(01) VALUE 'Y'.
001760     88  WS-MORE-FUNCTIONS                  VALUE 'Y'.
001770     88  WS-NO-MORE-FUNCTIONS               VALUE 'N'.

001780 77  WS-ENT-MODE-SW              PIC X(01) VALUE 'E'.
001790     88  WS-ENT-NEW                         VALUE 'E'.
001800     88  WS-ENT-AMEND                       VALUE 'A'.
001810     88  WS-ENT-WITHDRAW                    VALUE 'W'.

001820 77  WS-ENT-CANCEL-SW            PIC X(01) VALUE 'N'.
001830     88  WS-ENT-CANCELLED                   VALUE 'Y'.

001840 77  WS-FIELD-SW                 PIC X(01) VALUE 'N'.
001850     88  WS-FIELD-OK                        VALUE 'Y'.

001860 77  WS-LIST-MODE-SW             PIC X(01) VALUE 'L'.
001870     88  WS-LIST-OWN                        VALUE 'L'.
001880     88  WS-LIST-KNOWN                      VALUE 'K'.

001890 77  WS-DEPT-VALID-SW            PIC X(01) VALUE 'N'.
001900     88  WS-DEPT-VALID                      VALUE 'Y'.
001910     88  WS-DEPT-INVALID                    VALUE 'N'.

001920 77  WS-ENTL-VALID-SW            PIC X(01) VALUE 'Y'.
001930     88  WS-ENTL-VALID                      VALUE 'Y'.
001940     88  WS-ENTL-INVALID                    VALUE 'N'.

001950 77  WS-ENTL-FOUND-SW            PIC X(01) VALUE 'N'.
001960     88  WS-ENTL-FOUND                      VALUE 'Y'.

001970 77  WS-VALID-REQUEST-SW         PIC X(01) VALUE 'Y'.
001980     88  WS-VALID-REQUEST                   VALUE 'Y'.
001990     88  WS-INVALID-REQUEST                 VALUE 'N'.
002000*
002010*------------------------------------------------------------
002020*THE REQUEST CEILINGS - BERNOULLI'S COMPILED VALUES, WHICH ITS
002030*3050 THROUGH 3085 VALIDATE AGAINST.  A MAXORDER CARD ON THE
002040*NIGHT MAY STILL LOWER THE RAW CEILING.
002050*------------------------------------------------------------
002060 77  WS-MIN-REQUEST-N            PIC 9(2) VALUE 01.
002070 77  WS-MAX-REQUEST-N            PIC 9(2) VALUE 38.
002080 77  WS-MAX-SCALED-N             PIC 9(2) VALUE 70.
002090 77  WS-MAX-FAULHABER-P          PIC 9(02) VALUE 20.
002100 77  WS-MAX-POLY-P               PIC 9(02) VALUE 20.
002110*
002120*------------------------------------------------------------
002130*THE REQUEST BEING ENTERED OR AMENDED, IN THE BERNREQ LAYOUT.
002140*THE LIMIT COLUMNS ARE BLANK UNLESS THE TYPE IS F OR P.
002150*------------------------------------------------------------
002160 01  WS-ENTRY-REQUEST.
002170     05  EN-REQUESTED-N          PIC 9(02).
002180     05  EN-REQUEST-TYPE         PIC X(01).
002190         88  EN-TYPE-RAW                 VALUE ' ', 'B'.
002200         88  EN-TYPE-SCALED              VALUE 'S'.
002210         88  EN-TYPE-FAULHABER           VALUE 'F'.
002220         88  EN-TYPE-POLY                VALUE 'P'.
002230         88  EN-TYPE-RATIONAL            VALUE 'R'.
002240         88  EN-TYPE-ZETA                VALUE 'Z'.
002250         88  EN-TYPE-KNOWN               VALUE 'B', 'S', 'F',
002260                                               'P', 'R', 'Z'.
002270     05  EN-DEPT-CODE            PIC X(04).
002280     05  EN-USER-ID              PIC X(08).
002290     05  EN-TICKET-NO            PIC X(10).
002300     05  EN-LIMIT-AREA           PIC X(07).
002310     05  EN-FAULHABER-LIMIT REDEFINES EN-LIMIT-AREA
002320                                 PIC 9(07).
002330*    A TYPE 'P' REQUEST CARRIES THE POLYNOMIAL ARGUMENT X IN
002340*    THE SAME COLUMNS, WITH AN IMPLIED DECIMAL POINT AFTER
002350*    THE THIRD DIGIT (NNNVVVV).
002360     05  EN-POLY-ARGUMENT REDEFINES EN-LIMIT-AREA
002370                                 PIC 9(03)V9(04).
002380     05  FILLER                  PIC X(48).
002390*
002400*------------------------------------------------------------
002410*PROMPT WORK FIELDS.
002420*------------------------------------------------------------
002430 77  WS-SESSION-USER             PIC X(08) VALUE SPACES.
002440 77  WS-FUNCTION-INPUT           PIC X(01) VALUE SPACE.
002450 77  WS-ENT-INPUT                PIC X(10) VALUE SPACES.
002460 77  WS-ENT-TICKET               PIC X(10) VALUE SPACES.
002470 77  WS-ENT-LEN                  PIC 9(02) VALUE 0.
002480 77  WS-ENT-POS                  PIC 9(02) VALUE 0.
002490 77  WS-ENT-DOTS                 PIC 9(02) VALUE 0.
002500 77  WS-ENT-DIGITS               PIC X(07) VALUE SPACES.
002510 77  WS-ARG-INT                  PIC X(10) VALUE SPACES.
002520 77  WS-ARG-INT-LEN              PIC 9(02) VALUE 0.
002530 77  WS-ARG-FRAC                 PIC X(10) VALUE SPACES.
002540 77  WS-ARG-FRAC-LEN             PIC 9(02) VALUE 0.
002550 77  WS-ARG-OUT                  PIC ZZ9.9999.
002560 77  WS-ENTERED-TS               PIC X(14) VALUE SPACES.

002570 77  WS-ENTL-IX                  PIC 9(02) VALUE 0.
002580 77  WS-ENTL-TYPE                PIC X(01) VALUE SPACE.
002590 77  WS-ZT-STEPS                 PIC 9(02) VALUE 0.
002600 77  WS-ZT-REM                   PIC 9(02) VALUE 0.
002610 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
002620 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
002630 77  WS-VALIDATE-DATE            PIC X(08) VALUE SPACES.
002640 77  WS-NOW-TS                   PIC X(14) VALUE SPACES.
002650 77  WS-LIST-COUNT               PIC 9(05) VALUE 0.
002660*
002670*------------------------------------------------------------
002680*ONE LINE OF THE L AND K LISTINGS.
002690*------------------------------------------------------------
002700 01  WS-LIST-HEAD.
002710     05  FILLER                  PIC X(40)
002720         VALUE "TICKET     N  T DEPT USER     LIMIT/ARG ".
002730     05  FILLER                  PIC X(36)
002740         VALUE "ENTERED        REGISTRY".

002750 01  WS-LIST-LINE.
002760     05  WS-LL-TICKET            PIC X(10).
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  WS-LL-ORDER             PIC X(02).
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  WS-LL-TYPE              PIC X(01).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  WS-LL-DEPT              PIC X(04).
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  WS-LL-USER              PIC X(08).
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  WS-LL-LIMIT             PIC X(09).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  WS-LL-ENTERED           PIC X(14).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  WS-LL-REGISTRY          PIC X(21).

002910 PROCEDURE DIVISION.
002920*
002930*==============================================================
002940*0000-MAINLINE
002950*==============================================================
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     PERFORM 2000-ONE-FUNCTION THRU 2000-EXIT
002990         UNTIL WS-NO-MORE-FUNCTIONS.
003000     PERFORM 9800-TERMINATE THRU 9800-EXIT.
003010     STOP RUN.
003020*
003030*------------------------------------------------------------
003040*1000-INITIALIZE - OPEN THE QUEUE FOR UPDATE AND THE DEPARTMENT
003050*MASTER AND TICKET REGISTRY READ-ONLY, THEN SIGN THE DESK ON.
003060*WITHOUT THE QUEUE OR THE MASTER NOTHING CAN BE ENTERED, SO THE
003070*SESSION ENDS AT ONCE.
003080*------------------------------------------------------------
003090 1000-INITIALIZE.
003100     OPEN I-O PENDQ-FILE.
003110     IF NOT WS-PQ-OK
003120         DISPLAY "BERNENTR - REQUEST QUEUE OPEN FAILED, STATUS "
003130             WS-PQ-STATUS
003140         SET WS-NO-MORE-FUNCTIONS TO TRUE
003150         GO TO 1000-EXIT
003160     END-IF.
003170     OPEN INPUT DEPT-FILE.
003180     IF NOT WS-DEPT-FILE-OK
003190         DISPLAY "BERNENTR - DEPARTMENT MASTER OPEN FAILED, "
003200             "STATUS " WS-DEPT-FILE-STATUS
003210         CLOSE PENDQ-FILE
003220         SET WS-NO-MORE-FUNCTIONS TO TRUE
003230         GO TO 1000-EXIT
003240     END-IF.
003250     SET WS-FILES-OPEN TO TRUE.
003260     OPEN INPUT TICKET-FILE.
003270     IF WS-TKT-OK
003280         SET WS-TKT-AVAILABLE TO TRUE
003290     ELSE
003300         DISPLAY "BERNENTR - TICKET REGISTRY NOT AVAILABLE, "
003310             "STATUS " WS-TKT-STATUS " - TICKETS NOT CHECKED"
003320     END-IF.
003330     MOVE SPACES TO WS-SESSION-USER.
003340     DISPLAY "USER ID (BLANK TO END): " WITH NO ADVANCING.
003350     ACCEPT WS-SESSION-USER.
003360     IF WS-SESSION-USER = SPACES
003370         SET WS-NO-MORE-FUNCTIONS TO TRUE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     DISPLAY "AT ANY PROMPT * CANCELS; WHEN AMENDING, BLANK "
003410         "KEEPS THE VALUE SHOWN.".
003420 1000-EXIT.
003430     EXIT.
003440*
003450*------------------------------------------------------------
003460*2000-ONE-FUNCTION - PROMPT FOR ONE FUNCTION AND RUN IT.  A
003470*BLANK ENTRY ENDS THE SESSION.
003480*------------------------------------------------------------
003490 2000-ONE-FUNCTION.
003500     MOVE SPACE TO WS-FUNCTION-INPUT.
003510     DISPLAY "E ENTER, A AMEND, W WITHDRAW, L LIST MINE, "
003520         "K KNOWN TICKETS (BLANK TO END): " WITH NO ADVANCING.
003530     ACCEPT WS-FUNCTION-INPUT.
003540     MOVE 'N' TO WS-ENT-CANCEL-SW.
003550     EVALUATE WS-FUNCTION-INPUT
003560         WHEN SPACE
003570             SET WS-NO-MORE-FUNCTIONS TO TRUE
003580         WHEN 'E'
003590             SET WS-ENT-NEW TO TRUE
003600             PERFORM 4000-ENTER-REQUEST THRU 4000-EXIT
003610         WHEN 'A'
003620             SET WS-ENT-AMEND TO TRUE
003630             PERFORM 4100-AMEND-REQUEST THRU 4100-EXIT
003640         WHEN 'W'
003650             SET WS-ENT-WITHDRAW TO TRUE
003660             PERFORM 4200-WITHDRAW-REQUEST THRU 4200-EXIT
003670         WHEN 'L'
003680             SET WS-LIST-OWN TO TRUE
003690             PERFORM 4300-LIST-QUEUE THRU 4300-EXIT
003700         WHEN 'K'
003710             SET WS-LIST-KNOWN TO TRUE
003720             PERFORM 4300-LIST-QUEUE THRU 4300-EXIT
003730         WHEN OTHER
003740             DISPLAY "UNKNOWN FUNCTION: " WS-FUNCTION-INPUT
003750     END-EVALUATE.
003760 2000-EXIT.
003770     EXIT.
003780*
003790*------------------------------------------------------------
003800*3050-VALIDATE-N-RANGE - REJECT/FLAG A REQUEST OUTSIDE THE RAW
003810*RANGE (TYPES B AND R).
003820*------------------------------------------------------------
003830 3050-VALIDATE-N-RANGE.
003840     SET WS-VALID-REQUEST TO TRUE.
003850     IF EN-REQUESTED-N < WS-MIN-REQUEST-N
003860             OR EN-REQUESTED-N > WS-MAX-REQUEST-N
003870         SET WS-INVALID-REQUEST TO TRUE
003880     END-IF.
003890 3050-EXIT.
003900     EXIT.
003910*
003920*------------------------------------------------------------
003930*3060-VALIDATE-SCALED-RANGE - REJECT/FLAG A SCALED REQUEST
003940*OUTSIDE THE SUPPORTED SCALED RANGE.
003950*------------------------------------------------------------
003960 3060-VALIDATE-SCALED-RANGE.
003970     SET WS-VALID-REQUEST TO TRUE.
003980     IF EN-REQUESTED-N < WS-MIN-REQUEST-N
003990             OR EN-REQUESTED-N > WS-MAX-SCALED-N
004000         SET WS-INVALID-REQUEST TO TRUE
004010     END-IF.
004020 3060-EXIT.
004030     EXIT.
004040*
004050*------------------------------------------------------------
004060*3065-VALIDATE-ZETA-ORDER - REJECT/FLAG A ZETA REQUEST WHOSE
004070*ORDER IS ODD OR OUTSIDE 2 THROUGH THE SCALED CEILING.
004080*------------------------------------------------------------
004090 3065-VALIDATE-ZETA-ORDER.
004100     SET WS-VALID-REQUEST TO TRUE.
004110     IF EN-REQUESTED-N < 2 OR EN-REQUESTED-N < WS-MIN-REQUEST-N
004120             OR EN-REQUESTED-N > WS-MAX-SCALED-N
004130         SET WS-INVALID-REQUEST TO TRUE
004140     ELSE
004150         DIVIDE EN-REQUESTED-N BY 2 GIVING WS-ZT-STEPS
004160             REMAINDER WS-ZT-REM
004170         IF WS-ZT-REM NOT = 0
004180             SET WS-INVALID-REQUEST TO TRUE
004190         END-IF
004200     END-IF.
004210 3065-EXIT.
004220     EXIT.
004230*
004240*------------------------------------------------------------
004250*3070-VALIDATE-DEPARTMENT - READ THE DEPARTMENT CODE ON THE
004260*DEPARTMENT MASTER.  THE ENTRY MUST EXIST, BE ACTIVE AND BE
004270*WITHIN ITS EFFECTIVE DATES AS OF TODAY.  THE MASTER RECORD IS
004280*LEFT IN ITS BUFFER FOR THE ENTITLEMENT CHECK THAT FOLLOWS.
004290*------------------------------------------------------------
004300 3070-VALIDATE-DEPARTMENT.
004310     SET WS-DEPT-INVALID TO TRUE.
004320     MOVE EN-DEPT-CODE TO DM-DEPT-CODE.
004330     READ DEPT-FILE
004340         INVALID KEY
004350             CONTINUE
004360         NOT INVALID KEY
004370             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004380             MOVE WS-CURRENT-DATE TO WS-VALIDATE-DATE
004390             IF DM-IS-ACTIVE
004400                     AND DM-EFF-FROM <= WS-VALIDATE-DATE
004410                     AND DM-EFF-TO >= WS-VALIDATE-DATE
004420                 SET WS-DEPT-VALID TO TRUE
004430             END-IF
004440     END-READ.
004450 3070-EXIT.
004460     EXIT.
004470*
004480*------------------------------------------------------------
004490*3080-VALIDATE-FAULHABER-P - REJECT/FLAG A FAULHABER POWER
004500*OUTSIDE THE SUPPORTED RANGE.  THE SUM DRIVES THE RAW TABLE,
004510*SO THE RAW CEILING BINDS P AS WELL.
004520*------------------------------------------------------------
004530 3080-VALIDATE-FAULHABER-P.
004540     SET WS-VALID-REQUEST TO TRUE.
004550     IF EN-REQUESTED-N < WS-MIN-REQUEST-N
004560             OR EN-REQUESTED-N > WS-MAX-FAULHABER-P
004570             OR EN-REQUESTED-N > WS-MAX-REQUEST-N
004580         SET WS-INVALID-REQUEST TO TRUE
004590     END-IF.
004600 3080-EXIT.
004610     EXIT.
004620*
004630*------------------------------------------------------------
004640*3082-VALIDATE-FAULHABER-LIMIT - THE UPPER LIMIT MUST BE A
004650*POSITIVE NUMBER.
004660*------------------------------------------------------------
004670 3082-VALIDATE-FAULHABER-LIMIT.
004680     SET WS-VALID-REQUEST TO TRUE.
004690     IF EN-FAULHABER-LIMIT IS NOT NUMERIC
004700             OR EN-FAULHABER-LIMIT = 0
004710         SET WS-INVALID-REQUEST TO TRUE
004720     END-IF.
004730 3082-EXIT.
004740     EXIT.
004750*
004760*------------------------------------------------------------
004770*3085-VALIDATE-POLY-P - REJECT/FLAG A POLYNOMIAL DEGREE OUTSIDE
004780*THE SUPPORTED RANGE, BOUND BY THE RAW CEILING THE SAME WAY A
004790*FAULHABER POWER IS.
004800*------------------------------------------------------------
004810 3085-VALIDATE-POLY-P.
004820     SET WS-VALID-REQUEST TO TRUE.
004830     IF EN-REQUESTED-N < WS-MIN-REQUEST-N
004840             OR EN-REQUESTED-N > WS-MAX-POLY-P
004850             OR EN-REQUESTED-N > WS-MAX-REQUEST-N
004860         SET WS-INVALID-REQUEST TO TRUE
004870     END-IF.
004880 3085-EXIT.
004890     EXIT.
004900*
004910*------------------------------------------------------------
004920*3087-VALIDATE-POLY-ARGUMENT - THE ARGUMENT MUST BE NUMERIC.  A
004930*ZERO ARGUMENT IS LEGAL - B-P(0) IS B(P) ITSELF.
004940*------------------------------------------------------------
004950 3087-VALIDATE-POLY-ARGUMENT.
004960     SET WS-VALID-REQUEST TO TRUE.
004970     IF EN-POLY-ARGUMENT IS NOT NUMERIC
004980         SET WS-INVALID-REQUEST TO TRUE
004990     END-IF.
005000 3087-EXIT.
005010     EXIT.
005020*
005030*------------------------------------------------------------
005040*3090-CHECK-ENTITLEMENT - THE REQUEST TYPE MUST BE ON THE
005050*DEPARTMENT'S ALLOWED-TYPES LIST AND THE REQUESTED ORDER (THE
005060*POWER, ON A TYPE 'F' OR 'P' REQUEST) MUST NOT PASS ITS
005070*DEPARTMENT-LEVEL MAXIMUM.  THE MASTER RECORD IS STILL IN ITS
005080*BUFFER FROM 3070'S KEYED READ.
005090*------------------------------------------------------------
005100 3090-CHECK-ENTITLEMENT.
005110     SET WS-ENTL-VALID TO TRUE.
005120     IF EN-TYPE-RAW
005130         MOVE 'B' TO WS-ENTL-TYPE
005140     ELSE
005150         MOVE EN-REQUEST-TYPE TO WS-ENTL-TYPE
005160     END-IF.
005170     MOVE 'N' TO WS-ENTL-FOUND-SW.
005180     PERFORM 3092-CHECK-ONE-TYPE THRU 3092-EXIT
005190         VARYING WS-ENTL-IX FROM 1 BY 1
005200         UNTIL WS-ENTL-IX > 8.
005210     IF NOT WS-ENTL-FOUND
005220         SET WS-ENTL-INVALID TO TRUE
005230     END-IF.
005240     IF DM-MAX-ORDER IS NUMERIC
005250             AND EN-REQUESTED-N > DM-MAX-ORDER
005260         SET WS-ENTL-INVALID TO TRUE
005270     END-IF.
005280 3090-EXIT.
005290     EXIT.
005300*
005310*------------------------------------------------------------
005320*3092-CHECK-ONE-TYPE - MATCH ONE ALLOWED-TYPES POSITION.
005330*------------------------------------------------------------
005340 3092-CHECK-ONE-TYPE.
005350     IF DM-ALLOWED-TYPES(WS-ENTL-IX:1) = WS-ENTL-TYPE
005360         SET WS-ENTL-FOUND TO TRUE
005370     END-IF.
005380 3092-EXIT.
005390     EXIT.
005400*
005410*------------------------------------------------------------
005420*4000-ENTER-REQUEST - TAKE A NEW REQUEST: ITS TICKET, THEN ITS
005430*FIELDS, THEN THE DESK'S CONFIRMATION.
005440*------------------------------------------------------------
005450 4000-ENTER-REQUEST.
005460     PERFORM 5000-PROMPT-NEW-TICKET THRU 5000-EXIT.
005470     IF WS-ENT-CANCELLED
005480         GO TO 4000-EXIT
005490     END-IF.
005500     MOVE SPACES TO WS-ENTRY-REQUEST.
005510     MOVE WS-ENT-TICKET TO EN-TICKET-NO.
005520     MOVE WS-SESSION-USER TO EN-USER-ID.
005530     PERFORM 5100-PROMPT-FIELDS THRU 5100-EXIT.
005540     IF NOT WS-ENT-CANCELLED
005550         PERFORM 5900-CONFIRM THRU 5900-EXIT
005560     END-IF.
005570     IF WS-ENT-CANCELLED
005580         DISPLAY "ENTRY CANCELLED - NOTHING QUEUED."
005590         GO TO 4000-EXIT
005600     END-IF.
005610     PERFORM 6000-STORE-ENTRY THRU 6000-EXIT.
005620 4000-EXIT.
005630     EXIT.
005640*
005650*------------------------------------------------------------
005660*4100-AMEND-REQUEST - CHANGE ONE OF THE USER'S OWN PENDING
005670*REQUESTS.  EVERY FIELD IS PROMPTED AND CHECKED AGAIN WITH ITS
005680*CURRENT VALUE SHOWN.
005690*------------------------------------------------------------
005700 4100-AMEND-REQUEST.
005710     PERFORM 5050-PROMPT-OWN-TICKET THRU 5050-EXIT.
005720     IF WS-ENT-CANCELLED
005730         GO TO 4100-EXIT
005740     END-IF.
005750     MOVE PQ-REQUEST TO WS-ENTRY-REQUEST.
005760     PERFORM 5100-PROMPT-FIELDS THRU 5100-EXIT.
005770     IF NOT WS-ENT-CANCELLED
005780         PERFORM 5900-CONFIRM THRU 5900-EXIT
005790     END-IF.
005800     IF WS-ENT-CANCELLED
005810         DISPLAY "AMENDMENT CANCELLED - ENTRY UNCHANGED."
005820         GO TO 4100-EXIT
005830     END-IF.
005840     PERFORM 6000-STORE-ENTRY THRU 6000-EXIT.
005850 4100-EXIT.
005860     EXIT.
005870*
005880*------------------------------------------------------------
005890*4200-WITHDRAW-REQUEST - TAKE ONE OF THE USER'S OWN PENDING
005900*REQUESTS OFF THE QUEUE.
005910*------------------------------------------------------------
005920 4200-WITHDRAW-REQUEST.
005930     PERFORM 5050-PROMPT-OWN-TICKET THRU 5050-EXIT.
005940     IF WS-ENT-CANCELLED
005950         GO TO 4200-EXIT
005960     END-IF.
005970     MOVE PQ-REQUEST TO WS-ENTRY-REQUEST.
005980     PERFORM 5900-CONFIRM THRU 5900-EXIT.
005990     IF WS-ENT-CANCELLED
006000         DISPLAY "WITHDRAWAL CANCELLED - ENTRY UNCHANGED."
006010         GO TO 4200-EXIT
006020     END-IF.
006030     PERFORM 6000-STORE-ENTRY THRU 6000-EXIT.
006040 4200-EXIT.
006050     EXIT.
006060*
006070*------------------------------------------------------------
006080*4300-LIST-QUEUE - BROWSE THE QUEUE IN TICKET ORDER.  L SHOWS
006090*THE USER'S OWN PENDING REQUESTS; K SHOWS EVERY PENDING REQUEST
006100*WHOSE TICKET THE REGISTRY ALREADY KNOWS.  EACH LINE CARRIES
006110*WHAT THE REGISTRY SAYS OF THE TICKET.
006120*------------------------------------------------------------
006130 4300-LIST-QUEUE.
006140     IF WS-LIST-KNOWN AND NOT WS-TKT-AVAILABLE
006150         DISPLAY "TICKET REGISTRY NOT AVAILABLE - NOTHING TO "
006160             "LIST."
006170         GO TO 4300-EXIT
006180     END-IF.
006190     MOVE 0 TO WS-LIST-COUNT.
006200     MOVE SPACES TO WS-PQ-STATUS.
006210     MOVE LOW-VALUES TO PQ-TICKET-NO.
006220     START PENDQ-FILE KEY IS NOT LESS THAN PQ-TICKET-NO
006230         INVALID KEY
006240             SET WS-PQ-EOF TO TRUE
006250     END-START.
006260     DISPLAY WS-LIST-HEAD.
006270     PERFORM 4310-LIST-ONE-ENTRY THRU 4310-EXIT
006280         UNTIL WS-PQ-EOF.
006290     MOVE SPACES TO WS-PQ-STATUS.
006300     DISPLAY WS-LIST-COUNT " PENDING REQUEST(S) LISTED.".
006310 4300-EXIT.
006320     EXIT.
006330*
006340*------------------------------------------------------------
006350*4310-LIST-ONE-ENTRY - READ THE NEXT QUEUE RECORD AND SHOW IT
006360*IF IT BELONGS ON THIS LISTING.  A FAILED READ ENDS THE LISTING.
006370*------------------------------------------------------------
006380 4310-LIST-ONE-ENTRY.
006390     READ PENDQ-FILE NEXT RECORD
006400         AT END
006410             SET WS-PQ-EOF TO TRUE
006420     END-READ.
006430     IF WS-PQ-EOF
006440         GO TO 4310-EXIT
006450     END-IF.
006460     IF NOT WS-PQ-OK
006470         DISPLAY "QUEUE READ FAILED, STATUS " WS-PQ-STATUS
006480             " - LISTING STOPPED"
006490         SET WS-PQ-EOF TO TRUE
006500         GO TO 4310-EXIT
006510     END-IF.
006520     IF NOT PQ-PENDING
006530         GO TO 4310-EXIT
006540     END-IF.
006550     IF WS-LIST-OWN AND PQ-USER-ID NOT = WS-SESSION-USER
006560         GO TO 4310-EXIT
006570     END-IF.
006580     MOVE PQ-TICKET-NO TO WS-ENT-TICKET.
006590     PERFORM 7000-LOOK-UP-TICKET THRU 7000-EXIT.
006600     IF WS-LIST-KNOWN AND WS-TKT-UNKNOWN
006610         GO TO 4310-EXIT
006620     END-IF.
006630     MOVE PQ-TICKET-NO TO WS-LL-TICKET.
006640     MOVE PQ-REQUESTED-N TO WS-LL-ORDER.
006650     MOVE PQ-REQUEST-TYPE TO WS-LL-TYPE.
006660     MOVE PQ-DEPT-CODE TO WS-LL-DEPT.
006670     MOVE PQ-USER-ID TO WS-LL-USER.
006680     MOVE PQ-ENTERED-TS TO WS-LL-ENTERED.
006690     MOVE SPACES TO WS-LL-LIMIT.
006700     MOVE PQ-LIMIT-AREA TO EN-LIMIT-AREA.
006710     IF PQ-REQUEST-TYPE = 'F'
006720         MOVE PQ-LIMIT-AREA TO WS-LL-LIMIT
006730     END-IF.
006740     IF PQ-REQUEST-TYPE = 'P' AND EN-POLY-ARGUMENT IS NUMERIC
006750         MOVE EN-POLY-ARGUMENT TO WS-ARG-OUT
006760         MOVE WS-ARG-OUT TO WS-LL-LIMIT
006770     END-IF.
006780     EVALUATE TRUE
006790         WHEN NOT WS-TKT-AVAILABLE
006800             MOVE "NOT CHECKED" TO WS-LL-REGISTRY
006810         WHEN WS-TKT-UNKNOWN
006820             MOVE "NEW" TO WS-LL-REGISTRY
006830         WHEN TK-SERVED OR TK-SERVED-ON-RESUB
006840             MOVE "SERVED - WILL REFUSE" TO WS-LL-REGISTRY
006850         WHEN OTHER
006860             MOVE SPACES TO WS-LL-REGISTRY
006870             STRING "REJECTED " DELIMITED BY SIZE
006880                    TK-LAST-REASON DELIMITED BY SIZE
006890                 INTO WS-LL-REGISTRY
006900     END-EVALUATE.
006910     DISPLAY WS-LIST-LINE.
006920     ADD 1 TO WS-LIST-COUNT.
006930 4310-EXIT.
006940     EXIT.
006950*
006960*------------------------------------------------------------
006970*5000-PROMPT-NEW-TICKET - THE TICKET FOR A NEW REQUEST.  IT IS
006980*TURNED AWAY IF IT IS ALREADY PENDING, IF IT WAS RELEASED TO A
006990*BERNJOB THAT HAS NOT RUN YET, OR IF THE REGISTRY SHOWS IT
007000*SERVED.  A RELEASED TICKET COUNTS AS RUN ONCE THE REGISTRY
007010*SHOWS A RUN STARTED AFTER THE RELEASE.
007020*------------------------------------------------------------
007030 5000-PROMPT-NEW-TICKET.
007040     MOVE SPACES TO WS-ENT-TICKET.
007050     DISPLAY "TICKET NUMBER: " WITH NO ADVANCING.
007060     ACCEPT WS-ENT-TICKET.
007070     IF WS-ENT-TICKET = SPACES OR WS-ENT-TICKET = '*'
007080         SET WS-ENT-CANCELLED TO TRUE
007090         GO TO 5000-EXIT
007100     END-IF.
007110     PERFORM 7000-LOOK-UP-TICKET THRU 7000-EXIT.
007120     MOVE WS-ENT-TICKET TO PQ-TICKET-NO.
007130     READ PENDQ-FILE
007140         INVALID KEY
007150             CONTINUE
007160         NOT INVALID KEY
007170             IF PQ-PENDING
007180                 DISPLAY "TICKET ALREADY QUEUED BY " PQ-USER-ID
007190                     " AT " PQ-ENTERED-TS
007200                 SET WS-ENT-CANCELLED TO TRUE
007210             END-IF
007220             IF PQ-RELEASED
007230                     AND (WS-TKT-UNKNOWN
007240                         OR TK-LAST-RUN-TS < PQ-RELEASED-TS)
007250                 DISPLAY "TICKET RELEASED TO BERNJOB AT "
007260                     PQ-RELEASED-TS " - NOT YET RUN"
007270                 SET WS-ENT-CANCELLED TO TRUE
007280             END-IF
007290     END-READ.
007300     IF WS-ENT-CANCELLED
007310         GO TO 5000-EXIT
007320     END-IF.
007330     IF WS-TKT-KNOWN
007340         IF TK-SERVED OR TK-SERVED-ON-RESUB
007350             DISPLAY "TICKET ALREADY SERVED AT " TK-SERVED-TS
007360                 " - BERNJOB WOULD REFUSE IT AS A REPEAT"
007370             SET WS-ENT-CANCELLED TO TRUE
007380         ELSE
007390             DISPLAY "TICKET KNOWN - LAST REJECTED AT "
007400                 TK-LAST-RUN-TS " (" TK-LAST-REASON
007410                 ") - THIS ENTRY IS ITS RESUBMISSION"
007420         END-IF
007430     END-IF.
007440 5000-EXIT.
007450     EXIT.
007460*
007470*------------------------------------------------------------
007480*5050-PROMPT-OWN-TICKET - THE TICKET OF A REQUEST TO AMEND OR
007490*WITHDRAW.  IT MUST BE ON THE QUEUE, STILL PENDING, AND THE
007500*USER'S OWN.  THE QUEUE RECORD IS LEFT IN ITS BUFFER.
007510*------------------------------------------------------------
007520 5050-PROMPT-OWN-TICKET.
007530     MOVE SPACES TO WS-ENT-TICKET.
007540     DISPLAY "TICKET NUMBER: " WITH NO ADVANCING.
007550     ACCEPT WS-ENT-TICKET.
007560     IF WS-ENT-TICKET = SPACES OR WS-ENT-TICKET = '*'
007570         SET WS-ENT-CANCELLED TO TRUE
007580         GO TO 5050-EXIT
007590     END-IF.
007600     MOVE WS-ENT-TICKET TO PQ-TICKET-NO.
007610     READ PENDQ-FILE
007620         INVALID KEY
007630             DISPLAY "TICKET NOT ON THE QUEUE: " WS-ENT-TICKET
007640             SET WS-ENT-CANCELLED TO TRUE
007650     END-READ.
007660     IF WS-ENT-CANCELLED
007670         GO TO 5050-EXIT
007680     END-IF.
007690     IF PQ-USER-ID NOT = WS-SESSION-USER
007700         DISPLAY "TICKET WAS QUEUED BY " PQ-USER-ID
007710             " - ONLY THAT USER MAY CHANGE IT"
007720         SET WS-ENT-CANCELLED TO TRUE
007730         GO TO 5050-EXIT
007740     END-IF.
007750     IF PQ-RELEASED
007760         DISPLAY "TICKET ALREADY RELEASED TO BERNJOB AT "
007770             PQ-RELEASED-TS " - PAST THE CUTOFF"
007780         SET WS-ENT-CANCELLED TO TRUE
007790         GO TO 5050-EXIT
007800     END-IF.
007810     IF PQ-WITHDRAWN
007820         DISPLAY "TICKET ALREADY WITHDRAWN AT " PQ-CHANGED-TS
007830         SET WS-ENT-CANCELLED TO TRUE
007840     END-IF.
007850 5050-EXIT.
007860     EXIT.
007870*
007880*------------------------------------------------------------
007890*5100-PROMPT-FIELDS - PROMPT THE REQUEST'S FIELDS ONE AT A TIME,
007900*EACH UNTIL IT PASSES ITS CHECK OR THE DESK CANCELS.  THE LIMIT
007910*COLUMNS ARE CLEARED FOR A TYPE THAT DOES NOT USE THEM.
007920*------------------------------------------------------------
007930 5100-PROMPT-FIELDS.
007940     MOVE 'N' TO WS-FIELD-SW.
007950     PERFORM 5200-PROMPT-TYPE THRU 5200-EXIT
007960         UNTIL WS-FIELD-OK OR WS-ENT-CANCELLED.
007970     IF WS-ENT-CANCELLED
007980         GO TO 5100-EXIT
007990     END-IF.
008000     MOVE 'N' TO WS-FIELD-SW.
008010     PERFORM 5300-PROMPT-ORDER THRU 5300-EXIT
008020         UNTIL WS-FIELD-OK OR WS-ENT-CANCELLED.
008030     IF WS-ENT-CANCELLED
008040         GO TO 5100-EXIT
008050     END-IF.
008060     MOVE 'N' TO WS-FIELD-SW.
008070     PERFORM 5400-PROMPT-DEPARTMENT THRU 5400-EXIT
008080         UNTIL WS-FIELD-OK OR WS-ENT-CANCELLED.
008090     IF WS-ENT-CANCELLED
008100         GO TO 5100-EXIT
008110     END-IF.
008120     MOVE 'N' TO WS-FIELD-SW.
008130     EVALUATE TRUE
008140         WHEN EN-TYPE-FAULHABER
008150             PERFORM 5500-PROMPT-LIMIT THRU 5500-EXIT
008160                 UNTIL WS-FIELD-OK OR WS-ENT-CANCELLED
008170         WHEN EN-TYPE-POLY
008180             PERFORM 5600-PROMPT-ARGUMENT THRU 5600-EXIT
008190                 UNTIL WS-FIELD-OK OR WS-ENT-CANCELLED
008200         WHEN OTHER
008210             MOVE SPACES TO EN-LIMIT-AREA
008220     END-EVALUATE.
008230 5100-EXIT.
008240     EXIT.
008250*
008260*------------------------------------------------------------
008270*5200-PROMPT-TYPE - THE REQUEST TYPE, ONE OF B S F P R Z.
008280*------------------------------------------------------------
008290 5200-PROMPT-TYPE.
008300     MOVE SPACES TO WS-ENT-INPUT.
008310     IF WS-ENT-AMEND
008320         DISPLAY "TYPE B RAW, S SCALED, F FAULHABER, "
008330             "P POLYNOMIAL, R FRACTION, Z ZETA ["
008340             EN-REQUEST-TYPE "]: " WITH NO ADVANCING
008350     ELSE
008360         DISPLAY "TYPE B RAW, S SCALED, F FAULHABER, "
008370             "P POLYNOMIAL, R FRACTION, Z ZETA: "
008380             WITH NO ADVANCING
008390     END-IF.
008400     ACCEPT WS-ENT-INPUT.
008410     PERFORM 5800-CHECK-CANCEL-OR-KEEP THRU 5800-EXIT.
008420     IF WS-ENT-CANCELLED
008430         GO TO 5200-EXIT
008440     END-IF.
008450     IF WS-ENT-INPUT = SPACES
008460         MOVE EN-REQUEST-TYPE TO WS-ENT-INPUT
008470     END-IF.
008480     IF WS-ENT-INPUT(2:9) NOT = SPACES
008490         DISPLAY "ONE LETTER, PLEASE."
008500         GO TO 5200-EXIT
008510     END-IF.
008520     MOVE WS-ENT-INPUT(1:1) TO EN-REQUEST-TYPE.
008530     IF EN-TYPE-KNOWN
008540         SET WS-FIELD-OK TO TRUE
008550     ELSE
008560         DISPLAY "UNKNOWN REQUEST TYPE: " EN-REQUEST-TYPE
008570     END-IF.
008580 5200-EXIT.
008590     EXIT.
008600*
008610*------------------------------------------------------------
008620*5300-PROMPT-ORDER - THE REQUESTED ORDER (THE POWER FOR F AND
008630*P), HELD TO THE RANGE FOR THE TYPE.  A SINGLE DIGIT IS SHIFTED
008640*RIGHT FIRST SO "5" TESTS NUMERIC THE SAME AS "05".
008650*------------------------------------------------------------
008660 5300-PROMPT-ORDER.
008670     MOVE SPACES TO WS-ENT-INPUT.
008680     IF WS-ENT-AMEND
008690         DISPLAY "ORDER [" EN-REQUESTED-N "]: " WITH NO ADVANCING
008700     ELSE
008710         DISPLAY "ORDER: " WITH NO ADVANCING
008720     END-IF.
008730     ACCEPT WS-ENT-INPUT.
008740     PERFORM 5800-CHECK-CANCEL-OR-KEEP THRU 5800-EXIT.
008750     IF WS-ENT-CANCELLED
008760         GO TO 5300-EXIT
008770     END-IF.
008780     IF WS-ENT-INPUT = SPACES
008790         MOVE EN-REQUESTED-N TO WS-ENT-INPUT(1:2)
008800     END-IF.
008810     IF WS-ENT-INPUT(2:1) = SPACE
008820             AND WS-ENT-INPUT(1:1) NOT = SPACE
008830         MOVE WS-ENT-INPUT(1:1) TO WS-ENT-INPUT(2:1)
008840         MOVE '0' TO WS-ENT-INPUT(1:1)
008850     END-IF.
008860     IF WS-ENT-INPUT(1:2) IS NOT NUMERIC
008870             OR WS-ENT-INPUT(3:8) NOT = SPACES
008880         DISPLAY "INVALID ENTRY - PLEASE ENTER A NUMBER."
008890         GO TO 5300-EXIT
008900     END-IF.
008910     MOVE WS-ENT-INPUT(1:2) TO EN-REQUESTED-N.
008920     EVALUATE TRUE
008930         WHEN EN-TYPE-SCALED
008940             PERFORM 3060-VALIDATE-SCALED-RANGE THRU 3060-EXIT
008950         WHEN EN-TYPE-ZETA
008960             PERFORM 3065-VALIDATE-ZETA-ORDER THRU 3065-EXIT
008970         WHEN EN-TYPE-FAULHABER
008980             PERFORM 3080-VALIDATE-FAULHABER-P THRU 3080-EXIT
008990         WHEN EN-TYPE-POLY
009000             PERFORM 3085-VALIDATE-POLY-P THRU 3085-EXIT
009010         WHEN OTHER
009020             PERFORM 3050-VALIDATE-N-RANGE THRU 3050-EXIT
009030     END-EVALUATE.
009040     IF WS-VALID-REQUEST
009050         SET WS-FIELD-OK TO TRUE
009060         GO TO 5300-EXIT
009070     END-IF.
009080     EVALUATE TRUE
009090         WHEN EN-TYPE-SCALED
009100             DISPLAY "ORDER OUT OF RANGE FOR TYPE S - "
009110                 WS-MIN-REQUEST-N " TO " WS-MAX-SCALED-N
009120         WHEN EN-TYPE-ZETA
009130             DISPLAY "ORDER MUST BE EVEN FOR TYPE Z - 02 TO "
009140                 WS-MAX-SCALED-N
009150         WHEN EN-TYPE-FAULHABER
009160             DISPLAY "POWER OUT OF RANGE FOR TYPE F - "
009170                 WS-MIN-REQUEST-N " TO " WS-MAX-FAULHABER-P
009180         WHEN EN-TYPE-POLY
009190             DISPLAY "DEGREE OUT OF RANGE FOR TYPE P - "
009200                 WS-MIN-REQUEST-N " TO " WS-MAX-POLY-P
009210         WHEN OTHER
009220             DISPLAY "ORDER OUT OF RANGE - "
009230                 WS-MIN-REQUEST-N " TO " WS-MAX-REQUEST-N
009240     END-EVALUATE.
009250 5300-EXIT.
009260     EXIT.
009270*
009280*------------------------------------------------------------
009290*5400-PROMPT-DEPARTMENT - THE REQUESTING DEPARTMENT, READ LIVE
009300*ON THE MASTER.  A CODE THAT IS UNKNOWN, INACTIVE OR OUT OF
009310*DATE IS PROMPTED AGAIN; A REQUEST OUTSIDE A GOOD DEPARTMENT'S
009320*ENTITLEMENTS IS TURNED AWAY, SINCE THE TYPE OR ORDER IS WHAT
009330*HAS TO CHANGE.
009340*------------------------------------------------------------
009350 5400-PROMPT-DEPARTMENT.
009360     MOVE SPACES TO WS-ENT-INPUT.
009370     IF WS-ENT-AMEND
009380         DISPLAY "DEPARTMENT [" EN-DEPT-CODE "]: "
009390             WITH NO ADVANCING
009400     ELSE
009410         DISPLAY "DEPARTMENT: " WITH NO ADVANCING
009420     END-IF.
009430     ACCEPT WS-ENT-INPUT.
009440     PERFORM 5800-CHECK-CANCEL-OR-KEEP THRU 5800-EXIT.
009450     IF WS-ENT-CANCELLED
009460         GO TO 5400-EXIT
009470     END-IF.
009480     IF WS-ENT-INPUT = SPACES
009490         MOVE EN-DEPT-CODE TO WS-ENT-INPUT
009500     END-IF.
009510     IF WS-ENT-INPUT(5:6) NOT = SPACES
009520         DISPLAY "A DEPARTMENT CODE IS FOUR CHARACTERS."
009530         GO TO 5400-EXIT
009540     END-IF.
009550     MOVE WS-ENT-INPUT(1:4) TO EN-DEPT-CODE.
009560     PERFORM 3070-VALIDATE-DEPARTMENT THRU 3070-EXIT.
009570     IF WS-DEPT-INVALID
009580         DISPLAY "DEPARTMENT NOT ON THE MASTER, INACTIVE OR OUT "
009590             "OF DATE: " EN-DEPT-CODE
009600         GO TO 5400-EXIT
009610     END-IF.
009620     PERFORM 3090-CHECK-ENTITLEMENT THRU 3090-EXIT.
009630     IF WS-ENTL-INVALID
009640         DISPLAY "REQUEST OUTSIDE THE ENTITLEMENTS OF "
009650             EN-DEPT-CODE " - TYPES " DM-ALLOWED-TYPES
009660             " MAXIMUM ORDER " DM-MAX-ORDER
009670         SET WS-ENT-CANCELLED TO TRUE
009680         GO TO 5400-EXIT
009690     END-IF.
009700     SET WS-FIELD-OK TO TRUE.
009710 5400-EXIT.
009720     EXIT.
009730*
009740*------------------------------------------------------------
009750*5500-PROMPT-LIMIT - THE FAULHABER UPPER LIMIT, UP TO SEVEN
009760*DIGITS, RIGHT-JUSTIFIED INTO ITS COLUMNS.
009770*------------------------------------------------------------
009780 5500-PROMPT-LIMIT.
009790     MOVE SPACES TO WS-ENT-INPUT.
009800     IF WS-ENT-AMEND
009810         DISPLAY "UPPER LIMIT [" EN-LIMIT-AREA "]: "
009820             WITH NO ADVANCING
009830     ELSE
009840         DISPLAY "UPPER LIMIT: " WITH NO ADVANCING
009850     END-IF.
009860     ACCEPT WS-ENT-INPUT.
009870     PERFORM 5800-CHECK-CANCEL-OR-KEEP THRU 5800-EXIT.
009880     IF WS-ENT-CANCELLED
009890         GO TO 5500-EXIT
009900     END-IF.
009910     IF WS-ENT-INPUT NOT = SPACES
009920         MOVE 0 TO WS-ENT-LEN
009930         INSPECT WS-ENT-INPUT TALLYING WS-ENT-LEN
009940             FOR CHARACTERS BEFORE INITIAL SPACE
009950         IF WS-ENT-LEN > 7
009960             DISPLAY "A LIMIT IS A WHOLE NUMBER OF UP TO SEVEN "
009970                 "DIGITS."
009980             GO TO 5500-EXIT
009990         END-IF
010000         IF WS-ENT-INPUT(WS-ENT-LEN + 1:) NOT = SPACES
010010             DISPLAY "A LIMIT IS A WHOLE NUMBER OF UP TO SEVEN "
010020                 "DIGITS."
010030             GO TO 5500-EXIT
010040         END-IF
010050         MOVE ALL '0' TO WS-ENT-DIGITS
010060         COMPUTE WS-ENT-POS = 8 - WS-ENT-LEN
010070         MOVE WS-ENT-INPUT(1:WS-ENT-LEN)
010080             TO WS-ENT-DIGITS(WS-ENT-POS:WS-ENT-LEN)
010090         MOVE WS-ENT-DIGITS TO EN-LIMIT-AREA
010100     END-IF.
010110     PERFORM 3082-VALIDATE-FAULHABER-LIMIT THRU 3082-EXIT.
010120     IF WS-VALID-REQUEST
010130         SET WS-FIELD-OK TO TRUE
010140     ELSE
010150         DISPLAY "A LIMIT IS A WHOLE NUMBER ABOVE ZERO."
010160     END-IF.
010170 5500-EXIT.
010180     EXIT.
010190*
010200*------------------------------------------------------------
010210*5600-PROMPT-ARGUMENT - THE POLYNOMIAL ARGUMENT X, KEYED WITH
010220*ITS DECIMAL POINT (E.G. 0.25 OR 12) AND SET INTO THE NNNVVVV
010230*COLUMNS: UP TO THREE WHOLE DIGITS AND FOUR DECIMALS.
010240*------------------------------------------------------------
010250 5600-PROMPT-ARGUMENT.
010260     MOVE SPACES TO WS-ENT-INPUT.
010270     IF WS-ENT-AMEND AND EN-POLY-ARGUMENT IS NUMERIC
010280         MOVE EN-POLY-ARGUMENT TO WS-ARG-OUT
010290         DISPLAY "ARGUMENT X [" WS-ARG-OUT "]: "
010300             WITH NO ADVANCING
010310     ELSE
010320         DISPLAY "ARGUMENT X: " WITH NO ADVANCING
010330     END-IF.
010340     ACCEPT WS-ENT-INPUT.
010350     PERFORM 5800-CHECK-CANCEL-OR-KEEP THRU 5800-EXIT.
010360     IF WS-ENT-CANCELLED
010370         GO TO 5600-EXIT
010380     END-IF.
010390     IF WS-ENT-INPUT NOT = SPACES
010400         PERFORM 5650-SET-ARGUMENT THRU 5650-EXIT
010410         IF NOT WS-VALID-REQUEST
010420             DISPLAY "AN ARGUMENT IS 0 TO 999.9999, E.G. 0.25."
010430             GO TO 5600-EXIT
010440         END-IF
010450     END-IF.
010460     PERFORM 3087-VALIDATE-POLY-ARGUMENT THRU 3087-EXIT.
010470     IF WS-VALID-REQUEST
010480         SET WS-FIELD-OK TO TRUE
010490     ELSE
010500         DISPLAY "AN ARGUMENT IS 0 TO 999.9999, E.G. 0.25."
010510     END-IF.
010520 5600-EXIT.
010530     EXIT.
010540*
010550*------------------------------------------------------------
010560*5650-SET-ARGUMENT - SPLIT THE KEYED ARGUMENT AT ITS DECIMAL
010570*POINT AND LINE THE TWO PARTS UP ON THE IMPLIED POINT.
010580*------------------------------------------------------------
010590 5650-SET-ARGUMENT.
010600     SET WS-INVALID-REQUEST TO TRUE.
010610     MOVE 0 TO WS-ENT-LEN.
010620     INSPECT WS-ENT-INPUT TALLYING WS-ENT-LEN
010630         FOR CHARACTERS BEFORE INITIAL SPACE.
010640     IF WS-ENT-LEN < 10
010650         IF WS-ENT-INPUT(WS-ENT-LEN + 1:) NOT = SPACES
010660             GO TO 5650-EXIT
010670         END-IF
010680     END-IF.
010690     MOVE 0 TO WS-ENT-DOTS.
010700     INSPECT WS-ENT-INPUT TALLYING WS-ENT-DOTS FOR ALL '.'.
010710     IF WS-ENT-DOTS > 1
010720         GO TO 5650-EXIT
010730     END-IF.
010740     MOVE SPACES TO WS-ARG-INT.
010750     MOVE SPACES TO WS-ARG-FRAC.
010760     MOVE 0 TO WS-ARG-INT-LEN.
010770     MOVE 0 TO WS-ARG-FRAC-LEN.
010780     UNSTRING WS-ENT-INPUT(1:WS-ENT-LEN) DELIMITED BY '.'
010790         INTO WS-ARG-INT COUNT IN WS-ARG-INT-LEN
010800              WS-ARG-FRAC COUNT IN WS-ARG-FRAC-LEN.
010810     IF WS-ARG-INT-LEN > 3 OR WS-ARG-FRAC-LEN > 4
010820             OR WS-ARG-INT-LEN + WS-ARG-FRAC-LEN = 0
010830         GO TO 5650-EXIT
010840     END-IF.
010850     MOVE ALL '0' TO WS-ENT-DIGITS.
010860     IF WS-ARG-INT-LEN > 0
010870         COMPUTE WS-ENT-POS = 4 - WS-ARG-INT-LEN
010880         MOVE WS-ARG-INT(1:WS-ARG-INT-LEN)
010890             TO WS-ENT-DIGITS(WS-ENT-POS:WS-ARG-INT-LEN)
010900     END-IF.
010910     IF WS-ARG-FRAC-LEN > 0
010920         MOVE WS-ARG-FRAC(1:WS-ARG-FRAC-LEN)
010930             TO WS-ENT-DIGITS(4:WS-ARG-FRAC-LEN)
010940     END-IF.
010950     IF WS-ENT-DIGITS IS NUMERIC
010960         MOVE WS-ENT-DIGITS TO EN-LIMIT-AREA
010970         SET WS-VALID-REQUEST TO TRUE
010980     END-IF.
010990 5650-EXIT.
011000     EXIT.
011010*
011020*------------------------------------------------------------
011030*5800-CHECK-CANCEL-OR-KEEP - '*' CANCELS; A BLANK CANCELS A NEW
011040*REQUEST AND KEEPS THE SHOWN VALUE ON AN AMENDMENT.
011050*------------------------------------------------------------
011060 5800-CHECK-CANCEL-OR-KEEP.
011070     IF WS-ENT-INPUT = '*'
011080         SET WS-ENT-CANCELLED TO TRUE
011090     END-IF.
011100     IF WS-ENT-INPUT = SPACES AND WS-ENT-NEW
011110         SET WS-ENT-CANCELLED TO TRUE
011120     END-IF.
011130 5800-EXIT.
011140     EXIT.
011150*
011160*------------------------------------------------------------
011170*5900-CONFIRM - SHOW THE REQUEST AS IT WILL GO TO BERNJOB AND
011180*ASK THE DESK TO CONFIRM.  ANYTHING BUT Y CANCELS.
011190*------------------------------------------------------------
011200 5900-CONFIRM.
011210     EVALUATE TRUE
011220         WHEN EN-TYPE-FAULHABER
011230             DISPLAY "TICKET " EN-TICKET-NO " ORDER "
011240                 EN-REQUESTED-N " TYPE " EN-REQUEST-TYPE
011250                 " DEPT " EN-DEPT-CODE
011260                 " LIMIT " EN-LIMIT-AREA
011270         WHEN EN-TYPE-POLY
011280             MOVE EN-POLY-ARGUMENT TO WS-ARG-OUT
011290             DISPLAY "TICKET " EN-TICKET-NO " ORDER "
011300                 EN-REQUESTED-N " TYPE " EN-REQUEST-TYPE
011310                 " DEPT " EN-DEPT-CODE
011320                 " ARGUMENT " WS-ARG-OUT
011330         WHEN OTHER
011340             DISPLAY "TICKET " EN-TICKET-NO " ORDER "
011350                 EN-REQUESTED-N " TYPE " EN-REQUEST-TYPE
011360                 " DEPT " EN-DEPT-CODE
011370     END-EVALUATE.
011380     MOVE SPACE TO WS-FUNCTION-INPUT.
011390     EVALUATE TRUE
011400         WHEN WS-ENT-NEW
011410             DISPLAY "QUEUE THIS REQUEST (Y/N)? "
011420                 WITH NO ADVANCING
011430         WHEN WS-ENT-AMEND
011440             DISPLAY "STORE THIS AMENDMENT (Y/N)? "
011450                 WITH NO ADVANCING
011460         WHEN OTHER
011470             DISPLAY "WITHDRAW THIS REQUEST (Y/N)? "
011480                 WITH NO ADVANCING
011490     END-EVALUATE.
011500     ACCEPT WS-FUNCTION-INPUT.
011510     IF WS-FUNCTION-INPUT NOT = 'Y'
011520         SET WS-ENT-CANCELLED TO TRUE
011530     END-IF.
011540 5900-EXIT.
011550     EXIT.
011560*
011570*------------------------------------------------------------
011580*6000-STORE-ENTRY - WRITE THE NEW, AMENDED OR WITHDRAWN ENTRY.
011590*THE QUEUE RECORD IS READ AGAIN FIRST: A NEW TICKET MUST STILL
011600*NOT BE PENDING (ANOTHER DESK MAY HAVE QUEUED IT), AND AN
011610*AMENDMENT OR WITHDRAWAL MUST STILL FIND ITS ENTRY PENDING (A
011620*RELEASE MAY HAVE TAKEN IT).  A WITHDRAWN OR RELEASED RECORD FOR
011630*A NEW TICKET IS REPLACED.
011640*------------------------------------------------------------
011650 6000-STORE-ENTRY.
011660     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011670     ACCEPT WS-CURRENT-TIME FROM TIME.
011680     STRING WS-CURRENT-DATE DELIMITED BY SIZE
011690            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
011700         INTO WS-NOW-TS.
011710     MOVE EN-TICKET-NO TO PQ-TICKET-NO.
011720     READ PENDQ-FILE
011730         INVALID KEY
011740             IF NOT WS-ENT-NEW
011750                 DISPLAY "TICKET NO LONGER ON THE QUEUE - "
011760                     "NOTHING CHANGED"
011770                 GO TO 6000-EXIT
011780             END-IF
011790             PERFORM 6100-BUILD-ENTRY THRU 6100-EXIT
011800             WRITE PENDQ-RECORD
011810                 INVALID KEY
011820                     DISPLAY "QUEUE WRITE FAILED, STATUS "
011830                         WS-PQ-STATUS " - NOTHING QUEUED"
011840                     GO TO 6000-EXIT
011850             END-WRITE
011860             DISPLAY "QUEUED FOR THE NEXT BERNJOB - TICKET "
011870                 EN-TICKET-NO
011880             GO TO 6000-EXIT
011890     END-READ.
011900     IF WS-ENT-NEW AND PQ-PENDING
011910         DISPLAY "TICKET QUEUED MEANWHILE BY " PQ-USER-ID
011920             " - NOTHING QUEUED"
011930         GO TO 6000-EXIT
011940     END-IF.
011950     IF NOT WS-ENT-NEW AND NOT PQ-PENDING
011960         DISPLAY "ENTRY RELEASED OR WITHDRAWN MEANWHILE - "
011970             "NOTHING CHANGED"
011980         GO TO 6000-EXIT
011990     END-IF.
012000     IF WS-ENT-NEW
012010         PERFORM 6100-BUILD-ENTRY THRU 6100-EXIT
012020     ELSE
012030         IF WS-ENT-AMEND
012040             MOVE WS-ENTRY-REQUEST TO PQ-REQUEST
012050         ELSE
012060             SET PQ-WITHDRAWN TO TRUE
012070         END-IF
012080         MOVE WS-NOW-TS TO PQ-CHANGED-TS
012090     END-IF.
012100     REWRITE PENDQ-RECORD
012110         INVALID KEY
012120             DISPLAY "QUEUE REWRITE FAILED, STATUS " WS-PQ-STATUS
012130                 " - NOTHING CHANGED"
012140             GO TO 6000-EXIT
012150     END-REWRITE.
012160     EVALUATE TRUE
012170         WHEN WS-ENT-NEW
012180             DISPLAY "QUEUED FOR THE NEXT BERNJOB - TICKET "
012190                 EN-TICKET-NO
012200         WHEN WS-ENT-AMEND
012210             DISPLAY "AMENDMENT STORED - TICKET " EN-TICKET-NO
012220         WHEN OTHER
012230             DISPLAY "WITHDRAWN - TICKET " EN-TICKET-NO
012240     END-EVALUATE.
012250 6000-EXIT.
012260     EXIT.
012270*
012280*------------------------------------------------------------
012290*6100-BUILD-ENTRY - A FRESH PENDING RECORD FOR A NEW REQUEST.
012300*------------------------------------------------------------
012310 6100-BUILD-ENTRY.
012320     MOVE SPACES TO PENDQ-RECORD.
012330     MOVE EN-TICKET-NO TO PQ-TICKET-NO.
012340     SET PQ-PENDING TO TRUE.
012350     MOVE WS-NOW-TS TO PQ-ENTERED-TS.
012360     MOVE WS-NOW-TS TO PQ-CHANGED-TS.
012370     MOVE WS-ENTRY-REQUEST TO PQ-REQUEST.
012380 6100-EXIT.
012390     EXIT.
012400*
012410*------------------------------------------------------------
012420*7000-LOOK-UP-TICKET - READ WS-ENT-TICKET ON THE REGISTRY.  THE
012430*RECORD, IF ANY, IS LEFT IN ITS BUFFER.
012440*------------------------------------------------------------
012450 7000-LOOK-UP-TICKET.
012460     SET WS-TKT-UNKNOWN TO TRUE.
012470     IF NOT WS-TKT-AVAILABLE
012480         GO TO 7000-EXIT
012490     END-IF.
012500     MOVE WS-ENT-TICKET TO TK-TICKET-NO.
012510     READ TICKET-FILE
012520         INVALID KEY
012530             CONTINUE
012540         NOT INVALID KEY
012550             SET WS-TKT-KNOWN TO TRUE
012560     END-READ.
012570 7000-EXIT.
012580     EXIT.
012590*
012600*------------------------------------------------------------
012610*9800-TERMINATE - CLOSE THE FILES BEFORE ENDING THE SESSION.
012620*------------------------------------------------------------
012630 9800-TERMINATE.
012640     IF WS-FILES-OPEN
012650         CLOSE PENDQ-FILE
012660         CLOSE DEPT-FILE
012670     END-IF.
012680     IF WS-TKT-AVAILABLE
012690         CLOSE TICKET-FILE
012700     END-IF.
012710 9800-EXIT.
012720     EXIT.
