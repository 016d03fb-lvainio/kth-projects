002530*09/02/2026 LV    SO BERNINQ ANSWERS FROM ONE KEYED READ
002540*09/02/2026 LV    INSTEAD OF SCANNING BOTH TRAILS AT
002550*09/02/2026 LV    SESSION START.
002551*10/14/2026 LV    ADDED REQUEST TYPE 'R' - B(N) SERVED AS AN
002552*10/14/2026 LV    EXACT REDUCED FRACTION.  EVERY ORDER THE
002553*10/14/2026 LV    RECURRENCE VISITS NOW ALSO GETS ITS
002554*10/14/2026 LV    NUMERATOR AND DENOMINATOR FROM AN EXACT-
002555*10/14/2026 LV    INTEGER FORM OF THE SAME RECURRENCE
002556*10/14/2026 LV    (BERNRATL COPY MEMBER), FILED ON THE NEW
002557*10/14/2026 LV    KEYED COMPANION FILE BFRACF.  THE FRACTION
002558*10/14/2026 LV    RIDES THE AUDIT RECORD IN PLACE OF THE
002559*10/14/2026 LV    VALUE/EXPONENT COLUMNS AND THE RESPONSE
002560*10/14/2026 LV    RECORD PAST THE STATUS CODE.  TERMINATE
002561*10/14/2026 LV    TOPS BFRACF UP TO THE FULL SUPPORTED RANGE
002562*10/14/2026 LV    AND HOLDS EVERY DENOMINATOR AGAINST VON
002563*10/14/2026 LV    STAUDT-CLAUSEN; A MISMATCH FAILS THE RUN'S
002564*10/14/2026 LV    RECONCILE EXACTLY AS A REFVALS MISMATCH
002565*10/14/2026 LV    DOES (RC 16 OR 4 PER THE RECONFAIL CARD).
002566*10/14/2026 LV    ADDED REQUEST-LEVEL RESTART.  EVERY
002567*10/14/2026 LV    RESTARTINT REQUESTS (A NEW PARMCRD CARD,
002568*10/14/2026 LV    DEFAULT 100) THE AUDIT, RESPONSE AND REJECT
002569*10/14/2026 LV    FILES ARE CLOSED AND REOPENED TO HARDEN
002570*10/14/2026 LV    WHAT HAS BEEN WRITTEN AND THE POSITION IN
002571*10/14/2026 LV    BERNREQ IS COMMITTED TO THE ONE-RECORD
002572*10/14/2026 LV    RESTART FILE (RSTRTF).  A RUN THAT FINDS AN
002573*10/14/2026 LV    IN-FLIGHT RESTART RECORD FOR THE SAME DECK
002574*10/14/2026 LV    SKIPS THE REQUESTS ALREADY DECIDED, AND ANY
002575*10/14/2026 LV    REQUEST PAST THE COMMIT WHOSE SERVING IS
002576*10/14/2026 LV    ALREADY ON AUDITF, SO A RERUN AFTER AN ABEND
002577*10/14/2026 LV    NO LONGER SERVES (AND BILLS) A TICKET TWICE.
002578*10/14/2026 LV    THE SKIPPED COUNT IS APPENDED TO THE SUMMARY
002579*10/14/2026 LV    RECORD PAST COLUMN 80.
002580*10/14/2026 LV    ADDED THE KEYED TICKET REGISTRY (TICKETF,
002581*10/14/2026 LV    BERNTKT COPY MEMBER, SHARED WITH BERNSRV).
002582*10/14/2026 LV    EVERY BATCH TICKET IS CHECKED AGAINST IT
002583*10/14/2026 LV    BEFORE VALIDATION AND ITS OUTCOME RECORDED
002584*10/14/2026 LV    AFTER THE RESPONSE IS WRITTEN - FIRST
002585*10/14/2026 LV    SUBMISSION, SERVED/REJECTED/RESUBMITTED/
002586*10/14/2026 LV    SERVED-ON-RESUBMISSION STATUS, REASONS AND
002587*10/14/2026 LV    RUN DATES.  A TICKET ALREADY SERVED IN ANY
002588*10/14/2026 LV    EARLIER RUN (OR EARLIER IN THIS DECK) IS
002589*10/14/2026 LV    REFUSED WITH RESPONSE CODE 32 AND REJECT
002590*10/14/2026 LV    REASON DUPTKT; A RESUBMITTED REJECT IS
002591*10/14/2026 LV    DECIDED AFRESH AND LINKED TO ITS ORIGINAL
002592*10/14/2026 LV    REJECTION.  A BATCH RUN THAT CANNOT OPEN THE
002593*10/14/2026 LV    REGISTRY ENDS AT INITIALIZE (RC 16).  THE
002594*10/14/2026 LV    REFUSALS ROLL INTO SM-REJ-TYPE-COUNT.
002595*10/14/2026 LV    ADDED REQUEST TYPE 'Z' - ZETA(N) FOR AN EVEN
002596*10/14/2026 LV    ORDER N, FORMED FROM THE SCALED ENTRY FOR N BY
002597*10/14/2026 LV    THE CLOSED FORM |B(N)| (2 PI)**N / 2 N!
002598*10/14/2026 LV    (BERNZETA COPY MEMBER, SHARED WITH BERNVRFY)
002599*10/14/2026 LV    AND SERVED IN MANTISSA/EXPONENT FORM LIKE A
002600*10/14/2026 LV    SCALED REQUEST.  AN ODD OR OUT-OF-RANGE ORDER
002601*10/14/2026 LV    IS THE RANGE REJECT.  ALSO MENU CHOICE 6.
002602*10/14/2026 LV    MONTHLY DEPARTMENT QUOTAS.  A BATCH REQUEST
002603*10/14/2026 LV    THAT PASSES ITS DEPARTMENT AND ENTITLEMENT
002604*10/14/2026 LV    CHECKS IS NOW HELD AGAINST THE DEPARTMENT'S
002605*10/14/2026 LV    MONTHLY QUOTA (OVERALL AND BY TYPE, ON THE
002606*10/14/2026 LV    DEPARTMENT MASTER) AND ITS MONTH-TO-DATE
002607*10/14/2026 LV    SERVINGS ON THE NEW KEYED USAGE FILE (USAGEF,
002608*10/14/2026 LV    BERNUSG COPY MEMBER, SHARED WITH BERNSRV).  A
002609*10/14/2026 LV    REQUEST PAST ITS QUOTA GETS RSPFILE STATUS 36
002610*10/14/2026 LV    AND REJFILE REASON QUOTA; EVERY SERVING IS
002611*10/14/2026 LV    COUNTED.  A BATCH RUN THAT CANNOT OPEN USAGEF
002612*10/14/2026 LV    ENDS AT INITIALIZE (RC 16).  THE REFUSALS ROLL
002613*10/14/2026 LV    INTO SM-REJ-DEPT-COUNT.
002614*10/14/2026 LV    TAMPER-EVIDENT AUDIT TRAIL.  EVERY AUDIT RECORD
002615*10/14/2026 LV    NOW CARRIES A CHAINED CHECK VALUE IN COLUMNS
002616*10/14/2026 LV    76-80, COMPUTED OVER THE RECORD AND THE CHECK
002617*10/14/2026 LV    OF THE RECORD BEFORE IT (BERNCHN COPY MEMBER,
002618*10/14/2026 LV    SHARED WITH BERNSRV AND BERNCHAN).
002619*10/14/2026 LV    THE CHAIN IS PICKED UP FROM THE LAST RECORD ON
002620*10/14/2026 LV    THE LIVE FILE BEFORE IT IS OPENED FOR APPEND.
002621*10/14/2026 LV    MAKER-CHECKER FOR THE LIVE TABLES.  A NEWLY
002622*10/14/2026 LV    COMPUTED OR REFRESHED BTABLE/BSCALE ENTRY IS
002623*10/14/2026 LV    NO LONGER WRITTEN TO THE LIVE FILE HERE - IT IS
002624*10/14/2026 LV    STAGED, PENDING, ON THE NEW KEYED STAGING FILE
002625*10/14/2026 LV    (STAGEF, BERNSTG COPY MEMBER, SHARED WITH
002626*10/14/2026 LV    BERNSRV) FOR BERNCERT TO CERTIFY AND A SECOND
002627*10/14/2026 LV    OPERATOR TO APPROVE.  THE SUPERSESSION IS NOW
002628*10/14/2026 LV    LOGGED TO HISTF AT PROMOTION, SO THIS PROGRAM
002629*10/14/2026 LV    NO LONGER OPENS HISTF.  A REFRESH ASKS FOR THE
002630*10/14/2026 LV    OPERATOR ID IT IS STAGED UNDER, STAGES ONLY THE
002631*10/14/2026 LV    ENTRIES WHOSE VALUE CHANGED, AND PUTS THE LIVE
002632*10/14/2026 LV    VALUES BACK IN THE TABLE AFTERWARDS, SO LATER
002633*10/14/2026 LV    SERVINGS IN THE SESSION STILL COME FROM THE
002634*10/14/2026 LV    SYSTEM OF RECORD.
002635*10/15/2026 LV    ONLY PROMOTED ENTRIES ARE SERVED.  A RAW,
002636*10/15/2026 LV    SCALED OR ZETA REQUEST WHOSE ENTRY IS NOT YET
002637*10/15/2026 LV    ON THE LIVE FILE, OR A FAULHABER OR POLYNOMIAL
002638*10/15/2026 LV    REQUEST BUILT ON ANY SUCH SCALED ENTRY, IS
002639*10/15/2026 LV    STILL COMPUTED AND STAGED BUT IS REFUSED WITH
002640*10/15/2026 LV    RSPFILE STATUS 44 AND REJFILE REASON STAGED;
002641*10/15/2026 LV    THE DESK RESUBMITS ONCE BERNCERT HAS PROMOTED
002642*10/15/2026 LV    IT.  THE REFUSALS ROLL INTO SM-REJ-RANGE-COUNT.
002643*10/15/2026 LV    AUDITF, RSPFILE OR REJFILE FAILING TO REOPEN
002644*10/15/2026 LV    AT A RESTART COMMIT NOW ENDS THE RUN RC 16
002645*10/15/2026 LV    WITHOUT THE COMMIT INSTEAD OF SERVING ON.
002646*
002647*THIS PROGRAM COMPUTES BERNOULLI NUMBERS USING THE STANDARD
002648*BINOMIAL RECURRENCE RELATION AND RETURNS THE REQUESTED
002649*ENTRY FROM THE COMPUTED TABLE.
002650*
002651 ENVIRONMENT DIVISION.
002652 CONFIGURATION SECTION.
002653 SOURCE-COMPUTER. IBM-370.
002654 OBJECT-COMPUTER. IBM-370.
002655 INPUT-OUTPUT SECTION.
002660 FILE-CONTROL.
002670     SELECT BERN-REQUEST-FILE ASSIGN TO BERNREQ
002680         ORGANIZATION IS LINE SEQUENTIAL
003060         ACCESS MODE IS DYNAMIC
003070         RECORD KEY IS DM-DEPT-CODE
003080         FILE STATUS IS WS-DEPT-FILE-STATUS.
003086     SELECT STAGE-FILE ASSIGN TO STAGEF
003092         ORGANIZATION IS INDEXED
003098         ACCESS MODE IS DYNAMIC
003104         RECORD KEY IS SG-KEY
003110         FILE STATUS IS WS-STAGE-STATUS.
003120     SELECT LOCK-FILE ASSIGN TO RUNLOCK
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-LOCK-STATUS.
003170         ACCESS MODE IS DYNAMIC
003180         RECORD KEY IS LA-ORDER
003190         FILE STATUS IS WS-LACT-STATUS.
003191     SELECT BFRAC-FILE ASSIGN TO BFRACF
003192         ORGANIZATION IS INDEXED
003193         ACCESS MODE IS DYNAMIC
003194         RECORD KEY IS BF-ORDER
003195         FILE STATUS IS WS-BFRAC-STATUS.
003196     SELECT RESTART-FILE ASSIGN TO RSTRTF
003197         ORGANIZATION IS LINE SEQUENTIAL
003198         FILE STATUS IS WS-RSTRT-STATUS.
003199     SELECT TICKET-FILE ASSIGN TO TICKETF
003200         ORGANIZATION IS INDEXED
003201         ACCESS MODE IS DYNAMIC
003202         RECORD KEY IS TK-TICKET-NO
003203         FILE STATUS IS WS-TKT-STATUS.
003204     SELECT USAGE-FILE ASSIGN TO USAGEF
003205         ORGANIZATION IS INDEXED
003206         ACCESS MODE IS DYNAMIC
003207         RECORD KEY IS UG-KEY
003208         FILE STATUS IS WS-USG-STATUS.

003209 DATA DIVISION.
003210 FILE SECTION.
003220 FD  BERN-REQUEST-FILE
003230     RECORDING MODE IS F.
003280         88  BR-TYPE-SCALED              VALUE 'S'.
003290         88  BR-TYPE-FAULHABER           VALUE 'F'.
003300         88  BR-TYPE-POLY                VALUE 'P'.
003303         88  BR-TYPE-RATIONAL            VALUE 'R'.
003306         88  BR-TYPE-ZETA                VALUE 'Z'.
003310     05  BR-DEPT-CODE            PIC X(04).
003320     05  BR-USER-ID              PIC X(08).
003330     05  BR-TICKET-NO            PIC X(10).
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  AU-REQUESTED-N          PIC 9(02).
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003636     05  AU-VALUE-AREA.
003642         10  AU-VALUE            PIC S9(15)V9(09)
003650                                  SIGN IS LEADING SEPARATE.
003660         10  FILLER              PIC X(01).
003670         10  AU-SCALE-EXP        PIC S9(03)
003680                                  SIGN IS LEADING SEPARATE.
003681*    A TYPE 'R' SERVING CARRIES THE EXACT FRACTION IN THE SAME
003682*    COLUMNS (19-48) IN PLACE OF THE VALUE AND EXPONENT.
003683     05  AU-FRACTION-AREA REDEFINES AU-VALUE-AREA.
003684         10  AU-FRAC-NUMERATOR   PIC S9(21)
003685                                  SIGN IS LEADING SEPARATE.
003686         10  AU-FRAC-SLASH       PIC X(01).
003687         10  AU-FRAC-DENOMINATOR PIC 9(07).
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  AU-DEPT-CODE            PIC X(04).
003710     05  FILLER                  PIC X(01) VALUE SPACE.
003740     05  AU-TICKET-NO            PIC X(10).
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  AU-REQUEST-TYPE         PIC X(01).
003770     05  AU-CHAIN-CHECK          PIC 9(05).

003780 FD  REFERENCE-FILE
003790     RECORDING MODE IS F.
004150     05  SM-HIGH-ORDER           PIC 9(02).
004160     05  FILLER                  PIC X(01) VALUE SPACE.
004170     05  SM-RECON-OUTCOME        PIC X(01).
004172*    THE RESTART SKIP COUNT SITS PAST COLUMN 80 SO THE LAYOUT
004174*    THE POST-STEP PARSES IS UNCHANGED.
004176     05  FILLER                  PIC X(01) VALUE SPACE.
004178     05  SM-SKIPPED-COUNT        PIC 9(05).

004180 FD  RESPONSE-FILE
004190     RECORDING MODE IS F.
004310                                  SIGN IS LEADING SEPARATE.
004320     05  FILLER                  PIC X(01) VALUE SPACE.
004330     05  RS-STATUS-CODE          PIC X(02).
004332*    A SERVED TYPE 'R' RESPONSE ALSO CARRIES THE EXACT
004334*    FRACTION; EVERY OTHER RESPONSE LEAVES THESE BLANK.
004336     05  FILLER                  PIC X(01) VALUE SPACE.
004338     05  RS-FRAC-NUMERATOR       PIC S9(21)
004340                                  SIGN IS LEADING SEPARATE.
004342     05  FILLER                  PIC X(01) VALUE SPACE.
004344     05  RS-FRAC-DENOMINATOR     PIC 9(07).

004350*THE REJECT RECORD CARRIES THE REJECTED REQUEST RECORD BYTE
004360*FOR BYTE IN ITS FIRST 80 COLUMNS, SO THE CORRECTED FILE CAN
004530     05  DM-EFF-TO               PIC X(08).
004540     05  DM-ALLOWED-TYPES        PIC X(08).
004550     05  DM-MAX-ORDER            PIC 9(02).
004606     05  DM-QUOTA-AREA.
004662         10  DM-MONTH-QUOTA      PIC 9(05).
004718         10  DM-TYPE-QUOTA       OCCURS 6 TIMES.
004774             15  DM-TQ-TYPE      PIC X(01).
004830             15  DM-TQ-LIMIT     PIC 9(05).

004831*THE KEYED STAGING FILE - ONE ENTRY PER TABLE AND SLOT, MADE
004832*HERE OR BY BERNSRV AND CERTIFIED, APPROVED OR REJECTED BY
004833*BERNCERT.  THE TABLE ID PICKS THE VALUE VIEW (THE BS FORM IS
004834*A REDEFINES), AS ON THE HISTORY RECORD.
004835 FD  STAGE-FILE.
004836 01  STAGE-RECORD.
004837     05  SG-KEY.
004838         10  SG-TABLE-ID         PIC X(02).
004839             88  SG-BTABLE               VALUE 'BT'.
004840             88  SG-BSCALE               VALUE 'BS'.
004841         10  SG-ORDER            PIC 9(02).
004842     05  SG-STATE                PIC X(01).
004843         88  SG-PENDING                  VALUE 'P'.
004844         88  SG-CERTIFIED                VALUE 'C'.
004845         88  SG-FAILED                   VALUE 'F'.
004846         88  SG-PROMOTED                 VALUE 'A'.
004847         88  SG-REJECTED                 VALUE 'R'.
004848     05  SG-ACTION               PIC X(01).
004849         88  SG-NEW-ENTRY                VALUE 'N'.
004850         88  SG-REFRESH                  VALUE 'R'.
004851     05  SG-VALUE-AREA.
004852         10  SG-BT-VALUE         PIC S9(15)V9(09) COMP-3.
004853     05  SG-BS-VALUE REDEFINES SG-VALUE-AREA.
004854         10  SG-BS-MANT          PIC S9(01)V9(15) COMP-3.
004855         10  SG-BS-EXP           PIC S9(03) COMP-3.
004856         10  FILLER              PIC X(02).
004857     05  SG-LIVE-AREA.
004858         10  SG-LIVE-BT-VALUE    PIC S9(15)V9(09) COMP-3.
004859     05  SG-LIVE-BS-VALUE REDEFINES SG-LIVE-AREA.
004860         10  SG-LIVE-BS-MANT     PIC S9(01)V9(15) COMP-3.
004861         10  SG-LIVE-BS-EXP      PIC S9(03) COMP-3.
004862         10  FILLER              PIC X(02).
004863     05  SG-CHECK-AREA.
004864         10  SG-CHECK-BT-VALUE   PIC S9(15)V9(09) COMP-3.
004865     05  SG-CHECK-BS-VALUE REDEFINES SG-CHECK-AREA.
004866         10  SG-CHECK-BS-MANT    PIC S9(01)V9(15) COMP-3.
004867         10  SG-CHECK-BS-EXP     PIC S9(03) COMP-3.
004868         10  FILLER              PIC X(02).
004869     05  SG-MAKER-PROGRAM        PIC X(09).
004870     05  SG-MAKER-USER           PIC X(08).
004871     05  SG-STAGED-TS            PIC X(14).
004872     05  SG-CERTIFIED-TS         PIC X(14).
004873     05  SG-CHECKER-USER         PIC X(08).
004874     05  SG-DECIDED-TS           PIC X(14).
004875     05  SG-REASON               PIC X(08).
004876     05  FILLER                  PIC X(08).

004890*THE ONE-RECORD RUN-TOKEN FILE EVERY UPDATER OF THE CLUSTER
004900*CHECKS AND WRITES - SEE THE BERNLOCK COPY MEMBER.
005170     05  LA-CHKPT-TS             PIC X(14).
005180     05  LA-SERVE-COUNT          PIC 9(05).

005181*THE KEYED EXACT-FRACTION COMPANION TO BTABLE-FILE, ONE
005182*RECORD PER TABLE SLOT (THE BT-ORDER NUMBERING) - SEE THE
005183*BERNRATL COPY MEMBER.
005184 FD  BFRAC-FILE.
005185 01  BFRAC-RECORD.
005186     05  BF-ORDER                PIC 9(02).
005187     05  BF-NUMERATOR            PIC S9(21) COMP-3.
005188     05  BF-DENOMINATOR          PIC 9(09) COMP-3.

005189*THE ONE-RECORD REQUEST-LEVEL RESTART FILE, REWRITTEN AT EVERY
005190*COMMIT THE SAME WAY THE RUN TOKEN IS.  RP-REQ-POSITION IS THE
005191*NUMBER OF BERNREQ RECORDS WHOSE OUTCOME WAS HARDENED AT THE
005192*COMMIT, RP-AUDIT-COUNT THE AUDIT LINES THE COMMITTING RUN HAD
005193*WRITTEN BY THEN, AND RP-DECK-ID THE FIRST 25 COLUMNS OF THE
005194*DECK'S FIRST RECORD, SO A RESTART IS NEVER APPLIED TO A
005195*DIFFERENT NIGHT'S DECK.
005196 FD  RESTART-FILE
005197     RECORDING MODE IS F.
005198 01  RESTART-RECORD.
005199     05  RP-STATE                PIC X(01).
005200         88  RP-IN-FLIGHT                VALUE 'A'.
005201         88  RP-COMPLETE                 VALUE 'C'.
005202     05  FILLER                  PIC X(01).
005203     05  RP-RUN-START-TS         PIC X(14).
005204     05  FILLER                  PIC X(01).
005205     05  RP-REQ-POSITION         PIC 9(07).
005206     05  FILLER                  PIC X(01).
005207     05  RP-AUDIT-COUNT          PIC 9(05).
005208     05  FILLER                  PIC X(01).
005209     05  RP-INTERVAL             PIC 9(03).
005210     05  FILLER                  PIC X(01).
005211     05  RP-DECK-ID              PIC X(25).
005212     05  FILLER                  PIC X(01).
005213     05  RP-COMMIT-TS            PIC X(14).
005214     05  FILLER                  PIC X(05).

005215*THE KEYED TICKET REGISTRY, ONE RECORD PER VALUATION TICKET
005216*EVER SUBMITTED, CHECKED AND MAINTAINED BY THIS PROGRAM AND
005217*BERNSRV - SEE THE BERNTKT COPY MEMBER FOR THE STATUS VALUES.
005218*THE RUN TIMESTAMPS ARE THE SUBMITTING RUN'S START TIME, SO A
005219*TICKET CAN BE TIED TO ITS SUMMARYF RECORD.
005220 FD  TICKET-FILE.
005221 01  TICKET-RECORD.
005222     05  TK-TICKET-NO            PIC X(10).
005223     05  TK-STATUS               PIC X(01).
005224         88  TK-SERVED                   VALUE 'S'.
005225         88  TK-REJECTED                 VALUE 'R'.
005226         88  TK-RESUBMITTED              VALUE 'U'.
005227         88  TK-SERVED-ON-RESUB          VALUE 'E'.
005228     05  TK-FIRST-RUN-TS         PIC X(14).
005229     05  TK-FIRST-PROGRAM        PIC X(09).
005230     05  TK-FIRST-REASON         PIC X(06).
005231     05  TK-LAST-RUN-TS          PIC X(14).
005232     05  TK-LAST-REASON          PIC X(06).
005233     05  TK-SERVED-TS            PIC X(14).
005234     05  TK-SUBMIT-COUNT         PIC 9(03).
005235     05  TK-REPEAT-COUNT         PIC 9(03).
005236     05  TK-REPEAT-TS            PIC X(14).
005237     05  TK-DEPT-CODE            PIC X(04).
005238     05  TK-USER-ID              PIC X(08).
005239     05  TK-REQUESTED-N          PIC X(02).
005240     05  TK-REQUEST-TYPE         PIC X(01).

005241*THE KEYED MONTH-TO-DATE USAGE FILE, ONE RECORD PER CALENDAR
005242*MONTH AND DEPARTMENT, CHECKED AND MAINTAINED BY THIS PROGRAM
005243*AND BERNSRV - SEE THE BERNUSG COPY MEMBER.
005244 FD  USAGE-FILE.
005245 01  USAGE-RECORD.
005246     05  UG-KEY.
005247         10  UG-MONTH            PIC X(06).
005248         10  UG-DEPT-CODE        PIC X(04).
005249     05  UG-SERVED-TOTAL         PIC 9(07).
005250     05  UG-SERVED-BY-TYPE.
005251         10  UG-SERVED-COUNT     PIC 9(07) OCCURS 6 TIMES.
005252     05  UG-REFUSED-COUNT        PIC 9(05).
005253     05  UG-LAST-SERVED-TS       PIC X(14).
005254     05  UG-LAST-REFUSED-TS      PIC X(14).

005255 WORKING-STORAGE SECTION.
005256*
005257*------------------------------------------------------------
005258*BNUMS TABLE - HOLDS THE COMPUTED BERNOULLI NUMBERS.
005259*------------------------------------------------------------
005260 01  BTABLE.
005261     02  BNUMS PIC S9(15)V9(09) COMP-3 OCCURS 99 TIMES.
005262*
005270*------------------------------------------------------------
005280*TABLE BOUNDS.  BNUMS IS SIZED TO THE FULL RANGE OF PIC 9(2)
005290*(99 ENTRIES), BUT THE SUPPORTED REQUEST RANGE IS CAPPED WELL
005580*------------------------------------------------------------
005590*BT-STATUS-TABLE TRACKS, PER TABLE ORDER, WHETHER BNUMS
005600*ALREADY HOLDS A VALUE, WHETHER THAT VALUE IS ALREADY ON
005610*BTABLE-FILE (SO AN ORDER ON FILE IS NEVER STAGED AS NEW), AND
005620*WHETHER A PREVIOUSLY-FILED ENTRY WAS RECOMPUTED BY A REFRESH
005630*THIS RUN (SO 9710-PERSIST-ONE-ENTRY STAGES IT AS A REFRESH).
005640*------------------------------------------------------------
005650 01  BT-STATUS-TABLE.
005660     02  BT-STATUS-ENTRY OCCURS 99 TIMES.
005990         03  SC-COMPUTED-SW      PIC X(01) VALUE 'N'.
006000             88  SC-IS-COMPUTED           VALUE 'Y'.

006001*
006002*------------------------------------------------------------
006003*RATIONAL TABLE - THE EXACT COMPANION TO BNUMS.  SLOT S HOLDS
006004*B(S-1) AS A REDUCED NUMERATOR/DENOMINATOR PAIR (ZERO HELD
006005*AS 0/1), BUILT BY THE BERNRATL PARAGRAPHS AND FILED ON
006006*BFRAC-FILE.  THE NUMERATOR OF B36 RUNS TO 20 DIGITS AND
006007*NO DENOMINATOR THROUGH B38 PASSES 7 (B36'S IS 1919190), SO
006008*THE FILED PICTURES COVER THE RAW TABLE'S WHOLE RANGE.  THE
006009*WS-RT- WORK FIELDS CARRY THE CROSS-MULTIPLIED RUNNING SUM
006010*AT 31 DIGITS.
006011*------------------------------------------------------------
006012 01  RATIONAL-TABLE.
006013     02  RATIONAL-ENTRY OCCURS 99 TIMES.
006014         03  RT-NUMER            PIC S9(21) COMP-3.
006015         03  RT-DENOM            PIC 9(09) COMP-3.

006016 01  RT-STATUS-TABLE.
006017     02  RT-STATUS-ENTRY OCCURS 99 TIMES.
006018         03  RT-ON-FILE-SW       PIC X(01) VALUE 'N'.
006019             88  RT-WAS-ON-FILE          VALUE 'Y'.
006020         03  RT-COMPUTED-SW      PIC X(01) VALUE 'N'.
006021             88  RT-IS-COMPUTED           VALUE 'Y'.

006022 77  WS-RT-SUM-NUM               PIC S9(31) COMP-3 VALUE 0.
006023 77  WS-RT-SUM-DEN               PIC 9(15) COMP-3 VALUE 0.
006024 77  WS-RT-WORK-NUM              PIC S9(31) COMP-3 VALUE 0.
006025 77  WS-RT-WORK-DEN              PIC 9(15) COMP-3 VALUE 0.
006026 77  WS-RT-LCM                   PIC 9(15) COMP-3 VALUE 0.
006027 77  WS-RT-COEF                  PIC 9(15) COMP-3 VALUE 0.
006028 77  WS-RT-GCD-A                 PIC 9(31) COMP-3 VALUE 0.
006029 77  WS-RT-GCD-B                 PIC 9(31) COMP-3 VALUE 0.
006030 77  WS-RT-GCD-Q                 PIC 9(31) COMP-3 VALUE 0.
006031 77  WS-RT-GCD-R                 PIC 9(31) COMP-3 VALUE 0.
006032 77  WS-RT-FAIL-SW               PIC X(01) VALUE 'N'.
006033     88  WS-RT-FAILED                       VALUE 'Y'.
006034*
006035*------------------------------------------------------------
006036*VON STAUDT-CLAUSEN CHECK FIELDS.  FOR EVEN N THE DENOMINATOR
006037*OF B(N) IS THE PRODUCT OF THE PRIMES P WITH P-1 DIVIDING N;
006038*B(0) IS 1/1, B(1) -1/2 AND EVERY HIGHER ODD ORDER 0/1.
006039*------------------------------------------------------------
006040 77  WS-VSC-SLOT                 PIC 9(02) VALUE 0.
006041 77  WS-VSC-ORDER                PIC 9(02) VALUE 0.
006042 77  WS-VSC-P                    PIC 9(02) VALUE 0.
006043 77  WS-VSC-D                    PIC 9(02) VALUE 0.
006044 77  WS-VSC-Q                    PIC 9(02) VALUE 0.
006045 77  WS-VSC-REM                  PIC 9(02) VALUE 0.
006046 77  WS-VSC-DENOM                PIC 9(09) COMP-3 VALUE 0.
006047 77  WS-VSC-PRIME-SW             PIC X(01) VALUE 'N'.
006048     88  WS-VSC-PRIME                       VALUE 'Y'.

006049 01  FACT-TABLE.
006050     02  FACT-ENTRY OCCURS 75 TIMES.
006051         03  FACT-MANT           PIC S9(01)V9(15) COMP-3.
006052         03  FACT-EXP            PIC S9(03) COMP-3.

006053 77  WS-MAX-SCALED-N             PIC 9(2) VALUE 70.
006060 77  WS-FACT-IX                  PIC 9(2) VALUE 0.
006070 77  WS-FACT-SUB                 PIC 9(2) VALUE 0.
006080*
006210 77  WS-SUM-EXP                  PIC S9(03) VALUE 0.
006220 77  WS-ALIGN                    PIC S9(03) VALUE 0.
006230 77  WS-SHIFT-IX                 PIC 9(02) VALUE 0.
006231*
006232*------------------------------------------------------------
006233*ZETA(2K) FIELDS - SEE THE BERNZETA COPY MEMBER.  THE SCALED
006234*ENTRY FOR THE ORDER IS STAGED IN WS-ZT-B-MANT/EXP.
006235*------------------------------------------------------------
006236 77  WS-ZT-B-MANT                PIC S9(01)V9(15) COMP-3.
006237 77  WS-ZT-B-EXP                 PIC S9(03) VALUE 0.
006238 77  WS-ZT-ORDER                 PIC 9(02) VALUE 0.
006239 77  WS-ZT-STEPS                 PIC 9(02) VALUE 0.
006240 77  WS-ZT-REM                   PIC 9(02) VALUE 0.
006241 77  WS-ZT-IX                    PIC 9(02) VALUE 0.
006242 77  WS-ZT-WORK-MANT             PIC S9(03)V9(17) COMP-3.
006243 77  WS-ZT-WORK-EXP              PIC S9(03) VALUE 0.
006244 77  WS-ZT-FOUR-PI-SQ            PIC 9(01)V9(17) COMP-3
006245                                  VALUE 3.94784176043574345.
006246 77  WS-ZT-MANT                  PIC S9(01)V9(15) COMP-3.
006247 77  WS-ZT-EXP                   PIC S9(03) VALUE 0.
006248*
006250*------------------------------------------------------------
006260*FAULHABER (SUMS OF P-TH POWERS) FIELDS.  THE SUM IS
006270*EVALUATED AS (1/(P+1)) TIMES THE SUM OVER J = 0..P OF
007680     05  WS-RPT-SC-EXP-OUT       PIC +999.
007690     05  FILLER                  PIC X(26) VALUE SPACES.

007691 01  WS-REPORT-ZETA-DETAIL.
007692     05  FILLER                  PIC X(15) VALUE SPACES.
007693     05  FILLER                  PIC X(05) VALUE "ZETA(".
007694     05  WS-RPT-ZT-ORDER-OUT     PIC 9(02).
007695     05  FILLER                  PIC X(08) VALUE ")".
007696     05  WS-RPT-ZT-MANT-OUT      PIC -9.9(15).
007697     05  FILLER                  PIC X(02) VALUE " E".
007698     05  WS-RPT-ZT-EXP-OUT       PIC +999.
007699     05  FILLER                  PIC X(26) VALUE SPACES.

007700 01  WS-REPORT-RATIONAL-DETAIL.
007701     05  FILLER                  PIC X(20) VALUE SPACES.
007702     05  WS-RPT-RT-ORDER-OUT     PIC Z9.
007703     05  FILLER                  PIC X(04) VALUE SPACES.
007704     05  WS-RPT-RT-NUMER-OUT     PIC -(21)9.
007705     05  FILLER                  PIC X(03) VALUE " / ".
007706     05  WS-RPT-RT-DENOM-OUT     PIC Z(08)9.
007707     05  FILLER                  PIC X(20) VALUE SPACES.

007708 01  R                           PIC S9(15)V9(09) COMP-3.
007710 01  BM                          PIC S9(15)V9(09) COMP-3.
007720*
007730*------------------------------------------------------------

007930 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
007940     88  WS-AUDIT-OK                        VALUE '00'.
007945     88  WS-AUDIT-EOF                       VALUE '10'.

007950 77  WS-REF-STATUS               PIC X(02) VALUE SPACES.
007960     88  WS-REF-OK                          VALUE '00'.

008000 77  WS-SUMM-STATUS              PIC X(02) VALUE SPACES.
008010     88  WS-SUMM-OK                         VALUE '00'.

008030 77  WS-RESP-STATUS              PIC X(02) VALUE SPACES.
008040     88  WS-RESP-OK                         VALUE '00'.

008042 77  WS-BFRAC-STATUS             PIC X(02) VALUE SPACES.
008044     88  WS-BFRAC-OK                        VALUE '00'.
008046     88  WS-BFRAC-EOF                       VALUE '10'.
008050*
008060*------------------------------------------------------------
008070*RESPONSE STAGING FIELDS.  EACH BATCH REQUEST'S OUTCOME IS
008140*N, 16 BAD DEPARTMENT, 20 OUTSIDE THE DEPARTMENT'S
008150*ENTITLEMENTS.  28 - A VALUE BSRVPARM DOES NOT USE - IS A
008160*REQUEST TYPE BYTE THAT IS NOT ON THE DISPATCH LIST, A
008163*REJECT THE CALL PATH CANNOT PRODUCE.  32 IS A TICKET THE
008166*REGISTRY SHOWS ALREADY SERVED, THE SAME VALUE BSRVPARM
008169*GIVES A BERNSRV CALLER.  36 IS A REQUEST PAST ITS
008172*DEPARTMENT'S MONTHLY QUOTA, ALSO AS IN BSRVPARM.  A SERVED
008175*TYPE 'R' REQUEST ALSO STAGES ITS EXACT FRACTION.
008180*------------------------------------------------------------
008190 77  WS-RESP-CODE                PIC X(02) VALUE '00'.
008200 77  WS-RESP-VALUE               PIC S9(15)V9(09) COMP-3
008210                                  VALUE 0.
008220 77  WS-RESP-EXP                 PIC S9(03) VALUE 0.
008223 77  WS-RESP-NUMER               PIC S9(21) COMP-3 VALUE 0.
008226 77  WS-RESP-DENOM               PIC 9(07) VALUE 0.

008230 77  WS-REJ-STATUS               PIC X(02) VALUE SPACES.
008240     88  WS-REJ-OK                          VALUE '00'.

008270 77  WS-LOCK-STATUS              PIC X(02) VALUE SPACES.
008280     88  WS-LOCK-OK                         VALUE '00'.

008490*                            COMPILED SAFETY MAXIMUM
008500*    RECONFAIL=STOP          RC 16 ON A RECONCILE FAILURE
008510*    RECONFAIL=FLAG          RC 4 ON A RECONCILE FAILURE
008513*    RESTARTINT=NNN          BERNREQ RECORDS BETWEEN RESTART
008516*                            COMMITS (1-999)
008520*BLANK CARDS AND CARDS STARTING '*' ARE COMMENTS.  A BAD OR
008530*OUT-OF-BOUND CARD SETS WS-PARM-ERROR AND THE RUN ENDS AT
008540*INITIALIZE; AN ABSENT PARMCRD FILE LEAVES THE COMPILED
008840 77  WS-ECHO-LP-OUT              PIC ZZ9.
008850 77  WS-ECHO-MO-OUT              PIC Z9.
008860 77  WS-ECHO-TOL-OUT             PIC 9.9(09).
008865 77  WS-ECHO-RI-OUT              PIC ZZ9.
008870*
008880*------------------------------------------------------------
008890*RUN SUMMARY COUNTERS, ROLLED UP INTO THE ONE SUMMARY-FILE
009050 77  WS-SUM-HIGH                 PIC 9(02) VALUE 0.
009060 77  WS-SUMM-IX                  PIC 9(03) VALUE 0.
009070 77  WS-SUM-RECON-OUTCOME        PIC X(01) VALUE 'P'.
009071 77  WS-SUM-SKIPPED              PIC 9(05) VALUE 0.
009072 77  WS-SUM-REJ-DUP              PIC 9(05) VALUE 0.
009073 77  WS-SUM-REJ-STAGED           PIC 9(05) VALUE 0.
009074*
009075*------------------------------------------------------------
009076*REQUEST-LEVEL RESTART FIELDS.  WS-RST-POSITION COUNTS BERNREQ
009077*RECORDS READ THIS RUN; ONCE IT REACHES WS-RST-NEXT-COMMIT THE
009078*NEXT 3000-RECEIVE-INPUT HARDENS THE OUTPUT FILES AND COMMITS
009079*THE POSITION BEFORE READING ON.  A RESTARTED RUN SKIPS EVERY
009080*RECORD UP TO THE COMMITTED POSITION OUTRIGHT.  THE RECORDS IN
009081*THE ONE INTERVAL AFTER IT (UP TO WS-RST-WINDOW-END) ARE THE
009082*ONLY ONES THE ABENDED RUN CAN HAVE SERVED UNCOMMITTED, AND
009083*THOSE ARE MATCHED BY TICKET, ORDER AND TYPE AGAINST THE AUDIT
009084*LINES IT WROTE PAST ITS COMMITTED COUNT (THE TAIL TABLE) - A
009085*MATCH IS ALREADY SERVED AND BILLED AND IS SKIPPED TOO.  THE
009086*FIRST COMMIT OF A RESTARTED RUN IS HELD TO THE END OF THAT
009087*WINDOW SO NO UNMATCHED TAIL LINE IS EVER COMMITTED PAST.
009088*------------------------------------------------------------
009089 77  WS-RSTRT-STATUS             PIC X(02) VALUE SPACES.
009090     88  WS-RSTRT-OK                        VALUE '00'.

009091 77  WS-RST-INTERVAL             PIC 9(03) VALUE 100.
009092 77  WS-RST-POSITION             PIC 9(07) VALUE 0.
009093 77  WS-RST-NEXT-COMMIT          PIC 9(07) VALUE 0.
009094 77  WS-RST-SKIP-TO              PIC 9(07) VALUE 0.
009095 77  WS-RST-WINDOW-END           PIC 9(07) VALUE 0.
009096 77  WS-RST-OLD-START-TS         PIC X(14) VALUE SPACES.
009097 77  WS-RST-OLD-AUDIT-COUNT      PIC 9(05) VALUE 0.
009098 77  WS-RST-OLD-LINES            PIC 9(07) VALUE 0.
009099 77  WS-RST-DECK-ID              PIC X(25) VALUE SPACES.
009100 77  WS-RST-THIS-DECK            PIC X(25) VALUE SPACES.
009101 77  WS-RST-STATE                PIC X(01) VALUE SPACE.
009102 77  WS-RST-MATCH-TYPE           PIC X(01) VALUE SPACE.
009103 77  WS-RST-TX                   PIC 9(03) VALUE 0.
009104 77  WS-RST-TAIL-COUNT           PIC 9(03) VALUE 0.
009105 77  WS-RST-TAIL-MAX             PIC 9(03) VALUE 999.

009106 77  WS-RST-RESTARTING-SW        PIC X(01) VALUE 'N'.
009107     88  WS-RST-RESTARTING                  VALUE 'Y'.

009108 77  WS-RST-SKIP-SW              PIC X(01) VALUE 'N'.
009109     88  WS-RST-SKIP-REQUEST                VALUE 'Y'.

009110 77  WS-RST-ERROR-SW             PIC X(01) VALUE 'N'.
009111     88  WS-RST-ERROR                       VALUE 'Y'.

009112 77  WS-COMMIT-ERROR-SW          PIC X(01) VALUE 'N'.
009113     88  WS-COMMIT-ERROR                    VALUE 'Y'.

009114 01  RESTART-TAIL-TABLE.
009115     02  TL-ENTRY OCCURS 999 TIMES.
009116         03  TL-TICKET           PIC X(10).
009117         03  TL-REQUESTED-N      PIC X(02).
009118         03  TL-REQUEST-TYPE     PIC X(01).
009119         03  TL-USED-SW          PIC X(01).
009120             88  TL-USED                 VALUE 'Y'.

009121*
009122*------------------------------------------------------------
009123*TICKET REGISTRY FIELDS - THE WS-TKT- STAGING FIELDS THE
009124*BERNTKT PARAGRAPHS USE.  THE REGISTRY IS OPENED FOR BATCH
009125*RUNS ONLY; A CONSOLE REQUEST CARRIES NO TICKET.  WHILE A
009126*RESTART IS REDECIDING THE ABENDED RUN'S LAST INTERVAL,
009127*WS-TKT-REDO-TS HOLDS THAT RUN'S START TIME SO A TICKET IT
009128*REJECTED IS NOT TAKEN FOR A DESK RESUBMISSION.
009129*------------------------------------------------------------
009130 77  WS-TKT-STATUS               PIC X(02) VALUE SPACES.
009131     88  WS-TKT-OK                          VALUE '00'.

009132 77  WS-TKT-FILE-ERROR-SW        PIC X(01) VALUE 'N'.
009133     88  WS-TKT-FILE-ERROR                  VALUE 'Y'.

009134 77  WS-TKT-STATE-SW             PIC X(01) VALUE 'N'.
009135     88  WS-TKT-NEW                         VALUE 'N'.
009136     88  WS-TKT-UNREGISTERED                VALUE 'X'.
009137     88  WS-TKT-REPEAT                      VALUE 'D'.
009138     88  WS-TKT-RESUBMISSION                VALUE 'U'.
009139     88  WS-TKT-REDO                        VALUE 'A'.

009140 77  WS-TKT-TICKET               PIC X(10) VALUE SPACES.
009141 77  WS-TKT-RUN-TS               PIC X(14) VALUE SPACES.
009142 77  WS-TKT-REDO-TS              PIC X(14) VALUE SPACES.
009143 77  WS-TKT-PROGRAM              PIC X(09) VALUE 'BERNOULLI'.
009144 77  WS-TKT-DEPT                 PIC X(04) VALUE SPACES.
009145 77  WS-TKT-USER                 PIC X(08) VALUE SPACES.
009146 77  WS-TKT-ORDER                PIC X(02) VALUE SPACES.
009147 77  WS-TKT-TYPE                 PIC X(01) VALUE SPACE.
009148 77  WS-TKT-OUTCOME              PIC X(01) VALUE SPACE.
009149 77  WS-TKT-REASON               PIC X(06) VALUE SPACES.
009150*
009151*------------------------------------------------------------
009152*MONTHLY QUOTA FIELDS - THE WS-USG- FIELDS THE BERNUSG
009153*PARAGRAPHS USE.  THE USAGE FILE IS OPENED FOR BATCH RUNS ONLY;
009154*A CONSOLE REQUEST IS NOT HELD TO A DEPARTMENT'S QUOTA.
009155*------------------------------------------------------------
009156 77  WS-USG-STATUS               PIC X(02) VALUE SPACES.
009157     88  WS-USG-OK                          VALUE '00'.

009158 77  WS-USG-FILE-ERROR-SW        PIC X(01) VALUE 'N'.
009159     88  WS-USG-FILE-ERROR                  VALUE 'Y'.

009160 77  WS-USG-QUOTA-SW             PIC X(01) VALUE 'N'.
009161     88  WS-USG-OVER                        VALUE 'Y'.
009162     88  WS-USG-WITHIN                      VALUE 'N'.

009163 77  WS-USG-DEPT                 PIC X(04) VALUE SPACES.
009164 77  WS-USG-TYPE                 PIC X(01) VALUE SPACE.
009165 77  WS-USG-TS                   PIC X(14) VALUE SPACES.
009166 77  WS-USG-DATE                 PIC 9(08) VALUE 0.
009167 77  WS-USG-TIME                 PIC 9(08) VALUE 0.
009168 77  WS-USG-TYPE-LIST            PIC X(06) VALUE 'BSFPRZ'.
009169 77  WS-USG-SLOT                 PIC 9(02) VALUE 0.
009170 77  WS-USG-IX                   PIC 9(02) VALUE 0.
009171 77  WS-USG-MONTH-LIMIT          PIC 9(05) VALUE 0.
009172 77  WS-USG-TYPE-LIMIT           PIC 9(05) VALUE 0.
009173 77  WS-SUM-REJ-QUOTA            PIC 9(05) VALUE 0.
009174 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
009175 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
009176 77  WS-REQUESTED-N              PIC 9(02) VALUE 0.
009177*
009178*------------------------------------------------------------
009179*AUDIT CHAIN FIELDS - THE WS-CHN- FIELDS THE BERNCHN
009180*PARAGRAPHS USE.  WS-CHN-PREV CARRIES THE CHECK OF THE LAST
009181*AUDIT RECORD WRITTEN FORWARD TO THE NEXT ONE.
009182*------------------------------------------------------------
009183 77  WS-CHN-PREV                 PIC 9(05) VALUE 0.
009184 77  WS-CHN-CHECK                PIC 9(05) VALUE 0.
009185 77  WS-CHN-RECORD               PIC X(80) VALUE SPACES.
009186 77  WS-CHN-STATE                PIC 9(09) VALUE 0.
009187 77  WS-CHN-WORK                 PIC 9(09) VALUE 0.
009188 77  WS-CHN-QUOT                 PIC 9(09) VALUE 0.
009189 77  WS-CHN-IX                   PIC 9(03) VALUE 0.

009190 01  WS-CHN-CHAR-AREA.
009191     05  WS-CHN-CHAR-HIGH        PIC X(01) VALUE LOW-VALUE.
009192     05  WS-CHN-CHAR             PIC X(01) VALUE SPACE.
009193 01  WS-CHN-CHAR-CODE REDEFINES WS-CHN-CHAR-AREA
009194                                 PIC 9(04) COMP.
009195*
009196*------------------------------------------------------------
009197*REQUESTER IDENTITY CARRIED FROM THE BATCH REQUEST RECORD TO
009198*THE AUDIT RECORD AND REPORT HEADING.  A CONSOLE RUN LOGS AS
009199*OPER/CONSOLE WITH NO TICKET.  BATCH DEPARTMENT CODES ARE
009200*VALIDATED AGAINST THE KEYED DEPARTMENT MASTER (DEPTMSTF,
009201*MAINTAINED BY DEPTMNT) - THE ENTRY MUST EXIST, BE ACTIVE
009202*AND BE WITHIN ITS EFFECTIVE DATES - AND THE REQUEST MUST
009203*SIT INSIDE THE DEPARTMENT'S ENTITLEMENTS (ALLOWED REQUEST
009204*TYPES AND DEPARTMENT-LEVEL MAXIMUM ORDER).  A MISSING,
009210*INACTIVE OR OUT-OF-DATE DEPARTMENT IS THE BAD-DEPARTMENT
009220*REJECT; AN ENTITLEMENT VIOLATION REJECTS WITH ITS OWN
009230*REASON.
009560     88  WS-MENU-REFRESH                    VALUE 3.
009570     88  WS-MENU-FAULHABER                  VALUE 4.
009580     88  WS-MENU-POLY                       VALUE 5.
009585     88  WS-MENU-ZETA                       VALUE 6.

009590 77  WS-DUMP-IX                   PIC 9(03) VALUE 0.
009600 77  WS-REFRESH-FROM              PIC 9(02) VALUE 0.
009670 77  WS-REFRESH-PREDECESSOR-SW    PIC X(01) VALUE 'Y'.
009680     88  WS-REFRESH-PREDECESSORS-OK         VALUE 'Y'.
009690     88  WS-REFRESH-PREDECESSORS-MISSING    VALUE 'N'.
009691 77  WS-REFRESH-OPERATOR         PIC X(08) VALUE SPACES.
009692 77  WS-REFRESH-ACTIVE-SW        PIC X(01) VALUE 'N'.
009693     88  WS-REFRESH-ACTIVE                  VALUE 'Y'.
009694*
009695*------------------------------------------------------------
009696*STAGING FIELDS FOR THE BERNSTG PARAGRAPHS.  THE VALUE AND
009697*LIVE-VALUE AREAS FOLLOW THE STAGE-RECORD FORM; A NEW ENTRY'S
009698*LIVE VALUE IS ZERO.
009699*------------------------------------------------------------
009700 77  WS-STAGE-STATUS             PIC X(02) VALUE SPACES.
009701     88  WS-STAGE-OK                        VALUE '00'.
009702     88  WS-STAGE-NOT-FOUND                 VALUE '23'.

009703 77  WS-STG-RESULT-SW            PIC X(01) VALUE SPACE.
009704     88  WS-STG-WRITTEN                     VALUE 'W'.
009705     88  WS-STG-UNCHANGED                   VALUE 'U'.
009706     88  WS-STG-FAILED                      VALUE 'E'.

009707 77  WS-STG-TABLE-ID             PIC X(02) VALUE SPACES.
009708 77  WS-STG-SLOT                 PIC 9(02) VALUE 0.
009709 77  WS-STG-ACTION               PIC X(01) VALUE SPACE.
009710 77  WS-STG-MAKER-PROGRAM        PIC X(09) VALUE SPACES.
009711 77  WS-STG-MAKER-USER           PIC X(08) VALUE SPACES.
009712 77  WS-STG-COUNT                PIC 9(05) VALUE 0.

009713 77  WS-PROMOTED-SW              PIC X(01) VALUE 'Y'.
009714     88  WS-ALL-PROMOTED                    VALUE 'Y'.
009715     88  WS-NOT-ALL-PROMOTED                VALUE 'N'.

009716 77  WS-PROMOTED-IX              PIC 9(03) VALUE 0.
009717 01  WS-STG-VALUE-AREA.
009718     05  WS-STG-BT-VALUE         PIC S9(15)V9(09) COMP-3 VALUE 0.
009719 01  WS-STG-BS-VALUE REDEFINES WS-STG-VALUE-AREA.
009720     05  WS-STG-BS-MANT          PIC S9(01)V9(15) COMP-3.
009721     05  WS-STG-BS-EXP           PIC S9(03) COMP-3.
009722     05  FILLER                  PIC X(02).
009723 01  WS-STG-LIVE-AREA.
009724     05  WS-STG-LIVE-BT-VALUE    PIC S9(15)V9(09) COMP-3 VALUE 0.
009725 01  WS-STG-LIVE-BS-VALUE REDEFINES WS-STG-LIVE-AREA.
009726     05  WS-STG-LIVE-BS-MANT     PIC S9(01)V9(15) COMP-3.
009727     05  WS-STG-LIVE-BS-EXP      PIC S9(03) COMP-3.
009728     05  FILLER                  PIC X(02).
009729*
009730*------------------------------------------------------------
009731*REPORT PAGINATION FIELDS FOR 4095-WRITE-REPORT AND FRIENDS.
009732*------------------------------------------------------------
009740 77  WS-RPT-IX                    PIC 9(02) VALUE 0.
009750 77  WS-RPT-LINE-COUNT            PIC 9(03) VALUE 0.
009760 77  WS-RPT-PAGE-COUNT            PIC 9(03) VALUE 0.
010120             PERFORM 9800-TERMINATE THRU 9800-EXIT
010130             MOVE 16 TO RETURN-CODE
010140         ELSE
010141         IF WS-RST-ERROR
010142             DISPLAY "RUN TERMINATED - RESTART RECORD CANNOT BE "
010143                 "APPLIED."
010144*            THE SAME TERMINATE-THEN-RC-16 PATH AS A MISSING
010145*            DEPTMSTF.  THE DECK IS NEVER READ, SO TERMINATE
010146*            LEAVES THE IN-FLIGHT RESTART RECORD AS IT FOUND IT.
010147             PERFORM 9800-TERMINATE THRU 9800-EXIT
010148             MOVE 16 TO RETURN-CODE
010149         ELSE
010150         IF WS-TKT-FILE-ERROR
010151             DISPLAY "RUN TERMINATED - TICKET REGISTRY NOT "
010152                 "AVAILABLE."
010153*            THE SAME TERMINATE-THEN-RC-16 PATH AGAIN - A RUN
010154*            THAT CANNOT SEE THE REGISTRY CANNOT REFUSE A
010155*            TICKET SERVED LAST NIGHT.
010156             PERFORM 9800-TERMINATE THRU 9800-EXIT
010157             MOVE 16 TO RETURN-CODE
010158         ELSE
010159         IF WS-USG-FILE-ERROR
010160             DISPLAY "RUN TERMINATED - USAGE FILE NOT "
010161                 "AVAILABLE."
010162*            THE SAME TERMINATE-THEN-RC-16 PATH - A RUN THAT
010163*            CANNOT SEE THE MONTH'S USAGE CANNOT HOLD A
010164*            DEPARTMENT TO ITS QUOTA.
010165             PERFORM 9800-TERMINATE THRU 9800-EXIT
010166             MOVE 16 TO RETURN-CODE
010167         ELSE
010168             IF WS-BATCH-MODE
010169                 PERFORM 3000-RECEIVE-INPUT THRU 3000-EXIT
010170                     UNTIL WS-NO-MORE-REQUESTS
010175                         OR WS-COMMIT-ERROR
010180             ELSE
010190                 PERFORM 2000-MENU-SELECT THRU 2000-EXIT
010200             END-IF
010210             PERFORM 9800-TERMINATE THRU 9800-EXIT
010211*            A COMMIT THAT COULD NOT REOPEN ITS FILES STOPPED THE
010212*            DECK WITH THE LAST GOOD COMMIT LEFT IN PLACE - THE
010213*            SAME TERMINATE-THEN-RC-16 PATH AS THE FAILURES ABOVE.
010214             IF WS-COMMIT-ERROR
010215                 DISPLAY "RUN TERMINATED - OUTPUT FILE LOST AT A "
010216                     "RESTART COMMIT."
010217                 MOVE 16 TO RETURN-CODE
010218             END-IF
010219         END-IF
010220         END-IF
010221         END-IF
010222         END-IF
010230         END-IF
010240     END-IF.
010250     STOP RUN.
010400     MOVE 1.0 TO SNUM-MANT(1).
010410     MOVE 0 TO SNUM-EXP(1).
010420     SET SC-IS-COMPUTED(1) TO TRUE.
010422     MOVE 1 TO RT-NUMER(1).
010424     MOVE 1 TO RT-DENOM(1).
010426     SET RT-IS-COMPUTED(1) TO TRUE.
010430     PERFORM 1070-BUILD-FACTORIALS THRU 1070-EXIT.
010440     PERFORM 1080-READ-PARM-CARDS THRU 1080-EXIT.
010450     IF WS-PARM-ERROR
010750             SET WS-DEPT-FILE-ERROR TO TRUE
010760         END-IF
010770     END-IF.
010771*    THE TICKET REGISTRY IS LIKEWISE A BATCH-ONLY NEED.  THE
010772*    OPEN OUTPUT FALLBACK BOOTSTRAPS IT ON A DIRECT, NON-JCL
010773*    INVOCATION LIKE THE OTHER KEYED FILES.
010774     MOVE WS-RUN-START-TS TO WS-TKT-RUN-TS.
010775     IF WS-BATCH-MODE
010776         OPEN I-O TICKET-FILE
010777         IF NOT WS-TKT-OK
010778             OPEN OUTPUT TICKET-FILE
010779             CLOSE TICKET-FILE
010780             OPEN I-O TICKET-FILE
010781         END-IF
010782         IF NOT WS-TKT-OK
010783             DISPLAY "TICKETF OPEN FAILED, STATUS " WS-TKT-STATUS
010784             SET WS-TKT-FILE-ERROR TO TRUE
010785         END-IF
010786     END-IF.
010787*    SO IS THE USAGE FILE, BOOTSTRAPPED THE SAME WAY.
010788     IF WS-BATCH-MODE
010789         OPEN I-O USAGE-FILE
010790         IF NOT WS-USG-OK
010791             OPEN OUTPUT USAGE-FILE
010792             CLOSE USAGE-FILE
010793             OPEN I-O USAGE-FILE
010794         END-IF
010795         IF NOT WS-USG-OK
010796             DISPLAY "USAGEF OPEN FAILED, STATUS " WS-USG-STATUS
010797             SET WS-USG-FILE-ERROR TO TRUE
010798         END-IF
010799     END-IF.
010800*    THE RESTART RECORD IS READ BEFORE AUDITF IS OPENED FOR
010801*    APPEND - A RESTART HAS TO READ BACK THE AUDIT LINES THE
010802*    ABENDED RUN WROTE PAST ITS LAST COMMIT.
010803     MOVE WS-RST-INTERVAL TO WS-RST-NEXT-COMMIT.
010804     IF WS-BATCH-MODE
010805         PERFORM 1100-READ-RESTART THRU 1100-EXIT
010806     END-IF.
010807     OPEN I-O BTABLE-FILE.
010808     IF NOT WS-BTABLE-OK
010809         OPEN OUTPUT BTABLE-FILE
010810         CLOSE BTABLE-FILE
010820         OPEN I-O BTABLE-FILE
010830     END-IF.
010890         OPEN I-O BSCALE-FILE
010900     END-IF.
010910     PERFORM 1060-PRELOAD-BSCALE THRU 1060-EXIT.
010911     OPEN I-O BFRAC-FILE.
010912     IF NOT WS-BFRAC-OK
010913         OPEN OUTPUT BFRAC-FILE
010914         CLOSE BFRAC-FILE
010915         OPEN I-O BFRAC-FILE
010916     END-IF.
010917     PERFORM 1058-PRELOAD-BFRAC THRU 1058-EXIT.
010920     OPEN I-O LASTACT-FILE.
010930     IF NOT WS-LACT-OK
010940         OPEN OUTPUT LASTACT-FILE
010990     IF NOT WS-CHKPT-OK
011000         DISPLAY "CHECKPOINT-FILE OPEN FAILED"
011010     END-IF.
011015     PERFORM 9790-FIND-CHAIN-HEAD THRU 9790-EXIT.
011020     OPEN EXTEND AUDIT-FILE.
011030     IF NOT WS-AUDIT-OK
011040         OPEN OUTPUT AUDIT-FILE
011200     IF NOT WS-REJ-OK
011210         DISPLAY "REJECT-FILE OPEN FAILED"
011220     END-IF.
011225*    NEW AND REFRESHED ENTRIES GO TO THE STAGING FILE, NOT
011230*    THE LIVE ONES - SEE THE BERNSTG COPY MEMBER.
011235     OPEN I-O STAGE-FILE.
011240     IF NOT WS-STAGE-OK
011245         OPEN OUTPUT STAGE-FILE
011250         CLOSE STAGE-FILE
011255         OPEN I-O STAGE-FILE
011260     END-IF.
011270     IF NOT WS-STAGE-OK
011280         DISPLAY "STAGE-FILE OPEN FAILED, STATUS " WS-STAGE-STATUS
011290     END-IF.
011300 1000-EXIT.
011310     EXIT.
011350 COPY BERNLACT.
011360*
011370 COPY BERNPREL.
011371*
011372 COPY BERNRATL.
011373*
011374 COPY BERNSTG.
011375*
011376 COPY BERNTKT.
011377*
011378 COPY BERNUSG.
011379*
011380 COPY BERNCHN.
011381*
011390*------------------------------------------------------------
011400*1060-PRELOAD-BSCALE - READ WHATEVER IS ALREADY ON
011410*BSCALE-FILE INTO SNUMS SO THE SCALED RECURRENCE DOES NOT
012470             PERFORM 1086-APPLY-MAXORDER THRU 1086-EXIT
012480         WHEN 'RECONFAIL'
012490             PERFORM 1087-APPLY-RECONFAIL THRU 1087-EXIT
012493         WHEN 'RESTARTINT'
012496             PERFORM 1089-APPLY-RESTARTINT THRU 1089-EXIT
012500         WHEN OTHER
012510             DISPLAY "BAD CONTROL CARD - UNKNOWN KEYWORD: "
012520                 WS-PARM-KEYWORD
013550     EXIT.
013560*
013570*------------------------------------------------------------
013571*1089-APPLY-RESTARTINT - ONE TO THREE DIGITS, STAGED AND
013572*RIGHT-JUSTIFIED THROUGH THE SAME THREE-PLACE FIELD AS
013573*LINESPAGE.  ZERO WOULD COMMIT AHEAD OF EVERY RECORD, SO THE
013574*FLOOR IS 1.
013575*------------------------------------------------------------
013576 1089-APPLY-RESTARTINT.
013577     MOVE WS-PARM-VALUE(1:3) TO WS-PARM-LP-X.
013578     PERFORM 1088-JUSTIFY-LINESPAGE THRU 1088-EXIT
013579         UNTIL WS-PARM-LP-X(3:1) NOT = SPACE
013580             OR WS-PARM-LP-X = SPACES.
013581     INSPECT WS-PARM-LP-X REPLACING LEADING ' ' BY '0'.
013582     IF WS-PARM-LP-X IS NOT NUMERIC
013583             OR WS-PARM-LP-NUM < 1
013584         DISPLAY "BAD CONTROL CARD - RESTARTINT MUST BE 1-999: "
013585             WS-PARM-VALUE
013586         SET WS-PARM-ERROR TO TRUE
013587     ELSE
013588         MOVE WS-PARM-LP-NUM TO WS-RST-INTERVAL
013589     END-IF.
013590 1089-EXIT.
013591     EXIT.
013592*
013593*------------------------------------------------------------
013594*1090-ECHO-PARAMETERS - PUT THE VALUES ACTUALLY IN EFFECT AT
013595*THE TOP OF THE REPORT SO EVERY LISTING IS SELF-DESCRIBING,
013600*WHETHER THEY CAME FROM CARDS OR THE COMPILED DEFAULTS.
013610*------------------------------------------------------------
013620 1090-ECHO-PARAMETERS.
013800         MOVE "FLAG" TO WS-ECHO-VALUE
013810     END-IF.
013820     PERFORM 1095-WRITE-ECHO-LINE THRU 1095-EXIT.
013822     MOVE "RESTART INTERVAL:" TO WS-ECHO-LABEL.
013824     MOVE WS-RST-INTERVAL TO WS-ECHO-RI-OUT.
013826     MOVE WS-ECHO-RI-OUT TO WS-ECHO-VALUE.
013828     PERFORM 1095-WRITE-ECHO-LINE THRU 1095-EXIT.
013830     MOVE SPACES TO REPORT-RECORD.
013840     WRITE REPORT-RECORD.
013850 1090-EXIT.
013980     EXIT.
013990*
014000*------------------------------------------------------------
014001*1100-READ-RESTART - PICK UP THE RESTART RECORD.  NO FILE, AN
014002*EMPTY ONE OR A COMPLETE RECORD MEANS THE LAST RUN READ ITS
014003*DECK TO THE END AND THIS RUN STARTS AT THE FIRST REQUEST.  AN
014004*IN-FLIGHT RECORD MEANS THE LAST RUN STOPPED PARTWAY: ITS
014005*COMMITTED POSITION BECOMES THIS RUN'S SKIP POINT AND ITS
014006*UNCOMMITTED AUDIT LINES ARE LOADED FOR MATCHING.  WHETHER THE
014007*RECORD BELONGS TO THIS DECK IS SETTLED WHEN THE FIRST REQUEST
014008*IS READ (3030).
014009*------------------------------------------------------------
014010 1100-READ-RESTART.
014011     OPEN INPUT RESTART-FILE.
014012     IF NOT WS-RSTRT-OK
014013         GO TO 1100-EXIT
014014     END-IF.
014015     MOVE SPACES TO RESTART-RECORD.
014016     READ RESTART-FILE
014017         AT END
014018             MOVE SPACES TO RESTART-RECORD
014019     END-READ.
014020     CLOSE RESTART-FILE.
014021     IF NOT RP-IN-FLIGHT
014022         GO TO 1100-EXIT
014023     END-IF.
014024     IF RP-REQ-POSITION IS NOT NUMERIC
014025             OR RP-AUDIT-COUNT IS NOT NUMERIC
014026             OR RP-INTERVAL IS NOT NUMERIC
014027         DISPLAY "RESTART RECORD UNREADABLE: " RESTART-RECORD
014028         SET WS-RST-ERROR TO TRUE
014029         GO TO 1100-EXIT
014030     END-IF.
014031     SET WS-RST-RESTARTING TO TRUE.
014032     MOVE RP-REQ-POSITION TO WS-RST-SKIP-TO.
014033     COMPUTE WS-RST-WINDOW-END = RP-REQ-POSITION + RP-INTERVAL.
014034     MOVE WS-RST-WINDOW-END TO WS-RST-NEXT-COMMIT.
014035     MOVE RP-RUN-START-TS TO WS-RST-OLD-START-TS.
014036     MOVE RP-AUDIT-COUNT TO WS-RST-OLD-AUDIT-COUNT.
014037     MOVE RP-DECK-ID TO WS-RST-DECK-ID.
014038     MOVE RP-RUN-START-TS TO WS-TKT-REDO-TS.
014039     DISPLAY "RESTART - RUN STARTED " RP-RUN-START-TS
014040         " COMMITTED " RP-REQ-POSITION " REQUESTS AT "
014041         RP-COMMIT-TS.
014042     PERFORM 1110-LOAD-RESTART-TAIL THRU 1110-EXIT.
014043 1100-EXIT.
014044     EXIT.
014045*
014046*------------------------------------------------------------
014047*1110-LOAD-RESTART-TAIL - READ AUDITF FOR THE LINES WRITTEN
014048*SINCE THE ABENDED RUN STARTED.  THE RUN TOKEN KEPT EVERY
014049*OTHER UPDATER OFF THE FILE WHILE IT RAN, SO ITS FIRST
014050*RP-AUDIT-COUNT LINES ARE THE ONES ITS LAST COMMIT HARDENED;
014051*ANY AFTER THOSE WERE SERVED PAST THE COMMIT AND GO INTO THE
014052*TAIL TABLE.  AN AUDITF THAT CANNOT BE READ HERE IS A STOP -
014053*WITHOUT IT THE RERUN CANNOT TELL WHAT WAS ALREADY BILLED.
014054*------------------------------------------------------------
014055 1110-LOAD-RESTART-TAIL.
014056     MOVE 0 TO WS-RST-OLD-LINES.
014057     MOVE 0 TO WS-RST-TAIL-COUNT.
014058     OPEN INPUT AUDIT-FILE.
014059     IF NOT WS-AUDIT-OK
014060         DISPLAY "AUDIT-FILE NOT READABLE FOR RESTART, STATUS "
014061             WS-AUDIT-STATUS
014062         SET WS-RST-ERROR TO TRUE
014063         GO TO 1110-EXIT
014064     END-IF.
014065     PERFORM 1115-READ-ONE-AUDIT-LINE THRU 1115-EXIT
014066         UNTIL WS-AUDIT-EOF OR WS-RST-ERROR.
014067     CLOSE AUDIT-FILE.
014068     DISPLAY "RESTART - AUDIT LINES PAST THE COMMIT: "
014069         WS-RST-TAIL-COUNT.
014070 1110-EXIT.
014071     EXIT.
014072*
014073*------------------------------------------------------------
014074*1115-READ-ONE-AUDIT-LINE - COUNT ONE LINE OF THE ABENDED RUN
014075*AND TABLE IT IF IT FALLS PAST THE COMMITTED COUNT.  A TAIL
014076*LONGER THAN THE TABLE CANNOT COME FROM ONE INTERVAL AND IS
014077*LEFT FOR THE OPERATOR RATHER THAN PART-MATCHED.
014078*------------------------------------------------------------
014079 1115-READ-ONE-AUDIT-LINE.
014080     READ AUDIT-FILE
014081         AT END
014082             SET WS-AUDIT-EOF TO TRUE
014083     END-READ.
014084     IF WS-AUDIT-EOF
014085             OR AU-TIMESTAMP < WS-RST-OLD-START-TS
014086         GO TO 1115-EXIT
014087     END-IF.
014088     ADD 1 TO WS-RST-OLD-LINES.
014089     IF WS-RST-OLD-LINES NOT > WS-RST-OLD-AUDIT-COUNT
014090         GO TO 1115-EXIT
014091     END-IF.
014092     IF WS-RST-TAIL-COUNT = WS-RST-TAIL-MAX
014093         DISPLAY "RESTART - MORE THAN " WS-RST-TAIL-MAX
014094             " AUDIT LINES PAST THE COMMIT"
014095         SET WS-RST-ERROR TO TRUE
014096         GO TO 1115-EXIT
014097     END-IF.
014098     ADD 1 TO WS-RST-TAIL-COUNT.
014099     MOVE AU-TICKET-NO TO TL-TICKET(WS-RST-TAIL-COUNT).
014100     MOVE AU-REQUESTED-N TO TL-REQUESTED-N(WS-RST-TAIL-COUNT).
014101     MOVE AU-REQUEST-TYPE TO TL-REQUEST-TYPE(WS-RST-TAIL-COUNT).
014102     MOVE 'N' TO TL-USED-SW(WS-RST-TAIL-COUNT).
014103 1115-EXIT.
014104     EXIT.
014105*
014106*------------------------------------------------------------
014107*2000-MENU-SELECT - LET AN INTERACTIVE OPERATOR PICK THE
014108*MODE THEY NEED INSTEAD OF ONLY EVER GETTING ONE N.
014109*------------------------------------------------------------
014110 2000-MENU-SELECT.
014111     DISPLAY "1. COMPUTE A SINGLE BERNOULLI NUMBER".
014112     DISPLAY "2. DUMP THE COMPUTED TABLE SO FAR".
014113     DISPLAY "3. RECOMPUTE/REFRESH A RANGE OF ORDERS".
014114     DISPLAY "4. SUM OF P-TH POWERS (FAULHABER)".
014115     DISPLAY "5. EVALUATE BERNOULLI POLYNOMIAL B-P(X)".
014116     DISPLAY "6. ZETA(2K) FROM THE SCALED TABLE".
014117     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
014118     ACCEPT WS-MENU-CHOICE.
014120     EVALUATE TRUE
014130         WHEN WS-MENU-SINGLE
014140             PERFORM 3020-PROMPT-FOR-N THRU 3020-EXIT
014220             PERFORM 8600-PROMPT-FAULHABER THRU 8600-EXIT
014230         WHEN WS-MENU-POLY
014240             PERFORM 8700-PROMPT-POLY THRU 8700-EXIT
014243         WHEN WS-MENU-ZETA
014246             PERFORM 8800-PROMPT-ZETA THRU 8800-EXIT
014250         WHEN OTHER
014260             DISPLAY "INVALID MENU CHOICE."
014270     END-EVALUATE.
014350*2000-MENU-SELECT.)
014360*------------------------------------------------------------
014370 3000-RECEIVE-INPUT.
014371*    THE OUTCOME OF EVERY RECORD READ SO FAR IS WRITTEN BY NOW,
014372*    SO THIS IS WHERE A DUE COMMIT IS TAKEN.
014373     IF WS-RST-POSITION NOT < WS-RST-NEXT-COMMIT
014374         PERFORM 3500-COMMIT-POSITION THRU 3500-EXIT
014375     END-IF.
014376     IF WS-COMMIT-ERROR
014377         GO TO 3000-EXIT
014378     END-IF.
014380     READ BERN-REQUEST-FILE
014390         AT END
014400             SET WS-NO-MORE-REQUESTS TO TRUE
014410         NOT AT END
014420             ADD 1 TO WS-SUM-READ
014421             ADD 1 TO WS-RST-POSITION
014422             PERFORM 3030-CHECK-RESTART-SKIP THRU 3030-EXIT
014423     END-READ.
014424     IF WS-NO-MORE-REQUESTS
014425         GO TO 3000-EXIT
014426     END-IF.
014427     IF WS-RST-SKIP-REQUEST
014428         ADD 1 TO WS-SUM-SKIPPED
014429         GO TO 3000-EXIT
014430     END-IF.
014431     MOVE '00' TO WS-RESP-CODE.
014432     MOVE 0 TO WS-RESP-VALUE.
014433     MOVE 0 TO WS-RESP-EXP.
014434     MOVE 0 TO WS-RESP-NUMER.
014435     MOVE 0 TO WS-RESP-DENOM.
014436*    THE REGISTRY CHECK COMES FIRST - A TICKET ALREADY SERVED
014437*    IS REFUSED WHATEVER ELSE IS WRONG WITH THE RECORD.
014438     MOVE BR-TICKET-NO TO WS-TKT-TICKET.
014439     PERFORM 9760-CHECK-TICKET THRU 9760-EXIT.
014440     IF WS-TKT-REPEAT
014441         ADD 1 TO WS-SUM-REJ-DUP
014442         MOVE '32' TO WS-RESP-CODE
014443         DISPLAY "REQUEST REFUSED - TICKET ALREADY SERVED: "
014444             BR-TICKET-NO
014445     ELSE
014446     IF BR-REQUESTED-N IS NOT NUMERIC
014447         ADD 1 TO WS-SUM-REJ-NONNUM
014448         MOVE '08' TO WS-RESP-CODE
014449         DISPLAY "REQUEST REJECTED - NON-NUMERIC N: "
014450             BR-REQUESTED-N
014451     ELSE
014452         PERFORM 3070-VALIDATE-DEPARTMENT THRU 3070-EXIT
014453         IF WS-DEPT-INVALID
014454             ADD 1 TO WS-SUM-REJ-DEPT
014455             MOVE '16' TO WS-RESP-CODE
014456             DISPLAY "REQUEST REJECTED - INVALID "
014457                 "DEPARTMENT: " BR-DEPT-CODE
014458         ELSE
014459             PERFORM 3090-CHECK-ENTITLEMENT THRU 3090-EXIT
014460             IF WS-ENTL-INVALID
014461                 ADD 1 TO WS-SUM-REJ-ENTL
014462                 MOVE '20' TO WS-RESP-CODE
014463                 DISPLAY "REQUEST REJECTED - OUTSIDE "
014464                     "DEPARTMENT ENTITLEMENTS: "
014465                     BR-DEPT-CODE
014510             ELSE
014525             MOVE BR-DEPT-CODE TO WS-USG-DEPT
014540             MOVE WS-ENTL-TYPE TO WS-USG-TYPE
014555             PERFORM 9780-CHECK-QUOTA THRU 9780-EXIT
014570             IF WS-USG-OVER
014585                 ADD 1 TO WS-SUM-REJ-QUOTA
014600                 MOVE '36' TO WS-RESP-CODE
014615                 DISPLAY "REQUEST REJECTED - MONTHLY QUOTA "
014630                     "REACHED: " BR-DEPT-CODE
014645             ELSE
014660                 MOVE BR-DEPT-CODE TO WS-REQ-DEPT
014675                 MOVE BR-USER-ID TO WS-REQ-USER
014690                 MOVE BR-TICKET-NO TO WS-REQ-TICKET
014705                 MOVE BR-REQUESTED-N TO N
014720                 PERFORM 3010-DISPATCH-REQUEST
014735                     THRU 3010-EXIT
014750             END-IF
014790             END-IF
014791         END-IF
014792     END-IF
014793     END-IF.
014794     PERFORM 3095-WRITE-RESPONSE THRU 3095-EXIT.
014795     IF WS-RESP-CODE NOT = '00'
014796         PERFORM 3096-WRITE-REJECT THRU 3096-EXIT
014797     END-IF.
014798*    A SERVED REQUEST COUNTS AGAINST ITS DEPARTMENT'S QUOTA.
014799     IF WS-RESP-CODE = '00'
014800         PERFORM 9785-COUNT-SERVING THRU 9785-EXIT
014801     END-IF.
014802     PERFORM 3098-NOTE-TICKET THRU 3098-EXIT.
014810 3000-EXIT.
014820     EXIT.
014830*
014860*ITS REQUEST TYPE.  BLANK OR 'B' IS THE ORIGINAL RAW
014870*BERNOULLI REQUEST, SO EXISTING REQUEST FILES ARE UNCHANGED;
014880*'S' ASKS FOR THE SCALED FORM B(N)/N FACTORIAL, WHICH IS
014885*SERVED FOR ORDERS WELL PAST THE RAW CEILING; 'R' ASKS FOR
014890*THE EXACT FRACTION, OVER THE RAW RANGE; 'Z' ASKS FOR
014895*ZETA(N) FOR AN EVEN N, OVER THE SCALED RANGE.
014900*------------------------------------------------------------
014910 3010-DISPATCH-REQUEST.
014920     EVALUATE TRUE
014960                 MOVE WS-SUM-FRESH TO WS-SUM-FRESH-SNAP
014970                 PERFORM 4000-BERNOULLI THRU 4000-EXIT
014980                 IF WS-SUM-FRESH = WS-SUM-FRESH-SNAP
014985                         AND WS-RESP-CODE = '00'
014990                     ADD 1 TO WS-SUM-CACHED
015000                 END-IF
015010             ELSE
015400                     "OR ARGUMENT: " BR-REQUESTED-N " "
015410                     BR-FAULHABER-LIMIT
015420             END-IF
015421         WHEN BR-TYPE-RATIONAL
015422             PERFORM 3050-VALIDATE-N-RANGE THRU 3050-EXIT
015423             IF WS-VALID-REQUEST
015424                 PERFORM 4100-RATIONAL-BERNOULLI THRU 4100-EXIT
015425             ELSE
015426                 ADD 1 TO WS-SUM-REJ-RANGE
015427                 MOVE '04' TO WS-RESP-CODE
015428                 DISPLAY "RATIONAL REQUEST REJECTED - N OUT OF "
015429                     "RANGE: " N
015430             END-IF
015431         WHEN BR-TYPE-ZETA
015432             PERFORM 3065-VALIDATE-ZETA-ORDER THRU 3065-EXIT
015433             IF WS-VALID-REQUEST
015434                 PERFORM 6850-ZETA-EVEN THRU 6850-EXIT
015435             ELSE
015436                 ADD 1 TO WS-SUM-REJ-RANGE
015437                 MOVE '04' TO WS-RESP-CODE
015438                 DISPLAY "ZETA REQUEST REJECTED - N ODD OR OUT "
015439                     "OF RANGE: " N
015440             END-IF
015441         WHEN OTHER
015442             ADD 1 TO WS-SUM-REJ-TYPE
015450             MOVE '28' TO WS-RESP-CODE
015460             DISPLAY "REQUEST REJECTED - BAD REQUEST TYPE: "
015470                 BR-REQUEST-TYPE
015790     EXIT.
015800*
015810*------------------------------------------------------------
015811*3030-CHECK-RESTART-SKIP - DECIDE WHETHER THE RECORD JUST READ
015812*WAS ALREADY DEALT WITH BY THE RUN THIS ONE IS RESTARTING.  THE
015813*FIRST RECORD PROVES THE DECK: IF IT IS NOT THE ONE THE
015814*RESTART RECORD NAMES, THE RESTART IS DROPPED AND THE DECK
015815*RUNS FROM THE TOP.  PAST THE MATCHING WINDOW THE RESTART IS
015816*OVER AND NOTHING MORE IS SKIPPED.
015817*------------------------------------------------------------
015818 3030-CHECK-RESTART-SKIP.
015819     MOVE 'N' TO WS-RST-SKIP-SW.
015820     IF WS-RST-POSITION = 1
015821         MOVE BERN-REQUEST-RECORD(1:25) TO WS-RST-THIS-DECK
015822     END-IF.
015823     IF NOT WS-RST-RESTARTING
015824         GO TO 3030-EXIT
015825     END-IF.
015826     IF WS-RST-POSITION = 1
015827             AND WS-RST-THIS-DECK NOT = WS-RST-DECK-ID
015828         DISPLAY "RESTART RECORD IS FOR ANOTHER DECK ("
015829             WS-RST-DECK-ID ") - RUNNING FROM THE FIRST REQUEST"
015830         MOVE 'N' TO WS-RST-RESTARTING-SW
015831         MOVE SPACES TO WS-TKT-REDO-TS
015832         MOVE WS-RST-INTERVAL TO WS-RST-NEXT-COMMIT
015833         GO TO 3030-EXIT
015834     END-IF.
015835     IF WS-RST-POSITION NOT > WS-RST-SKIP-TO
015836         SET WS-RST-SKIP-REQUEST TO TRUE
015837         GO TO 3030-EXIT
015838     END-IF.
015839     IF WS-RST-POSITION > WS-RST-WINDOW-END
015840         MOVE 'N' TO WS-RST-RESTARTING-SW
015841         MOVE SPACES TO WS-TKT-REDO-TS
015842         DISPLAY "RESTART - SKIPPING ENDED AT REQUEST "
015843             WS-RST-WINDOW-END
015844         GO TO 3030-EXIT
015845     END-IF.
015846     IF BR-TYPE-RAW
015847         MOVE SPACE TO WS-RST-MATCH-TYPE
015848     ELSE
015849         MOVE BR-REQUEST-TYPE TO WS-RST-MATCH-TYPE
015850     END-IF.
015851     PERFORM 3035-MATCH-ONE-TAIL THRU 3035-EXIT
015852         VARYING WS-RST-TX FROM 1 BY 1
015853         UNTIL WS-RST-TX > WS-RST-TAIL-COUNT
015854             OR WS-RST-SKIP-REQUEST.
015855     IF WS-RST-SKIP-REQUEST
015856         DISPLAY "REQUEST SKIPPED - SERVED BEFORE RESTART, "
015857             "TICKET: " BR-TICKET-NO
015858     END-IF.
015859 3030-EXIT.
015860     EXIT.
015861*
015862*------------------------------------------------------------
015863*3035-MATCH-ONE-TAIL - ONE UNUSED TAIL LINE FOR THIS TICKET,
015864*ORDER AND TYPE MARKS THE REQUEST SERVED.  EACH LINE MATCHES
015865*ONCE, SO A TICKET SUBMITTED TWICE IN ONE DECK IS ONLY SKIPPED
015866*AS OFTEN AS IT WAS SERVED.
015867*------------------------------------------------------------
015868 3035-MATCH-ONE-TAIL.
015869     IF NOT TL-USED(WS-RST-TX)
015870             AND TL-TICKET(WS-RST-TX) = BR-TICKET-NO
015871             AND TL-REQUESTED-N(WS-RST-TX) =
015872                 BERN-REQUEST-RECORD(1:2)
015873             AND TL-REQUEST-TYPE(WS-RST-TX) = WS-RST-MATCH-TYPE
015874         SET TL-USED(WS-RST-TX) TO TRUE
015875         SET WS-RST-SKIP-REQUEST TO TRUE
015876     END-IF.
015877 3035-EXIT.
015878     EXIT.
015879*
015880*------------------------------------------------------------
015881*3050-VALIDATE-N-RANGE - REJECT/FLAG A REQUEST THAT WOULD
015882*OVERRUN THE BNUMS TABLE BEFORE OUTERLOOP EVER RUNS.
015883*------------------------------------------------------------
015884 3050-VALIDATE-N-RANGE.
015885     SET WS-VALID-REQUEST TO TRUE.
015886     IF N < WS-MIN-REQUEST-N OR N > WS-MAX-REQUEST-N
015887         SET WS-INVALID-REQUEST TO TRUE
015890     END-IF.
015900 3050-EXIT.
015910     EXIT.
016010         SET WS-INVALID-REQUEST TO TRUE
016020     END-IF.
016030 3060-EXIT.
016031     EXIT.
016032*
016033*------------------------------------------------------------
016034*3065-VALIDATE-ZETA-ORDER - REJECT/FLAG A ZETA REQUEST WHOSE
016035*ORDER IS ODD OR OUTSIDE 2 THROUGH THE SCALED CEILING.  THE
016036*CLOSED FORM ONLY HOLDS AT THE EVEN ORDERS.
016037*------------------------------------------------------------
016038 3065-VALIDATE-ZETA-ORDER.
016039     SET WS-VALID-REQUEST TO TRUE.
016040     IF N < 2 OR N < WS-MIN-REQUEST-N OR N > WS-MAX-SCALED-N
016041         SET WS-INVALID-REQUEST TO TRUE
016042     ELSE
016043         DIVIDE N BY 2 GIVING WS-ZT-STEPS REMAINDER WS-ZT-REM
016044         IF WS-ZT-REM NOT = 0
016045             SET WS-INVALID-REQUEST TO TRUE
016046         END-IF
016047     END-IF.
016048 3065-EXIT.
016049     EXIT.
016050*
016060*------------------------------------------------------------
016070*3070-VALIDATE-DEPARTMENT - READ THE BATCH RECORD'S
016480     END-IF.
016490     IF WS-ENTL-TYPE = 'B' OR WS-ENTL-TYPE = 'S'
016500             OR WS-ENTL-TYPE = 'F' OR WS-ENTL-TYPE = 'P'
016505             OR WS-ENTL-TYPE = 'R' OR WS-ENTL-TYPE = 'Z'
016510         MOVE 'N' TO WS-ENTL-FOUND-SW
016520         PERFORM 3092-CHECK-ONE-TYPE THRU 3092-EXIT
016530             VARYING WS-ENTL-IX FROM 1 BY 1
017340     MOVE WS-RESP-VALUE TO RS-VALUE.
017350     MOVE WS-RESP-EXP TO RS-SCALE-EXP.
017360     MOVE WS-RESP-CODE TO RS-STATUS-CODE.
017362     IF BR-TYPE-RATIONAL AND WS-RESP-CODE = '00'
017364         MOVE WS-RESP-NUMER TO RS-FRAC-NUMERATOR
017366         MOVE WS-RESP-DENOM TO RS-FRAC-DENOMINATOR
017368     END-IF.
017370     WRITE RESPONSE-RECORD.
017380     IF NOT WS-RESP-OK
017390         DISPLAY "RESPONSE-FILE WRITE FAILED FOR TICKET: "
017630             MOVE 'ENTL  ' TO RJ-REASON-CODE
017640         WHEN '28'
017650             MOVE 'TYPE  ' TO RJ-REASON-CODE
017651         WHEN '32'
017652             MOVE 'DUPTKT' TO RJ-REASON-CODE
017653         WHEN '36'
017654             MOVE 'QUOTA ' TO RJ-REASON-CODE
017655         WHEN '44'
017656             MOVE 'STAGED' TO RJ-REASON-CODE
017660         WHEN OTHER
017670             MOVE 'OTHER ' TO RJ-REASON-CODE
017680     END-EVALUATE.
017750     EXIT.
017760*
017770*------------------------------------------------------------
017771*3098-NOTE-TICKET - RECORD THE DECIDED REQUEST ON THE TICKET
017772*REGISTRY.  THE REJECT REASON IS THE ONE 3096 JUST PUT ON THE
017773*REJECT FILE, SO THE REGISTRY, REJFILE AND RSPFILE AGREE.  A
017774*REFUSED REPEAT WAS ALREADY COUNTED BY 9760 AND IS LEFT ALONE.
017775*------------------------------------------------------------
017776 3098-NOTE-TICKET.
017777     MOVE BR-DEPT-CODE TO WS-TKT-DEPT.
017778     MOVE BR-USER-ID TO WS-TKT-USER.
017779     MOVE BERN-REQUEST-RECORD(1:2) TO WS-TKT-ORDER.
017780     MOVE BR-REQUEST-TYPE TO WS-TKT-TYPE.
017781     MOVE SPACES TO WS-TKT-REASON.
017782     IF WS-RESP-CODE = '00'
017783         MOVE 'S' TO WS-TKT-OUTCOME
017784     ELSE
017785         MOVE 'R' TO WS-TKT-OUTCOME
017786         MOVE RJ-REASON-CODE TO WS-TKT-REASON
017787     END-IF.
017788     PERFORM 9765-NOTE-TICKET THRU 9765-EXIT.
017789 3098-EXIT.
017790     EXIT.
017791*
017792*------------------------------------------------------------
017793*3500-COMMIT-POSITION - HARDEN EVERYTHING WRITTEN FOR THE
017794*RECORDS READ SO FAR, THEN COMMIT THE POSITION.  CLOSING AND
017795*REOPENING AUDITF, RSPFILE AND REJFILE FOR APPEND PUTS THEIR
017796*RECORDS ON THE DATASETS BEFORE THE RESTART RECORD CLAIMS
017797*THEM; THE TABLE FILES AND LASTACTF ARE KEYED AND ALREADY
017798*WRITTEN THROUGH.  A FILE THAT WILL NOT REOPEN STOPS THE RUN
017799*WITHOUT THE COMMIT - SERVING ON WITH IT CLOSED WOULD LOSE THE
017800*AUDIT LINES, CHAIN LINKS AND BILLING FOR THE REST OF THE DECK.
017801*------------------------------------------------------------
017802 3500-COMMIT-POSITION.
017803     CLOSE AUDIT-FILE.
017804     OPEN EXTEND AUDIT-FILE.
017805     IF NOT WS-AUDIT-OK
017806         DISPLAY "AUDIT-FILE REOPEN FAILED AT COMMIT, STATUS "
017807             WS-AUDIT-STATUS
017808         SET WS-COMMIT-ERROR TO TRUE
017809     END-IF.
017810     CLOSE RESPONSE-FILE.
017811     OPEN EXTEND RESPONSE-FILE.
017812     IF NOT WS-RESP-OK
017813         DISPLAY "RESPONSE-FILE REOPEN FAILED AT COMMIT, STATUS "
017814             WS-RESP-STATUS
017815         SET WS-COMMIT-ERROR TO TRUE
017816     END-IF.
017817     CLOSE REJECT-FILE.
017818     OPEN EXTEND REJECT-FILE.
017819     IF NOT WS-REJ-OK
017820         DISPLAY "REJECT-FILE REOPEN FAILED AT COMMIT, STATUS "
017821             WS-REJ-STATUS
017822         SET WS-COMMIT-ERROR TO TRUE
017823     END-IF.
017824     IF WS-COMMIT-ERROR
017825         GO TO 3500-EXIT
017826     END-IF.
017827     MOVE 'A' TO WS-RST-STATE.
017828     PERFORM 9750-WRITE-RESTART-RECORD THRU 9750-EXIT.
017829     COMPUTE WS-RST-NEXT-COMMIT =
017830         WS-RST-POSITION + WS-RST-INTERVAL.
017831 3500-EXIT.
017832     EXIT.
017833*
017834*------------------------------------------------------------
017835*4000-BERNOULLI - DRIVE THE OUTER LOOP FOR THE REQUESTED N
017836*AND DISPLAY THE RESULT.  AN ORDER NOT YET ON THE LIVE FILE IS
017837*STILL COMPUTED AND STAGED BY THE LOOP, BUT IS NOT SERVED.
017838*------------------------------------------------------------
017839 4000-BERNOULLI.
017840     MOVE N TO WS-REQUESTED-N.
017841     COMPUTE N = N + 2.
017842     PERFORM 5000-OUTERLOOP THRU 5000-EXIT
017850         VARYING M FROM 2 BY 1 UNTIL M = N.
017860     COMPUTE N = N - 1.
017862     IF NOT BT-WAS-ON-FILE(N)
017864         PERFORM 4080-REFUSE-STAGED THRU 4080-EXIT
017866         GO TO 4000-EXIT
017868     END-IF.
017870     DISPLAY BNUMS(N).
017880     ADD 1 TO WS-SUM-SERVED.
017890     MOVE BNUMS(N) TO WS-RESP-VALUE.
017900     PERFORM 4090-WRITE-AUDIT-RECORD THRU 4090-EXIT.
017910     PERFORM 4095-WRITE-REPORT THRU 4095-EXIT.
017920 4000-EXIT.
017921     EXIT.
017922*
017923*------------------------------------------------------------
017924*4080-REFUSE-STAGED - REFUSE A REQUEST WHOSE ENTRY HAS NOT BEEN
017925*PROMOTED.  A VALUE STILL AWAITING BERNCERT'S CERTIFICATION AND
017926*A SECOND OPERATOR'S APPROVAL IS NEVER HANDED OUT - THE DESK
017927*RESUBMITS THE TICKET ONCE THE ENTRY IS ON THE LIVE FILE.
017928*NOTHING IS AUDITED OR COUNTED AGAINST THE QUOTA.
017929*------------------------------------------------------------
017930 4080-REFUSE-STAGED.
017931     ADD 1 TO WS-SUM-REJ-STAGED.
017932     MOVE '44' TO WS-RESP-CODE.
017933     DISPLAY "REQUEST REFUSED - ENTRY NOT YET PROMOTED FOR N: "
017934         WS-REQUESTED-N.
017935 4080-EXIT.
017936     EXIT.
017940*
017950*------------------------------------------------------------
017960*4090-WRITE-AUDIT-RECORD - LOG WHO ASKED FOR WHAT AND WHAT
018110     MOVE WS-REQ-DEPT TO AU-DEPT-CODE.
018120     MOVE WS-REQ-USER TO AU-USER-ID.
018130     MOVE WS-REQ-TICKET TO AU-TICKET-NO.
018135     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
018140     WRITE AUDIT-RECORD.
018150     IF NOT WS-AUDIT-OK
018160         DISPLAY "AUDIT-FILE WRITE FAILED FOR N: " WS-REQUESTED-N
018163     ELSE
018166         MOVE WS-CHN-CHECK TO WS-CHN-PREV
018170     END-IF.
018180     MOVE WS-REQUESTED-N TO WS-LACT-ORDER.
018190     MOVE AU-TIMESTAMP TO WS-LACT-TS.
018940     EXIT.
018950*
018960*------------------------------------------------------------
018961*4100-RATIONAL-BERNOULLI - SERVE ONE TYPE 'R' REQUEST.  THE
018962*OUTER LOOP RUNS EXACTLY AS FOR A RAW REQUEST - IT FORMS THE
018963*FRACTION FOR EVERY SLOT IT VISITS - AND THE FRACTION GOES
018964*OUT WITH THE DECIMAL VALUE ALONGSIDE IT ON THE RESPONSE.
018965*------------------------------------------------------------
018966 4100-RATIONAL-BERNOULLI.
018967     MOVE N TO WS-REQUESTED-N.
018968     COMPUTE N = N + 2.
018969     PERFORM 5000-OUTERLOOP THRU 5000-EXIT
018970         VARYING M FROM 2 BY 1 UNTIL M = N.
018971     COMPUTE N = N - 1.
018972     IF NOT RT-IS-COMPUTED(N)
018973         ADD 1 TO WS-SUM-REJ-RANGE
018974         MOVE '04' TO WS-RESP-CODE
018975         DISPLAY "RATIONAL REQUEST REJECTED - FRACTION NOT "
018976             "FORMED: " WS-REQUESTED-N
018977         GO TO 4100-EXIT
018978     END-IF.
018979     DISPLAY RT-NUMER(N) " / " RT-DENOM(N).
018980     ADD 1 TO WS-SUM-SERVED.
018981     MOVE BNUMS(N) TO WS-RESP-VALUE.
018982     MOVE RT-NUMER(N) TO WS-RESP-NUMER.
018983     MOVE RT-DENOM(N) TO WS-RESP-DENOM.
018984     PERFORM 4190-WRITE-RATIONAL-AUDIT THRU 4190-EXIT.
018985     PERFORM 4195-WRITE-RATIONAL-REPORT THRU 4195-EXIT.
018986 4100-EXIT.
018987     EXIT.
018988*
018989*------------------------------------------------------------
018990*4190-WRITE-RATIONAL-AUDIT - LOG ONE TYPE 'R' SERVING.  THE
018991*FRACTION TAKES THE VALUE/EXPONENT COLUMNS (SEE THE AUDIT
018992*RECORD) AND THE TYPE BYTE SAYS SO.
018993*------------------------------------------------------------
018994 4190-WRITE-RATIONAL-AUDIT.
018995     MOVE SPACES TO AUDIT-RECORD.
018996     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018997     ACCEPT WS-CURRENT-TIME FROM TIME.
018998     STRING WS-CURRENT-DATE DELIMITED BY SIZE
018999            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
019000         INTO AU-TIMESTAMP.
019001     MOVE WS-REQUESTED-N TO AU-REQUESTED-N.
019002     MOVE RT-NUMER(N) TO AU-FRAC-NUMERATOR.
019003     MOVE '/' TO AU-FRAC-SLASH.
019004     MOVE RT-DENOM(N) TO AU-FRAC-DENOMINATOR.
019005     MOVE 'R' TO AU-REQUEST-TYPE.
019006     MOVE WS-REQ-DEPT TO AU-DEPT-CODE.
019007     MOVE WS-REQ-USER TO AU-USER-ID.
019008     MOVE WS-REQ-TICKET TO AU-TICKET-NO.
019009     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
019010     WRITE AUDIT-RECORD.
019011     IF NOT WS-AUDIT-OK
019012         DISPLAY "AUDIT-FILE WRITE FAILED FOR N: " WS-REQUESTED-N
019013     ELSE
019014         MOVE WS-CHN-CHECK TO WS-CHN-PREV
019015     END-IF.
019016     MOVE WS-REQUESTED-N TO WS-LACT-ORDER.
019017     MOVE AU-TIMESTAMP TO WS-LACT-TS.
019018     MOVE WS-REQ-DEPT TO WS-LACT-DEPT.
019019     MOVE WS-REQ-USER TO WS-LACT-USER.
019020     MOVE WS-REQ-TICKET TO WS-LACT-TICKET.
019021     PERFORM 9730-NOTE-SERVING THRU 9730-EXIT.
019022 4190-EXIT.
019023     EXIT.
019024*
019025*------------------------------------------------------------
019026*4195-WRITE-RATIONAL-REPORT - PRINT THE FRACTION AS A HEADED
019027*ONE-LINE LISTING.
019028*------------------------------------------------------------
019029 4195-WRITE-RATIONAL-REPORT.
019030     MOVE 0 TO WS-RPT-LINE-COUNT.
019031     PERFORM 4097-WRITE-REPORT-HEADINGS THRU 4097-EXIT.
019032     MOVE WS-REQUESTED-N TO WS-RPT-RT-ORDER-OUT.
019033     MOVE RT-NUMER(N) TO WS-RPT-RT-NUMER-OUT.
019034     MOVE RT-DENOM(N) TO WS-RPT-RT-DENOM-OUT.
019035     MOVE WS-REPORT-RATIONAL-DETAIL TO REPORT-RECORD.
019036     WRITE REPORT-RECORD.
019037     IF NOT WS-RPT-OK
019038         DISPLAY "REPORT-FILE WRITE FAILED FOR ORDER: "
019039             WS-REQUESTED-N
019040     END-IF.
019041     ADD 1 TO WS-RPT-LINE-COUNT.
019042 4195-EXIT.
019043     EXIT.
019044*
019045*------------------------------------------------------------
019046*5000-OUTERLOOP - APPLY THE BINOMIAL RECURRENCE FOR ONE
019047*VALUE OF M.  THE EXACT FRACTION FOR THE SLOT IS FORMED
019048*FIRST IF IT IS NOT ALREADY IN THE RATIONAL TABLE, WHETHER
019049*OR NOT THE DECIMAL VALUE NEEDS COMPUTING.
019050*------------------------------------------------------------
019051 5000-OUTERLOOP.
019052     IF NOT RT-IS-COMPUTED(M)
019053         PERFORM 5200-RATIONAL-ORDER THRU 5200-EXIT
019054         MOVE M TO WS-PERSIST-IX
019055         PERFORM 9725-PERSIST-ONE-FRACTION THRU 9725-EXIT
019056     END-IF.
019057     IF BT-IS-COMPUTED(M)
019058         CONTINUE
019059     ELSE
019060         SET BM TO 0
019061         PERFORM 5050-ACCUMULATE-TERM THRU 5050-EXIT
019062             VARYING K FROM 1 BY 1 UNTIL K = M
019070         COMPUTE BM = BM / M
019080         MOVE BM TO BNUMS(M)
019090         SET BT-IS-COMPUTED(M) TO TRUE
019200*------------------------------------------------------------
019210*5090-WRITE-CHECKPOINT - RECORD THAT ORDER M IS NOW COMPLETE
019220*SO A RESTARTED RUN'S OPERATOR CAN SEE HOW FAR THE PRIOR RUN
019230*GOT.  THE ACTUAL RESTART SKIP LOGIC IS DRIVEN BY BTABLE-FILE
019240*AND THE STAGING FILE, WHICH 5000-OUTERLOOP NOW WRITES AT
019250*ONCE - SEE THE CALL TO 9710-PERSIST-ONE-ENTRY ABOVE.
019260*(CHECKPOINTING IS BERNJOB-ONLY, SO THIS PARAGRAPH STAYS
019270*OUTSIDE THE SHARED BERNCORE MEMBER.)
019280*------------------------------------------------------------
019560     COMPUTE N = N + 1.
019570     PERFORM 6100-SCALED-OUTERLOOP THRU 6100-EXIT
019580         VARYING M FROM 2 BY 1 UNTIL M > N.
019582     IF NOT SC-WAS-ON-FILE(N)
019584         PERFORM 4080-REFUSE-STAGED THRU 4080-EXIT
019586         GO TO 6000-EXIT
019588     END-IF.
019590     DISPLAY SNUM-MANT(N) " E " SNUM-EXP(N).
019600     ADD 1 TO WS-SUM-SERVED.
019610     MOVE SNUM-MANT(N) TO WS-RESP-VALUE.
019850     MOVE WS-REQ-DEPT TO AU-DEPT-CODE.
019860     MOVE WS-REQ-USER TO AU-USER-ID.
019870     MOVE WS-REQ-TICKET TO AU-TICKET-NO.
019875     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
019880     WRITE AUDIT-RECORD.
019890     IF NOT WS-AUDIT-OK
019900         DISPLAY "AUDIT-FILE WRITE FAILED FOR N: " WS-REQUESTED-N
019903     ELSE
019906         MOVE WS-CHN-CHECK TO WS-CHN-PREV
019910     END-IF.
019920     MOVE WS-REQUESTED-N TO WS-LACT-ORDER.
019930     MOVE AU-TIMESTAMP TO WS-LACT-TS.
020220*6100-SCALED-OUTERLOOP - ONE SLOT OF THE SCALED RECURRENCE.
020230*SLOT M = - SUM OVER K < M OF SLOT K / FACT(M + 1 - K).
020240*EVERY TERM IS SMALL - THE SCALED SERIES NEVER FORMS THE RAW
020250*INTEGER PARTS - AND EACH NEWLY COMPUTED SLOT IS STAGED FOR
020260*BSCALE-FILE AT ONCE, THE SAME POLICY AS THE RAW TABLE.
020270*------------------------------------------------------------
020280 6100-SCALED-OUTERLOOP.
021830*    FACTORS, SO THEY ARE DRIVEN UP THROUGH THE SAME SLOT.
021840     PERFORM 6100-SCALED-OUTERLOOP THRU 6100-EXIT
021850         VARYING M FROM 2 BY 1 UNTIL M > N.
021851     PERFORM 6530-CHECK-PROMOTED THRU 6530-EXIT.
021852     IF WS-NOT-ALL-PROMOTED
021853         PERFORM 4080-REFUSE-STAGED THRU 4080-EXIT
021854         GO TO 6500-EXIT
021855     END-IF.
021860     COMPUTE WS-FL-X = WS-FL-N + 1.
021870     PERFORM 6510-RAISE-POWER THRU 6510-EXIT.
021880     IF WS-FL-OVERFLOW
023200     EXIT.
023210*
023220*------------------------------------------------------------
023221*6530-CHECK-PROMOTED - A FAULHABER SUM OR POLYNOMIAL IS BUILT
023222*FROM THE SCALED ENTRIES FOR SLOTS 2 THROUGH N, SO IT IS SERVED
023223*ONLY IF EVERY ONE OF THEM IS ON THE LIVE FILE.  SLOT 1, B(0),
023224*IS 1 BY DEFINITION AND NEVER TAKEN FROM THE TABLE (SEE 6525).
023225*------------------------------------------------------------
023226 6530-CHECK-PROMOTED.
023227     SET WS-ALL-PROMOTED TO TRUE.
023228     PERFORM 6531-CHECK-ONE-PROMOTED THRU 6531-EXIT
023229         VARYING WS-PROMOTED-IX FROM 2 BY 1
023230         UNTIL WS-PROMOTED-IX > N.
023231 6530-EXIT.
023232     EXIT.
023233*
023234*------------------------------------------------------------
023235*6531-CHECK-ONE-PROMOTED - FLAG ONE SCALED SLOT NOT ON FILE.
023236*------------------------------------------------------------
023237 6531-CHECK-ONE-PROMOTED.
023238     IF NOT SC-WAS-ON-FILE(WS-PROMOTED-IX)
023239         SET WS-NOT-ALL-PROMOTED TO TRUE
023240     END-IF.
023241 6531-EXIT.
023242     EXIT.
023243*
023244*------------------------------------------------------------
023245*6590-WRITE-FAULHABER-AUDIT - LOG THE FAULHABER RESULT ON
023246*THE SAME TRAIL AS A PLAIN SERVING; THE REQUEST-TYPE BYTE
023250*('F') IS WHAT TELLS A DOWNSTREAM JOIN THIS VALUE IS A SUM,
023260*NOT A TABLE ENTRY FOR ORDER P.
023270*------------------------------------------------------------
023390     MOVE WS-REQ-DEPT TO AU-DEPT-CODE.
023400     MOVE WS-REQ-USER TO AU-USER-ID.
023410     MOVE WS-REQ-TICKET TO AU-TICKET-NO.
023415     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
023420     WRITE AUDIT-RECORD.
023430     IF NOT WS-AUDIT-OK
023440         DISPLAY "AUDIT-FILE WRITE FAILED FOR N: " WS-FL-P
023443     ELSE
023446         MOVE WS-CHN-CHECK TO WS-CHN-PREV
023450     END-IF.
023460 6590-EXIT.
023470     EXIT.
023880*    FACTORS, SO THEY ARE DRIVEN UP THROUGH THE SAME SLOT.
023890     PERFORM 6100-SCALED-OUTERLOOP THRU 6100-EXIT
023900         VARYING M FROM 2 BY 1 UNTIL M > N.
023901     PERFORM 6530-CHECK-PROMOTED THRU 6530-EXIT.
023902     IF WS-NOT-ALL-PROMOTED
023903         PERFORM 4080-REFUSE-STAGED THRU 4080-EXIT
023904         GO TO 6700-EXIT
023905     END-IF.
023910     MOVE 'N' TO WS-BP-OVERFLOW-SW.
023920     MOVE 0 TO WS-BP-SUM.
023930     IF WS-BP-X > 1
024840     MOVE WS-REQ-DEPT TO AU-DEPT-CODE.
024850     MOVE WS-REQ-USER TO AU-USER-ID.
024860     MOVE WS-REQ-TICKET TO AU-TICKET-NO.
024865     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
024870     WRITE AUDIT-RECORD.
024880     IF NOT WS-AUDIT-OK
024890         DISPLAY "AUDIT-FILE WRITE FAILED FOR N: " WS-BP-P
024893     ELSE
024896         MOVE WS-CHN-CHECK TO WS-CHN-PREV
024900     END-IF.
024910 6790-EXIT.
024920     EXIT.
025110 6795-EXIT.
025120     EXIT.
025130*
025131 COPY BERNZETA.
025132*
025133*------------------------------------------------------------
025134*6850-ZETA-EVEN - SERVE ONE TYPE 'Z' REQUEST.  DRIVES THE
025135*SCALED RECURRENCE UP TO THE ORDER'S SLOT EXACTLY AS A SCALED
025136*REQUEST DOES, FORMS ZETA(N) FROM THAT ENTRY (SEE BERNZETA)
025137*AND PUTS IT THROUGH THE SAME AUDIT AND REPORT TRAIL.
025138*------------------------------------------------------------
025139 6850-ZETA-EVEN.
025140     MOVE N TO WS-REQUESTED-N.
025141     COMPUTE N = N + 1.
025142     PERFORM 6100-SCALED-OUTERLOOP THRU 6100-EXIT
025143         VARYING M FROM 2 BY 1 UNTIL M > N.
025144     IF NOT SC-WAS-ON-FILE(N)
025145         PERFORM 4080-REFUSE-STAGED THRU 4080-EXIT
025146         GO TO 6850-EXIT
025147     END-IF.
025148     MOVE SNUM-MANT(N) TO WS-ZT-B-MANT.
025149     MOVE SNUM-EXP(N) TO WS-ZT-B-EXP.
025150     MOVE WS-REQUESTED-N TO WS-ZT-ORDER.
025151     PERFORM 6800-ZETA-FROM-SCALED THRU 6800-EXIT.
025152     DISPLAY "ZETA(" WS-REQUESTED-N ") = " WS-ZT-MANT " E "
025153         WS-ZT-EXP.
025154     ADD 1 TO WS-SUM-SERVED.
025155     MOVE WS-ZT-MANT TO WS-RESP-VALUE.
025156     MOVE WS-ZT-EXP TO WS-RESP-EXP.
025157     PERFORM 6890-WRITE-ZETA-AUDIT THRU 6890-EXIT.
025158     PERFORM 6895-WRITE-ZETA-REPORT THRU 6895-EXIT.
025159 6850-EXIT.
025160     EXIT.
025161*
025162*------------------------------------------------------------
025163*6890-WRITE-ZETA-AUDIT - LOG ONE ZETA SERVING.  AU-VALUE
025164*CARRIES THE MANTISSA AND AU-SCALE-EXP THE EXPONENT, AS FOR A
025165*SCALED SERVING; TYPE 'Z' TELLS THEM APART.
025166*------------------------------------------------------------
025167 6890-WRITE-ZETA-AUDIT.
025168     MOVE SPACES TO AUDIT-RECORD.
025169     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025170     ACCEPT WS-CURRENT-TIME FROM TIME.
025171     STRING WS-CURRENT-DATE DELIMITED BY SIZE
025172            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
025173         INTO AU-TIMESTAMP.
025174     MOVE WS-REQUESTED-N TO AU-REQUESTED-N.
025175     MOVE WS-ZT-MANT TO AU-VALUE.
025176     MOVE WS-ZT-EXP TO AU-SCALE-EXP.
025177     MOVE 'Z' TO AU-REQUEST-TYPE.
025178     MOVE WS-REQ-DEPT TO AU-DEPT-CODE.
025179     MOVE WS-REQ-USER TO AU-USER-ID.
025180     MOVE WS-REQ-TICKET TO AU-TICKET-NO.
025181     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
025182     WRITE AUDIT-RECORD.
025183     IF NOT WS-AUDIT-OK
025184         DISPLAY "AUDIT-FILE WRITE FAILED FOR N: " WS-REQUESTED-N
025185     ELSE
025186         MOVE WS-CHN-CHECK TO WS-CHN-PREV
025187     END-IF.
025188     MOVE WS-REQUESTED-N TO WS-LACT-ORDER.
025189     MOVE AU-TIMESTAMP TO WS-LACT-TS.
025190     MOVE WS-REQ-DEPT TO WS-LACT-DEPT.
025191     MOVE WS-REQ-USER TO WS-LACT-USER.
025192     MOVE WS-REQ-TICKET TO WS-LACT-TICKET.
025193     PERFORM 9730-NOTE-SERVING THRU 9730-EXIT.
025194 6890-EXIT.
025195     EXIT.
025196*
025197*------------------------------------------------------------
025198*6895-WRITE-ZETA-REPORT - PRINT THE ZETA SERVING AS A HEADED
025199*ONE-LINE LISTING IN MANTISSA/EXPONENT FORM.
025200*------------------------------------------------------------
025201 6895-WRITE-ZETA-REPORT.
025202     MOVE 0 TO WS-RPT-LINE-COUNT.
025203     PERFORM 4097-WRITE-REPORT-HEADINGS THRU 4097-EXIT.
025204     MOVE WS-REQUESTED-N TO WS-RPT-ZT-ORDER-OUT.
025205     MOVE WS-ZT-MANT TO WS-RPT-ZT-MANT-OUT.
025206     MOVE WS-ZT-EXP TO WS-RPT-ZT-EXP-OUT.
025207     MOVE WS-REPORT-ZETA-DETAIL TO REPORT-RECORD.
025208     WRITE REPORT-RECORD.
025209     IF NOT WS-RPT-OK
025210         DISPLAY "REPORT-FILE WRITE FAILED FOR ORDER: "
025211             WS-REQUESTED-N
025212     END-IF.
025213     ADD 1 TO WS-RPT-LINE-COUNT.
025214 6895-EXIT.
025215     EXIT.
025216*
025217*------------------------------------------------------------
025218*9800-TERMINATE - CLOSE ANY OPEN FILES BEFORE ENDING THE RUN.
025219*------------------------------------------------------------
025220 9800-TERMINATE.
025221     PERFORM 9700-PERSIST-BASE-ENTRY THRU 9700-EXIT.
025222     PERFORM 9705-PERSIST-SCALED-BASE THRU 9705-EXIT.
025223     PERFORM 9706-PERSIST-FRACTION-BASE THRU 9706-EXIT.
025224     PERFORM 7000-RECONCILE-CHECK THRU 7000-EXIT.
025225     PERFORM 9810-WRITE-SUMMARY THRU 9810-EXIT.
025226     IF WS-BATCH-MODE
025230         CLOSE BERN-REQUEST-FILE
025240     END-IF.
025250     IF WS-BATCH-MODE AND NOT WS-DEPT-FILE-ERROR
025260         CLOSE DEPT-FILE
025261     END-IF.
025262     IF WS-BATCH-MODE AND NOT WS-TKT-FILE-ERROR
025263         CLOSE TICKET-FILE
025264     END-IF.
025265     IF WS-BATCH-MODE AND NOT WS-USG-FILE-ERROR
025266         CLOSE USAGE-FILE
025270     END-IF.
025280     CLOSE BTABLE-FILE.
025290     CLOSE BSCALE-FILE.
025330     CLOSE SUMMARY-FILE.
025340     CLOSE RESPONSE-FILE.
025350     CLOSE REJECT-FILE.
025360     CLOSE STAGE-FILE.
025370     CLOSE LASTACT-FILE.
025371     CLOSE BFRAC-FILE.
025372*    ONLY A DECK READ TO THE END IS COMPLETE - A RUN STOPPED
025373*    SHORT OF IT LEAVES ITS LAST COMMIT IN PLACE FOR THE RERUN.
025374     IF WS-BATCH-MODE AND WS-NO-MORE-REQUESTS
025375         MOVE 'C' TO WS-RST-STATE
025376         PERFORM 9750-WRITE-RESTART-RECORD THRU 9750-EXIT
025377     END-IF.
025380     PERFORM 9740-RELEASE-RUN-TOKEN THRU 9740-EXIT.
025390 9800-EXIT.
025400     EXIT.
025440*TO THE REFERENCE-FILE OF KNOWN-GOOD VALUES.  A MISMATCH
025450*OUTSIDE TOLERANCE FLAGS THE RUN WITH A NONZERO RETURN CODE
025460*RATHER THAN LETTING A SILENT BINOM BUG REACH ACTUARIAL.
025463*THE EXACT FRACTIONS ARE HELD TO VON STAUDT-CLAUSEN IN THE
025466*SAME PASS AND FAIL THE RUN THE SAME WAY.
025470*------------------------------------------------------------
025480 7000-RECONCILE-CHECK.
025490     OPEN INPUT REFERENCE-FILE.
025560             "RECONCILIATION SKIPPED."
025570         MOVE 'S' TO WS-SUM-RECON-OUTCOME
025580     END-IF.
025585     PERFORM 7100-CHECK-FRACTIONS THRU 7100-EXIT.
025590     IF WS-RECON-FAILED
025600         MOVE 'F' TO WS-SUM-RECON-OUTCOME
025610         DISPLAY "RECONCILIATION CHECK FAILED - SEE MISMATCHES "
025940     EXIT.
025950*
025960*------------------------------------------------------------
025961*7100-CHECK-FRACTIONS - FIRST TOP THE RATIONAL TABLE (AND SO
025962*BFRAC-FILE) UP TO THE FULL SUPPORTED RANGE, WHATEVER THIS
025963*RUN WAS ASKED FOR, THEN HOLD EVERY SLOT'S DENOMINATOR TO
025964*VON STAUDT-CLAUSEN.  THE RECURRENCE NEVER SEES THE THEOREM,
025965*SO AN AGREEING DENOMINATOR IS REAL EVIDENCE THE FRACTION IS
025966*RIGHT, AND A SLOT THAT COULD NOT BE FORMED AT ALL FAILS THE
025967*CHECK TOO.
025968*------------------------------------------------------------
025969 7100-CHECK-FRACTIONS.
025970     PERFORM 7105-COMPLETE-ONE-FRACTION THRU 7105-EXIT
025971         VARYING M FROM 2 BY 1
025972         UNTIL M > WS-MAX-TABLE-ORDER.
025973     PERFORM 7110-CHECK-ONE-FRACTION THRU 7110-EXIT
025974         VARYING WS-VSC-SLOT FROM 1 BY 1
025975         UNTIL WS-VSC-SLOT > WS-MAX-TABLE-ORDER.
025976 7100-EXIT.
025977     EXIT.
025978*
025979*------------------------------------------------------------
025980*7105-COMPLETE-ONE-FRACTION - FORM AND FILE ONE MISSING SLOT.
025981*------------------------------------------------------------
025982 7105-COMPLETE-ONE-FRACTION.
025983     IF NOT RT-IS-COMPUTED(M)
025984         PERFORM 5200-RATIONAL-ORDER THRU 5200-EXIT
025985         MOVE M TO WS-PERSIST-IX
025986         PERFORM 9725-PERSIST-ONE-FRACTION THRU 9725-EXIT
025987     END-IF.
025988 7105-EXIT.
025989     EXIT.
025990*
025991*------------------------------------------------------------
025992*7110-CHECK-ONE-FRACTION - COMPARE ONE SLOT'S DENOMINATOR TO
025993*THE ONE THE THEOREM PREDICTS.
025994*------------------------------------------------------------
025995 7110-CHECK-ONE-FRACTION.
025996     COMPUTE WS-VSC-ORDER = WS-VSC-SLOT - 1.
025997     IF NOT RT-IS-COMPUTED(WS-VSC-SLOT)
025998         DISPLAY "FRACTION CHECK - ORDER " WS-VSC-ORDER
025999             " HAS NO FRACTION ON FILE"
026000         SET WS-RECON-FAILED TO TRUE
026001         GO TO 7110-EXIT
026002     END-IF.
026003     PERFORM 7120-EXPECTED-DENOMINATOR THRU 7120-EXIT.
026004     IF RT-DENOM(WS-VSC-SLOT) NOT = WS-VSC-DENOM
026005         DISPLAY "FRACTION DENOMINATOR MISMATCH - ORDER "
026006             WS-VSC-ORDER " ON FILE " RT-DENOM(WS-VSC-SLOT)
026007             " VON STAUDT-CLAUSEN " WS-VSC-DENOM
026008         SET WS-RECON-FAILED TO TRUE
026009     END-IF.
026010 7110-EXIT.
026011     EXIT.
026012*
026013*------------------------------------------------------------
026014*7120-EXPECTED-DENOMINATOR - THE VON STAUDT-CLAUSEN
026015*DENOMINATOR FOR WS-VSC-ORDER, INTO WS-VSC-DENOM.
026016*------------------------------------------------------------
026017 7120-EXPECTED-DENOMINATOR.
026018     MOVE 1 TO WS-VSC-DENOM.
026019     IF WS-VSC-ORDER = 0
026020         GO TO 7120-EXIT
026021     END-IF.
026022     IF WS-VSC-ORDER = 1
026023         MOVE 2 TO WS-VSC-DENOM
026024         GO TO 7120-EXIT
026025     END-IF.
026026     DIVIDE WS-VSC-ORDER BY 2
026027         GIVING WS-VSC-Q REMAINDER WS-VSC-REM.
026028     IF WS-VSC-REM NOT = 0
026029         GO TO 7120-EXIT
026030     END-IF.
026031     PERFORM 7130-VSC-ONE-CANDIDATE THRU 7130-EXIT
026032         VARYING WS-VSC-P FROM 2 BY 1
026033         UNTIL WS-VSC-P > WS-VSC-ORDER + 1.
026034 7120-EXIT.
026035     EXIT.
026036*
026037*------------------------------------------------------------
026038*7130-VSC-ONE-CANDIDATE - MULTIPLY IN WS-VSC-P IF P-1
026039*DIVIDES THE ORDER AND P IS PRIME.
026040*------------------------------------------------------------
026041 7130-VSC-ONE-CANDIDATE.
026042     COMPUTE WS-VSC-D = WS-VSC-P - 1.
026043     DIVIDE WS-VSC-ORDER BY WS-VSC-D
026044         GIVING WS-VSC-Q REMAINDER WS-VSC-REM.
026045     IF WS-VSC-REM NOT = 0
026046         GO TO 7130-EXIT
026047     END-IF.
026048     SET WS-VSC-PRIME TO TRUE.
026049     PERFORM 7140-VSC-TRIAL-DIVIDE THRU 7140-EXIT
026050         VARYING WS-VSC-D FROM 2 BY 1
026051         UNTIL WS-VSC-D * WS-VSC-D > WS-VSC-P
026052             OR NOT WS-VSC-PRIME.
026053     IF WS-VSC-PRIME
026054         MULTIPLY WS-VSC-P BY WS-VSC-DENOM
026055     END-IF.
026056 7130-EXIT.
026057     EXIT.
026058*
026059*------------------------------------------------------------
026060*7140-VSC-TRIAL-DIVIDE - ONE TRIAL DIVISOR OF THE CANDIDATE.
026061*------------------------------------------------------------
026062 7140-VSC-TRIAL-DIVIDE.
026063     DIVIDE WS-VSC-P BY WS-VSC-D
026064         GIVING WS-VSC-Q REMAINDER WS-VSC-REM.
026065     IF WS-VSC-REM = 0
026066         MOVE 'N' TO WS-VSC-PRIME-SW
026067     END-IF.
026068 7140-EXIT.
026069     EXIT.
026070*
026071*------------------------------------------------------------
026072*8000-DUMP-TABLE - LIST EVERY COMPUTED ENTRY IN THE BNUMS
026073*TABLE, ORDER AND VALUE, FOR THE OPERATOR MENU'S DUMP CHOICE.
026074*------------------------------------------------------------
026075 8000-DUMP-TABLE.
026076     DISPLAY "ORDER      VALUE".
026077     PERFORM 8010-DUMP-ONE-ENTRY THRU 8010-EXIT
026078         VARYING WS-DUMP-IX FROM 1 BY 1
026079         UNTIL WS-DUMP-IX > 99.
026080 8000-EXIT.
026081     EXIT.
026082*
026083*------------------------------------------------------------
026090*8010-DUMP-ONE-ENTRY - DISPLAY ONE TABLE ENTRY IF IT HAS
026100*ACTUALLY BEEN COMPUTED.
026110*------------------------------------------------------------
026290*COMPUTED WAS ITSELF DERIVED FROM THE OLD FROM..TO VALUES,
026300*THE ACTUAL RECOMPUTE RANGE IS WIDENED UP TO THE HIGHEST
026310*ALREADY-COMPUTED ORDER SO THAT CASCADE IS RECOMPUTED TOO,
026320*NOT LEFT STALE.  FROM/TO ARE STAGED THROUGH
026330*PIC X(02) FIELDS AND RIGHT-JUSTIFIED, THE SAME AS
026340*3020-PROMPT-FOR-N, SINCE ACCEPT INTO A PIC 9 FIELD DIRECTLY
026350*COERCES BAD INPUT TO ZERO BEFORE IS NUMERIC EVER SEES IT.
026352*THE RECOMPUTED ENTRIES ARE STAGED FOR CERTIFICATION UNDER THE
026354*OPERATOR ID GIVEN HERE, NOT WRITTEN TO THE LIVE FILE - SEE
026356*8530-RUN-REFRESH.
026360*------------------------------------------------------------
026370 8500-REFRESH-RANGE.
026380     MOVE SPACES TO WS-REFRESH-FROM-INPUT.
026700                     WS-REFRESH-FROM
026710                     " ARE NOT YET COMPUTED."
026720             ELSE
026727                 PERFORM 8505-PROMPT-OPERATOR THRU 8505-EXIT
026734                 IF WS-REFRESH-OPERATOR = SPACES
026741                     DISPLAY "REFRESH CANCELLED - OPERATOR ID "
026748                         "REQUIRED."
026755                 ELSE
026762                     PERFORM 8530-RUN-REFRESH THRU 8530-EXIT
026770                 END-IF
026840             END-IF
026850         END-IF
026860     END-IF.
026880     EXIT.
026890*
026900*------------------------------------------------------------
026901*8505-PROMPT-OPERATOR - THE OPERATOR ID THE REFRESH IS STAGED
026902*UNDER.  BERNCERT WILL NOT TAKE THE APPROVAL FROM THE SAME ID.
026903*------------------------------------------------------------
026904 8505-PROMPT-OPERATOR.
026905     MOVE SPACES TO WS-REFRESH-OPERATOR.
026906     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
026907     ACCEPT WS-REFRESH-OPERATOR.
026908 8505-EXIT.
026909     EXIT.
026910*
026911*------------------------------------------------------------
026912*8510-CLEAR-ONE-ENTRY - MARK ONE TABLE ENTRY AS NOT COMPUTED
026920*SO 5000-OUTERLOOP WILL RECOMPUTE IT INSTEAD OF SKIPPING IT.
026930*IF IT WAS ALREADY ON BTABLE-FILE, FLAG IT AS REFRESHED SO
026940*9710-PERSIST-ONE-ENTRY STAGES THE NEW VALUE AGAINST THE LIVE
026950*ONE RATHER THAN TREATING IT AS A NEW ENTRY.
026960*------------------------------------------------------------
026970 8510-CLEAR-ONE-ENTRY.
026980     MOVE 'N' TO BT-COMPUTED-SW(M).
027500         MOVE WS-REFRESH-SCAN-IX TO WS-REFRESH-HIGH-COMPUTED
027510     END-IF.
027520 8521-EXIT.
027521     EXIT.
027522*
027523*------------------------------------------------------------
027524*8530-RUN-REFRESH - WIDEN THE RANGE, RECOMPUTE IT AND STAGE
027525*WHAT CHANGED.  THE LIVE VALUES ARE THEN READ BACK INTO BNUMS,
027526*SO EVERY LATER SERVING IN THE SESSION STILL COMES FROM THE
027527*SYSTEM OF RECORD UNTIL THE STAGED ENTRIES ARE PROMOTED.
027528*------------------------------------------------------------
027529 8530-RUN-REFRESH.
027530     PERFORM 8520-FIND-HIGHEST-COMPUTED THRU 8520-EXIT.
027531     IF WS-REFRESH-HIGH-COMPUTED > WS-REFRESH-TO
027532         MOVE WS-REFRESH-HIGH-COMPUTED TO WS-REFRESH-TO
027533     END-IF.
027534     SET WS-REFRESH-ACTIVE TO TRUE.
027535     MOVE 0 TO WS-STG-COUNT.
027536     PERFORM 8510-CLEAR-ONE-ENTRY THRU 8510-EXIT
027537         VARYING M FROM WS-REFRESH-FROM BY 1
027538         UNTIL M > WS-REFRESH-TO.
027539     PERFORM 5000-OUTERLOOP THRU 5000-EXIT
027540         VARYING M FROM WS-REFRESH-FROM BY 1
027541         UNTIL M > WS-REFRESH-TO.
027542     PERFORM 8535-RESTORE-ONE-ENTRY THRU 8535-EXIT
027543         VARYING M FROM WS-REFRESH-FROM BY 1
027544         UNTIL M > WS-REFRESH-TO.
027545     MOVE 'N' TO WS-REFRESH-ACTIVE-SW.
027546     DISPLAY "ORDERS RECOMPUTED " WS-REFRESH-FROM " TO "
027547         WS-REFRESH-TO " - ENTRIES STAGED FOR CERTIFICATION: "
027548         WS-STG-COUNT.
027549 8530-EXIT.
027550     EXIT.
027551*
027552*------------------------------------------------------------
027553*8535-RESTORE-ONE-ENTRY - PUT THE LIVE VALUE OF ONE REFRESHED
027554*ORDER BACK IN BNUMS.
027555*------------------------------------------------------------
027556 8535-RESTORE-ONE-ENTRY.
027557     IF BT-WAS-REFRESHED(M)
027558         MOVE M TO BT-ORDER
027559         READ BTABLE-FILE
027560             INVALID KEY
027561                 CONTINUE
027562             NOT INVALID KEY
027563                 MOVE BT-VALUE TO BNUMS(M)
027564         END-READ
027565         MOVE 'N' TO BT-REFRESH-SW(M)
027566     END-IF.
027567 8535-EXIT.
027568     EXIT.
027569*
027570*------------------------------------------------------------
027571*8600-PROMPT-FAULHABER - PROMPT THE OPERATOR FOR THE POWER
027572*AND UPPER LIMIT OF A SUMS-OF-POWERS REQUEST, REJECTING A
027580*NON-NUMERIC OR OUT-OF-RANGE ENTRY.  THE POWER IS STAGED AND
027590*RIGHT-JUSTIFIED THE SAME WAY 3020-PROMPT-FOR-N STAGES N;
027600*THE SEVEN-DIGIT LIMIT IS SHIFTED RIGHT A PLACE AT A TIME
028630     EXIT.
028640*
028650*------------------------------------------------------------
028651*8800-PROMPT-ZETA - PROMPT THE OPERATOR FOR THE EVEN ORDER OF
028652*A ZETA(2K) REQUEST, STAGED AND RIGHT-JUSTIFIED THE SAME WAY
028653*3020-PROMPT-FOR-N STAGES N, AND SERVE IT THROUGH THE SAME
028654*PARAGRAPH AS A BATCH TYPE 'Z' REQUEST.
028655*------------------------------------------------------------
028656 8800-PROMPT-ZETA.
028657     MOVE SPACES TO WS-N-INPUT.
028658     DISPLAY "EVEN ORDER 2K FOR ZETA(2K): " WITH NO ADVANCING.
028659     ACCEPT WS-N-INPUT.
028660     IF WS-N-INPUT(2:1) = SPACE AND WS-N-INPUT(1:1) NOT = SPACE
028661         MOVE WS-N-INPUT(1:1) TO WS-N-INPUT(2:1)
028662         MOVE '0' TO WS-N-INPUT(1:1)
028663     END-IF.
028664     IF WS-N-INPUT IS NOT NUMERIC
028665         DISPLAY "INVALID ENTRY - PLEASE ENTER A NUMBER."
028666     ELSE
028667         MOVE WS-N-INPUT TO N
028668         PERFORM 3065-VALIDATE-ZETA-ORDER THRU 3065-EXIT
028669         IF WS-INVALID-REQUEST
028670             DISPLAY "ZETA REQUEST REJECTED - N ODD OR OUT OF "
028671                 "RANGE: " N
028672         ELSE
028673             PERFORM 6850-ZETA-EVEN THRU 6850-EXIT
028674         END-IF
028675     END-IF.
028676 8800-EXIT.
028677     EXIT.
028678*
028679*------------------------------------------------------------
028680*9700-PERSIST-BASE-ENTRY - ORDER 1 IS SET DIRECTLY BY
028681*1000-INITIALIZE RATHER THAN COMPUTED BY 5000-OUTERLOOP, SO IT
028682*NEVER GOES THROUGH THAT PARAGRAPH'S IMMEDIATE PERSIST CALL.
028690*PICK IT UP HERE, ONCE, AT END OF RUN, IF IT IS NOT ALREADY ON
028700*FILE.  EVERY OTHER ORDER IS PERSISTED IMMEDIATELY AS IT IS
028710*COMPUTED - SEE 5000-OUTERLOOP - SO A RESTARTED RUN NEVER
028930     EXIT.
028940*
028950*------------------------------------------------------------
028951*9706-PERSIST-FRACTION-BASE - THE SAME FOR THE BASE SLOT OF
028952*THE RATIONAL TABLE.
028953*------------------------------------------------------------
028954 9706-PERSIST-FRACTION-BASE.
028955     IF RT-IS-COMPUTED(1) AND NOT RT-WAS-ON-FILE(1)
028956         MOVE 1 TO WS-PERSIST-IX
028957         PERFORM 9725-PERSIST-ONE-FRACTION THRU 9725-EXIT
028958     END-IF.
028959 9706-EXIT.
028960     EXIT.
028961*
028962*------------------------------------------------------------
028963*9710-PERSIST-ONE-ENTRY - STAGE ONE NEWLY COMPUTED ORDER, OR
028964*ONE A REFRESH RECOMPUTED.  NOTHING IS WRITTEN TO BTABLE-FILE
028965*HERE - THE ENTRY WAITS ON STAGEF FOR BERNCERT'S CERTIFICATION
028966*AND A SECOND OPERATOR'S APPROVAL (SEE THE BERNSTG COPY MEMBER).
028980*------------------------------------------------------------
028990 9710-PERSIST-ONE-ENTRY.
029000     IF BT-IS-COMPUTED(WS-PERSIST-IX)
029100     EXIT.
029110*
029120*------------------------------------------------------------
029125*9711-WRITE-NEW-ENTRY - STAGE AN ORDER NOT YET ON THE LIVE
029130*FILE.  IT STAYS OFF BTABLE-FILE UNTIL PROMOTED, SO A LATER
029135*RUN RECOMPUTES IT AND FINDS IT ALREADY STAGED.
029140*------------------------------------------------------------
029150 9711-WRITE-NEW-ENTRY.
029162     MOVE 'BT' TO WS-STG-TABLE-ID.
029174     MOVE WS-PERSIST-IX TO WS-STG-SLOT.
029186     MOVE 'N' TO WS-STG-ACTION.
029198     MOVE BNUMS(WS-PERSIST-IX) TO WS-STG-BT-VALUE.
029210     MOVE 0 TO WS-STG-LIVE-BT-VALUE.
029222     PERFORM 9713-STAGE-BY-MAKER THRU 9713-EXIT.
029240 9711-EXIT.
029250     EXIT.
029260*
029270*------------------------------------------------------------
029274*9712-REWRITE-ENTRY - STAGE THE RECOMPUTED VALUE OF A FILED
029278*ORDER THAT A REFRESH RECOMPUTED THIS RUN.  THE LIVE VALUE IS
029282*READ BACK AND CARRIED ON THE STAGED ENTRY; BERNCERT LOGS IT TO
029286*HISTORY-FILE WHEN IT IS SUPERSEDED AT PROMOTION.  A REFRESH
029290*THAT REPRODUCES THE LIVE VALUE HAS NOTHING TO STAGE; AN ENTRY
029294*GONE FROM THE LIVE FILE SINCE THE PRELOAD IS STAGED AS NEW.
029300*------------------------------------------------------------
029310 9712-REWRITE-ENTRY.
029350     MOVE WS-PERSIST-IX TO BT-ORDER.
029360     READ BTABLE-FILE
029370         INVALID KEY
029383             PERFORM 9711-WRITE-NEW-ENTRY THRU 9711-EXIT
029396             GO TO 9712-EXIT
029410     END-READ.
029418     IF BT-VALUE = BNUMS(WS-PERSIST-IX)
029426         GO TO 9712-EXIT
029434     END-IF.
029442     MOVE 'BT' TO WS-STG-TABLE-ID.
029450     MOVE WS-PERSIST-IX TO WS-STG-SLOT.
029458     MOVE 'R' TO WS-STG-ACTION.
029466     MOVE BNUMS(WS-PERSIST-IX) TO WS-STG-BT-VALUE.
029474     MOVE BT-VALUE TO WS-STG-LIVE-BT-VALUE.
029482     PERFORM 9713-STAGE-BY-MAKER THRU 9713-EXIT.
029490 9712-EXIT.
029500     EXIT.
029510*
029520*------------------------------------------------------------
029530*9713-STAGE-BY-MAKER - STAGE THE ENTRY IN THE WS-STG- FIELDS
029540*UNDER THE OPERATOR WHO STARTED THE REFRESH, OR OTHERWISE THE
029550*USER OF THE REQUEST BEING SERVED (CONSOLE AT THE CONSOLE).
029560*------------------------------------------------------------
029561 9713-STAGE-BY-MAKER.
029562     MOVE 'BERNOULLI' TO WS-STG-MAKER-PROGRAM.
029563     IF WS-REFRESH-ACTIVE
029564         MOVE WS-REFRESH-OPERATOR TO WS-STG-MAKER-USER
029565     ELSE
029566         MOVE WS-REQ-USER TO WS-STG-MAKER-USER
029567     END-IF.
029568     PERFORM 9770-STAGE-ENTRY THRU 9770-EXIT.
029569     IF WS-STG-FAILED
029570         DISPLAY "STAGE-FILE WRITE FAILED, STATUS "
029571             WS-STAGE-STATUS
029572             " - " WS-STG-TABLE-ID " ORDER: " WS-STG-SLOT
029573     END-IF.
029574 9713-EXIT.
029575     EXIT.
029576*
029577*------------------------------------------------------------
029578*9720-PERSIST-ONE-SCALED - STAGE ONE NEWLY COMPUTED SCALED
029579*SLOT IN MANTISSA/EXPONENT FORM.  THERE IS NO SCALED REFRESH,
029580*SO A SLOT ALREADY ON BSCALE-FILE IS NEVER STAGED AGAIN.
029581*------------------------------------------------------------
029582 9720-PERSIST-ONE-SCALED.
029583     IF SC-IS-COMPUTED(WS-PERSIST-IX)
029584             AND NOT SC-WAS-ON-FILE(WS-PERSIST-IX)
029585         MOVE 'BS' TO WS-STG-TABLE-ID
029586         MOVE WS-PERSIST-IX TO WS-STG-SLOT
029587         MOVE 'N' TO WS-STG-ACTION
029588         MOVE SNUM-MANT(WS-PERSIST-IX) TO WS-STG-BS-MANT
029589         MOVE SNUM-EXP(WS-PERSIST-IX) TO WS-STG-BS-EXP
029590         MOVE 0 TO WS-STG-LIVE-BS-MANT
029591         MOVE 0 TO WS-STG-LIVE-BS-EXP
029592         PERFORM 9713-STAGE-BY-MAKER THRU 9713-EXIT
029593     END-IF.
029594 9720-EXIT.
029595     EXIT.
029596*
029597*------------------------------------------------------------
029598*9725-PERSIST-ONE-FRACTION - WRITE ONE NEWLY FORMED SLOT TO
029599*BFRAC-FILE.  AN EXACT FRACTION NEVER CHANGES, SO A SLOT
029600*ALREADY ON FILE IS NEVER REWRITTEN - A REFRESH OF THE
029601*DECIMAL TABLE LEAVES THIS FILE ALONE.
029602*------------------------------------------------------------
029603 9725-PERSIST-ONE-FRACTION.
029604     IF RT-IS-COMPUTED(WS-PERSIST-IX)
029605             AND NOT RT-WAS-ON-FILE(WS-PERSIST-IX)
029606         MOVE WS-PERSIST-IX TO BF-ORDER
029607         MOVE RT-NUMER(WS-PERSIST-IX) TO BF-NUMERATOR
029608         MOVE RT-DENOM(WS-PERSIST-IX) TO BF-DENOMINATOR
029609         WRITE BFRAC-RECORD
029610             INVALID KEY
029611                 DISPLAY "BFRAC-FILE WRITE FAILED - ORDER: "
029612                     WS-PERSIST-IX
029613         END-WRITE
029614         SET RT-WAS-ON-FILE(WS-PERSIST-IX) TO TRUE
029615     END-IF.
029616 9725-EXIT.
029617     EXIT.
029618*
029619*------------------------------------------------------------
029620*9750-WRITE-RESTART-RECORD - REWRITE THE ONE RESTART RECORD
029621*WITH THE STATE IN WS-RST-STATE: 'A' AT A COMMIT, 'C' WHEN THE
029622*DECK HAS BEEN READ TO THE END.  THE AUDIT COUNT IS THIS RUN'S
029623*SERVINGS - ONE AUDIT LINE EACH.
029624*------------------------------------------------------------
029625 9750-WRITE-RESTART-RECORD.
029626     OPEN OUTPUT RESTART-FILE.
029627     IF NOT WS-RSTRT-OK
029628         DISPLAY "RESTART FILE UNAVAILABLE, STATUS "
029629             WS-RSTRT-STATUS
029630         GO TO 9750-EXIT
029631     END-IF.
029632     MOVE SPACES TO RESTART-RECORD.
029633     MOVE WS-RST-STATE TO RP-STATE.
029634     MOVE WS-RUN-START-TS TO RP-RUN-START-TS.
029635     MOVE WS-RST-POSITION TO RP-REQ-POSITION.
029636     MOVE WS-SUM-SERVED TO RP-AUDIT-COUNT.
029637     MOVE WS-RST-INTERVAL TO RP-INTERVAL.
029638     MOVE WS-RST-THIS-DECK TO RP-DECK-ID.
029639     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029640     ACCEPT WS-CURRENT-TIME FROM TIME.
029641     STRING WS-CURRENT-DATE DELIMITED BY SIZE
029650            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
029663         INTO RP-COMMIT-TS.
029676     WRITE RESTART-RECORD.
029689     IF NOT WS-RSTRT-OK
029702         DISPLAY "RESTART FILE WRITE FAILED, STATUS "
029715             WS-RSTRT-STATUS
029730     END-IF.
029810     CLOSE RESTART-FILE.
029890 9750-EXIT.
029970     EXIT.
029980*
029990*------------------------------------------------------------
030000*9810-WRITE-SUMMARY - PUT OUT THE ONE-RECORD RUN SUMMARY THE
030010*SCHEDULER'S POST-STEP PARSES: RUN START/END TIMESTAMPS,
030020*REQUESTS READ/SERVED, REJECTS BY REASON (NON-NUMERIC, OUT OF
030026*RANGE, BAD DEPARTMENT, BAD TYPE OR REPEATED TICKET), ORDERS
030032*COMPUTED FRESH THIS RUN VERSUS REQUESTS SATISFIED WHOLLY
030038*FROM THE PRELOADED TABLE, THE HIGHEST ORDER NOW ON
030044*BTABLE-FILE (BY ITS BT-ORDER KEY) AND THE RECONCILE OUTCOME
030050*(P/F/S) - THEN, PAST COLUMN 80, THE REQUESTS A RESTART
030056*SKIPPED AS ALREADY DECIDED.  THE READ COUNT INCLUDES THE
030062*SKIPPED REQUESTS.
030070*------------------------------------------------------------
030080 9810-WRITE-SUMMARY.
030090     MOVE SPACES TO SUMMARY-RECORD.
030200     MOVE WS-SUM-READ TO SM-READ-COUNT.
030210     MOVE WS-SUM-SERVED TO SM-SERVED-COUNT.
030220     MOVE WS-SUM-REJ-NONNUM TO SM-REJ-NONNUM-COUNT.
030223*    REFUSALS OF AN ENTRY NOT YET PROMOTED ARE DRIVEN BY THE
030226*    ORDER ASKED FOR AND ROLL INTO THE RANGE BUCKET; REJFILE
030229*    AND RSPFILE CARRY THE DISTINCT STAGED REASON PER TICKET.
030232     COMPUTE SM-REJ-RANGE-COUNT =
030235         WS-SUM-REJ-RANGE + WS-SUM-REJ-STAGED.
030240*    ENTITLEMENT REJECTS ARE DEPARTMENT-DRIVEN AND ROLL INTO
030250*    THE DEPARTMENT BUCKET HERE - THE 80-BYTE PARSED LAYOUT
030260*    HAS NO ROOM FOR A FIFTH REJECT COUNT AND THE POST-STEP
030270*    PARSES THE EXISTING LAYOUT.  THE REJECT AND RESPONSE
030276*    FILES CARRY THE DISTINCT ENTL REASON PER TICKET.  QUOTA
030282*    REFUSALS ARE DEPARTMENT-DRIVEN TOO AND ROLL IN WITH THEM.
030290     COMPUTE SM-REJ-DEPT-COUNT =
030293         WS-SUM-REJ-DEPT + WS-SUM-REJ-ENTL
030296         + WS-SUM-REJ-QUOTA.
030299*    TICKET-REGISTRY REFUSALS ROLL INTO THE TYPE BUCKET THE
030302*    SAME WAY - BOTH ARE REQUESTS REFUSED FOR WHAT THEY ARE
030305*    RATHER THAN FOR THEIR ORDER OR DEPARTMENT.  REJFILE AND
030308*    RSPFILE CARRY THE DISTINCT DUPTKT REASON PER TICKET.
030311     COMPUTE SM-REJ-TYPE-COUNT =
030314         WS-SUM-REJ-TYPE + WS-SUM-REJ-DUP.
030320     MOVE WS-SUM-FRESH TO SM-FRESH-COUNT.
030330     MOVE WS-SUM-CACHED TO SM-CACHED-COUNT.
030340     MOVE WS-SUM-HIGH TO SM-HIGH-ORDER.
030350     MOVE WS-SUM-RECON-OUTCOME TO SM-RECON-OUTCOME.
030355     MOVE WS-SUM-SKIPPED TO SM-SKIPPED-COUNT.
030360     WRITE SUMMARY-RECORD.
030370     IF NOT WS-SUMM-OK
030380         DISPLAY "SUMMARY-FILE WRITE FAILED"
