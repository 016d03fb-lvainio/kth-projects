000610*09/02/2026 LV    COPY MEMBER) AT THE POINT THE AUDIT
000620*09/02/2026 LV    RECORD IS WRITTEN, SO A BERNINQ INQUIRY
000630*09/02/2026 LV    REFLECTS A MIDDAY SERVING AT ONCE.
000631*10/14/2026 LV    EVERY ORDER THE OUTER LOOP VISITS NOW ALSO
000632*10/14/2026 LV    GETS ITS EXACT FRACTION FORMED AND FILED ON
000633*10/14/2026 LV    THE KEYED BFRACF FILE (BERNRATL COPY
000634*10/14/2026 LV    MEMBER), SO AN ORDER FIRST COMPUTED THROUGH
000635*10/14/2026 LV    THE CALL PATH IS AS COMPLETE ON FILE AS ONE
000636*10/14/2026 LV    COMPUTED BY BERNJOB.  A FAILED FRACTION
000637*10/14/2026 LV    WRITE RETURNS STATUS 12 LIKE A TABLE WRITE.
000638*10/14/2026 LV    EVERY CALL NOW CHECKS THE CALLER'S TICKET
000639*10/14/2026 LV    AGAINST THE KEYED TICKET REGISTRY (TICKETF,
000640*10/14/2026 LV    BERNTKT COPY MEMBER, SHARED WITH BERNOULLI)
000641*10/14/2026 LV    BEFORE THE DEPARTMENT IS VALIDATED.  A TICKET
000642*10/14/2026 LV    ALREADY SERVED BY EITHER PATH IS REFUSED WITH
000643*10/14/2026 LV    THE NEW STATUS 32; A SERVED OR DEPARTMENT-
000644*10/14/2026 LV    REFUSED CALL IS RECORDED ON THE REGISTRY.
000645*10/14/2026 LV    A REGISTRY THAT WILL NOT OPEN RETURNS STATUS
000646*10/14/2026 LV    12 AND SERVES NOTHING.
000647*10/14/2026 LV    MONTHLY DEPARTMENT QUOTAS.  AN ENTITLED CALL
000648*10/14/2026 LV    IS NOW HELD AGAINST THE DEPARTMENT'S MONTHLY
000649*10/14/2026 LV    QUOTA AND ITS MONTH-TO-DATE SERVINGS ON THE
000650*10/14/2026 LV    KEYED USAGE FILE (USAGEF, BERNUSG COPY MEMBER,
000651*10/14/2026 LV    SHARED WITH BERNOULLI) AND REFUSED WITH THE
000652*10/14/2026 LV    NEW STATUS 36 ONCE THE QUOTA IS REACHED; EVERY
000653*10/14/2026 LV    SERVED CALL IS COUNTED.  A USAGE FILE THAT
000654*10/14/2026 LV    WILL NOT OPEN RETURNS STATUS 12.
000655*10/14/2026 LV    TAMPER-EVIDENT AUDIT TRAIL.  EVERY AUDIT RECORD
000656*10/14/2026 LV    NOW CARRIES A CHAINED CHECK VALUE IN COLUMNS
000657*10/14/2026 LV    76-80, COMPUTED OVER THE RECORD AND THE CHECK
000658*10/14/2026 LV    OF THE RECORD BEFORE IT (BERNCHN COPY MEMBER,
000659*10/14/2026 LV    SHARED WITH BERNOULLI AND BERNCHAN).
000660*10/14/2026 LV    THE CHAIN IS PICKED UP FROM THE LAST RECORD ON
000661*10/14/2026 LV    THE LIVE FILE BEFORE IT IS OPENED FOR APPEND.
000662*10/14/2026 LV    MAKER-CHECKER FOR THE LIVE TABLES.  A NEWLY
000663*10/14/2026 LV    COMPUTED ORDER IS NO LONGER WRITTEN TO
000664*10/14/2026 LV    BTABLE-FILE - IT IS STAGED, PENDING, ON THE
000665*10/14/2026 LV    KEYED STAGING FILE (STAGEF, BERNSTG COPY
000666*10/14/2026 LV    MEMBER, SHARED WITH BERNOULLI) UNDER THE
000667*10/14/2026 LV    CALLER'S USER ID, FOR BERNCERT TO CERTIFY AND
000668*10/14/2026 LV    A SECOND OPERATOR TO APPROVE.  A STAGING FILE
000669*10/14/2026 LV    THAT WILL NOT OPEN RETURNS STATUS 12.
000670*10/15/2026 LV    ONLY PROMOTED ENTRIES ARE SERVED.  AN ORDER NOT
000671*10/15/2026 LV    YET ON THE LIVE FILE IS STILL COMPUTED AND
000672*10/15/2026 LV    STAGED, BUT THE CALL IS REFUSED WITH THE NEW
000673*10/15/2026 LV    STATUS 44 AND REGISTERED AS REJECTED (STAGED).
000674*10/15/2026 LV    A STAGING OR FRACTION WRITE THAT FAILS NOW
000675*10/15/2026 LV    STOPS THE CALL BEFORE THE AUDIT WRITE, SO A
000676*10/15/2026 LV    STATUS 12 NEVER LEAVES AN AUDITED SERVING
000677*10/15/2026 LV    THAT WAS NOT COUNTED OR REGISTERED.
000678*
000679*THIS SUBPROGRAM SERVES ONE BERNOULLI NUMBER PER CALL.  THE
000680*CALL INTERFACE IS THE BSRVPARM COPYBOOK - REQUESTED ORDER IN,
000681*FIXED-DECIMAL VALUE AND A TWO-BYTE STATUS BACK.  ON THE FIRST
000682*CALL THE BTABLE-FILE IS OPENED AND PRELOADED SO REPEAT CALLS
000690*IN THE SAME JOB STEP COST NOTHING; EVERY VALUE SERVED IS
000700*LOGGED TO THE AUDIT FILE, THE SAME TRAIL BERNJOB WRITES.
000710*CHECKPOINTING IS NOT DONE HERE - THAT IS BERNJOB RESTART
000720*INSTRUMENTATION - BUT EVERY NEWLY COMPUTED ORDER IS STAGED
000730*FOR CERTIFICATION IMMEDIATELY; IT REACHES BTABLE-FILE ONLY
000740*WHEN BERNCERT PROMOTES IT.
000750*
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS LA-ORDER
001020         FILE STATUS IS WS-LACT-STATUS.
001021     SELECT BFRAC-FILE ASSIGN TO BFRACF
001022         ORGANIZATION IS INDEXED
001023         ACCESS MODE IS DYNAMIC
001024         RECORD KEY IS BF-ORDER
001025         FILE STATUS IS WS-BFRAC-STATUS.
001026     SELECT TICKET-FILE ASSIGN TO TICKETF
001027         ORGANIZATION IS INDEXED
001028         ACCESS MODE IS DYNAMIC
001029         RECORD KEY IS TK-TICKET-NO
001030         FILE STATUS IS WS-TKT-STATUS.
001031     SELECT USAGE-FILE ASSIGN TO USAGEF
001032         ORGANIZATION IS INDEXED
001033         ACCESS MODE IS DYNAMIC
001034         RECORD KEY IS UG-KEY
001035         FILE STATUS IS WS-USG-STATUS.
001036     SELECT STAGE-FILE ASSIGN TO STAGEF
001037         ORGANIZATION IS INDEXED
001038         ACCESS MODE IS DYNAMIC
001039         RECORD KEY IS SG-KEY
001040         FILE STATUS IS WS-STAGE-STATUS.

001041 DATA DIVISION.
001042 FILE SECTION.
001050 FD  BTABLE-FILE.
001060 01  BTABLE-RECORD.
001070     05  BT-ORDER                PIC 9(02).
001260     05  AU-TICKET-NO            PIC X(10).
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  AU-REQUEST-TYPE         PIC X(01).
001290     05  AU-CHAIN-CHECK          PIC 9(05).

001300 FD  DEPT-FILE.
001310 01  DEPT-RECORD.
001370     05  DM-EFF-TO               PIC X(08).
001380     05  DM-ALLOWED-TYPES        PIC X(08).
001390     05  DM-MAX-ORDER            PIC 9(02).
001391     05  DM-QUOTA-AREA.
001392         10  DM-MONTH-QUOTA      PIC 9(05).
001393         10  DM-TYPE-QUOTA       OCCURS 6 TIMES.
001394             15  DM-TQ-TYPE      PIC X(01).
001395             15  DM-TQ-LIMIT     PIC 9(05).

001400*THE ONE-RECORD RUN-TOKEN FILE EVERY UPDATER OF THE CLUSTER
001410*CHECKS AND WRITES - SEE THE BERNLOCK COPY MEMBER.
001670     05  LA-CHKPT-TS             PIC X(14).
001680     05  LA-SERVE-COUNT          PIC 9(05).

001681*THE KEYED EXACT-FRACTION COMPANION TO BTABLE-FILE, ONE
001682*RECORD PER TABLE SLOT - SEE THE BERNRATL COPY MEMBER.
001683 FD  BFRAC-FILE.
001684 01  BFRAC-RECORD.
001685     05  BF-ORDER                PIC 9(02).
001686     05  BF-NUMERATOR            PIC S9(21) COMP-3.
001687     05  BF-DENOMINATOR          PIC 9(09) COMP-3.

001688*THE KEYED TICKET REGISTRY SHARED WITH BERNOULLI - SEE THE
001689*BERNTKT COPY MEMBER.  A CALL'S RUN TIMESTAMP IS THE TIME OF
001690*THE FIRST-CALL SETUP THAT OPENED THE FILES.
001691 FD  TICKET-FILE.
001692 01  TICKET-RECORD.
001693     05  TK-TICKET-NO            PIC X(10).
001694     05  TK-STATUS               PIC X(01).
001695         88  TK-SERVED                   VALUE 'S'.
001696         88  TK-REJECTED                 VALUE 'R'.
001697         88  TK-RESUBMITTED              VALUE 'U'.
001698         88  TK-SERVED-ON-RESUB          VALUE 'E'.
001699     05  TK-FIRST-RUN-TS         PIC X(14).
001700     05  TK-FIRST-PROGRAM        PIC X(09).
001701     05  TK-FIRST-REASON         PIC X(06).
001702     05  TK-LAST-RUN-TS          PIC X(14).
001703     05  TK-LAST-REASON          PIC X(06).
001704     05  TK-SERVED-TS            PIC X(14).
001705     05  TK-SUBMIT-COUNT         PIC 9(03).
001706     05  TK-REPEAT-COUNT         PIC 9(03).
001707     05  TK-REPEAT-TS            PIC X(14).
001708     05  TK-DEPT-CODE            PIC X(04).
001709     05  TK-USER-ID              PIC X(08).
001710     05  TK-REQUESTED-N          PIC X(02).
001711     05  TK-REQUEST-TYPE         PIC X(01).

001712*THE KEYED MONTH-TO-DATE USAGE FILE, ONE RECORD PER CALENDAR
001713*MONTH AND DEPARTMENT, CHECKED AND MAINTAINED BY THIS PROGRAM
001714*AND BERNOULLI - SEE THE BERNUSG COPY MEMBER.
001715 FD  USAGE-FILE.
001716 01  USAGE-RECORD.
001717     05  UG-KEY.
001718         10  UG-MONTH            PIC X(06).
001719         10  UG-DEPT-CODE        PIC X(04).
001720     05  UG-SERVED-TOTAL         PIC 9(07).
001721     05  UG-SERVED-BY-TYPE.
001722         10  UG-SERVED-COUNT     PIC 9(07) OCCURS 6 TIMES.
001723     05  UG-REFUSED-COUNT        PIC 9(05).
001724     05  UG-LAST-SERVED-TS       PIC X(14).
001725     05  UG-LAST-REFUSED-TS      PIC X(14).

001726*THE KEYED STAGING FILE - ONE ENTRY PER TABLE AND SLOT, MADE
001727*HERE OR BY BERNOULLI AND CERTIFIED, APPROVED OR REJECTED BY
001728*BERNCERT.  THE TABLE ID PICKS THE VALUE VIEW (THE BS FORM IS
001729*A REDEFINES), AS ON THE HISTORY RECORD.
001730 FD  STAGE-FILE.
001731 01  STAGE-RECORD.
001732     05  SG-KEY.
001733         10  SG-TABLE-ID         PIC X(02).
001734             88  SG-BTABLE               VALUE 'BT'.
001735             88  SG-BSCALE               VALUE 'BS'.
001736         10  SG-ORDER            PIC 9(02).
001737     05  SG-STATE                PIC X(01).
001738         88  SG-PENDING                  VALUE 'P'.
001739         88  SG-CERTIFIED                VALUE 'C'.
001740         88  SG-FAILED                   VALUE 'F'.
001741         88  SG-PROMOTED                 VALUE 'A'.
001742         88  SG-REJECTED                 VALUE 'R'.
001743     05  SG-ACTION               PIC X(01).
001744         88  SG-NEW-ENTRY                VALUE 'N'.
001745         88  SG-REFRESH                  VALUE 'R'.
001746     05  SG-VALUE-AREA.
001747         10  SG-BT-VALUE         PIC S9(15)V9(09) COMP-3.
001748     05  SG-BS-VALUE REDEFINES SG-VALUE-AREA.
001749         10  SG-BS-MANT          PIC S9(01)V9(15) COMP-3.
001750         10  SG-BS-EXP           PIC S9(03) COMP-3.
001751         10  FILLER              PIC X(02).
001752     05  SG-LIVE-AREA.
001753         10  SG-LIVE-BT-VALUE    PIC S9(15)V9(09) COMP-3.
001754     05  SG-LIVE-BS-VALUE REDEFINES SG-LIVE-AREA.
001755         10  SG-LIVE-BS-MANT     PIC S9(01)V9(15) COMP-3.
001756         10  SG-LIVE-BS-EXP      PIC S9(03) COMP-3.
001757         10  FILLER              PIC X(02).
001758     05  SG-CHECK-AREA.
001759         10  SG-CHECK-BT-VALUE   PIC S9(15)V9(09) COMP-3.
001760     05  SG-CHECK-BS-VALUE REDEFINES SG-CHECK-AREA.
001761         10  SG-CHECK-BS-MANT    PIC S9(01)V9(15) COMP-3.
001762         10  SG-CHECK-BS-EXP     PIC S9(03) COMP-3.
001763         10  FILLER              PIC X(02).
001764     05  SG-MAKER-PROGRAM        PIC X(09).
001765     05  SG-MAKER-USER           PIC X(08).
001766     05  SG-STAGED-TS            PIC X(14).
001767     05  SG-CERTIFIED-TS         PIC X(14).
001768     05  SG-CHECKER-USER         PIC X(08).
001769     05  SG-DECIDED-TS           PIC X(14).
001770     05  SG-REASON               PIC X(08).
001771     05  FILLER                  PIC X(08).

001772 WORKING-STORAGE SECTION.
001773*
001774*------------------------------------------------------------
001775*BNUMS TABLE - HOLDS THE COMPUTED BERNOULLI NUMBERS.  THE
001776*TABLE, ITS BOUNDS AND THE STATUS SWITCHES MIRROR BERNOULLI -
001777*SEE THAT PROGRAM FOR THE FULL DISCUSSION OF WHY THE REQUEST
001778*CEILING IS 38 (B40'S INTEGER PART ALREADY NEEDS 17 DIGITS AND
001779*A TRUNCATED COMP-3 ENTRY WOULD SILENTLY CORRUPT EVERY ORDER
001780*ABOVE IT).
001781*------------------------------------------------------------
001790 01  BTABLE.
001800     02  BNUMS PIC S9(15)V9(09) COMP-3 OCCURS 99 TIMES.

001850         03  BT-COMPUTED-SW      PIC X(01) VALUE 'N'.
001860             88  BT-IS-COMPUTED           VALUE 'Y'.

001861*
001862*------------------------------------------------------------
001863*RATIONAL TABLE - THE EXACT COMPANION TO BNUMS, SLOT FOR
001864*SLOT, WITH THE WS-RT- WORK FIELDS THE BERNRATL PARAGRAPHS
001865*USE.  THE PICTURES MIRROR BERNOULLI - SEE THAT PROGRAM.
001866*------------------------------------------------------------
001867 01  RATIONAL-TABLE.
001868     02  RATIONAL-ENTRY OCCURS 99 TIMES.
001869         03  RT-NUMER            PIC S9(21) COMP-3.
001870         03  RT-DENOM            PIC 9(09) COMP-3.

001871 01  RT-STATUS-TABLE.
001872     02  RT-STATUS-ENTRY OCCURS 99 TIMES.
001873         03  RT-ON-FILE-SW       PIC X(01) VALUE 'N'.
001874             88  RT-WAS-ON-FILE          VALUE 'Y'.
001875         03  RT-COMPUTED-SW      PIC X(01) VALUE 'N'.
001876             88  RT-IS-COMPUTED           VALUE 'Y'.

001877 77  WS-RT-SUM-NUM               PIC S9(31) COMP-3 VALUE 0.
001878 77  WS-RT-SUM-DEN               PIC 9(15) COMP-3 VALUE 0.
001879 77  WS-RT-WORK-NUM              PIC S9(31) COMP-3 VALUE 0.
001880 77  WS-RT-WORK-DEN              PIC 9(15) COMP-3 VALUE 0.
001881 77  WS-RT-LCM                   PIC 9(15) COMP-3 VALUE 0.
001882 77  WS-RT-COEF                  PIC 9(15) COMP-3 VALUE 0.
001883 77  WS-RT-GCD-A                 PIC 9(31) COMP-3 VALUE 0.
001884 77  WS-RT-GCD-B                 PIC 9(31) COMP-3 VALUE 0.
001885 77  WS-RT-GCD-Q                 PIC 9(31) COMP-3 VALUE 0.
001886 77  WS-RT-GCD-R                 PIC 9(31) COMP-3 VALUE 0.
001887 77  WS-RT-FAIL-SW               PIC X(01) VALUE 'N'.
001888     88  WS-RT-FAILED                       VALUE 'Y'.

001889 77  WS-MIN-REQUEST-N            PIC 9(2) VALUE 01.
001890 77  WS-MAX-REQUEST-N            PIC 9(2) VALUE 38.
001891 77  WS-PERSIST-IX               PIC 9(3) VALUE 0.

001900 01  N                           PIC 9(2) VALUE 0.
001910 01  M                           PIC 9(2) VALUE 0.

002070 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
002080     88  WS-AUDIT-OK                        VALUE '00'.
002082     88  WS-AUDIT-EOF                       VALUE '10'.

002084 77  WS-BFRAC-STATUS             PIC X(02) VALUE SPACES.
002086     88  WS-BFRAC-OK                        VALUE '00'.
002088     88  WS-BFRAC-EOF                       VALUE '10'.

002090 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
002100 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
002450 77  WS-ENTL-IX                  PIC 9(02) VALUE 0.
002460 77  WS-VALIDATE-DATE            PIC X(08) VALUE SPACES.

002461*
002462*------------------------------------------------------------
002463*TICKET REGISTRY FIELDS - THE WS-TKT- STAGING FIELDS THE
002464*BERNTKT PARAGRAPHS USE.  THE CALL PATH NEVER REDECIDES AN
002465*EARLIER RUN'S REJECTIONS, SO WS-TKT-REDO-TS STAYS BLANK.
002466*------------------------------------------------------------
002467 77  WS-TKT-STATUS               PIC X(02) VALUE SPACES.
002468     88  WS-TKT-OK                          VALUE '00'.

002469 77  WS-TKT-FILE-ERROR-SW        PIC X(01) VALUE 'N'.
002470     88  WS-TKT-FILE-ERROR                  VALUE 'Y'.

002471 77  WS-TKT-STATE-SW             PIC X(01) VALUE 'N'.
002472     88  WS-TKT-NEW                         VALUE 'N'.
002473     88  WS-TKT-UNREGISTERED                VALUE 'X'.
002474     88  WS-TKT-REPEAT                      VALUE 'D'.
002475     88  WS-TKT-RESUBMISSION                VALUE 'U'.
002476     88  WS-TKT-REDO                        VALUE 'A'.

002477 77  WS-TKT-TICKET               PIC X(10) VALUE SPACES.
002478 77  WS-TKT-RUN-TS               PIC X(14) VALUE SPACES.
002479 77  WS-TKT-REDO-TS              PIC X(14) VALUE SPACES.
002480 77  WS-TKT-PROGRAM              PIC X(09) VALUE 'BERNSRV'.
002481 77  WS-TKT-DEPT                 PIC X(04) VALUE SPACES.
002482 77  WS-TKT-USER                 PIC X(08) VALUE SPACES.
002483 77  WS-TKT-ORDER                PIC X(02) VALUE SPACES.
002484 77  WS-TKT-TYPE                 PIC X(01) VALUE SPACE.
002485 77  WS-TKT-OUTCOME              PIC X(01) VALUE SPACE.
002486 77  WS-TKT-REASON               PIC X(06) VALUE SPACES.
002487*
002488*------------------------------------------------------------
002489*MONTHLY QUOTA FIELDS - THE WS-USG- FIELDS THE BERNUSG
002490*PARAGRAPHS USE.  THE CALL PATH ONLY SERVES RAW REQUESTS, SO
002491*EVERY CALL IS CHECKED AND COUNTED AS TYPE 'B'.
002492*------------------------------------------------------------
002493 77  WS-USG-STATUS               PIC X(02) VALUE SPACES.
002494     88  WS-USG-OK                          VALUE '00'.

002495 77  WS-USG-FILE-ERROR-SW        PIC X(01) VALUE 'N'.
002496     88  WS-USG-FILE-ERROR                  VALUE 'Y'.

002497 77  WS-USG-QUOTA-SW             PIC X(01) VALUE 'N'.
002498     88  WS-USG-OVER                        VALUE 'Y'.
002499     88  WS-USG-WITHIN                      VALUE 'N'.

002500 77  WS-USG-DEPT                 PIC X(04) VALUE SPACES.
002501 77  WS-USG-TYPE                 PIC X(01) VALUE SPACE.
002502 77  WS-USG-TS                   PIC X(14) VALUE SPACES.
002503 77  WS-USG-DATE                 PIC 9(08) VALUE 0.
002504 77  WS-USG-TIME                 PIC 9(08) VALUE 0.
002505 77  WS-USG-TYPE-LIST            PIC X(06) VALUE 'BSFPRZ'.
002506 77  WS-USG-SLOT                 PIC 9(02) VALUE 0.
002507 77  WS-USG-IX                   PIC 9(02) VALUE 0.
002508 77  WS-USG-MONTH-LIMIT          PIC 9(05) VALUE 0.
002509 77  WS-USG-TYPE-LIMIT           PIC 9(05) VALUE 0.
002510*
002511*------------------------------------------------------------
002512*AUDIT CHAIN FIELDS - THE WS-CHN- FIELDS THE BERNCHN
002513*PARAGRAPHS USE.  WS-CHN-PREV CARRIES THE CHECK OF THE LAST
002514*AUDIT RECORD WRITTEN FORWARD TO THE NEXT ONE.
002515*------------------------------------------------------------
002516 77  WS-CHN-PREV                 PIC 9(05) VALUE 0.
002517 77  WS-CHN-CHECK                PIC 9(05) VALUE 0.
002518 77  WS-CHN-RECORD               PIC X(80) VALUE SPACES.
002519 77  WS-CHN-STATE                PIC 9(09) VALUE 0.
002520 77  WS-CHN-WORK                 PIC 9(09) VALUE 0.
002521 77  WS-CHN-QUOT                 PIC 9(09) VALUE 0.
002522 77  WS-CHN-IX                   PIC 9(03) VALUE 0.
002523*
002524*------------------------------------------------------------
002525*STAGING FIELDS FOR THE BERNSTG PARAGRAPHS.  THE VALUE AND
002526*LIVE-VALUE AREAS FOLLOW THE STAGE-RECORD FORM; A NEW ENTRY'S
002527*LIVE VALUE IS ZERO.
002528*------------------------------------------------------------
002529 77  WS-STAGE-STATUS             PIC X(02) VALUE SPACES.
002530     88  WS-STAGE-OK                        VALUE '00'.
002531     88  WS-STAGE-NOT-FOUND                 VALUE '23'.

002532 77  WS-STG-FILE-ERROR-SW        PIC X(01) VALUE 'N'.
002533     88  WS-STG-FILE-ERROR                  VALUE 'Y'.

002534 77  WS-STG-RESULT-SW            PIC X(01) VALUE SPACE.
002535     88  WS-STG-WRITTEN                     VALUE 'W'.
002536     88  WS-STG-UNCHANGED                   VALUE 'U'.
002537     88  WS-STG-FAILED                      VALUE 'E'.

002538 77  WS-STG-TABLE-ID             PIC X(02) VALUE SPACES.
002539 77  WS-STG-SLOT                 PIC 9(02) VALUE 0.
002540 77  WS-STG-ACTION               PIC X(01) VALUE SPACE.
002541 77  WS-STG-MAKER-PROGRAM        PIC X(09) VALUE SPACES.
002542 77  WS-STG-MAKER-USER           PIC X(08) VALUE SPACES.
002543 77  WS-STG-COUNT                PIC 9(05) VALUE 0.
002544 01  WS-STG-VALUE-AREA.
002545     05  WS-STG-BT-VALUE         PIC S9(15)V9(09) COMP-3 VALUE 0.
002546 01  WS-STG-BS-VALUE REDEFINES WS-STG-VALUE-AREA.
002547     05  WS-STG-BS-MANT          PIC S9(01)V9(15) COMP-3.
002548     05  WS-STG-BS-EXP           PIC S9(03) COMP-3.
002549     05  FILLER                  PIC X(02).
002550 01  WS-STG-LIVE-AREA.
002551     05  WS-STG-LIVE-BT-VALUE    PIC S9(15)V9(09) COMP-3 VALUE 0.
002552 01  WS-STG-LIVE-BS-VALUE REDEFINES WS-STG-LIVE-AREA.
002553     05  WS-STG-LIVE-BS-MANT     PIC S9(01)V9(15) COMP-3.
002554     05  WS-STG-LIVE-BS-EXP      PIC S9(03) COMP-3.
002555     05  FILLER                  PIC X(02).

002556 01  WS-CHN-CHAR-AREA.
002557     05  WS-CHN-CHAR-HIGH        PIC X(01) VALUE LOW-VALUE.
002558     05  WS-CHN-CHAR             PIC X(01) VALUE SPACE.
002559 01  WS-CHN-CHAR-CODE REDEFINES WS-CHN-CHAR-AREA
002560                                 PIC 9(04) COMP.

002561 LINKAGE SECTION.
002562 COPY BSRVPARM.

002563 PROCEDURE DIVISION USING BSRV-PARAMETERS.
002564*
002565*==============================================================
002566*0000-SERVE-REQUEST
002567*==============================================================
002568 0000-SERVE-REQUEST.
002569     SET BSRV-OK TO TRUE.
002570     IF BSRV-REQUESTED-N IS NOT NUMERIC
002571         MOVE ZERO TO BSRV-VALUE
002580         SET BSRV-NOT-NUMERIC TO TRUE
002590     ELSE
002600         IF BSRV-SHUTDOWN-REQUESTED
002720                 IF WS-LOCK-BUSY
002730                     SET BSRV-LOCKED-OUT TO TRUE
002740                 ELSE
002741                 IF WS-TKT-FILE-ERROR
002742                     SET BSRV-FILE-ERROR TO TRUE
002743                 ELSE
002744                 IF WS-USG-FILE-ERROR OR WS-STG-FILE-ERROR
002745                     SET BSRV-FILE-ERROR TO TRUE
002746                 ELSE
002747                 MOVE BSRV-TICKET-NO TO WS-TKT-TICKET
002748                 PERFORM 9760-CHECK-TICKET THRU 9760-EXIT
002749                 IF WS-TKT-REPEAT
002750                     SET BSRV-DUPLICATE-TICKET TO TRUE
002751                 ELSE
002752                 PERFORM 3070-VALIDATE-DEPARTMENT THRU 3070-EXIT
002760                 IF WS-DEPT-INVALID
002770                     SET BSRV-BAD-DEPARTMENT TO TRUE
002780                 ELSE
002810                     IF WS-ENTL-INVALID
002820                         SET BSRV-NOT-ENTITLED TO TRUE
002830                     ELSE
002831                     MOVE BSRV-DEPT-CODE TO WS-USG-DEPT
002832                     MOVE 'B' TO WS-USG-TYPE
002833                     PERFORM 9780-CHECK-QUOTA THRU 9780-EXIT
002834                     IF WS-USG-OVER
002835                         SET BSRV-OVER-QUOTA TO TRUE
002836                     ELSE
002840                         PERFORM 4000-SERVE-ONE-ORDER
002850                             THRU 4000-EXIT
002852                         IF BSRV-OK
002854                             PERFORM 9785-COUNT-SERVING
002856                                 THRU 9785-EXIT
002858                         END-IF
002860                     END-IF
002861                     END-IF
002862                 END-IF
002863                 PERFORM 3098-NOTE-TICKET THRU 3098-EXIT
002864                 END-IF
002865                 END-IF
002870                 END-IF
002880                 END-IF
002890             END-IF
003200         OPEN I-O BTABLE-FILE
003210     END-IF.
003220     PERFORM 1050-PRELOAD-BTABLE THRU 1050-EXIT.
003221     MOVE 'N' TO WS-STG-FILE-ERROR-SW.
003222     OPEN I-O STAGE-FILE.
003223     IF NOT WS-STAGE-OK
003224         OPEN OUTPUT STAGE-FILE
003225         CLOSE STAGE-FILE
003226         OPEN I-O STAGE-FILE
003227     END-IF.
003228     IF NOT WS-STAGE-OK
003229         DISPLAY "BERNSRV - STAGEF OPEN FAILED, STATUS "
003230             WS-STAGE-STATUS
003231         SET WS-STG-FILE-ERROR TO TRUE
003232         SET BSRV-FILE-ERROR TO TRUE
003233     END-IF.
003234     IF NOT BT-WAS-ON-FILE(1)
003240         MOVE 1 TO WS-PERSIST-IX
003250         PERFORM 9710-PERSIST-ONE-ENTRY THRU 9710-EXIT
003260     END-IF.
003261     MOVE 1 TO RT-NUMER(1).
003262     MOVE 1 TO RT-DENOM(1).
003263     SET RT-IS-COMPUTED(1) TO TRUE.
003264     OPEN I-O BFRAC-FILE.
003265     IF NOT WS-BFRAC-OK
003266         OPEN OUTPUT BFRAC-FILE
003267         CLOSE BFRAC-FILE
003268         OPEN I-O BFRAC-FILE
003269     END-IF.
003270     PERFORM 1058-PRELOAD-BFRAC THRU 1058-EXIT.
003271     IF NOT RT-WAS-ON-FILE(1)
003272         MOVE 1 TO WS-PERSIST-IX
003273         PERFORM 9725-PERSIST-ONE-FRACTION THRU 9725-EXIT
003274     END-IF.
003275     PERFORM 9790-FIND-CHAIN-HEAD THRU 9790-EXIT.
003276     OPEN EXTEND AUDIT-FILE.
003280     IF NOT WS-AUDIT-OK
003290         OPEN OUTPUT AUDIT-FILE
003300     END-IF.
003430     IF NOT WS-AUDIT-OK
003440         SET BSRV-FILE-ERROR TO TRUE
003450     END-IF.
003451     MOVE 'N' TO WS-TKT-FILE-ERROR-SW.
003452     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003453     ACCEPT WS-CURRENT-TIME FROM TIME.
003454     STRING WS-CURRENT-DATE DELIMITED BY SIZE
003455            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
003456         INTO WS-TKT-RUN-TS.
003457     OPEN I-O TICKET-FILE.
003458     IF NOT WS-TKT-OK
003459         OPEN OUTPUT TICKET-FILE
003460         CLOSE TICKET-FILE
003461         OPEN I-O TICKET-FILE
003462     END-IF.
003463     IF NOT WS-TKT-OK
003464         DISPLAY "BERNSRV - TICKETF OPEN FAILED, STATUS "
003465             WS-TKT-STATUS
003466         SET WS-TKT-FILE-ERROR TO TRUE
003467         SET BSRV-FILE-ERROR TO TRUE
003468     END-IF.
003469     MOVE 'N' TO WS-USG-FILE-ERROR-SW.
003470     OPEN I-O USAGE-FILE.
003471     IF NOT WS-USG-OK
003472         OPEN OUTPUT USAGE-FILE
003473         CLOSE USAGE-FILE
003474         OPEN I-O USAGE-FILE
003475     END-IF.
003476     IF NOT WS-USG-OK
003477         DISPLAY "BERNSRV - USAGEF OPEN FAILED, STATUS "
003478             WS-USG-STATUS
003479         SET WS-USG-FILE-ERROR TO TRUE
003480         SET BSRV-FILE-ERROR TO TRUE
003481     END-IF.
003482     MOVE 'N' TO WS-FIRST-CALL-SW.
003483 1000-EXIT.
003484     EXIT.
003490*
003500 COPY BERNPREL.
003510*
003520 COPY BERNLOCK.
003530*
003540 COPY BERNLACT.
003541*
003542 COPY BERNTKT.
003543*
003544 COPY BERNUSG.
003545*
003546 COPY BERNCHN.
003547*
003548 COPY BERNSTG.
003550*
003560*------------------------------------------------------------
003570*3070-VALIDATE-DEPARTMENT - READ THE CALLER'S DEPARTMENT
004130     EXIT.
004140*
004150*------------------------------------------------------------
004151*3098-NOTE-TICKET - RECORD THE CALL'S OUTCOME ON THE TICKET
004152*REGISTRY, WITH THE SAME REASON CODES BERNOULLI PUTS ON ITS
004153*REJECT FILE.  A CALL THAT ENDED ON A FILE ERROR DECIDED
004154*NOTHING THE CALLER CAN RELY ON AND IS NOT RECORDED, SO ITS
004155*RETRY IS NOT REFUSED - 4000 WRITES NO AUDIT LINE FOR SUCH A
004156*CALL, SO THE RETRY IS NOT A SECOND SERVING ON THE TRAIL.  A
004157*CALL REFUSED ON ITS ORDER NEVER GETS THIS FAR - IT IS
004158*ANSWERED BEFORE THE FILES ARE TOUCHED.
004159*------------------------------------------------------------
004160 3098-NOTE-TICKET.
004161     MOVE BSRV-DEPT-CODE TO WS-TKT-DEPT.
004162     MOVE BSRV-USER-ID TO WS-TKT-USER.
004163     MOVE BSRV-REQUESTED-N TO WS-TKT-ORDER.
004164     MOVE 'B' TO WS-TKT-TYPE.
004165     MOVE SPACES TO WS-TKT-REASON.
004166     EVALUATE TRUE
004167         WHEN BSRV-OK
004168             MOVE 'S' TO WS-TKT-OUTCOME
004169         WHEN BSRV-BAD-DEPARTMENT
004170             MOVE 'R' TO WS-TKT-OUTCOME
004171             MOVE 'DEPT  ' TO WS-TKT-REASON
004172         WHEN BSRV-NOT-ENTITLED
004173             MOVE 'R' TO WS-TKT-OUTCOME
004174             MOVE 'ENTL  ' TO WS-TKT-REASON
004175         WHEN BSRV-OVER-QUOTA
004176             MOVE 'R' TO WS-TKT-OUTCOME
004177             MOVE 'QUOTA ' TO WS-TKT-REASON
004178         WHEN BSRV-NOT-PROMOTED
004179             MOVE 'R' TO WS-TKT-OUTCOME
004180             MOVE 'STAGED' TO WS-TKT-REASON
004181         WHEN OTHER
004182             GO TO 3098-EXIT
004183     END-EVALUATE.
004184     PERFORM 9765-NOTE-TICKET THRU 9765-EXIT.
004185 3098-EXIT.
004186     EXIT.
004187*
004188*------------------------------------------------------------
004189*4000-SERVE-ONE-ORDER - DRIVE THE OUTER LOOP FOR THE
004190*REQUESTED ORDER, HAND THE VALUE BACK THROUGH THE LINKAGE
004191*BLOCK AND LOG THE SERVING.  EVERY STAGING AND FRACTION WRITE
004192*IS DONE BY THE LOOP BEFORE THE AUDIT WRITE; IF ONE FAILED,
004193*NOTHING IS SERVED OR AUDITED.  AN ORDER NOT YET PROMOTED TO
004194*THE LIVE FILE IS STAGED BY THE LOOP BUT REFUSED (STATUS 44).
004195*------------------------------------------------------------
004200 4000-SERVE-ONE-ORDER.
004210     MOVE BSRV-REQUESTED-N TO WS-REQUESTED-N.
004220     MOVE BSRV-REQUESTED-N TO N.
004240     PERFORM 5000-OUTERLOOP THRU 5000-EXIT
004250         VARYING M FROM 2 BY 1 UNTIL M = N.
004260     COMPUTE N = N - 1.
004261     IF BSRV-FILE-ERROR
004262         GO TO 4000-EXIT
004263     END-IF.
004264     IF NOT BT-WAS-ON-FILE(N)
004265         SET BSRV-NOT-PROMOTED TO TRUE
004266         GO TO 4000-EXIT
004267     END-IF.
004270     MOVE BNUMS(N) TO BSRV-VALUE.
004280     PERFORM 4090-WRITE-AUDIT-RECORD THRU 4090-EXIT.
004282     IF BSRV-FILE-ERROR
004284         MOVE ZERO TO BSRV-VALUE
004286     END-IF.
004290 4000-EXIT.
004300     EXIT.
004310*
004490     MOVE BSRV-USER-ID TO AU-USER-ID.
004500     MOVE BSRV-TICKET-NO TO AU-TICKET-NO.
004510     MOVE BNUMS(N) TO AU-VALUE.
004515     PERFORM 9795-SEAL-AUDIT-RECORD THRU 9795-EXIT.
004520     WRITE AUDIT-RECORD.
004530     IF NOT WS-AUDIT-OK
004540         SET BSRV-FILE-ERROR TO TRUE
004543     ELSE
004546         MOVE WS-CHN-CHECK TO WS-CHN-PREV
004550     END-IF.
004560     MOVE WS-REQUESTED-N TO WS-LACT-ORDER.
004570     MOVE AU-TIMESTAMP TO WS-LACT-TS.
004650*------------------------------------------------------------
004660*5000-OUTERLOOP - APPLY THE BINOMIAL RECURRENCE FOR ONE
004670*VALUE OF M, PERSISTING EACH NEWLY COMPUTED ORDER AT ONCE.
004673*THE SLOT'S EXACT FRACTION IS FORMED AND FILED FIRST IF IT
004676*IS NOT ALREADY IN THE RATIONAL TABLE.
004680*------------------------------------------------------------
004690 5000-OUTERLOOP.
004691     IF NOT RT-IS-COMPUTED(M)
004692         PERFORM 5200-RATIONAL-ORDER THRU 5200-EXIT
004693         MOVE M TO WS-PERSIST-IX
004694         PERFORM 9725-PERSIST-ONE-FRACTION THRU 9725-EXIT
004695     END-IF.
004700     IF BT-IS-COMPUTED(M)
004710         CONTINUE
004720     ELSE
004840*
004850 COPY BERNCORE.
004860*
004863 COPY BERNRATL.
004866*
004870*------------------------------------------------------------
004876*9710-PERSIST-ONE-ENTRY - STAGE ONE NEWLY COMPUTED ORDER FOR
004882*CERTIFICATION UNDER THE CALLER'S USER ID.  THE CALL PATH
004888*NEVER REFRESHES, SO AN ORDER ALREADY ON FILE IS NEVER STAGED
004894*HERE, AND A STAGED ORDER STAYS OFF BTABLE-FILE UNTIL BERNCERT
004900*PROMOTES IT.
004910*------------------------------------------------------------
004920 9710-PERSIST-ONE-ENTRY.
004930     IF BT-IS-COMPUTED(WS-PERSIST-IX)
004940             AND NOT BT-WAS-ON-FILE(WS-PERSIST-IX)
004941             AND NOT WS-STG-FILE-ERROR
004942         MOVE 'BT' TO WS-STG-TABLE-ID
004943         MOVE WS-PERSIST-IX TO WS-STG-SLOT
004944         MOVE 'N' TO WS-STG-ACTION
004945         MOVE BNUMS(WS-PERSIST-IX) TO WS-STG-BT-VALUE
004946         MOVE 0 TO WS-STG-LIVE-BT-VALUE
004947         MOVE 'BERNSRV' TO WS-STG-MAKER-PROGRAM
004948         MOVE BSRV-USER-ID TO WS-STG-MAKER-USER
004949         PERFORM 9770-STAGE-ENTRY THRU 9770-EXIT
004950         IF WS-STG-FAILED
004951             SET BSRV-FILE-ERROR TO TRUE
004952         END-IF
004953     END-IF.
004954 9710-EXIT.
004955     EXIT.
004956*
004957*------------------------------------------------------------
004958*9725-PERSIST-ONE-FRACTION - WRITE ONE NEWLY FORMED SLOT TO
004959*BFRAC-FILE.  A FILED FRACTION IS NEVER REWRITTEN.
004960*------------------------------------------------------------
004961 9725-PERSIST-ONE-FRACTION.
004962     IF RT-IS-COMPUTED(WS-PERSIST-IX)
004963             AND NOT RT-WAS-ON-FILE(WS-PERSIST-IX)
004964         MOVE WS-PERSIST-IX TO BF-ORDER
004965         MOVE RT-NUMER(WS-PERSIST-IX) TO BF-NUMERATOR
004966         MOVE RT-DENOM(WS-PERSIST-IX) TO BF-DENOMINATOR
004967         WRITE BFRAC-RECORD
004980             INVALID KEY
004990                 SET BSRV-FILE-ERROR TO TRUE
005000         END-WRITE
005010         IF NOT WS-BFRAC-OK
005020             SET BSRV-FILE-ERROR TO TRUE
005030         END-IF
005040         SET RT-WAS-ON-FILE(WS-PERSIST-IX) TO TRUE
005050     END-IF.
005060 9725-EXIT.
005070     EXIT.
005080*
005090*------------------------------------------------------------
005170         CLOSE AUDIT-FILE
005180         CLOSE DEPT-FILE
005190         CLOSE LASTACT-FILE
005191         CLOSE BFRAC-FILE
005192         IF NOT WS-TKT-FILE-ERROR
005193             CLOSE TICKET-FILE
005194         END-IF
005195         IF NOT WS-USG-FILE-ERROR
005196             CLOSE USAGE-FILE
005197         END-IF
005198         IF NOT WS-STG-FILE-ERROR
005199             CLOSE STAGE-FILE
005200         END-IF
005201         PERFORM 9740-RELEASE-RUN-TOKEN THRU 9740-EXIT
005210         MOVE 'Y' TO WS-FIRST-CALL-SW
005220     END-IF.
005230 9800-EXIT.
