000200*09/02/2026 LV    NAMING THE MISSING OR FAILED PREREQUISITE,
000210*09/02/2026 LV    UNLESS EVERYTHING THE STEP DEPENDS ON
000220*09/02/2026 LV    COMPLETED CLEAN THIS CYCLE.
000221*10/14/2026 LV    BERNCHAN (AUDIT CHAIN VERIFICATION) JOINS THE
000222*10/14/2026 LV    GRAPH AS THE SIXTH KNOWN STEP.  IT NEEDS A
000223*10/14/2026 LV    CLEAN BERNJOB, AND BERNARCH NOW NEEDS A CLEAN
000224*10/14/2026 LV    BERNCHAN AS WELL AS A CLEAN BERNVRFY - NO
000225*10/14/2026 LV    ARCHIVE IS CUT FROM A TRAIL WHOSE CHAIN HAS NOT
000226*10/14/2026 LV    JUST BEEN WALKED INTACT.
000227*10/14/2026 LV    NEW QTRSIGN CARD.  BEFORE A CYCLE RUNS, THE
000228*10/14/2026 LV    QUARTER BEFORE TODAY'S (OR THE ONE ON THE
000229*10/14/2026 LV    CARD) MUST HAVE ITS BERNSIGN RECORD ON THE
000230*10/14/2026 LV    KEYED SIGNOFF FILE, OR THE DECK STOPS RC 8.
000231*
000240*THE PROGRAM READS ONE FUNCTION PER CONTROL CARD FROM
000250*CTLCNTL AND WORKS AGAINST THE APPEND-ONLY CYCLE-STATUS
000260*FILE (CYCSTATF):
000360*                        FAILED PREREQUISITE OTHERWISE.
000370*    STATUS            - PRINT THE CYCLE'S STEP-BY-STEP
000380*                        OUTCOME FOR THE OPERATIONS LOG.
000381*    QTRSIGN  YYYYQN   - VERIFY THE QUARTER HAS BEEN SIGNED
000382*                        OFF BY BERNSIGN (A RECORD ON THE
000383*                        KEYED SIGNOFF FILE); RC 8 AND A
000384*                        MESSAGE OTHERWISE.  A BLANK QUARTER
000385*                        (COLS 10-15) MEANS THE QUARTER
000386*                        BEFORE TODAY'S, SO A CARD AHEAD OF
000387*                        BERNJOB'S CHECK HOLDS EVERY CYCLE OF
000388*                        A NEW QUARTER UNTIL THE OLD ONE IS
000389*                        SIGNED.
000390*CARD FORMAT: FUNCTION COLS 1-8, STEP NAME COLS 10-17, RC
000400*COLS 19-20.  BLANK CARDS AND CARDS STARTING '*' ARE
000410*COMMENTS.  A FAILED CHECK OR QTRSIGN STOPS THE REST OF THE
000420*DECK'S CARDS COLD, SO THE USUAL "CHECK THEN START" PAIR
000430*NEVER RECORDS A START FOR A STEP THE CHECK JUST REFUSED.
000440*
000450*THE SUITE GRAPH IS COMPILED HERE, WHERE IT CAN BE REVIEWED
000460*AS ONE PIECE:
000480*              EARLIER BERNJOB - A SECOND RUN NEEDS A
000490*              NEWCYCLE MARK FIRST.
000500*    BERNVRFY  NEEDS BERNJOB  ENDED RC 0 THIS CYCLE.
000504*    BERNCHAN  NEEDS BERNJOB  ENDED RC 0 THIS CYCLE.
000508*    BERNARCH  NEEDS BERNVRFY AND BERNCHAN BOTH ENDED RC 0
000512*              THIS CYCLE - THE CHAIN IS WALKED INTACT BEFORE
000516*              ANY OF THE TRAIL MOVES TO AN ARCHIVE GENERATION.
000520*    ARCHCOPY  NEEDS BERNARCH ENDED RC 0 THIS CYCLE (RC 2,
000530*              A QUERY-ONLY RUN, CORRECTLY BLOCKS THE
000540*              COPY-BACK).
000700     SELECT CYCLE-FILE ASSIGN TO CYCSTATF
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CYCLE-STATUS.
000721     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS DYNAMIC
000724         RECORD KEY IS SO-QUARTER
000725         FILE STATUS IS WS-SIGN-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000990     05  CY-RC                   PIC 9(02).
001000     05  FILLER                  PIC X(46).

001001*THE KEYED SIGN-OFF FILE BERNSIGN WRITES - SEE BERNSIGN.
001002 FD  SIGNOFF-FILE.
001003 01  SIGNOFF-RECORD.
001004     05  SO-QUARTER              PIC X(06).
001005     05  SO-SIGNED-BY            PIC X(08).
001006     05  SO-SIGNED-TS            PIC X(14).
001007     05  SO-OUTCOME              PIC X(01).
001008         88  SO-CLEAN                    VALUE 'C'.
001009         88  SO-QUALIFIED                VALUE 'Q'.
001010     05  SO-SUPERSESSIONS        PIC 9(05).
001011     05  SO-CONSUMED             PIC 9(07).
001012     05  SO-RUNS                 PIC 9(05).
001013     05  SO-RUN-EXCEPTIONS       PIC 9(05).
001014     05  SO-SERVINGS             PIC 9(07).
001015     05  SO-OPEN-EXCEPTIONS      PIC 9(05).
001016     05  SO-PAGES                PIC 9(05).
001017     05  FILLER                  PIC X(12).

001018 WORKING-STORAGE SECTION.
001020*
001030*------------------------------------------------------------
001040*SWITCHES AND STATUS FIELDS.
001100     88  WS-CYCLE-OK                        VALUE '00'.
001110     88  WS-CYCLE-EOF                       VALUE '10'.

001112 77  WS-SIGN-STATUS              PIC X(02) VALUE SPACES.
001114     88  WS-SIGN-OK                         VALUE '00'.
001116     88  WS-SIGN-NOT-FOUND                  VALUE '23'.

001120 77  WS-MORE-CARDS-SW            PIC X(01) VALUE 'Y'.
001130     88  WS-MORE-CARDS                      VALUE 'Y'.
001140     88  WS-NO-MORE-CARDS                   VALUE 'N'.
001180*------------------------------------------------------------
001190*PER-STEP STATE FOR THE CURRENT CYCLE, REBUILT FROM THE
001200*EVENTS SINCE THE LAST CYCLE MARK EVERY TIME THE FILE IS
001210*LOADED.  THE FIRST SIX SLOTS ARE THE SUITE'S KNOWN STEPS;
001220*THE REMAINING SLOTS COLLECT ANY OTHER STEP NAMES SEEN.
001230*------------------------------------------------------------
001240 01  STEP-STATE-TABLE.
001320         03  ST-START-TS         PIC X(14).
001330         03  ST-END-TS           PIC X(14).

001340 77  WS-STEP-USED                PIC 9(02) VALUE 6.
001350 77  WS-STEP-IX                  PIC 9(02) VALUE 0.
001360 77  WS-STEP-SLOT                PIC 9(02) VALUE 0.
001370 77  WS-FIND-NAME                PIC X(08) VALUE SPACES.
001400 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001410 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
001420 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
001421*
001422*------------------------------------------------------------
001423*THE QUARTER A QTRSIGN CARD ASKS FOR, IN THE SIGNOFF KEY
001424*FORM YYYYQN.
001425*------------------------------------------------------------
001426 77  WS-SIGN-MONTH               PIC 9(02) VALUE 0.
001427 01  WS-SIGN-QUARTER.
001428     05  WS-SIGN-YEAR            PIC 9(04).
001429     05  WS-SIGN-Q               PIC X(01).
001430     05  WS-SIGN-QTR             PIC 9(01).

001431 PROCEDURE DIVISION.
001440*
001450*==============================================================
001460*0000-MAINLINE
001820                     PERFORM 5000-CHECK-STEP THRU 5000-EXIT
001830                 WHEN CC-FUNCTION = 'STATUS  '
001840                     PERFORM 6000-SHOW-STATUS THRU 6000-EXIT
001843                 WHEN CC-FUNCTION = 'QTRSIGN '
001846                     PERFORM 5500-CHECK-SIGNOFF THRU 5500-EXIT
001850                 WHEN OTHER
001860                     DISPLAY "BERNCTL - UNKNOWN FUNCTION: "
001870                         CC-FUNCTION
002230     MOVE 'BERNARCH' TO ST-NAME(3).
002240     MOVE 'ARCHCOPY' TO ST-NAME(4).
002250     MOVE 'BERNXTRT' TO ST-NAME(5).
002256     MOVE 'BERNCHAN' TO ST-NAME(6).
002262     MOVE 6 TO WS-STEP-USED.
002270     MOVE SPACES TO WS-CYCLE-TS.
002280 2100-EXIT.
002290     EXIT.
004170         WHEN 'BERNVRFY'
004180             MOVE 'BERNJOB ' TO WS-PREREQ-NAME
004190             PERFORM 5100-REQUIRE-CLEAN THRU 5100-EXIT
004192         WHEN 'BERNCHAN'
004194             MOVE 'BERNJOB ' TO WS-PREREQ-NAME
004196             PERFORM 5100-REQUIRE-CLEAN THRU 5100-EXIT
004200         WHEN 'BERNARCH'
004210             MOVE 'BERNVRFY' TO WS-PREREQ-NAME
004213             PERFORM 5100-REQUIRE-CLEAN THRU 5100-EXIT
004216             MOVE 'BERNCHAN' TO WS-PREREQ-NAME
004220             PERFORM 5100-REQUIRE-CLEAN THRU 5100-EXIT
004230         WHEN 'ARCHCOPY'
004240             MOVE 'BERNARCH' TO WS-PREREQ-NAME
005020     EXIT.
005030*
005040*------------------------------------------------------------
005041*5500-CHECK-SIGNOFF - THE QUARTER-END GATE.  THE QUARTER ON
005042*THE CARD, OR THE ONE BEFORE TODAY'S, MUST HAVE A BERNSIGN
005043*RECORD ON THE SIGNOFF FILE.  A CLEAN OR A QUALIFIED SIGN-
005044*OFF BOTH PASS - THE QUALIFICATION WAS THE SIGNER'S CALL.
005045*A MISS ENDS THE RUN RC 8 LIKE A REFUSED CHECK.
005046*------------------------------------------------------------
005047 5500-CHECK-SIGNOFF.
005048     MOVE 'N' TO WS-CHECK-FAILED-SW.
005049     IF CC-STEP = SPACES
005050         PERFORM 5510-PRIOR-QUARTER THRU 5510-EXIT
005051     ELSE
005052         MOVE CC-STEP(1:6) TO WS-SIGN-QUARTER
005053         IF CC-STEP(7:2) NOT = SPACES
005054                 OR WS-SIGN-YEAR IS NOT NUMERIC
005055                 OR WS-SIGN-Q NOT = 'Q'
005056                 OR WS-SIGN-QTR IS NOT NUMERIC
005057                 OR WS-SIGN-QTR < 1 OR WS-SIGN-QTR > 4
005058             DISPLAY "BERNCTL - QTRSIGN - BAD QUARTER: "
005059                 CC-STEP
005060             SET WS-CHECK-FAILED TO TRUE
005061             MOVE 8 TO WS-WORST-RC
005062             GO TO 5500-EXIT
005063         END-IF
005064     END-IF.
005065     OPEN INPUT SIGNOFF-FILE.
005066     IF NOT WS-SIGN-OK
005067         DISPLAY "BERNCTL - QTRSIGN REFUSED - QUARTER "
005068             WS-SIGN-QUARTER " NOT SIGNED OFF - RUN BERNSIGN"
005069             " (SIGNOFF OPEN STATUS " WS-SIGN-STATUS ")"
005070         SET WS-CHECK-FAILED TO TRUE
005071         MOVE 8 TO WS-WORST-RC
005072         GO TO 5500-EXIT
005073     END-IF.
005074     MOVE WS-SIGN-QUARTER TO SO-QUARTER.
005075     READ SIGNOFF-FILE
005076         KEY IS SO-QUARTER
005077         INVALID KEY
005078             DISPLAY "BERNCTL - QTRSIGN REFUSED - QUARTER "
005079                 WS-SIGN-QUARTER " NOT SIGNED OFF - RUN "
005080                 "BERNSIGN"
005081             SET WS-CHECK-FAILED TO TRUE
005082     END-READ.
005083     IF NOT WS-CHECK-FAILED AND NOT WS-SIGN-OK
005084         DISPLAY "BERNCTL - QTRSIGN - SIGNOFF READ FAILED, "
005085             "STATUS " WS-SIGN-STATUS
005086         SET WS-CHECK-FAILED TO TRUE
005087     END-IF.
005088     CLOSE SIGNOFF-FILE.
005089     IF WS-CHECK-FAILED
005090         MOVE 8 TO WS-WORST-RC
005091     ELSE
005092         DISPLAY "BERNCTL - QUARTER " WS-SIGN-QUARTER
005093             " SIGNED OFF BY " SO-SIGNED-BY " AT "
005094             SO-SIGNED-TS " OUTCOME " SO-OUTCOME
005095     END-IF.
005096 5500-EXIT.
005097     EXIT.
005098*
005099*------------------------------------------------------------
005100*5510-PRIOR-QUARTER - THE QUARTER BEFORE TODAY'S.
005101*------------------------------------------------------------
005102 5510-PRIOR-QUARTER.
005103     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005104     MOVE WS-CURRENT-DATE(1:4) TO WS-SIGN-YEAR.
005105     MOVE WS-CURRENT-DATE(5:2) TO WS-SIGN-MONTH.
005106     MOVE 'Q' TO WS-SIGN-Q.
005107     COMPUTE WS-SIGN-QTR = (WS-SIGN-MONTH - 1) / 3 + 1.
005108     IF WS-SIGN-QTR = 1
005109         SUBTRACT 1 FROM WS-SIGN-YEAR
005110         MOVE 4 TO WS-SIGN-QTR
005111     ELSE
005112         SUBTRACT 1 FROM WS-SIGN-QTR
005113     END-IF.
005114 5510-EXIT.
005115     EXIT.
005116*
005117*------------------------------------------------------------
005118*6000-SHOW-STATUS - THE MORNING STEP-BY-STEP OUTCOME FOR THE
005119*OPERATIONS LOG.
005120*------------------------------------------------------------
005121 6000-SHOW-STATUS.
005122     PERFORM 2000-LOAD-CYCLE-STATE THRU 2000-EXIT.
005123     IF WS-CYCLE-TS = SPACES
005124         DISPLAY "BERNCTL - CYCLE STATUS (NO CYCLE MARK ON "
005125             "FILE)"
005130     ELSE
005140         DISPLAY "BERNCTL - CYCLE STATUS - CYCLE OF "
005150             WS-CYCLE-TS
