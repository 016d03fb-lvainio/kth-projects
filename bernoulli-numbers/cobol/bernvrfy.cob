000420*09/02/2026 LV    THE KEY FIELD, AND JOINING A 'P' LINE TO
000430*09/02/2026 LV    THE RAW TABLE PRODUCED A FALSE MISMATCH
000440*09/02/2026 LV    (AND RC 4) FOR EVERY QUARTER-END SERVING.
000441*10/14/2026 LV    TYPE 'R' AUDIT LINES (EXACT FRACTIONS) ARE
000442*10/14/2026 LV    NOW JOINED TO THE KEYED FRACTION FILE
000443*10/14/2026 LV    BFRACF AND MUST MATCH IT EXACTLY, NUMERATOR
000444*10/14/2026 LV    AND DENOMINATOR - THEY CARRY THE FRACTION IN
000445*10/14/2026 LV    THE VALUE/EXPONENT COLUMNS AND WOULD JOIN
000446*10/14/2026 LV    TO THE RAW TABLE AS A FALSE MISMATCH.  A
000447*10/14/2026 LV    FRACTION EXCEPTION PRINTS THE AUDIT AND FILE
000448*10/14/2026 LV    FRACTIONS ON TWO LINES.
000449*10/14/2026 LV    TYPE 'Z' AUDIT LINES (ZETA(N) FOR EVEN N)
000450*10/14/2026 LV    ARE NOW VERIFIED BY RE-FORMING ZETA(N) FROM
000451*10/14/2026 LV    TODAY'S BSCALE ENTRY FOR THE ORDER THROUGH THE
000452*10/14/2026 LV    SAME BERNZETA PARAGRAPHS BERNOULLI SERVES
000453*10/14/2026 LV    THEM WITH, AT THE RECONCILE TOLERANCE.
000454*
000460*RAW AUDIT LINES ARE JOINED TO BTABLE-FILE AND SCALED LINES
000470*(REQUEST TYPE 'S', OR A NONZERO EXPONENT ON A LINE OLD
000480*ENOUGH TO LACK THE TYPE BYTE) TO BSCALE-FILE.  TYPE 'F'
000490*(FAULHABER SUM) AND TYPE 'P' (BERNOULLI POLYNOMIAL) LINES
000500*ARE DERIVED VALUES, NOT TABLE SERVINGS, AND ARE COUNTED AS
000506*SKIPPED RATHER THAN JOINED.  TYPE 'R' (EXACT FRACTION) LINES
000512*ARE JOINED TO BFRAC-FILE AND COMPARED EXACTLY.  TYPE 'Z'
000518*(ZETA) LINES ARE JOINED TO BSCALE-FILE AND ZETA(N) RE-FORMED
000524*FROM THE ENTRY BEFORE THE COMPARE.  THE JOIN KEY IS THE TABLE
000530*SLOT, AU-REQUESTED-N + 1 - BNUMS SLOT K HOLDS THE VALUE FOR
000540*REQUESTED ORDER K - 1, THE SAME MAPPING THE REPORT LISTING
000550*USES.  EXCEPTIONS: VALUE MISMATCH BEYOND TOLERANCE, ORDER NO
000820     SELECT REPORT-FILE ASSIGN TO VRFYRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPT-STATUS.
000841     SELECT BFRAC-FILE ASSIGN TO BFRACF
000842         ORGANIZATION IS INDEXED
000843         ACCESS MODE IS DYNAMIC
000844         RECORD KEY IS BF-ORDER
000845         FILE STATUS IS WS-BFRAC-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000910     05  FILLER                  PIC X(01).
000920     05  AU-REQUESTED-N          PIC 9(02).
000930     05  FILLER                  PIC X(01).
000936     05  AU-VALUE-AREA.
000942         10  AU-VALUE            PIC S9(15)V9(09)
000950                                  SIGN IS LEADING SEPARATE.
000960         10  FILLER              PIC X(01).
000970         10  AU-SCALE-EXP        PIC S9(03)
000980                                  SIGN IS LEADING SEPARATE.
000981     05  AU-FRACTION-AREA REDEFINES AU-VALUE-AREA.
000982         10  AU-FRAC-NUMERATOR   PIC S9(21)
000983                                  SIGN IS LEADING SEPARATE.
000984         10  AU-FRAC-SLASH       PIC X(01).
000985         10  AU-FRAC-DENOMINATOR PIC 9(07).
000990     05  FILLER                  PIC X(01).
001000     05  AU-DEPT-CODE            PIC X(04).
001010     05  FILLER                  PIC X(01).
001250     RECORDING MODE IS F.
001260 01  REPORT-RECORD               PIC X(80).

001261 FD  BFRAC-FILE.
001262 01  BFRAC-RECORD.
001263     05  BF-ORDER                PIC 9(02).
001264     05  BF-NUMERATOR            PIC S9(21) COMP-3.
001265     05  BF-DENOMINATOR          PIC 9(09) COMP-3.

001270 WORKING-STORAGE SECTION.
001280*
001290*------------------------------------------------------------
001380 77  WS-BSCALE-STATUS            PIC X(02) VALUE SPACES.
001390     88  WS-BSCALE-OK                       VALUE '00'.

001393 77  WS-BFRAC-STATUS             PIC X(02) VALUE SPACES.
001396     88  WS-BFRAC-OK                        VALUE '00'.

001400 77  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
001410     88  WS-CHKPT-OK                        VALUE '00'.
001420     88  WS-CHKPT-EOF                       VALUE '10'.
001600 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
001610*
001620*------------------------------------------------------------
001621*ZETA(2K) FIELDS - SEE THE BERNZETA COPY MEMBER.
001622*------------------------------------------------------------
001623 77  WS-ZT-B-MANT                PIC S9(01)V9(15) COMP-3.
001624 77  WS-ZT-B-EXP                 PIC S9(03) VALUE 0.
001625 77  WS-ZT-ORDER                 PIC 9(02) VALUE 0.
001626 77  WS-ZT-STEPS                 PIC 9(02) VALUE 0.
001627 77  WS-ZT-IX                    PIC 9(02) VALUE 0.
001628 77  WS-ZT-WORK-MANT             PIC S9(03)V9(17) COMP-3.
001629 77  WS-ZT-WORK-EXP              PIC S9(03) VALUE 0.
001630 77  WS-ZT-FOUR-PI-SQ            PIC 9(01)V9(17) COMP-3
001631                                  VALUE 3.94784176043574345.
001632 77  WS-ZT-MANT                  PIC S9(01)V9(15) COMP-3.
001633 77  WS-ZT-EXP                   PIC S9(03) VALUE 0.
001634*
001635*------------------------------------------------------------
001636*THE TABLE-SIDE VALUE IS STAGED IN SIGNED DISPLAY FORM AND
001640*PICKED UP THROUGH THE REDEFINING PIC X VIEW - A SIGNED
001650*NON-INTEGER DISPLAY ITEM CANNOT BE MOVED TO AN ALPHANUMERIC
001660*FIELD DIRECTLY.  THE AUDIT-SIDE VALUE IS LIFTED STRAIGHT
001710                                  SIGN IS LEADING SEPARATE.
001720 01  WS-TABLE-VALUE-X REDEFINES WS-TABLE-VALUE-DISP
001730                                 PIC X(25).
001731*
001732*------------------------------------------------------------
001733*THE FILED FRACTION IS STAGED IN THE SAME SHAPE AS THE AUDIT
001734*RECORD'S FRACTION COLUMNS SO THE TWO PRINT ALIKE.
001735*------------------------------------------------------------
001736 01  WS-FILE-FRACTION.
001737     05  WS-FF-NUMERATOR         PIC S9(21)
001738                                  SIGN IS LEADING SEPARATE.
001739     05  WS-FF-SLASH             PIC X(01) VALUE '/'.
001740     05  WS-FF-DENOMINATOR       PIC 9(07).
001741*
001750*------------------------------------------------------------
001760*EXCEPTION REPORT LINE.
001770*------------------------------------------------------------
001930         VALUE "  BTABLE HIGH ORDER ".
001940     05  WS-HW-BT-OUT            PIC Z9.
001950     05  FILLER                  PIC X(39) VALUE SPACES.
001951*
001952*------------------------------------------------------------
001953*FRACTION EXCEPTION LINE - A 30-COLUMN FRACTION WILL NOT FIT
001954*THE VALUE COLUMNS ABOVE, SO THE AUDIT AND FILE SIDES PRINT
001955*ON CONSECUTIVE LINES, EACH NAMING ITS SOURCE.
001956*------------------------------------------------------------
001957 01  WS-FRACTION-LINE.
001958     05  WS-FX-TAG               PIC X(09).
001959     05  WS-FX-ORDER             PIC Z9.
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001961     05  WS-FX-TS                PIC X(14).
001962     05  FILLER                  PIC X(01) VALUE SPACE.
001963     05  WS-FX-SOURCE            PIC X(06).
001964     05  FILLER                  PIC X(01) VALUE SPACE.
001965     05  WS-FX-FRACTION          PIC X(30).
001966     05  FILLER                  PIC X(16) VALUE SPACES.

001967 PROCEDURE DIVISION.
001970*
001980*==============================================================
001990*0000-MAINLINE
002320     END-IF.
002330     OPEN INPUT BTABLE-FILE.
002340     OPEN INPUT BSCALE-FILE.
002345     OPEN INPUT BFRAC-FILE.
002350     IF NOT WS-BTABLE-OK OR NOT WS-BSCALE-OK
002355             OR NOT WS-BFRAC-OK
002360         DISPLAY "BERNVRFY - TABLE OPEN FAILED, BTABLE "
002370             WS-BTABLE-STATUS " BSCALE " WS-BSCALE-STATUS
002375             " BFRAC " WS-BFRAC-STATUS
002380         MOVE 8 TO WS-WORST-RC
002390         CLOSE AUDIT-FILE
002400         GO TO 4000-EXIT
002430         UNTIL WS-AUDIT-EOF.
002440     CLOSE AUDIT-FILE.
002450     CLOSE BSCALE-FILE.
002455     CLOSE BFRAC-FILE.
002460     CLOSE BTABLE-FILE.
002470 4000-EXIT.
002480     EXIT.
002490*
002500*------------------------------------------------------------
002508*4010-JOIN-ONE-LINE - ROUTE ONE AUDIT LINE TO THE RAW,
002516*SCALED, FRACTION OR ZETA JOIN.  LINES THAT CANNOT BE JOINED
002524*AT ALL (BAD ORDER FIELD) ARE COUNTED AS SKIPPED RATHER THAN
002532*GUESSED AT.
002540*------------------------------------------------------------
002550 4010-JOIN-ONE-LINE.
002560     READ AUDIT-FILE
002760                     IF AU-REQUEST-TYPE = 'S'
002770                         PERFORM 4200-JOIN-SCALED THRU 4200-EXIT
002780                     ELSE
002781                     IF AU-REQUEST-TYPE = 'R'
002782                         PERFORM 4300-JOIN-RATIONAL
002783                             THRU 4300-EXIT
002784                     ELSE
002785                     IF AU-REQUEST-TYPE = 'Z'
002786                         PERFORM 4400-JOIN-ZETA THRU 4400-EXIT
002787                     ELSE
002790                         IF AU-SCALE-EXP IS NUMERIC
002800                                 AND AU-SCALE-EXP NOT = 0
002810                             PERFORM 4200-JOIN-SCALED
002830                         ELSE
002840                             PERFORM 4100-JOIN-RAW THRU 4100-EXIT
002850                         END-IF
002853                     END-IF
002856                     END-IF
002860                     END-IF
002870                 END-IF
002880             END-IF
003810     EXIT.
003820*
003830*------------------------------------------------------------
003831*4300-JOIN-RATIONAL - READ THE BFRAC SLOT FOR A TYPE 'R'
003832*AUDIT LINE.  A FRACTION IS EXACT, SO THERE IS NO TOLERANCE:
003833*NUMERATOR AND DENOMINATOR MUST BOTH MATCH.
003834*------------------------------------------------------------
003835 4300-JOIN-RATIONAL.
003836     MOVE WS-JOIN-SLOT TO BF-ORDER.
003837     READ BFRAC-FILE
003838         INVALID KEY
003839             MOVE "NOTONFILE" TO WS-FX-TAG
003840             PERFORM 4350-WRITE-FRACTION-EXCEPTION
003841                 THRU 4350-EXIT
003842         NOT INVALID KEY
003843             IF AU-FRAC-NUMERATOR NOT = BF-NUMERATOR
003844                     OR AU-FRAC-DENOMINATOR NOT = BF-DENOMINATOR
003845                 MOVE "MISMATCH " TO WS-FX-TAG
003846                 PERFORM 4350-WRITE-FRACTION-EXCEPTION
003847                     THRU 4350-EXIT
003848             END-IF
003849     END-READ.
003850 4300-EXIT.
003851     EXIT.
003852*
003853*------------------------------------------------------------
003854*4350-WRITE-FRACTION-EXCEPTION - THE AUDIT-SIDE LINE COUNTS
003855*AS THE EXCEPTION; ON A MISMATCH THE FILED FRACTION FOLLOWS
003856*ON A SECOND, UNTAGGED LINE.
003857*------------------------------------------------------------
003858 4350-WRITE-FRACTION-EXCEPTION.
003859     MOVE AU-REQUESTED-N TO WS-FX-ORDER.
003860     MOVE AU-TIMESTAMP TO WS-FX-TS.
003861     MOVE "AUDIT " TO WS-FX-SOURCE.
003862     MOVE AU-FRACTION-AREA TO WS-FX-FRACTION.
003863     MOVE WS-FRACTION-LINE TO WS-EXCEPTION-LINE.
003864     PERFORM 4190-WRITE-EXCEPTION THRU 4190-EXIT.
003865     IF WS-FX-TAG = "NOTONFILE"
003866         GO TO 4350-EXIT
003867     END-IF.
003868     MOVE BF-NUMERATOR TO WS-FF-NUMERATOR.
003869     MOVE BF-DENOMINATOR TO WS-FF-DENOMINATOR.
003870     MOVE SPACES TO WS-FX-TAG.
003871     MOVE SPACES TO WS-FX-TS.
003872     MOVE "BFRACF" TO WS-FX-SOURCE.
003873     MOVE WS-FILE-FRACTION TO WS-FX-FRACTION.
003874     MOVE WS-FRACTION-LINE TO REPORT-RECORD.
003875     WRITE REPORT-RECORD.
003876     IF NOT WS-RPT-OK
003877         DISPLAY "BERNVRFY - REPORT WRITE FAILED"
003878         MOVE 8 TO WS-WORST-RC
003879     END-IF.
003880 4350-EXIT.
003881     EXIT.
003882*
003883*------------------------------------------------------------
003884*4400-JOIN-ZETA - READ THE BSCALE SLOT FOR A TYPE 'Z' AUDIT
003885*LINE, RE-FORM ZETA(N) FROM IT AND COMPARE THE SERVED VALUE AT
003886*THE RECONCILE TOLERANCE; THE EXPONENTS MUST MATCH EXACTLY.  A
003887*CHANGED SCALED ENTRY SHOWS UP HERE AS A CHANGED ZETA VALUE.
003888*------------------------------------------------------------
003889 4400-JOIN-ZETA.
003890     MOVE WS-JOIN-SLOT TO BS-ORDER.
003891     READ BSCALE-FILE
003892         INVALID KEY
003893             PERFORM 4150-WRITE-NOT-ON-FILE THRU 4150-EXIT
003894         NOT INVALID KEY
003895             MOVE BS-MANTISSA TO WS-ZT-B-MANT
003896             MOVE BS-EXPONENT TO WS-ZT-B-EXP
003897             MOVE AU-REQUESTED-N TO WS-ZT-ORDER
003898             PERFORM 6800-ZETA-FROM-SCALED THRU 6800-EXIT
003899             COMPUTE WS-DIFF = AU-VALUE - WS-ZT-MANT
003900             IF WS-DIFF < 0
003901                 COMPUTE WS-DIFF = WS-DIFF * -1
003902             END-IF
003903             IF WS-DIFF > WS-RECON-TOLERANCE
003904                     OR AU-SCALE-EXP NOT = WS-ZT-EXP
003905                 MOVE WS-ZT-MANT TO WS-TABLE-VALUE-DISP
003906                 PERFORM 4160-WRITE-MISMATCH THRU 4160-EXIT
003907             END-IF
003908     END-READ.
003909 4400-EXIT.
003910     EXIT.
003911*
003912*------------------------------------------------------------
003913*5000-CHECK-HIGH-WATER - THE LATEST CHECKPOINT GENERATION'S
003914*HIGHEST CK-ORDER SAYS HOW FAR THE LAST RUN GOT; EVERY ORDER
003915*IT CLAIMS COMPLETE MUST BE ON BTABLE-FILE, SO A CHECKPOINT
003916*HIGH ABOVE THE TABLE HIGH IS AN EXCEPTION.
003917*------------------------------------------------------------
003918 5000-CHECK-HIGH-WATER.
003919     MOVE 0 TO WS-CK-HIGH.
003920     OPEN INPUT CHECKPOINT-FILE.
003921     IF NOT WS-CHKPT-OK
003930         DISPLAY "BERNVRFY - CHKPT NOT AVAILABLE - HIGH-WATER "
003940             "CHECK SKIPPED, STATUS " WS-CHKPT-STATUS
003950         GO TO 5000-EXIT
004760     END-READ.
004770 5110-EXIT.
004780     EXIT.
004790*
004800 COPY BERNZETA.
