000390*09/02/2026 LV    THE AS-OF DATE CARRIES THE VALUE THAT WAS
000400*09/02/2026 LV    ON FILE THEN; WITH NONE, TODAY'S ENTRY
000410*09/02/2026 LV    STILL STANDS.
000411*10/14/2026 LV    QUERY LINES FOR TYPE 'R' SERVINGS NOW LIST
000412*10/14/2026 LV    THE EXACT FRACTION THE AUDIT RECORD CARRIES
000413*10/14/2026 LV    IN ITS VALUE/EXPONENT COLUMNS WHOLE, RATHER
000414*10/14/2026 LV    THAN SPLIT AT THE EXPONENT BOUNDARY.
000415*10/14/2026 LV    DOCUMENTED THE 'Z' (ZETA) TYPE ON THE QUERY
000416*10/14/2026 LV    LISTING.
000417*10/14/2026 LV    THE AUDIT TRAIL IS NOW A CHECKED CHAIN (SEE
000418*10/14/2026 LV    BERNCHN).  THE ARCHIVE CARRIES THE CHAIN'S
000419*10/14/2026 LV    BREAK-POINT ACROSS THE SPLIT: AUDNEW NOW STARTS
000420*10/14/2026 LV    WITH AN ANCHOR RECORD HOLDING THE CHAIN COUNT
000421*10/14/2026 LV    AND CHECK VALUE OF EVERYTHING ARCHIVED BEFORE
000422*10/14/2026 LV    IT, AND THE LIVE FILE'S OWN ANCHOR MOVES INTO
000423*10/14/2026 LV    THE ARCHIVE GENERATION AS ITS FIRST RECORD, SO
000424*10/14/2026 LV    BERNCHAN CAN WALK ANY SPAN OF GENERATIONS.
000425*10/15/2026 LV    ASOF TAKES A PROMNEW HISTORY RECORD (A NEW
000426*10/15/2026 LV    SLOT'S FIRST PROMOTION) DATED AFTER THE AS-OF
000427*10/15/2026 LV    DATE AS 'NOT ON FILE' - IT SUPERSEDED NOTHING.
000428*
000430*THIS PROGRAM READS ONE FUNCTION PER CONTROL CARD FROM
000440*ARCNTL:
000450*    ARCHIVE         - MOVE EVERY AUDIT RECORD DATED BEFORE
000590*                      TYPE (BLANK RAW, 'S' SCALED, 'F' A
000600*                      FAULHABER SUM, 'P' A BERNOULLI
000610*                      POLYNOMIAL EVALUATION - THE LAST TWO
000614*                      ARE NOT TABLE VALUES - 'R' AN EXACT
000618*                      FRACTION, LISTED IN PLACE OF THE
000622*                      VALUE AND EXPONENT, 'Z' ZETA(NN),
000626*                      ALSO NOT A TABLE VALUE).
000630*    ASOF NN YYYYMMDD  - RECONSTRUCT THE BTABLE VALUE IN
000640*                      EFFECT FOR REQUESTED ORDER NN (COLS
000650*                      10-11) AT THE NAMED DATE (COLS 13-20),
000770*FILE), RC 8 A FUNCTION FAILED.
000780*AU-REQUESTED-N IS THE REQUESTED-ORDER NUMBERING THE AUDIT
000790*TRAIL HAS ALWAYS USED.
000791*
000792*CHAIN ANCHORS: THE AUDIT RECORDS CARRY A CHAINED CHECK VALUE
000793*IN COLUMNS 76-80 (SEE BERNCHN).  EACH ARCHIVE WRITES A CHAIN
000794*ANCHOR RECORD AS THE FIRST RECORD OF AUDNEW - TYPE '#', ORDER
000795*'**' - CARRYING THE COUNT OF CHAINED SERVING RECORDS BEFORE IT
000796*AND, IN COLUMNS 76-80, THE CHECK VALUE THE NEXT RECORD CHAINS
000797*FROM.  THE ANCHOR IS STAMPED WITH THE TIMESTAMP OF THE LAST
000798*RECORD BEFORE IT, SO AT THE NEXT ARCHIVE IT FALLS BEFORE THE
000799*KEEP MONTH AND BECOMES THE FIRST RECORD OF THAT ARCHIVE
000800*GENERATION.  THE ANCHOR IS NOT A SERVING: EVERY PROGRAM THAT
000801*COUNTS SERVINGS SKIPS IT, AND ITS ORDER FIELD IS NOT NUMERIC.
000802*
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER. IBM-370.
001430     05  AU-TICKET-NO            PIC X(10).
001440     05  FILLER                  PIC X(01).
001450     05  AU-REQUEST-TYPE         PIC X(01).
001456         88  AU-CHAIN-ANCHOR                VALUE '#'.
001462     05  AU-CHAIN-CHECK          PIC 9(05).

001470 FD  ARCHIVE-FILE
001480     RECORDING MODE IS F.
001730     05  HS-PROGRAM              PIC X(09).
001740     05  FILLER                  PIC X(01).
001750     05  HS-FUNCTION             PIC X(08).
001755         88  HS-NEW-ENTRY                VALUE 'PROMNEW '.
001760     05  FILLER                  PIC X(15).

001770 FD  BTABLE-FILE.
002290 77  WS-ASOF-SLOT                PIC 9(03) VALUE 0.
002300 77  WS-ASOF-FOUND-SW            PIC X(01) VALUE 'N'.
002310     88  WS-ASOF-FOUND                      VALUE 'Y'.
002311 77  WS-ASOF-NEW-SW              PIC X(01) VALUE 'N'.
002312     88  WS-ASOF-NEW-ENTRY                  VALUE 'Y'.
002313*------------------------------------------------------------
002314*CHAIN ANCHOR FIELDS.  THE CHAIN IS FOLLOWED THROUGH THE SPLIT
002315*SO THE AUDNEW ANCHOR CARRIES THE COUNT AND CHECK OF THE LAST
002316*RECORD BEFORE THE FIRST KEPT ONE.  A LIVE FILE WITHOUT AN
002317*ANCHOR (ONE NEVER ARCHIVED SINCE THE CHAIN WAS INTRODUCED)
002318*COUNTS FROM ZERO.
002319*------------------------------------------------------------
002320 77  WS-CHAIN-COUNT              PIC 9(09) VALUE 0.
002321 77  WS-CHAIN-CHECK              PIC 9(05) VALUE 0.
002322 77  WS-CHAIN-PRED-TS            PIC X(14) VALUE SPACES.
002323 77  WS-ARCHIVE-RUN-TS           PIC X(14) VALUE SPACES.
002324 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
002325 77  WS-ANCHOR-DONE-SW           PIC X(01) VALUE 'N'.
002326     88  WS-ANCHOR-DONE                     VALUE 'Y'.

002327 01  WS-ANCHOR-RECORD.
002328     05  AC-PRED-TS              PIC X(14).
002329     05  FILLER                  PIC X(01).
002330     05  AC-MARK                 PIC X(02).
002331     05  FILLER                  PIC X(01).
002332     05  AC-PRED-COUNT           PIC 9(09).
002333     05  FILLER                  PIC X(01).
002334     05  AC-WRITTEN-TS           PIC X(14).
002335     05  FILLER                  PIC X(01).
002336     05  AC-KEEP-MONTH           PIC X(06).
002337     05  FILLER                  PIC X(25).
002338     05  AC-TYPE                 PIC X(01).
002339     05  AC-CHAIN-CHECK          PIC 9(05).

002340 01  WS-ASOF-VALUE-DISP          PIC S9(15)V9(09)
002341                                  SIGN IS LEADING SEPARATE.
002342 01  WS-ASOF-VALUE-X REDEFINES WS-ASOF-VALUE-DISP
002350                                 PIC X(25).

002360 77  WS-ARCHIVE-DONE-SW          PIC X(01) VALUE 'N'.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  WS-QY-TS-OUT            PIC X(14).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002584     05  WS-QY-AMOUNT-AREA.
002588         10  WS-QY-VALUE-OUT     PIC X(25).
002592         10  FILLER              PIC X(02) VALUE SPACES.
002596         10  WS-QY-EXP-OUT       PIC X(04).
002600*    A TYPE 'R' SERVING LISTS ITS FRACTION ACROSS THE VALUE
002604*    AND EXPONENT COLUMNS.
002608     05  WS-QY-FRACTION-OUT REDEFINES WS-QY-AMOUNT-AREA
002612                                 PIC X(31).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630*    REQUEST TYPE - BLANK A RAW TABLE SERVING, 'S' A SCALED
002640*    SERVING, 'F' A FAULHABER SUM, 'P' A BERNOULLI
002650*    POLYNOMIAL EVALUATION (NEITHER A TABLE VALUE FOR THE
002656*    ORDER AT ALL), 'R' AN EXACT FRACTION, 'Z' ZETA(NN), SO
002662*    THE LISTING TELLS THEM APART.
002670     05  WS-QY-TYPE-OUT          PIC X(01).
002680     05  FILLER                  PIC X(22) VALUE SPACES.

003620     MOVE 0 TO WS-KEPT-COUNT.
003630     MOVE SPACES TO WS-ROLLUP-DAY.
003640     INITIALIZE ROLLUP-TABLE.
003641     MOVE 0 TO WS-CHAIN-COUNT.
003642     MOVE 0 TO WS-CHAIN-CHECK.
003643     MOVE ZEROS TO WS-CHAIN-PRED-TS.
003644     MOVE 'N' TO WS-ANCHOR-DONE-SW.
003645     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003646     ACCEPT WS-CURRENT-TIME FROM TIME.
003647     STRING WS-CURRENT-DATE DELIMITED BY SIZE
003648            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
003649         INTO WS-ARCHIVE-RUN-TS.
003650     OPEN INPUT AUDIT-FILE.
003660     IF NOT WS-AUDIT-OK
003670         DISPLAY "BERNARCH - ARCHIVE - AUDIT OPEN FAILED, "
003790     END-IF.
003800     PERFORM 4010-SPLIT-ONE-RECORD THRU 4010-EXIT
003810         UNTIL WS-AUDIT-EOF.
003811*    NOTHING KEPT - THE NEW LIVE FILE STILL STARTS WITH ITS
003812*    ANCHOR.
003813     IF NOT WS-ANCHOR-DONE
003814         PERFORM 4030-WRITE-CHAIN-ANCHOR THRU 4030-EXIT
003815     END-IF.
003820     PERFORM 4200-FLUSH-ROLLUP-DAY THRU 4200-EXIT.
003830     CLOSE AUDIT-FILE.
003840     CLOSE ARCHIVE-FILE.
003920*
003930*------------------------------------------------------------
003940*4010-SPLIT-ONE-RECORD - ROUTE ONE AUDIT RECORD TO THE
003946*ARCHIVE OR THE REWRITTEN LIVE FILE.  THE FIRST KEPT RECORD
003952*IS PRECEDED BY THE NEW CHAIN ANCHOR.
003960*------------------------------------------------------------
003970 4010-SPLIT-ONE-RECORD.
003980     READ AUDIT-FILE
004110                     ADD 1 TO WS-ARCHIVED-COUNT
004120                 END-IF
004130             ELSE
004132                 IF NOT WS-ANCHOR-DONE
004134                     PERFORM 4030-WRITE-CHAIN-ANCHOR
004136                        THRU 4030-EXIT
004138                 END-IF
004140                 MOVE AUDIT-RECORD TO NEWAUDIT-RECORD
004150                 WRITE NEWAUDIT-RECORD
004160                 IF NOT WS-NEWAUD-OK
004210                     ADD 1 TO WS-KEPT-COUNT
004220                 END-IF
004230             END-IF
004235             PERFORM 4020-FOLLOW-CHAIN THRU 4020-EXIT
004240     END-READ.
004250 4010-EXIT.
004251     EXIT.
004252*
004253*------------------------------------------------------------
004254*4020-FOLLOW-CHAIN - CARRY THE CHAIN COUNT AND CHECK PAST THE
004255*RECORD JUST ROUTED.  AN ANCHOR RESETS THE COUNT TO ITS OWN
004256*AND PASSES ITS CHECK THROUGH; A SERVING RECORD COUNTS ONE AND
004257*ITS CHECK (ZERO IF IT PREDATES THE CHAIN) IS THE NEXT LINK.
004258*------------------------------------------------------------
004259 4020-FOLLOW-CHAIN.
004260     IF AU-CHAIN-ANCHOR AND AU-REQUESTED-N NOT NUMERIC
004261         MOVE AUDIT-RECORD TO WS-ANCHOR-RECORD
004262         IF AC-PRED-COUNT IS NUMERIC
004263             MOVE AC-PRED-COUNT TO WS-CHAIN-COUNT
004264         END-IF
004265     ELSE
004266         ADD 1 TO WS-CHAIN-COUNT
004267     END-IF.
004268     IF AU-CHAIN-CHECK IS NUMERIC
004269         MOVE AU-CHAIN-CHECK TO WS-CHAIN-CHECK
004270     ELSE
004271         MOVE 0 TO WS-CHAIN-CHECK
004272     END-IF.
004273     MOVE AU-TIMESTAMP TO WS-CHAIN-PRED-TS.
004274 4020-EXIT.
004275     EXIT.
004276*
004277*------------------------------------------------------------
004278*4030-WRITE-CHAIN-ANCHOR - START AUDNEW WITH THE ANCHOR FOR
004279*THE CHAIN AS IT STANDS AFTER THE LAST ARCHIVED RECORD.
004280*------------------------------------------------------------
004281 4030-WRITE-CHAIN-ANCHOR.
004282     SET WS-ANCHOR-DONE TO TRUE.
004283     MOVE SPACES TO WS-ANCHOR-RECORD.
004284     MOVE WS-CHAIN-PRED-TS TO AC-PRED-TS.
004285     MOVE '**' TO AC-MARK.
004286     MOVE WS-CHAIN-COUNT TO AC-PRED-COUNT.
004287     MOVE WS-ARCHIVE-RUN-TS TO AC-WRITTEN-TS.
004288     MOVE WS-KEEP-MONTH TO AC-KEEP-MONTH.
004289     MOVE '#' TO AC-TYPE.
004290     MOVE WS-CHAIN-CHECK TO AC-CHAIN-CHECK.
004291     MOVE WS-ANCHOR-RECORD TO NEWAUDIT-RECORD.
004292     WRITE NEWAUDIT-RECORD.
004293     IF NOT WS-NEWAUD-OK
004294         DISPLAY "BERNARCH - AUDNEW ANCHOR WRITE FAILED"
004295         MOVE 8 TO WS-WORST-RC
004296         SET WS-AUDIT-EOF TO TRUE
004297     ELSE
004298         DISPLAY "BERNARCH - AUDNEW CHAIN ANCHOR - COUNT "
004299             AC-PRED-COUNT " CHECK " AC-CHAIN-CHECK
004300     END-IF.
004301 4030-EXIT.
004302     EXIT.
004303*
004304*------------------------------------------------------------
004305*4100-ACCUMULATE-ROLLUP - COUNT ONE ARCHIVED SERVING INTO
004306*THE PER-ORDER BUCKET FOR ITS DAY, FLUSHING THE PRIOR DAY
004310*FIRST WHEN THE TIMESTAMP MOVES ON.
004320*------------------------------------------------------------
004330 4100-ACCUMULATE-ROLLUP.
005200                 ADD 1 TO WS-MATCH-COUNT
005210                 MOVE AU-REQUESTED-N TO WS-QY-ORDER-OUT
005220                 MOVE AU-TIMESTAMP TO WS-QY-TS-OUT
005223                 MOVE SPACES TO WS-QY-FRACTION-OUT
005226                 IF AU-REQUEST-TYPE = 'R'
005229                     MOVE AUDIT-RECORD(19:30)
005232                         TO WS-QY-FRACTION-OUT
005235                 ELSE
005238                     MOVE AUDIT-RECORD(19:25) TO WS-QY-VALUE-OUT
005241                     MOVE AUDIT-RECORD(45:4) TO WS-QY-EXP-OUT
005244                 END-IF
005250                 MOVE AU-REQUEST-TYPE TO WS-QY-TYPE-OUT
005260                 MOVE WS-QUERY-LINE TO REPORT-RECORD
005270                 WRITE REPORT-RECORD
005420*FILE THEN.  WITH NO SUCH SUPERSESSION, WHATEVER IS ON FILE
005430*TODAY WAS ALREADY IN EFFECT (HISTORY ONLY REACHES BACK TO
005440*THE DAY THE TRAIL WAS INTRODUCED - OLDER QUESTIONS STILL GO
005446*TO THE AUDIT TRAIL).  WHEN THAT FIRST RECORD IS THE SLOT'S
005452*FIRST PROMOTION (PROMNEW) THE SLOT WAS NOT YET ON FILE.  THE
005458*OPERAND IS THE REQUESTED-ORDER NUMBERING, MAPPED TO THE
005464*BT-ORDER SLOT THE SAME WAY THE BERNINQ INQUIRY AND BTMAINT
005470*PURGE MAP IT.
005480*------------------------------------------------------------
005490 6000-ASOF.
005500     IF CC-OPERAND IS NOT NUMERIC
005560     MOVE CC-OPERAND TO WS-ASOF-ORDER.
005570     COMPUTE WS-ASOF-SLOT = WS-ASOF-ORDER + 1.
005580     MOVE 'N' TO WS-ASOF-FOUND-SW.
005585     MOVE 'N' TO WS-ASOF-NEW-SW.
005590     MOVE SPACES TO WS-ASOF-VALUE-X.
005600     OPEN INPUT HISTORY-FILE.
005610     IF WS-HIST-OK
005670     MOVE WS-ASOF-ORDER TO WS-AS-ORDER-OUT.
005680     MOVE CC-FROM-DATE TO WS-AS-DATE-OUT.
005690     IF WS-ASOF-FOUND
005693         IF WS-ASOF-NEW-ENTRY
005696             MOVE SPACES TO WS-AS-VALUE-OUT
005699             MOVE 'NOT ON FILE' TO WS-AS-SOURCE-OUT
005702         ELSE
005705             MOVE WS-ASOF-VALUE-X TO WS-AS-VALUE-OUT
005708             MOVE 'SUPERSEDED ' TO WS-AS-SOURCE-OUT
005711         END-IF
005720     ELSE
005730         PERFORM 6050-READ-CURRENT-VALUE THRU 6050-EXIT
005740     END-IF.
005860*------------------------------------------------------------
005870*6010-SCAN-ONE-HISTORY - TEST ONE SUPERSESSION RECORD.  THE
005880*FIRST BT RECORD FOR THE SLOT DATED AFTER THE AS-OF DATE
005886*ENDS THE SCAN - ITS SUPERSEDED VALUE IS THE ANSWER, UNLESS IT
005892*IS A PROMNEW RECORD, WHICH CARRIES NO SUPERSEDED VALUE.
005900*------------------------------------------------------------
005910 6010-SCAN-ONE-HISTORY.
005920     READ HISTORY-FILE
005990                     AND HS-TIMESTAMP(1:8) > CC-FROM-DATE
006000                 SET WS-ASOF-FOUND TO TRUE
006010                 MOVE HISTORY-RECORD(7:25) TO WS-ASOF-VALUE-X
006012                 IF HS-NEW-ENTRY
006014                     SET WS-ASOF-NEW-ENTRY TO TRUE
006016                 END-IF
006020             END-IF
006030     END-READ.
006040 6010-EXIT.
