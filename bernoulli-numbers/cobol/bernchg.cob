000170*09/02/2026 LV    USER, TICKET AND REQUEST TYPE ON EVERY
000180*09/02/2026 LV    SERVING, WHICH IS EVERYTHING NEEDED TO
000190*09/02/2026 LV    BILL ACTUAL USAGE.
000191*10/14/2026 LV    ADDED THE RATER CARD AND AN 'R' COUNT
000192*10/14/2026 LV    COLUMN FOR EXACT-FRACTION SERVINGS, WHICH
000193*10/14/2026 LV    WOULD OTHERWISE FALL TO UNPRICEABLE.
000194*10/14/2026 LV    ADDED THE RATEZ CARD AND A 'Z' COUNT COLUMN
000195*10/14/2026 LV    FOR ZETA SERVINGS.  THE SUMMARY LINE'S TYPE
000196*10/14/2026 LV    LABELS ARE NARROWED A BYTE TO MAKE ROOM.
000197*10/14/2026 LV    THE MONTH-TO-DATE USAGE FILE (USAGEF) THE
000198*10/14/2026 LV    QUOTA CHECKS RUN ON IS NOW RECONCILED TO THE
000199*10/14/2026 LV    MONTH'S PRICED COUNTS, DEPARTMENT BY DEPARTMENT
000200*10/14/2026 LV    AND TYPE BY TYPE, ON CHGRPT.  A MISMATCH, OR A
000201*10/14/2026 LV    USAGE FILE THAT WILL NOT OPEN, IS RC 4.
000202*10/14/2026 LV    THE CHAIN ANCHOR BERNARCH NOW WRITES AT THE
000203*10/14/2026 LV    HEAD OF THE LIVE TRAIL IS NOT A SERVING AND IS
000204*10/14/2026 LV    PASSED OVER, NOT COUNTED AS A LINE READ.
000205*
000210*THE PROGRAM READS THE MONTH'S AUDIT LINES (THE JCL
000220*CONCATENATES THE LIVE AUDITF WITH THE BERNARCH ARCHIVE
000230*GENERATIONS COVERING THE MONTH), PRICES EACH SERVING BY
000260*              LINE PER SERVING (IN TRAIL ORDER, DEPARTMENT
000270*              ON EVERY LINE), THEN ONE SUMMARY LINE PER
000280*              DEPARTMENT WITH ITS COUNTS BY TYPE AND TOTAL,
000286*              THEN THE RECONCILIATION LINE, THEN THE USAGE
000292*              RECONCILIATION (BELOW).
000300*    GLFILE  - ONE BALANCED GL INTERFACE RECORD PER
000310*              DEPARTMENT (THE DEBIT TO THE DEPARTMENT'S
000320*              CHARGE ACCOUNT AND THE CREDIT TO THE SYSTEM
000410*    RATES=NNNVV     RATE PER SCALED SERVING.
000420*    RATEF=NNNVV     RATE PER FAULHABER SERVING.
000430*    RATEP=NNNVV     RATE PER POLYNOMIAL SERVING.
000433*    RATER=NNNVV     RATE PER EXACT-FRACTION SERVING.
000436*    RATEZ=NNNVV     RATE PER ZETA SERVING.
000440*AN ABSENT RATE CARD LEAVES THAT TYPE AT ZERO - COUNTED AND
000450*LISTED BUT NOT CHARGED.  TOTALS RECONCILE TO THE MONTH'S
000460*AUDIT LINE COUNT: EVERY IN-MONTH LINE IS EITHER PRICED OR
000470*COUNTED AS UNPRICEABLE (BAD TYPE OR DEPARTMENT FIELD), AND
000480*THE RECONCILIATION LINE SHOWS BOTH SO FINANCE CAN TIE THE
000482*FEED BACK TO THE TRAIL.
000484*THE USAGE RECONCILIATION HOLDS EACH DEPARTMENT'S RECORD ON
000486*THE KEYED USAGE FILE FOR THE MONTH (WHAT BERNOULLI AND BERNSRV
000488*COUNTED AS THEY SERVED, AND WHAT THE QUOTAS WERE ENFORCED
000490*AGAINST) AGAINST THE PRICED COUNTS FROM THE TRAIL, AND LISTS
000492*EVERY DEPARTMENT AND TYPE WHERE THE TWO DIFFER - INCLUDING A
000494*DEPARTMENT ON ONLY ONE SIDE.  CONSOLE SERVINGS ARE LOGGED
000496*UNDER DEPARTMENT OPER BUT NOT COUNTED ON THE USAGE FILE, AND
000498*THE TRAIL CANNOT TELL THEM FROM OPER'S BATCH SERVINGS, SO
000500*OPER IS LEFT OUT.  THE RECONCILIATION NEEDS THE WHOLE MONTH
000502*ON THE AUDIT INPUT, SO IT IS RUN FOR A CLOSED MONTH.
000504*RC 0 CLEAN, RC 4 UNPRICEABLE LINES PRESENT OR THE USAGE FILE
000506*DISAGREES WITH (OR IS MISSING FOR) THE TRAIL, RC 8 A FILE OR
000508*CARD FAILED.
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000670     SELECT GL-FILE ASSIGN TO GLFILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-GL-STATUS.
000691     SELECT USAGE-FILE ASSIGN TO USAGEF
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS DYNAMIC
000694         RECORD KEY IS UG-KEY
000695         FILE STATUS IS WS-USG-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000950     05  AU-TICKET-NO            PIC X(10).
000960     05  FILLER                  PIC X(01).
000970     05  AU-REQUEST-TYPE         PIC X(01).
000976         88  AU-CHAIN-ANCHOR                VALUE '#'.
000982     05  AU-CHAIN-CHECK          PIC 9(05).

000990 FD  REPORT-FILE
001000     RECORDING MODE IS F.
001200     05  GL-MONTH                PIC X(06).
001210     05  FILLER                  PIC X(26).

001211*THE KEYED MONTH-TO-DATE USAGE FILE - SEE THE BERNUSG COPY
001212*MEMBER.  READ ONLY HERE.
001213 FD  USAGE-FILE.
001214 01  USAGE-RECORD.
001215     05  UG-KEY.
001216         10  UG-MONTH            PIC X(06).
001217         10  UG-DEPT-CODE        PIC X(04).
001218     05  UG-SERVED-TOTAL         PIC 9(07).
001219     05  UG-SERVED-BY-TYPE.
001220         10  UG-SERVED-COUNT     PIC 9(07) OCCURS 6 TIMES.
001221     05  UG-REFUSED-COUNT        PIC 9(05).
001222     05  UG-LAST-SERVED-TS       PIC X(14).
001223     05  UG-LAST-REFUSED-TS      PIC X(14).
001224 WORKING-STORAGE SECTION.
001230*
001240*------------------------------------------------------------
001250*SWITCHES AND STATUS FIELDS.
001350 77  WS-GL-STATUS                PIC X(02) VALUE SPACES.
001360     88  WS-GL-OK                           VALUE '00'.

001361 77  WS-USG-STATUS               PIC X(02) VALUE SPACES.
001362     88  WS-USG-OK                          VALUE '00'.
001363     88  WS-USG-EOF                         VALUE '10'.

001364 77  WS-USG-OPEN-SW              PIC X(01) VALUE 'N'.
001365     88  WS-USG-OPEN                        VALUE 'Y'.

001366 77  WS-USG-DIFF-SW              PIC X(01) VALUE 'N'.
001367     88  WS-USG-DIFFERS                     VALUE 'Y'.
001370 77  WS-MORE-PARMS-SW            PIC X(01) VALUE 'Y'.
001380     88  WS-MORE-PARMS                      VALUE 'Y'.
001390     88  WS-NO-MORE-PARMS                   VALUE 'N'.
001550 77  WS-RATE-S                   PIC 9(03)V9(02) VALUE 0.
001560 77  WS-RATE-F                   PIC 9(03)V9(02) VALUE 0.
001570 77  WS-RATE-P                   PIC 9(03)V9(02) VALUE 0.
001573 77  WS-RATE-R                   PIC 9(03)V9(02) VALUE 0.
001576 77  WS-RATE-Z                   PIC 9(03)V9(02) VALUE 0.
001580 77  WS-RATE-USED                PIC 9(03)V9(02) VALUE 0.
001590*
001600*------------------------------------------------------------
001660 01  DEPT-TOTALS-TABLE.
001670     02  DEPT-TOTAL-ENTRY OCCURS 20 TIMES.
001680         03  DT-DEPT-CODE        PIC X(04).
001683         03  DT-TYPE-COUNTS.
001686             04  DT-COUNT-B      PIC 9(05).
001689             04  DT-COUNT-S      PIC 9(05).
001692             04  DT-COUNT-F      PIC 9(05).
001695             04  DT-COUNT-P      PIC 9(05).
001698             04  DT-COUNT-R      PIC 9(05).
001701             04  DT-COUNT-Z      PIC 9(05).
001704         03  DT-TYPE-COUNT-TABLE REDEFINES DT-TYPE-COUNTS.
001707             04  DT-COUNT-BY-TYPE
001710                                 PIC 9(05) OCCURS 6 TIMES.
001713         03  DT-USAGE-SW         PIC X(01).
001716             88  DT-USAGE-SEEN           VALUE 'Y'.
001730         03  DT-AMOUNT           PIC S9(13)V9(02) COMP-3.

001740 77  WS-DEPT-USED                PIC 9(02) VALUE 0.
001750 77  WS-DEPT-IX                  PIC 9(02) VALUE 0.
001760 77  WS-DEPT-SLOT                PIC 9(02) VALUE 0.
001761*
001762*------------------------------------------------------------
001763*USAGE RECONCILIATION FIELDS.  THE TYPE LIST IS THE USAGE
001764*FILE'S SLOT ORDER, WHICH IS ALSO THE ORDER OF THE DT- COUNTS.
001765*CONSOLE SERVINGS LOG UNDER WS-CONSOLE-DEPT, WHICH IS SKIPPED.
001766*------------------------------------------------------------
001767 77  WS-USG-TYPE-LIST            PIC X(06) VALUE 'BSFPRZ'.
001768 77  WS-USG-IX                   PIC 9(02) VALUE 0.
001769 77  WS-USG-TRAIL-COUNT          PIC 9(07) VALUE 0.
001770 77  WS-USG-AGREED               PIC 9(05) VALUE 0.
001771 77  WS-USG-MISMATCHED           PIC 9(05) VALUE 0.
001772 77  WS-CONSOLE-DEPT             PIC X(04) VALUE 'OPER'.
001773*
001780*------------------------------------------------------------
001790*RUN COUNTERS FOR THE RECONCILIATION LINE.  EVERY AUDIT LINE
001800*READ IS EITHER OUT OF MONTH, PRICED, OR UNPRICEABLE - THE
002110 01  WS-SUMMARY-LINE.
002120     05  FILLER                  PIC X(05) VALUE "DEPT ".
002130     05  WS-SM-DEPT-OUT          PIC X(04).
002140     05  FILLER                  PIC X(02) VALUE " B".
002150     05  WS-SM-B-OUT             PIC ZZZZ9.
002160     05  FILLER                  PIC X(02) VALUE " S".
002170     05  WS-SM-S-OUT             PIC ZZZZ9.
002180     05  FILLER                  PIC X(02) VALUE " F".
002190     05  WS-SM-F-OUT             PIC ZZZZ9.
002200     05  FILLER                  PIC X(02) VALUE " P".
002210     05  WS-SM-P-OUT             PIC ZZZZ9.
002212     05  FILLER                  PIC X(02) VALUE " R".
002214     05  WS-SM-R-OUT             PIC ZZZZ9.
002216     05  FILLER                  PIC X(02) VALUE " Z".
002218     05  WS-SM-Z-OUT             PIC ZZZZ9.
002220     05  FILLER                  PIC X(08)
002230         VALUE "  TOTAL ".
002240     05  WS-SM-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
002250     05  FILLER                  PIC X(07) VALUE SPACES.

002260 01  WS-RECON-LINE.
002270     05  FILLER                  PIC X(10)
002380     05  WS-RC-UNPR-OUT          PIC ZZZZ9.
002390     05  FILLER                  PIC X(17) VALUE SPACES.

002391 01  WS-USAGE-LINE.
002392     05  FILLER                  PIC X(15)
002393         VALUE "USAGE MISMATCH ".
002394     05  FILLER                  PIC X(05) VALUE "DEPT ".
002395     05  WS-UL-DEPT-OUT          PIC X(04).
002396     05  FILLER                  PIC X(06) VALUE " TYPE ".
002397     05  WS-UL-TYPE-OUT          PIC X(01).
002398     05  FILLER                  PIC X(07) VALUE " TRAIL ".
002399     05  WS-UL-TRAIL-OUT         PIC ZZZZZZ9.
002400     05  FILLER                  PIC X(08) VALUE " USAGEF ".
002401     05  WS-UL-USAGE-OUT         PIC ZZZZZZ9.
002402     05  FILLER                  PIC X(20) VALUE SPACES.

002403 01  WS-USAGE-TOTAL-LINE.
002404     05  FILLER                  PIC X(16)
002405         VALUE "USAGE RECONCILE ".
002406     05  FILLER                  PIC X(07) VALUE "AGREED ".
002407     05  WS-UT-AGREED-OUT        PIC ZZZZ9.
002408     05  FILLER                  PIC X(13)
002409         VALUE "  MISMATCHED ".
002410     05  WS-UT-MISMATCHED-OUT    PIC ZZZZ9.
002411     05  FILLER                  PIC X(34) VALUE SPACES.
002412 PROCEDURE DIVISION.
002413*
002420*==============================================================
002430*0000-MAINLINE
002440*==============================================================
002520         PERFORM 3000-PRICE-ONE-LINE THRU 3000-EXIT
002530             UNTIL WS-AUDIT-EOF
002540         PERFORM 7000-WRITE-SUMMARIES THRU 7000-EXIT
002545         PERFORM 7500-RECONCILE-USAGE THRU 7500-EXIT
002550         PERFORM 8000-WRITE-GL-FEED THRU 8000-EXIT
002560         PERFORM 9800-TERMINATE THRU 9800-EXIT
002570     END-IF.
002580     IF WS-LINES-UNPRICEABLE > 0 AND WS-WORST-RC < 4
002582         MOVE 4 TO WS-WORST-RC
002584     END-IF.
002586     IF WS-USG-MISMATCHED > 0 AND WS-WORST-RC < 4
002590         MOVE 4 TO WS-WORST-RC
002600     END-IF.
002610     MOVE WS-WORST-RC TO RETURN-CODE.
002940         DISPLAY "BERNCHG - GL FEED OPEN FAILED, STATUS "
002950             WS-GL-STATUS
002960         SET WS-PARM-ERROR TO TRUE
002961     END-IF.
002962*    A MISSING USAGE FILE DOES NOT STOP THE BILLING - IT IS
002963*    REPORTED AS A FAILED USAGE RECONCILIATION INSTEAD.
002964     OPEN INPUT USAGE-FILE.
002965     IF WS-USG-OK
002966         SET WS-USG-OPEN TO TRUE
002967     ELSE
002968         DISPLAY "BERNCHG - USAGEF OPEN FAILED, STATUS "
002969             WS-USG-STATUS
002970     END-IF.
002980 1000-EXIT.
002990     EXIT.
003540         WHEN 'RATEP'
003550             PERFORM 1084-APPLY-RATE THRU 1084-EXIT
003560             MOVE WS-PARM-RATE-NUM TO WS-RATE-P
003561         WHEN 'RATER'
003562             PERFORM 1084-APPLY-RATE THRU 1084-EXIT
003563             MOVE WS-PARM-RATE-NUM TO WS-RATE-R
003564         WHEN 'RATEZ'
003565             PERFORM 1084-APPLY-RATE THRU 1084-EXIT
003566             MOVE WS-PARM-RATE-NUM TO WS-RATE-Z
003570         WHEN OTHER
003580             DISPLAY "BERNCHG - BAD CONTROL CARD - UNKNOWN "
003590                 "KEYWORD: " WS-PARM-KEYWORD
003820*THE BILLING MONTH, PRICE IT AND ACCUMULATE IT TO ITS
003830*DEPARTMENT.  A LINE WITH A BAD DEPARTMENT OR AN UNKNOWN
003840*TYPE BYTE IS COUNTED UNPRICEABLE SO THE RECONCILIATION
003846*STILL ADDS BACK TO THE LINES READ.  A CHAIN ANCHOR IS NOT
003852*A SERVING AND IS NOT COUNTED AT ALL.
003860*------------------------------------------------------------
003870 3000-PRICE-ONE-LINE.
003880     READ AUDIT-FILE
003890         AT END
003900             SET WS-AUDIT-EOF TO TRUE
003910         NOT AT END
003923             IF AU-CHAIN-ANCHOR AND AU-REQUESTED-N IS NOT NUMERIC
003936                 CONTINUE
003950             ELSE
003952                 ADD 1 TO WS-LINES-READ
003954                 IF AU-YYYYMM NOT = WS-BILL-MONTH
003956                     ADD 1 TO WS-LINES-OUT-MONTH
003958                 ELSE
003960                     PERFORM 3100-PRICE-IN-MONTH THRU 3100-EXIT
003962                 END-IF
003970             END-IF
003980     END-READ.
003990 3000-EXIT.
004180             MOVE WS-RATE-F TO WS-RATE-USED
004190         WHEN 'P'
004200             MOVE WS-RATE-P TO WS-RATE-USED
004202         WHEN 'R'
004204             MOVE WS-RATE-R TO WS-RATE-USED
004206         WHEN 'Z'
004208             MOVE WS-RATE-Z TO WS-RATE-USED
004210         WHEN OTHER
004220             ADD 1 TO WS-LINES-UNPRICEABLE
004230             GO TO 3100-EXIT
004400             ADD 1 TO DT-COUNT-F(WS-DEPT-SLOT)
004410         WHEN 'P'
004420             ADD 1 TO DT-COUNT-P(WS-DEPT-SLOT)
004422         WHEN 'R'
004424             ADD 1 TO DT-COUNT-R(WS-DEPT-SLOT)
004426         WHEN 'Z'
004428             ADD 1 TO DT-COUNT-Z(WS-DEPT-SLOT)
004430         WHEN OTHER
004440             ADD 1 TO DT-COUNT-B(WS-DEPT-SLOT)
004450     END-EVALUATE.
004650         MOVE 0 TO DT-COUNT-S(WS-DEPT-SLOT)
004660         MOVE 0 TO DT-COUNT-F(WS-DEPT-SLOT)
004670         MOVE 0 TO DT-COUNT-P(WS-DEPT-SLOT)
004673         MOVE 0 TO DT-COUNT-R(WS-DEPT-SLOT)
004676         MOVE 0 TO DT-COUNT-Z(WS-DEPT-SLOT)
004680         MOVE 0 TO DT-AMOUNT(WS-DEPT-SLOT)
004685         MOVE 'N' TO DT-USAGE-SW(WS-DEPT-SLOT)
004690     END-IF.
004700 3200-EXIT.
004710     EXIT.
005320     MOVE DT-COUNT-S(WS-DEPT-IX) TO WS-SM-S-OUT.
005330     MOVE DT-COUNT-F(WS-DEPT-IX) TO WS-SM-F-OUT.
005340     MOVE DT-COUNT-P(WS-DEPT-IX) TO WS-SM-P-OUT.
005343     MOVE DT-COUNT-R(WS-DEPT-IX) TO WS-SM-R-OUT.
005346     MOVE DT-COUNT-Z(WS-DEPT-IX) TO WS-SM-Z-OUT.
005350     MOVE DT-AMOUNT(WS-DEPT-IX) TO WS-SM-AMOUNT-OUT.
005360     MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
005370     WRITE REPORT-RECORD.
005680     EXIT.
005690*
005700*------------------------------------------------------------
005701*7500-RECONCILE-USAGE - WALK THE BILLING MONTH'S USAGE RECORDS
005702*AGAINST THE DEPARTMENT TABLE, THEN CATCH ANY DEPARTMENT THE
005703*TRAIL HAS SERVINGS FOR BUT THE USAGE FILE DOES NOT, THEN PUT
005704*OUT THE USAGE RECONCILIATION TOTAL.
005705*------------------------------------------------------------
005706 7500-RECONCILE-USAGE.
005707     MOVE 0 TO WS-USG-AGREED.
005708     MOVE 0 TO WS-USG-MISMATCHED.
005709     IF NOT WS-USG-OPEN
005710         MOVE "USAGE RECONCILE NOT DONE - USAGEF NOT AVAILABLE"
005711             TO REPORT-RECORD
005712         PERFORM 7590-WRITE-USAGE-RECORD THRU 7590-EXIT
005713         MOVE 1 TO WS-USG-MISMATCHED
005714         GO TO 7500-EXIT
005715     END-IF.
005716     MOVE WS-BILL-MONTH TO UG-MONTH.
005717     MOVE LOW-VALUES TO UG-DEPT-CODE.
005718     START USAGE-FILE KEY IS NOT LESS THAN UG-KEY
005719         INVALID KEY
005720             SET WS-USG-EOF TO TRUE
005721     END-START.
005722     IF WS-USG-OK
005723         PERFORM 7510-RECONCILE-ONE-USAGE THRU 7510-EXIT
005724             UNTIL WS-USG-EOF
005725     END-IF.
005726     PERFORM 7530-CHECK-UNSEEN-DEPT THRU 7530-EXIT
005727         VARYING WS-DEPT-IX FROM 1 BY 1
005728         UNTIL WS-DEPT-IX > WS-DEPT-USED.
005729     MOVE WS-USG-AGREED TO WS-UT-AGREED-OUT.
005730     MOVE WS-USG-MISMATCHED TO WS-UT-MISMATCHED-OUT.
005731     MOVE WS-USAGE-TOTAL-LINE TO REPORT-RECORD.
005732     PERFORM 7590-WRITE-USAGE-RECORD THRU 7590-EXIT.
005733 7500-EXIT.
005734     EXIT.
005735*
005736*------------------------------------------------------------
005737*7510-RECONCILE-ONE-USAGE - READ THE NEXT USAGE RECORD AND, IF
005738*IT IS STILL IN THE BILLING MONTH, HOLD ITS SIX TYPE COUNTS
005739*AGAINST ITS DEPARTMENT'S PRICED COUNTS.
005740*------------------------------------------------------------
005741 7510-RECONCILE-ONE-USAGE.
005742     READ USAGE-FILE NEXT RECORD
005743         AT END
005744             SET WS-USG-EOF TO TRUE
005745     END-READ.
005746     IF WS-USG-EOF
005747         GO TO 7510-EXIT
005748     END-IF.
005749     IF UG-MONTH NOT = WS-BILL-MONTH
005750         SET WS-USG-EOF TO TRUE
005751         GO TO 7510-EXIT
005752     END-IF.
005753     IF UG-DEPT-CODE = WS-CONSOLE-DEPT
005754         GO TO 7510-EXIT
005755     END-IF.
005756     MOVE 0 TO WS-DEPT-SLOT.
005757     PERFORM 7520-MATCH-USAGE-DEPT THRU 7520-EXIT
005758         VARYING WS-DEPT-IX FROM 1 BY 1
005759         UNTIL WS-DEPT-IX > WS-DEPT-USED
005760             OR WS-DEPT-SLOT > 0.
005761     IF WS-DEPT-SLOT > 0
005762         SET DT-USAGE-SEEN(WS-DEPT-SLOT) TO TRUE
005763     END-IF.
005764     MOVE 'N' TO WS-USG-DIFF-SW.
005765     PERFORM 7515-COMPARE-ONE-TYPE THRU 7515-EXIT
005766         VARYING WS-USG-IX FROM 1 BY 1
005767         UNTIL WS-USG-IX > 6.
005768     IF WS-USG-DIFFERS
005769         ADD 1 TO WS-USG-MISMATCHED
005770     ELSE
005771         ADD 1 TO WS-USG-AGREED
005772     END-IF.
005773 7510-EXIT.
005774     EXIT.
005775*
005776*------------------------------------------------------------
005777*7515-COMPARE-ONE-TYPE - ONE TYPE OF THE USAGE RECORD IN THE
005778*BUFFER AGAINST THE TRAIL.  A DEPARTMENT THE TRAIL NEVER
005779*PRICED HAS A TRAIL COUNT OF ZERO.
005780*------------------------------------------------------------
005781 7515-COMPARE-ONE-TYPE.
005782     MOVE 0 TO WS-USG-TRAIL-COUNT.
005783     IF WS-DEPT-SLOT > 0
005784         MOVE DT-COUNT-BY-TYPE(WS-DEPT-SLOT, WS-USG-IX)
005785             TO WS-USG-TRAIL-COUNT
005786     END-IF.
005787     IF UG-SERVED-COUNT(WS-USG-IX) IS NOT NUMERIC
005788             OR UG-SERVED-COUNT(WS-USG-IX)
005789                 NOT = WS-USG-TRAIL-COUNT
005790         SET WS-USG-DIFFERS TO TRUE
005791         MOVE UG-DEPT-CODE TO WS-UL-DEPT-OUT
005792         MOVE WS-USG-TYPE-LIST(WS-USG-IX:1) TO WS-UL-TYPE-OUT
005793         MOVE WS-USG-TRAIL-COUNT TO WS-UL-TRAIL-OUT
005794         MOVE 0 TO WS-UL-USAGE-OUT
005795         IF UG-SERVED-COUNT(WS-USG-IX) IS NUMERIC
005796             MOVE UG-SERVED-COUNT(WS-USG-IX) TO WS-UL-USAGE-OUT
005797         END-IF
005798         MOVE WS-USAGE-LINE TO REPORT-RECORD
005799         PERFORM 7590-WRITE-USAGE-RECORD THRU 7590-EXIT
005800     END-IF.
005801 7515-EXIT.
005802     EXIT.
005803*
005804*------------------------------------------------------------
005805*7520-MATCH-USAGE-DEPT - MATCH ONE OCCUPIED SLOT AGAINST THE
005806*USAGE RECORD'S DEPARTMENT.
005807*------------------------------------------------------------
005808 7520-MATCH-USAGE-DEPT.
005809     IF DT-DEPT-CODE(WS-DEPT-IX) = UG-DEPT-CODE
005810         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
005811     END-IF.
005812 7520-EXIT.
005813     EXIT.
005814*
005815*------------------------------------------------------------
005816*7530-CHECK-UNSEEN-DEPT - A DEPARTMENT THE TRAIL PRICED BUT NO
005817*USAGE RECORD COVERED: EVERY TYPE IT WAS SERVED IS A MISMATCH
005818*AGAINST A USAGE COUNT OF ZERO.  OPER IS SKIPPED (ABOVE).
005819*------------------------------------------------------------
005820 7530-CHECK-UNSEEN-DEPT.
005821     IF DT-USAGE-SEEN(WS-DEPT-IX)
005822             OR DT-DEPT-CODE(WS-DEPT-IX) = WS-CONSOLE-DEPT
005823         GO TO 7530-EXIT
005824     END-IF.
005825     ADD 1 TO WS-USG-MISMATCHED.
005826     PERFORM 7535-LIST-UNSEEN-TYPE THRU 7535-EXIT
005827         VARYING WS-USG-IX FROM 1 BY 1
005828         UNTIL WS-USG-IX > 6.
005829 7530-EXIT.
005830     EXIT.
005831*
005832*------------------------------------------------------------
005833*7535-LIST-UNSEEN-TYPE - ONE SERVED TYPE OF AN UNCOVERED
005834*DEPARTMENT.
005835*------------------------------------------------------------
005836 7535-LIST-UNSEEN-TYPE.
005837     IF DT-COUNT-BY-TYPE(WS-DEPT-IX, WS-USG-IX) = 0
005838         GO TO 7535-EXIT
005839     END-IF.
005840     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO WS-UL-DEPT-OUT.
005841     MOVE WS-USG-TYPE-LIST(WS-USG-IX:1) TO WS-UL-TYPE-OUT.
005842     MOVE DT-COUNT-BY-TYPE(WS-DEPT-IX, WS-USG-IX)
005843         TO WS-UL-TRAIL-OUT.
005844     MOVE 0 TO WS-UL-USAGE-OUT.
005845     MOVE WS-USAGE-LINE TO REPORT-RECORD.
005846     PERFORM 7590-WRITE-USAGE-RECORD THRU 7590-EXIT.
005847 7535-EXIT.
005848     EXIT.
005849*
005850*------------------------------------------------------------
005851*7590-WRITE-USAGE-RECORD - PUT OUT ONE USAGE RECONCILIATION
005852*LINE ALREADY MOVED TO THE REPORT RECORD.
005853*------------------------------------------------------------
005854 7590-WRITE-USAGE-RECORD.
005855     WRITE REPORT-RECORD.
005856     IF NOT WS-RPT-OK
005857         DISPLAY "BERNCHG - REPORT WRITE FAILED"
005858         MOVE 8 TO WS-WORST-RC
005859     END-IF.
005860 7590-EXIT.
005861     EXIT.
005862*
005863*------------------------------------------------------------
005864*8010-WRITE-ONE-GL - ONE DEPARTMENT'S GL RECORD.
005865*------------------------------------------------------------
005866 8010-WRITE-ONE-GL.
005867     MOVE SPACES TO GL-RECORD.
005868     SET GL-DETAIL TO TRUE.
005869     MOVE DT-DEPT-CODE(WS-DEPT-IX) TO GL-DEPT-CODE.
005870     STRING 'CHG-' DELIMITED BY SIZE
005871            DT-DEPT-CODE(WS-DEPT-IX) DELIMITED BY SIZE
005872         INTO GL-DEBIT-ACCT.
005873     MOVE 'BERNSYS ' TO GL-CREDIT-ACCT.
005874     MOVE DT-AMOUNT(WS-DEPT-IX) TO GL-AMOUNT.
005875     COMPUTE GL-SERVING-COUNT =
005876         DT-COUNT-B(WS-DEPT-IX) + DT-COUNT-S(WS-DEPT-IX)
005877         + DT-COUNT-F(WS-DEPT-IX) + DT-COUNT-P(WS-DEPT-IX)
005878         + DT-COUNT-R(WS-DEPT-IX) + DT-COUNT-Z(WS-DEPT-IX).
005879     MOVE WS-BILL-MONTH TO GL-MONTH.
005880     WRITE GL-RECORD.
005881     IF NOT WS-GL-OK
005882         DISPLAY "BERNCHG - GL FEED WRITE FAILED"
005890         MOVE 8 TO WS-WORST-RC
005900     END-IF.
005910 8010-EXIT.
005990     CLOSE AUDIT-FILE.
006000     CLOSE REPORT-FILE.
006010     CLOSE GL-FILE.
006012     IF WS-USG-OPEN
006014         CLOSE USAGE-FILE
006016     END-IF.
006020     DISPLAY "BERNCHG - MONTH " WS-BILL-MONTH
006030         " READ " WS-LINES-READ
006040         " PRICED " WS-LINES-PRICED
006050         " UNPRICED " WS-LINES-UNPRICEABLE
006060         " OUT-MONTH " WS-LINES-OUT-MONTH.
006063     DISPLAY "BERNCHG - USAGE AGREED " WS-USG-AGREED
006066         " MISMATCHED " WS-USG-MISMATCHED.
006070 9800-EXIT.
006080     EXIT.
