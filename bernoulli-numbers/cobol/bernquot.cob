000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNQUOT.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  QUOTA WARNING LISTING OVER
000120*10/14/2026 LV    THE MONTH-TO-DATE USAGE FILE (USAGEF) THAT
000130*10/14/2026 LV    BERNOULLI AND BERNSRV ENFORCE THE DEPARTMENT
000140*10/14/2026 LV    MASTER'S MONTHLY QUOTAS AGAINST, SO A DESK
000150*10/14/2026 LV    HEARS IT IS CLOSING ON ITS QUOTA BEFORE ITS
000160*10/14/2026 LV    REQUESTS START COMING BACK REFUSED.
000170*10/15/2026 LV    A ONE- OR TWO-DIGIT WARNPCT VALUE IS RIGHT-
000180*10/15/2026 LV    JUSTIFIED BEFORE IT IS CHECKED, AS LINESPAGE IS.
000190*
000200*EVERY DEPARTMENT MASTER ENTRY CARRYING A QUOTA - THE MONTHLY
000210*QUOTA OVER ALL TYPES, A PER-TYPE QUOTA, OR BOTH - IS HELD
000220*AGAINST ITS USAGE RECORD FOR THE MONTH.  EACH QUOTA THE MONTH'S
000230*SERVINGS HAVE TAKEN TO AT LEAST THE WARNING PERCENTAGE PRINTS
000240*ON ONE QUOTRPT LINE: DEPARTMENT, WHICH QUOTA (ALL TYPES OR THE
000250*ONE TYPE), SERVINGS SO FAR, THE QUOTA, THE PERCENTAGE USED, THE
000260*REQUESTS ALREADY REFUSED ON QUOTA THIS MONTH AND A STATUS OF
000270*NEAR OR OVER (OVER ONCE THE QUOTA IS REACHED - THE NEXT REQUEST
000280*IS REFUSED).  A DEPARTMENT WITH NO USAGE RECORD HAS SERVED
000290*NOTHING THIS MONTH.  A BLANK, ZERO OR NON-NUMERIC QUOTA IS NO
000300*LIMIT.  BOTH FILES ARE ONLY READ, SO THE RUN TOKEN IS NOT
000310*TAKEN.
000320*CONTROL CARDS (QUOCNTL, KEYWORD=VALUE, OPTIONAL):
000330*    MONTH=YYYYMM    THE MONTH TO LIST (DEFAULT THIS MONTH).
000340*    WARNPCT=NNN     THE WARNING PERCENTAGE (DEFAULT 080).
000350*RC 0 NOTHING LISTED, RC 4 QUOTAS LISTED, RC 8 A FILE OR CARD
000360*FAILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE ASSIGN TO QUOCNTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT DEPT-FILE ASSIGN TO DEPTMSTF
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DM-DEPT-CODE
000510         FILE STATUS IS WS-DEPT-STATUS.
000520     SELECT USAGE-FILE ASSIGN TO USAGEF
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS UG-KEY
000560         FILE STATUS IS WS-USG-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO QUOTRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PARM-FILE
000630     RECORDING MODE IS F.
000640 01  PARM-RECORD                 PIC X(80).

000650*THE KEYED DEPARTMENT MASTER - SEE DEPTMNT.
000660 FD  DEPT-FILE.
000670 01  DEPT-RECORD.
000680     05  DM-DEPT-CODE            PIC X(04).
000690     05  DM-ACTIVE-FLAG          PIC X(01).
000700         88  DM-IS-ACTIVE                VALUE 'A'.
000710         88  DM-IS-INACTIVE              VALUE 'I'.
000720     05  DM-EFF-FROM             PIC X(08).
000730     05  DM-EFF-TO               PIC X(08).
000740     05  DM-ALLOWED-TYPES        PIC X(08).
000750     05  DM-MAX-ORDER            PIC 9(02).
000760     05  DM-QUOTA-AREA.
000770         10  DM-MONTH-QUOTA      PIC 9(05).
000780         10  DM-TYPE-QUOTA       OCCURS 6 TIMES.
000790             15  DM-TQ-TYPE      PIC X(01).
000800             15  DM-TQ-LIMIT     PIC 9(05).

000810*THE KEYED MONTH-TO-DATE USAGE FILE - SEE THE BERNUSG COPY
000820*MEMBER.
000830 FD  USAGE-FILE.
000840 01  USAGE-RECORD.
000850     05  UG-KEY.
000860         10  UG-MONTH            PIC X(06).
000870         10  UG-DEPT-CODE        PIC X(04).
000880     05  UG-SERVED-TOTAL         PIC 9(07).
000890     05  UG-SERVED-BY-TYPE.
000900         10  UG-SERVED-COUNT     PIC 9(07) OCCURS 6 TIMES.
000910     05  UG-REFUSED-COUNT        PIC 9(05).
000920     05  UG-LAST-SERVED-TS       PIC X(14).
000930     05  UG-LAST-REFUSED-TS      PIC X(14).

000940 FD  REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  REPORT-RECORD               PIC X(80).

000970 WORKING-STORAGE SECTION.
000980*
000990*------------------------------------------------------------
001000*SWITCHES AND STATUS FIELDS.
001010*------------------------------------------------------------
001020 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001030     88  WS-PARM-OK                         VALUE '00'.
001040     88  WS-PARM-EOF                        VALUE '10'.

001050 77  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001060     88  WS-DEPT-OK                         VALUE '00'.
001070     88  WS-DEPT-EOF                        VALUE '10'.

001080 77  WS-USG-STATUS               PIC X(02) VALUE SPACES.
001090     88  WS-USG-OK                          VALUE '00'.

001100 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001110     88  WS-RPT-OK                          VALUE '00'.

001120 77  WS-MORE-PARMS-SW            PIC X(01) VALUE 'Y'.
001130     88  WS-MORE-PARMS                      VALUE 'Y'.
001140     88  WS-NO-MORE-PARMS                   VALUE 'N'.

001150 77  WS-PARM-ERROR-SW            PIC X(01) VALUE 'N'.
001160     88  WS-PARM-ERROR                      VALUE 'Y'.

001170 77  WS-DEPT-LISTED-SW           PIC X(01) VALUE 'N'.
001180     88  WS-DEPT-LISTED                     VALUE 'Y'.
001190*
001200*------------------------------------------------------------
001210*CONTROL-CARD FIELDS - THE PARMCRD KEYWORD=VALUE CONVENTION.
001220*------------------------------------------------------------
001230 01  PARM-CARD                   PIC X(80) VALUE SPACES.
001240 77  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
001250 77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
001260 01  WS-PARM-MONTH-X             PIC X(06) VALUE SPACES.
001270 01  WS-PARM-MONTH-R REDEFINES WS-PARM-MONTH-X.
001280     05  WS-PARM-MONTH-CCYY      PIC 9(04).
001290     05  WS-PARM-MONTH-MM        PIC 9(02).
001300 01  WS-PARM-PCT-X               PIC X(03) VALUE SPACES.
001310 01  WS-PARM-PCT-NUM REDEFINES WS-PARM-PCT-X
001320                                 PIC 9(03).

001330 77  WS-LIST-MONTH               PIC X(06) VALUE SPACES.
001340 77  WS-WARN-PCT                 PIC 9(03) VALUE 080.
001350 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001360*
001370*------------------------------------------------------------
001380*QUOTA WORK FIELDS.  THE TYPE LIST IS THE USAGE FILE'S SLOT
001390*ORDER.  3200-TEST-ONE-QUOTA HOLDS WS-QT-USED AGAINST
001400*WS-QT-LIMIT AND LISTS IT UNDER WS-QT-LABEL.
001410*------------------------------------------------------------
001420 77  WS-USG-TYPE-LIST            PIC X(06) VALUE 'BSFPRZ'.
001430 77  WS-QUOTA-IX                 PIC 9(02) VALUE 0.
001440 77  WS-SLOT-IX                  PIC 9(02) VALUE 0.
001450 77  WS-SLOT                     PIC 9(02) VALUE 0.
001460 77  WS-QT-USED                  PIC 9(07) VALUE 0.
001470 77  WS-QT-LIMIT                 PIC 9(05) VALUE 0.
001480 77  WS-QT-LABEL                 PIC X(06) VALUE SPACES.
001490 77  WS-QT-PCT                   PIC 9(05) VALUE 0.
001500 77  WS-QT-REFUSED               PIC 9(05) VALUE 0.
001510*
001520*------------------------------------------------------------
001530*COUNTS AND THE RETURN CODE.
001540*------------------------------------------------------------
001550 77  WS-DEPT-COUNT               PIC 9(05) VALUE 0.
001560 77  WS-QUOTA-DEPT-COUNT         PIC 9(05) VALUE 0.
001570 77  WS-LISTED-DEPT-COUNT        PIC 9(05) VALUE 0.
001580 77  WS-LISTED-COUNT             PIC 9(05) VALUE 0.
001590 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
001600*
001610*------------------------------------------------------------
001620*REPORT LINE LAYOUTS - TWO HEADING LINES, ONE LINE PER QUOTA
001630*AT OR PAST THE WARNING PERCENTAGE AND THE CLOSING COUNTS.
001640*------------------------------------------------------------
001650 01  WS-HEAD-LINE-1.
001660     05  FILLER                  PIC X(34)
001670         VALUE "BERNQUOT - DEPARTMENTS AT OR PAST ".
001680     05  WS-HL-PCT-OUT           PIC ZZ9.
001690     05  FILLER                  PIC X(23)
001700         VALUE "% OF A MONTHLY QUOTA  ".
001710     05  FILLER                  PIC X(06) VALUE "MONTH ".
001720     05  WS-HL-MONTH-OUT         PIC X(06).
001730     05  FILLER                  PIC X(08) VALUE SPACES.

001740 01  WS-HEAD-LINE-2.
001750     05  FILLER                  PIC X(47)
001760         VALUE "DEPT QUOTA      USED  LIMIT    PCT  REFSD  STAT".
001770     05  FILLER                  PIC X(33) VALUE SPACES.

001780 01  WS-DETAIL-LINE.
001790     05  WS-DL-DEPT-OUT          PIC X(04).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  WS-DL-QUOTA-OUT         PIC X(06).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-DL-USED-OUT          PIC ZZZZZZ9.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-DL-LIMIT-OUT         PIC ZZZZ9.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  WS-DL-PCT-OUT           PIC ZZZZ9.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  WS-DL-REFUSED-OUT       PIC ZZZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  WS-DL-STATUS-OUT        PIC X(04).
001920     05  FILLER                  PIC X(33) VALUE SPACES.

001930 01  WS-TOTAL-LINE.
001940     05  FILLER                  PIC X(12) VALUE "DEPARTMENTS ".
001950     05  WS-TL-DEPT-OUT          PIC ZZZZ9.
001960     05  FILLER                  PIC X(14) VALUE "  WITH QUOTAS ".
001970     05  WS-TL-QUOTA-OUT         PIC ZZZZ9.
001980     05  FILLER                  PIC X(10) VALUE "  LISTED ".
001990     05  WS-TL-LISTED-OUT        PIC ZZZZ9.
002000     05  FILLER                  PIC X(29) VALUE SPACES.

002010 PROCEDURE DIVISION.
002020*
002030*==============================================================
002040*0000-MAINLINE
002050*==============================================================
002060 0000-MAINLINE.
002070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002080     MOVE WS-CURRENT-DATE(1:6) TO WS-LIST-MONTH.
002090     PERFORM 1080-READ-PARM-CARDS THRU 1080-EXIT.
002100     IF WS-PARM-ERROR
002110         DISPLAY "BERNQUOT - RUN TERMINATED - BAD CONTROL "
002120             "CARD(S) ON QUOCNTL."
002130         MOVE 8 TO WS-WORST-RC
002140     ELSE
002150         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002160         IF WS-WORST-RC < 8
002170             PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT
002180             PERFORM 3000-CHECK-ONE-DEPT THRU 3000-EXIT
002190                 UNTIL WS-DEPT-EOF
002200             PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002210             CLOSE DEPT-FILE
002220             CLOSE USAGE-FILE
002230             CLOSE REPORT-FILE
002240             DISPLAY "BERNQUOT - MONTH " WS-LIST-MONTH
002250                 " DEPARTMENTS " WS-DEPT-COUNT
002260                 " WITH QUOTAS " WS-QUOTA-DEPT-COUNT
002270                 " LISTED " WS-LISTED-DEPT-COUNT
002280         END-IF
002290     END-IF.
002300     IF WS-LISTED-COUNT > 0 AND WS-WORST-RC < 4
002310         MOVE 4 TO WS-WORST-RC
002320     END-IF.
002330     MOVE WS-WORST-RC TO RETURN-CODE.
002340     STOP RUN.
002350*
002360*------------------------------------------------------------
002370*1000-OPEN-FILES - THE MASTER, POSITIONED AT ITS FIRST ENTRY,
002380*THE USAGE FILE AND THE REPORT.
002390*------------------------------------------------------------
002400 1000-OPEN-FILES.
002410     OPEN INPUT DEPT-FILE.
002420     IF NOT WS-DEPT-OK
002430         DISPLAY "BERNQUOT - DEPTMSTF OPEN FAILED, STATUS "
002440             WS-DEPT-STATUS
002450         MOVE 8 TO WS-WORST-RC
002460         GO TO 1000-EXIT
002470     END-IF.
002480     OPEN INPUT USAGE-FILE.
002490     IF NOT WS-USG-OK
002500         DISPLAY "BERNQUOT - USAGEF OPEN FAILED, STATUS "
002510             WS-USG-STATUS
002520         MOVE 8 TO WS-WORST-RC
002530         CLOSE DEPT-FILE
002540         GO TO 1000-EXIT
002550     END-IF.
002560     OPEN OUTPUT REPORT-FILE.
002570     IF NOT WS-RPT-OK
002580         DISPLAY "BERNQUOT - REPORT OPEN FAILED, STATUS "
002590             WS-RPT-STATUS
002600         MOVE 8 TO WS-WORST-RC
002610         CLOSE DEPT-FILE
002620         CLOSE USAGE-FILE
002630         GO TO 1000-EXIT
002640     END-IF.
002650     MOVE LOW-VALUES TO DM-DEPT-CODE.
002660     START DEPT-FILE KEY IS NOT LESS THAN DM-DEPT-CODE
002670         INVALID KEY
002680             SET WS-DEPT-EOF TO TRUE
002690     END-START.
002700 1000-EXIT.
002710     EXIT.
002720*
002730*------------------------------------------------------------
002740*1080-READ-PARM-CARDS - THE OPTIONAL MONTH AND WARNING
002750*PERCENTAGE.  AN ABSENT QUOCNTL LEAVES THE DEFAULTS IN EFFECT.
002760*------------------------------------------------------------
002770 1080-READ-PARM-CARDS.
002780     OPEN INPUT PARM-FILE.
002790     IF NOT WS-PARM-OK
002800         DISPLAY "BERNQUOT - QUOCNTL NOT PRESENT - DEFAULTS "
002810             "IN EFFECT."
002820     ELSE
002830         PERFORM 1082-PROCESS-ONE-PARM THRU 1082-EXIT
002840             UNTIL WS-NO-MORE-PARMS
002850         CLOSE PARM-FILE
002860     END-IF.
002870 1080-EXIT.
002880     EXIT.
002890*
002900*------------------------------------------------------------
002910*1082-PROCESS-ONE-PARM - PARSE AND APPLY ONE CARD.  WARNPCT=0
002920*IS ALLOWED AND LISTS EVERY QUOTA ON FILE.
002930*------------------------------------------------------------
002940 1082-PROCESS-ONE-PARM.
002950     READ PARM-FILE INTO PARM-CARD
002960         AT END
002970             SET WS-NO-MORE-PARMS TO TRUE
002980     END-READ.
002990     IF WS-NO-MORE-PARMS
003000             OR PARM-CARD(1:1) = '*'
003010             OR PARM-CARD = SPACES
003020         GO TO 1082-EXIT
003030     END-IF.
003040     MOVE SPACES TO WS-PARM-KEYWORD.
003050     MOVE SPACES TO WS-PARM-VALUE.
003060     UNSTRING PARM-CARD DELIMITED BY '='
003070         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
003080     EVALUATE WS-PARM-KEYWORD
003090         WHEN 'MONTH'
003100             MOVE WS-PARM-VALUE(1:6) TO WS-PARM-MONTH-X
003110             IF WS-PARM-MONTH-X IS NOT NUMERIC
003120                 DISPLAY "BERNQUOT - BAD MONTH CARD: "
003130                     WS-PARM-VALUE
003140                 SET WS-PARM-ERROR TO TRUE
003150             ELSE
003160             IF WS-PARM-MONTH-MM < 1 OR WS-PARM-MONTH-MM > 12
003170                 DISPLAY "BERNQUOT - BAD MONTH CARD: "
003180                     WS-PARM-VALUE
003190                 SET WS-PARM-ERROR TO TRUE
003200             ELSE
003210                 MOVE WS-PARM-MONTH-X TO WS-LIST-MONTH
003220             END-IF
003230             END-IF
003240         WHEN 'WARNPCT'
003250             MOVE WS-PARM-VALUE(1:3) TO WS-PARM-PCT-X
003260             PERFORM 1084-JUSTIFY-WARNPCT THRU 1084-EXIT
003270                 UNTIL WS-PARM-PCT-X(3:1) NOT = SPACE
003280                     OR WS-PARM-PCT-X = SPACES
003290             INSPECT WS-PARM-PCT-X
003300                 REPLACING LEADING ' ' BY '0'
003310             IF WS-PARM-PCT-X IS NOT NUMERIC
003320                 DISPLAY "BERNQUOT - BAD WARNPCT CARD: "
003330                     WS-PARM-VALUE
003340                 SET WS-PARM-ERROR TO TRUE
003350             ELSE
003360                 MOVE WS-PARM-PCT-NUM TO WS-WARN-PCT
003370             END-IF
003380         WHEN OTHER
003390             DISPLAY "BERNQUOT - BAD CONTROL CARD - UNKNOWN "
003400                 "KEYWORD: " WS-PARM-KEYWORD
003410             SET WS-PARM-ERROR TO TRUE
003420     END-EVALUATE.
003430 1082-EXIT.
003440     EXIT.
003450*
003460*------------------------------------------------------------
003470*1084-JUSTIFY-WARNPCT - SHIFT THE WARNPCT VALUE RIGHT ONE PLACE.
003480*------------------------------------------------------------
003490 1084-JUSTIFY-WARNPCT.
003500     MOVE WS-PARM-PCT-X(2:1) TO WS-PARM-PCT-X(3:1).
003510     MOVE WS-PARM-PCT-X(1:1) TO WS-PARM-PCT-X(2:1).
003520     MOVE SPACE TO WS-PARM-PCT-X(1:1).
003530 1084-EXIT.
003540     EXIT.
003550*
003560*------------------------------------------------------------
003570*2000-WRITE-HEADINGS - THE TITLE AND COLUMN HEADINGS.
003580*------------------------------------------------------------
003590 2000-WRITE-HEADINGS.
003600     MOVE WS-WARN-PCT TO WS-HL-PCT-OUT.
003610     MOVE WS-LIST-MONTH TO WS-HL-MONTH-OUT.
003620     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
003630     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003640     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
003650     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003660 2000-EXIT.
003670     EXIT.
003680*
003690*------------------------------------------------------------
003700*3000-CHECK-ONE-DEPT - READ THE NEXT MASTER ENTRY AND, IF IT
003710*CARRIES A QUOTA, FETCH ITS USAGE FOR THE MONTH AND TEST THE
003720*MONTHLY QUOTA AND EACH PER-TYPE QUOTA.
003730*------------------------------------------------------------
003740 3000-CHECK-ONE-DEPT.
003750     READ DEPT-FILE NEXT RECORD
003760         AT END
003770             SET WS-DEPT-EOF TO TRUE
003780     END-READ.
003790     IF WS-DEPT-EOF
003800         GO TO 3000-EXIT
003810     END-IF.
003820     ADD 1 TO WS-DEPT-COUNT.
003830     IF DM-QUOTA-AREA = SPACES
003840         GO TO 3000-EXIT
003850     END-IF.
003860     ADD 1 TO WS-QUOTA-DEPT-COUNT.
003870     MOVE 'N' TO WS-DEPT-LISTED-SW.
003880     MOVE WS-LIST-MONTH TO UG-MONTH.
003890     MOVE DM-DEPT-CODE TO UG-DEPT-CODE.
003900     READ USAGE-FILE
003910         INVALID KEY
003920             MOVE ZEROS TO UG-SERVED-TOTAL
003930             MOVE ZEROS TO UG-SERVED-BY-TYPE
003940             MOVE ZEROS TO UG-REFUSED-COUNT
003950     END-READ.
003960     MOVE 0 TO WS-QT-REFUSED.
003970     IF UG-REFUSED-COUNT IS NUMERIC
003980         MOVE UG-REFUSED-COUNT TO WS-QT-REFUSED
003990     END-IF.
004000     IF DM-MONTH-QUOTA IS NUMERIC
004010         MOVE 0 TO WS-QT-USED
004020         IF UG-SERVED-TOTAL IS NUMERIC
004030             MOVE UG-SERVED-TOTAL TO WS-QT-USED
004040         END-IF
004050         MOVE DM-MONTH-QUOTA TO WS-QT-LIMIT
004060         MOVE "ALL" TO WS-QT-LABEL
004070         PERFORM 3200-TEST-ONE-QUOTA THRU 3200-EXIT
004080     END-IF.
004090     PERFORM 3100-CHECK-TYPE-QUOTA THRU 3100-EXIT
004100         VARYING WS-QUOTA-IX FROM 1 BY 1
004110         UNTIL WS-QUOTA-IX > 6.
004120     IF WS-DEPT-LISTED
004130         ADD 1 TO WS-LISTED-DEPT-COUNT
004140     END-IF.
004150 3000-EXIT.
004160     EXIT.
004170*
004180*------------------------------------------------------------
004190*3100-CHECK-TYPE-QUOTA - ONE PER-TYPE QUOTA ENTRY, HELD AGAINST
004200*THE USAGE SLOT FOR ITS TYPE.
004210*------------------------------------------------------------
004220 3100-CHECK-TYPE-QUOTA.
004230     IF DM-TQ-TYPE(WS-QUOTA-IX) = SPACE
004240             OR DM-TQ-LIMIT(WS-QUOTA-IX) IS NOT NUMERIC
004250         GO TO 3100-EXIT
004260     END-IF.
004270     MOVE 0 TO WS-SLOT.
004280     PERFORM 3110-MATCH-ONE-SLOT THRU 3110-EXIT
004290         VARYING WS-SLOT-IX FROM 1 BY 1
004300         UNTIL WS-SLOT-IX > 6.
004310     IF WS-SLOT = 0
004320         GO TO 3100-EXIT
004330     END-IF.
004340     MOVE 0 TO WS-QT-USED.
004350     IF UG-SERVED-COUNT(WS-SLOT) IS NUMERIC
004360         MOVE UG-SERVED-COUNT(WS-SLOT) TO WS-QT-USED
004370     END-IF.
004380     MOVE DM-TQ-LIMIT(WS-QUOTA-IX) TO WS-QT-LIMIT.
004390     MOVE SPACES TO WS-QT-LABEL.
004400     STRING "TYPE " DELIMITED BY SIZE
004410            DM-TQ-TYPE(WS-QUOTA-IX) DELIMITED BY SIZE
004420         INTO WS-QT-LABEL.
004430     PERFORM 3200-TEST-ONE-QUOTA THRU 3200-EXIT.
004440 3100-EXIT.
004450     EXIT.
004460*
004470*------------------------------------------------------------
004480*3110-MATCH-ONE-SLOT - ONE POSITION OF THE TYPE LIST.
004490*------------------------------------------------------------
004500 3110-MATCH-ONE-SLOT.
004510     IF WS-USG-TYPE-LIST(WS-SLOT-IX:1) = DM-TQ-TYPE(WS-QUOTA-IX)
004520         MOVE WS-SLOT-IX TO WS-SLOT
004530     END-IF.
004540 3110-EXIT.
004550     EXIT.
004560*
004570*------------------------------------------------------------
004580*3200-TEST-ONE-QUOTA - LIST THE STAGED QUOTA IF THE SERVINGS
004590*HAVE REACHED THE WARNING PERCENTAGE OF IT.  A ZERO QUOTA IS NO
004600*LIMIT.  THE PERCENTAGE IS TRUNCATED, AND SHOWN AS 99999 PAST
004610*WHAT THE COLUMN HOLDS.
004620*------------------------------------------------------------
004630 3200-TEST-ONE-QUOTA.
004640     IF WS-QT-LIMIT = 0
004650         GO TO 3200-EXIT
004660     END-IF.
004670     IF WS-QT-USED * 100 < WS-QT-LIMIT * WS-WARN-PCT
004680         GO TO 3200-EXIT
004690     END-IF.
004700     COMPUTE WS-QT-PCT = WS-QT-USED * 100 / WS-QT-LIMIT
004710         ON SIZE ERROR
004720             MOVE 99999 TO WS-QT-PCT
004730     END-COMPUTE.
004740     MOVE DM-DEPT-CODE TO WS-DL-DEPT-OUT.
004750     MOVE WS-QT-LABEL TO WS-DL-QUOTA-OUT.
004760     MOVE WS-QT-USED TO WS-DL-USED-OUT.
004770     MOVE WS-QT-LIMIT TO WS-DL-LIMIT-OUT.
004780     MOVE WS-QT-PCT TO WS-DL-PCT-OUT.
004790     MOVE WS-QT-REFUSED TO WS-DL-REFUSED-OUT.
004800     IF WS-QT-USED NOT < WS-QT-LIMIT
004810         MOVE "OVER" TO WS-DL-STATUS-OUT
004820     ELSE
004830         MOVE "NEAR" TO WS-DL-STATUS-OUT
004840     END-IF.
004850     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004860     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004870     ADD 1 TO WS-LISTED-COUNT.
004880     SET WS-DEPT-LISTED TO TRUE.
004890 3200-EXIT.
004900     EXIT.
004910*
004920*------------------------------------------------------------
004930*4000-WRITE-TOTALS - THE CLOSING COUNTS.
004940*------------------------------------------------------------
004950 4000-WRITE-TOTALS.
004960     MOVE WS-DEPT-COUNT TO WS-TL-DEPT-OUT.
004970     MOVE WS-QUOTA-DEPT-COUNT TO WS-TL-QUOTA-OUT.
004980     MOVE WS-LISTED-DEPT-COUNT TO WS-TL-LISTED-OUT.
004990     MOVE SPACES TO REPORT-RECORD.
005000     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005010     MOVE WS-TOTAL-LINE TO REPORT-RECORD.
005020     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
005030 4000-EXIT.
005040     EXIT.
005050*
005060*------------------------------------------------------------
005070*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
005080*------------------------------------------------------------
005090 8200-WRITE-REPORT.
005100     WRITE REPORT-RECORD.
005110     IF NOT WS-RPT-OK
005120         DISPLAY "BERNQUOT - REPORT WRITE FAILED"
005130         MOVE 8 TO WS-WORST-RC
005140     END-IF.
005150 8200-EXIT.
005160     EXIT.
