000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNTAGE.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  NIGHTLY AGING LISTING
000120*10/14/2026 LV    OVER THE TICKET REGISTRY (TICKETF) THAT
000130*10/14/2026 LV    BERNOULLI AND BERNSRV MAINTAIN.  A REJECT
000140*10/14/2026 LV    THE DESK NEVER CORRECTED USED TO BE FOUND
000150*10/14/2026 LV    ONLY WHEN THE REQUESTING DEPARTMENT CHASED
000160*10/14/2026 LV    THE VALUATION - THIS LISTS EVERY REJECTED
000170*10/14/2026 LV    TICKET STILL WAITING FOR ITS RESUBMISSION.
000180*10/15/2026 LV    A ONE- OR TWO-DIGIT AGEDAYS VALUE IS RIGHT-
000190*10/15/2026 LV    JUSTIFIED BEFORE IT IS CHECKED, AS LINESPAGE IS.
000200*
000210*EVERY REGISTRY RECORD WHOSE STATUS IS R (REJECTED, NEVER
000220*RESUBMITTED) OR U (RESUBMITTED AND REJECTED AGAIN) IS AGED
000230*FROM THE DATE OF ITS LAST REJECTION, TK-LAST-RUN-TS, TO THE
000240*RUN DATE.  ONE AT LEAST THE CARD-SUPPLIED NUMBER OF DAYS OLD
000250*IS LISTED ON TAGERPT WITH ITS DEPARTMENT, USER, ORDER AND
000260*TYPE, ITS FIRST-SUBMISSION AND LAST-REJECTION DATES, ITS AGE
000270*IN DAYS, THE FIRST AND LAST REJECT REASONS AND HOW MANY
000280*TIMES IT HAS BEEN SUBMITTED.  SERVED TICKETS (S, E) ARE
000290*CLOSED AND NEVER LISTED.  DAY NUMBERS ARE WORKED FROM THE
000300*CIVIL DATE IN PLAIN INTEGER ARITHMETIC, SO THE AGE IS EXACT
000310*ACROSS MONTH, YEAR AND LEAP-DAY BOUNDARIES.
000320*CONTROL CARD (TAGCNTL, KEYWORD=VALUE, OPTIONAL):
000330*    AGEDAYS=NNN     THE MINIMUM AGE IN DAYS (DEFAULT 007).
000340*RC 0 NOTHING AGED, RC 4 AGED TICKETS LISTED, RC 8 A FILE OR
000350*CARD FAILED.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE ASSIGN TO TAGCNTL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT TICKET-FILE ASSIGN TO TICKETF
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TK-TICKET-NO
000500         FILE STATUS IS WS-TKT-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO TAGERPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARM-FILE
000570     RECORDING MODE IS F.
000580 01  PARM-RECORD                 PIC X(80).

000590*THE KEYED TICKET REGISTRY - SEE THE BERNTKT COPY MEMBER.
000600 FD  TICKET-FILE.
000610 01  TICKET-RECORD.
000620     05  TK-TICKET-NO            PIC X(10).
000630     05  TK-STATUS               PIC X(01).
000640         88  TK-SERVED                   VALUE 'S'.
000650         88  TK-REJECTED                 VALUE 'R'.
000660         88  TK-RESUBMITTED              VALUE 'U'.
000670         88  TK-SERVED-ON-RESUB          VALUE 'E'.
000680     05  TK-FIRST-RUN-TS         PIC X(14).
000690     05  TK-FIRST-PROGRAM        PIC X(09).
000700     05  TK-FIRST-REASON         PIC X(06).
000710     05  TK-LAST-RUN-TS          PIC X(14).
000720     05  TK-LAST-REASON          PIC X(06).
000730     05  TK-SERVED-TS            PIC X(14).
000740     05  TK-SUBMIT-COUNT         PIC 9(03).
000750     05  TK-REPEAT-COUNT         PIC 9(03).
000760     05  TK-REPEAT-TS            PIC X(14).
000770     05  TK-DEPT-CODE            PIC X(04).
000780     05  TK-USER-ID              PIC X(08).
000790     05  TK-REQUESTED-N          PIC X(02).
000800     05  TK-REQUEST-TYPE         PIC X(01).

000810 FD  REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-RECORD               PIC X(80).

000840 WORKING-STORAGE SECTION.
000850*
000860*------------------------------------------------------------
000870*SWITCHES AND STATUS FIELDS.
000880*------------------------------------------------------------
000890 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000900     88  WS-PARM-OK                         VALUE '00'.
000910     88  WS-PARM-EOF                        VALUE '10'.

000920 77  WS-TKT-STATUS               PIC X(02) VALUE SPACES.
000930     88  WS-TKT-OK                          VALUE '00'.
000940     88  WS-TKT-EOF                         VALUE '10'.

000950 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000960     88  WS-RPT-OK                          VALUE '00'.

000970 77  WS-MORE-PARMS-SW            PIC X(01) VALUE 'Y'.
000980     88  WS-MORE-PARMS                      VALUE 'Y'.
000990     88  WS-NO-MORE-PARMS                   VALUE 'N'.

001000 77  WS-PARM-ERROR-SW            PIC X(01) VALUE 'N'.
001010     88  WS-PARM-ERROR                      VALUE 'Y'.
001020*
001030*------------------------------------------------------------
001040*CONTROL-CARD FIELDS - THE PARMCRD KEYWORD=VALUE CONVENTION.
001050*------------------------------------------------------------
001060 01  PARM-CARD                   PIC X(80) VALUE SPACES.
001070 77  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
001080 77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
001090 01  WS-PARM-DAYS-X              PIC X(03) VALUE SPACES.
001100 01  WS-PARM-DAYS-NUM REDEFINES WS-PARM-DAYS-X
001110                                 PIC 9(03).

001120 77  WS-AGE-DAYS                 PIC 9(03) VALUE 007.
001130*
001140*------------------------------------------------------------
001150*DAY-NUMBER WORK FIELDS.  8100-DAY-NUMBER TURNS THE CCYYMMDD
001160*DATE IN WS-DN-DATE INTO A DAY COUNT IN WS-DN-RESULT; TWO
001170*DAY COUNTS SUBTRACT TO THE DAYS BETWEEN THEM.
001180*------------------------------------------------------------
001190 01  WS-DN-DATE                  PIC 9(08) VALUE 0.
001200 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
001210     05  WS-DN-CCYY              PIC 9(04).
001220     05  WS-DN-MM                PIC 9(02).
001230     05  WS-DN-DD                PIC 9(02).
001240 77  WS-DN-YEAR                  PIC 9(04) VALUE 0.
001250 77  WS-DN-MONTH                 PIC 9(02) VALUE 0.
001260 77  WS-DN-Q4                    PIC 9(04) VALUE 0.
001270 77  WS-DN-Q100                  PIC 9(04) VALUE 0.
001280 77  WS-DN-Q400                  PIC 9(04) VALUE 0.
001290 77  WS-DN-MONTH-DAYS            PIC 9(04) VALUE 0.
001300 77  WS-DN-WORK                  PIC 9(04) VALUE 0.
001310 77  WS-DN-RESULT                PIC 9(07) VALUE 0.

001320 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001330 77  WS-TODAY-DAYNUM             PIC 9(07) VALUE 0.
001340 77  WS-TICKET-AGE               PIC S9(07) VALUE 0.
001350*
001360*------------------------------------------------------------
001370*COUNTS AND THE RETURN CODE.
001380*------------------------------------------------------------
001390 77  WS-READ-COUNT               PIC 9(07) VALUE 0.
001400 77  WS-OPEN-COUNT               PIC 9(07) VALUE 0.
001410 77  WS-LISTED-COUNT             PIC 9(07) VALUE 0.
001420 77  WS-BAD-DATE-COUNT           PIC 9(07) VALUE 0.
001430 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
001440*
001450*------------------------------------------------------------
001460*REPORT LINE LAYOUTS - TWO HEADING LINES, ONE LINE PER AGED
001470*TICKET AND THE CLOSING COUNTS.
001480*------------------------------------------------------------
001490 01  WS-HEAD-LINE-1.
001500     05  FILLER                  PIC X(44)
001510         VALUE "BERNTAGE - REJECTED TICKETS NOT RESUBMITTED ".
001520     05  FILLER                  PIC X(07) VALUE "AFTER ".
001530     05  WS-HL-DAYS-OUT          PIC ZZ9.
001540     05  FILLER                  PIC X(10) VALUE " DAYS  AS ".
001550     05  FILLER                  PIC X(03) VALUE "AT ".
001560     05  WS-HL-DATE-OUT          PIC X(08).
001570     05  FILLER                  PIC X(05) VALUE SPACES.

001580 01  WS-HEAD-LINE-2.
001590     05  FILLER                  PIC X(40)
001600         VALUE "TICKET     S DEPT USER     N  T FIRSTSUB".
001610     05  FILLER                  PIC X(40)
001620         VALUE " LASTREJ   DAYS FIRST  LAST   SUB".

001630 01  WS-DETAIL-LINE.
001640     05  WS-DL-TICKET-OUT        PIC X(10).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  WS-DL-STATUS-OUT        PIC X(01).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  WS-DL-DEPT-OUT          PIC X(04).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  WS-DL-USER-OUT          PIC X(08).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  WS-DL-ORDER-OUT         PIC X(02).
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  WS-DL-TYPE-OUT          PIC X(01).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  WS-DL-FIRST-OUT         PIC X(08).
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  WS-DL-LAST-OUT          PIC X(08).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  WS-DL-AGE-OUT           PIC ZZZZ9.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  WS-DL-FIRST-RSN-OUT     PIC X(06).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  WS-DL-LAST-RSN-OUT      PIC X(06).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  WS-DL-SUBMITS-OUT       PIC ZZ9.
001870     05  FILLER                  PIC X(06) VALUE SPACES.

001880 01  WS-TOTAL-LINE.
001890     05  FILLER                  PIC X(17)
001900         VALUE "TICKETS ON FILE ".
001910     05  WS-TL-READ-OUT          PIC ZZZZZZ9.
001920     05  FILLER                  PIC X(15) VALUE "  STILL OPEN ".
001930     05  WS-TL-OPEN-OUT          PIC ZZZZZZ9.
001940     05  FILLER                  PIC X(10) VALUE "  LISTED ".
001950     05  WS-TL-LISTED-OUT        PIC ZZZZZZ9.
001960     05  FILLER                  PIC X(17) VALUE SPACES.

001970 PROCEDURE DIVISION.
001980*
001990*==============================================================
002000*0000-MAINLINE
002010*==============================================================
002020 0000-MAINLINE.
002030     PERFORM 1080-READ-PARM-CARDS THRU 1080-EXIT.
002040     IF WS-PARM-ERROR
002050         DISPLAY "BERNTAGE - RUN TERMINATED - BAD CONTROL "
002060             "CARD(S) ON TAGCNTL."
002070         MOVE 8 TO WS-WORST-RC
002080     ELSE
002090         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002100         IF WS-WORST-RC < 8
002110             PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT
002120             PERFORM 3000-AGE-ONE-TICKET THRU 3000-EXIT
002130                 UNTIL WS-TKT-EOF
002140             PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002150             CLOSE TICKET-FILE
002160             CLOSE REPORT-FILE
002170             DISPLAY "BERNTAGE - TICKETS " WS-READ-COUNT
002180                 " OPEN " WS-OPEN-COUNT
002190                 " LISTED " WS-LISTED-COUNT
002200             IF WS-BAD-DATE-COUNT > 0
002210                 DISPLAY "BERNTAGE - OPEN TICKETS WITH AN "
002220                     "UNREADABLE REJECTION DATE: "
002230                     WS-BAD-DATE-COUNT
002240             END-IF
002250         END-IF
002260     END-IF.
002270     IF WS-LISTED-COUNT > 0 AND WS-WORST-RC < 4
002280         MOVE 4 TO WS-WORST-RC
002290     END-IF.
002300     MOVE WS-WORST-RC TO RETURN-CODE.
002310     STOP RUN.
002320*
002330*------------------------------------------------------------
002340*1000-OPEN-FILES - THE REGISTRY, POSITIONED AT ITS FIRST
002350*TICKET, AND THE REPORT.  AN EMPTY REGISTRY IS NOT AN ERROR -
002360*THE LISTING SIMPLY COMES OUT EMPTY.
002370*------------------------------------------------------------
002380 1000-OPEN-FILES.
002390     OPEN INPUT TICKET-FILE.
002400     IF NOT WS-TKT-OK
002410         DISPLAY "BERNTAGE - TICKETF OPEN FAILED, STATUS "
002420             WS-TKT-STATUS
002430         MOVE 8 TO WS-WORST-RC
002440         GO TO 1000-EXIT
002450     END-IF.
002460     OPEN OUTPUT REPORT-FILE.
002470     IF NOT WS-RPT-OK
002480         DISPLAY "BERNTAGE - REPORT OPEN FAILED, STATUS "
002490             WS-RPT-STATUS
002500         MOVE 8 TO WS-WORST-RC
002510         CLOSE TICKET-FILE
002520         GO TO 1000-EXIT
002530     END-IF.
002540     MOVE LOW-VALUES TO TK-TICKET-NO.
002550     START TICKET-FILE KEY IS NOT LESS THAN TK-TICKET-NO
002560         INVALID KEY
002570             SET WS-TKT-EOF TO TRUE
002580     END-START.
002590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600     MOVE WS-CURRENT-DATE TO WS-DN-DATE.
002610     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
002620     MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM.
002630 1000-EXIT.
002640     EXIT.
002650*
002660*------------------------------------------------------------
002670*1080-READ-PARM-CARDS - THE OPTIONAL AGEDAYS THRESHOLD.  AN
002680*ABSENT TAGCNTL LEAVES THE COMPILED DEFAULT IN EFFECT.
002690*------------------------------------------------------------
002700 1080-READ-PARM-CARDS.
002710     OPEN INPUT PARM-FILE.
002720     IF NOT WS-PARM-OK
002730         DISPLAY "BERNTAGE - TAGCNTL NOT PRESENT - DEFAULT "
002740             "AGE IN EFFECT."
002750     ELSE
002760         PERFORM 1082-PROCESS-ONE-PARM THRU 1082-EXIT
002770             UNTIL WS-NO-MORE-PARMS
002780         CLOSE PARM-FILE
002790     END-IF.
002800 1080-EXIT.
002810     EXIT.
002820*
002830*------------------------------------------------------------
002840*1082-PROCESS-ONE-PARM - PARSE AND APPLY ONE CARD.  AGEDAYS=0
002850*IS ALLOWED AND LISTS EVERY OPEN REJECTION.
002860*------------------------------------------------------------
002870 1082-PROCESS-ONE-PARM.
002880     READ PARM-FILE INTO PARM-CARD
002890         AT END
002900             SET WS-NO-MORE-PARMS TO TRUE
002910     END-READ.
002920     IF WS-NO-MORE-PARMS
002930             OR PARM-CARD(1:1) = '*'
002940             OR PARM-CARD = SPACES
002950         GO TO 1082-EXIT
002960     END-IF.
002970     MOVE SPACES TO WS-PARM-KEYWORD.
002980     MOVE SPACES TO WS-PARM-VALUE.
002990     UNSTRING PARM-CARD DELIMITED BY '='
003000         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
003010     EVALUATE WS-PARM-KEYWORD
003020         WHEN 'AGEDAYS'
003030             MOVE WS-PARM-VALUE(1:3) TO WS-PARM-DAYS-X
003040             PERFORM 1084-JUSTIFY-AGEDAYS THRU 1084-EXIT
003050                 UNTIL WS-PARM-DAYS-X(3:1) NOT = SPACE
003060                     OR WS-PARM-DAYS-X = SPACES
003070             INSPECT WS-PARM-DAYS-X
003080                 REPLACING LEADING ' ' BY '0'
003090             IF WS-PARM-DAYS-X IS NOT NUMERIC
003100                 DISPLAY "BERNTAGE - BAD AGEDAYS CARD: "
003110                     WS-PARM-VALUE
003120                 SET WS-PARM-ERROR TO TRUE
003130             ELSE
003140                 MOVE WS-PARM-DAYS-NUM TO WS-AGE-DAYS
003150             END-IF
003160         WHEN OTHER
003170             DISPLAY "BERNTAGE - BAD CONTROL CARD - UNKNOWN "
003180                 "KEYWORD: " WS-PARM-KEYWORD
003190             SET WS-PARM-ERROR TO TRUE
003200     END-EVALUATE.
003210 1082-EXIT.
003220     EXIT.
003230*
003240*------------------------------------------------------------
003250*1084-JUSTIFY-AGEDAYS - SHIFT THE AGEDAYS VALUE RIGHT ONE PLACE.
003260*------------------------------------------------------------
003270 1084-JUSTIFY-AGEDAYS.
003280     MOVE WS-PARM-DAYS-X(2:1) TO WS-PARM-DAYS-X(3:1).
003290     MOVE WS-PARM-DAYS-X(1:1) TO WS-PARM-DAYS-X(2:1).
003300     MOVE SPACE TO WS-PARM-DAYS-X(1:1).
003310 1084-EXIT.
003320     EXIT.
003330*
003340*------------------------------------------------------------
003350*2000-WRITE-HEADINGS - THE TITLE AND COLUMN HEADINGS.
003360*------------------------------------------------------------
003370 2000-WRITE-HEADINGS.
003380     MOVE WS-AGE-DAYS TO WS-HL-DAYS-OUT.
003390     MOVE WS-CURRENT-DATE TO WS-HL-DATE-OUT.
003400     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
003410     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003420     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
003430     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460*
003470*------------------------------------------------------------
003480*3000-AGE-ONE-TICKET - READ THE NEXT REGISTRY RECORD AND, IF
003490*ITS TICKET IS STILL WAITING ON A RESUBMISSION, AGE IT.  AN
003500*OPEN TICKET WHOSE LAST-REJECTION DATE WILL NOT READ AS A
003510*DATE IS COUNTED AND REPORTED IN THE CLOSING MESSAGES RATHER
003520*THAN GUESSED AT.
003530*------------------------------------------------------------
003540 3000-AGE-ONE-TICKET.
003550     READ TICKET-FILE NEXT RECORD
003560         AT END
003570             SET WS-TKT-EOF TO TRUE
003580     END-READ.
003590     IF WS-TKT-EOF
003600         GO TO 3000-EXIT
003610     END-IF.
003620     ADD 1 TO WS-READ-COUNT.
003630     IF NOT TK-REJECTED AND NOT TK-RESUBMITTED
003640         GO TO 3000-EXIT
003650     END-IF.
003660     ADD 1 TO WS-OPEN-COUNT.
003670     IF TK-LAST-RUN-TS(1:8) IS NOT NUMERIC
003680         ADD 1 TO WS-BAD-DATE-COUNT
003690         GO TO 3000-EXIT
003700     END-IF.
003710     MOVE TK-LAST-RUN-TS(1:8) TO WS-DN-DATE.
003720     IF WS-DN-MM < 1 OR WS-DN-MM > 12
003730             OR WS-DN-DD < 1 OR WS-DN-DD > 31
003740         ADD 1 TO WS-BAD-DATE-COUNT
003750         GO TO 3000-EXIT
003760     END-IF.
003770     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
003780     COMPUTE WS-TICKET-AGE = WS-TODAY-DAYNUM - WS-DN-RESULT.
003790     IF WS-TICKET-AGE < WS-AGE-DAYS
003800         GO TO 3000-EXIT
003810     END-IF.
003820     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
003830 3000-EXIT.
003840     EXIT.
003850*
003860*------------------------------------------------------------
003870*3100-WRITE-DETAIL - ONE AGED TICKET.
003880*------------------------------------------------------------
003890 3100-WRITE-DETAIL.
003900     MOVE TK-TICKET-NO TO WS-DL-TICKET-OUT.
003910     MOVE TK-STATUS TO WS-DL-STATUS-OUT.
003920     MOVE TK-DEPT-CODE TO WS-DL-DEPT-OUT.
003930     MOVE TK-USER-ID TO WS-DL-USER-OUT.
003940     MOVE TK-REQUESTED-N TO WS-DL-ORDER-OUT.
003950     MOVE TK-REQUEST-TYPE TO WS-DL-TYPE-OUT.
003960     MOVE TK-FIRST-RUN-TS(1:8) TO WS-DL-FIRST-OUT.
003970     MOVE TK-LAST-RUN-TS(1:8) TO WS-DL-LAST-OUT.
003980     MOVE WS-TICKET-AGE TO WS-DL-AGE-OUT.
003990     MOVE TK-FIRST-REASON TO WS-DL-FIRST-RSN-OUT.
004000     MOVE TK-LAST-REASON TO WS-DL-LAST-RSN-OUT.
004010     IF TK-SUBMIT-COUNT IS NUMERIC
004020         MOVE TK-SUBMIT-COUNT TO WS-DL-SUBMITS-OUT
004030     ELSE
004040         MOVE 0 TO WS-DL-SUBMITS-OUT
004050     END-IF.
004060     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004070     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004080     ADD 1 TO WS-LISTED-COUNT.
004090 3100-EXIT.
004100     EXIT.
004110*
004120*------------------------------------------------------------
004130*4000-WRITE-TOTALS - THE CLOSING COUNTS.
004140*------------------------------------------------------------
004150 4000-WRITE-TOTALS.
004160     MOVE WS-READ-COUNT TO WS-TL-READ-OUT.
004170     MOVE WS-OPEN-COUNT TO WS-TL-OPEN-OUT.
004180     MOVE WS-LISTED-COUNT TO WS-TL-LISTED-OUT.
004190     MOVE SPACES TO REPORT-RECORD.
004200     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004210     MOVE WS-TOTAL-LINE TO REPORT-RECORD.
004220     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004230 4000-EXIT.
004240     EXIT.
004250*
004260*------------------------------------------------------------
004270*8100-DAY-NUMBER - DAY COUNT FOR THE CCYYMMDD DATE IN
004280*WS-DN-DATE.  THE YEAR IS TAKEN TO START IN MARCH SO THE LEAP
004290*DAY FALLS LAST: JANUARY AND FEBRUARY COUNT AS MONTHS 10 AND
004300*11 OF THE YEAR BEFORE, AND THE DAYS BEFORE MONTH M OF THAT
004310*YEAR ARE (153 * M + 2) / 5.  EACH DIVISION IS ITS OWN DIVIDE
004320*SO IT TRUNCATES TO A WHOLE NUMBER.
004330*------------------------------------------------------------
004340 8100-DAY-NUMBER.
004350     IF WS-DN-MM > 2
004360         MOVE WS-DN-CCYY TO WS-DN-YEAR
004370         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
004380     ELSE
004390         COMPUTE WS-DN-YEAR = WS-DN-CCYY - 1
004400         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
004410     END-IF.
004420     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
004430     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
004440     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
004450     COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH + 2.
004460     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
004470     COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR + WS-DN-Q4
004480         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
004490         + WS-DN-DD.
004500 8100-EXIT.
004510     EXIT.
004520*
004530*------------------------------------------------------------
004540*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
004550*------------------------------------------------------------
004560 8200-WRITE-REPORT.
004570     WRITE REPORT-RECORD.
004580     IF NOT WS-RPT-OK
004590         DISPLAY "BERNTAGE - REPORT WRITE FAILED"
004600         MOVE 8 TO WS-WORST-RC
004610     END-IF.
004620 8200-EXIT.
004630     EXIT.
