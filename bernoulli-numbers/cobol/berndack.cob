000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNDACK.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  DELIVERY ACKNOWLEDGMENT
000120*10/14/2026 LV    RECONCILIATION.  POSTS EACH DEPARTMENT'S
000130*10/14/2026 LV    ACKNOWLEDGMENTS TO THE DELIVERY LOG BERNDLVR
000140*10/14/2026 LV    KEEPS AND LISTS, DAILY, EVERY DELIVERY NOT
000150*10/14/2026 LV    ACKNOWLEDGED, EVERY COUNT OR HASH MISMATCH AND
000160*10/14/2026 LV    EVERY SEQUENCE GAP, SO A DELIVERY DISPUTE IS
000170*10/14/2026 LV    SETTLED FROM OUR OWN RECORDS.
000180*10/15/2026 LV    A ONE- OR TWO-DIGIT ACKDAYS VALUE IS RIGHT-
000190*10/15/2026 LV    JUSTIFIED BEFORE IT IS CHECKED, AS LINESPAGE IS.
000200*
000210*ACKF HOLDS THE ACKNOWLEDGMENTS THE DEPARTMENTS RETURN, ONE PER
000220*DELIVERY LOADED, AND ACCUMULATES FROM RUN TO RUN:
000230*    COLS  1-4   DEPARTMENT CODE
000240*    COLS  6-10  DELIVERY SEQUENCE NUMBER, FROM THE HEADER
000250*    COLS 12-18  DETAIL RECORDS LOADED
000260*    COLS 20-46  HASH TOTAL OF THE LOADED VALUE FIELDS, SIGN
000270*                LEADING SEPARATE, 9 DECIMALS
000280*    COLS 48-61  WHEN LOADED, CCYYMMDDHHMMSS
000290*EACH IS POSTED TO ITS DLVLOGF ENTRY: STATE A IF THE COUNT AND
000300*HASH TOTAL AGREE WITH THE TRAILER SENT, STATE M IF NOT.  AN
000310*ACKNOWLEDGMENT NO LATER THAN THE ONE ALREADY POSTED IS A REPEAT
000320*AND IS ONLY COUNTED, SO THE WHOLE OF ACKF CAN BE READ EVERY
000330*DAY; A LATER ONE (A DESK RELOADING) REPLACES IT.  ONE THAT WILL
000340*NOT READ (BADACK) OR NAMES NO LOGGED DELIVERY (UNKNOWN) IS
000350*LISTED.
000360*
000370*THE LOG IS THEN READ END TO END AND ACKRPT LISTS, PER
000380*DEPARTMENT IN SEQUENCE ORDER:
000390*    UNACK     A DELIVERY SENT AT LEAST ACKDAYS DAYS AGO AND
000400*              STILL NOT ACKNOWLEDGED.
000410*    MISMATCH  A DELIVERY ACKNOWLEDGED WITH A DIFFERENT COUNT
000420*              OR HASH TOTAL.
000430*    GAP       SEQUENCE NUMBERS MISSING FROM THE LOG, THE LOG
000440*              AND THE DEPARTMENT'S CONTROL ENTRY DISAGREEING,
000450*              OR A DELIVERY ACKNOWLEDGED WHILE AN EARLIER ONE
000460*              STILL IS NOT (THE DESK SKIPPED ONE).
000470*CONTROL CARD (ACKCNTL, KEYWORD=VALUE, OPTIONAL):
000480*    ACKDAYS=NNN     DAYS ALLOWED FOR AN ACKNOWLEDGMENT
000490*                    (DEFAULT 001).
000500*RC 0 NO EXCEPTIONS, RC 4 EXCEPTIONS LISTED, RC 8 A FILE OR
000510*CARD FAILED.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PARM-FILE ASSIGN TO ACKCNTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUS.
000620     SELECT ACK-FILE ASSIGN TO ACKF
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ACK-STATUS.
000650     SELECT DLVLOG-FILE ASSIGN TO DLVLOGF
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DL-KEY
000690         FILE STATUS IS WS-LOG-STATUS.
000700     SELECT REPORT-FILE ASSIGN TO ACKRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARM-FILE
000760     RECORDING MODE IS F.
000770 01  PARM-RECORD                 PIC X(80).

000780*ONE RETURNED ACKNOWLEDGMENT.
000790 FD  ACK-FILE
000800     RECORDING MODE IS F.
000810 01  ACK-RECORD.
000820     05  AK-DEPT-CODE            PIC X(04).
000830     05  FILLER                  PIC X(01).
000840     05  AK-SEQUENCE             PIC 9(05).
000850     05  FILLER                  PIC X(01).
000860     05  AK-RECORD-COUNT         PIC 9(07).
000870     05  FILLER                  PIC X(01).
000880     05  AK-HASH-TOTAL           PIC S9(17)V9(09)
000890                                 SIGN LEADING SEPARATE.
000900     05  FILLER                  PIC X(01).
000910     05  AK-LOADED-TS            PIC X(14).
000920     05  FILLER                  PIC X(19).

000930*THE KEYED DELIVERY LOG BERNDLVR WRITES - SEE BERNDLVR.  THE
000940*STATE IS S SENT, A ACKNOWLEDGED AS SENT OR M ACKNOWLEDGED WITH
000950*A DIFFERENT COUNT OR HASH TOTAL.
000960 FD  DLVLOG-FILE.
000970 01  DLVLOG-RECORD.
000980     05  DL-KEY.
000990         10  DL-DEPT-CODE        PIC X(04).
001000         10  DL-SEQUENCE         PIC 9(05).
001010     05  DL-STATE                PIC X(01).
001020         88  DL-SENT                     VALUE 'S'.
001030         88  DL-ACKNOWLEDGED             VALUE 'A'.
001040         88  DL-MISMATCHED               VALUE 'M'.
001050     05  DL-SENT-TS              PIC X(14).
001060     05  DL-RUN-TS               PIC X(14).
001070     05  DL-RESPONSE-COUNT       PIC 9(05).
001080     05  DL-CORRECTION-COUNT     PIC 9(05).
001090     05  DL-RECORD-COUNT         PIC 9(07).
001100     05  DL-HASH-TOTAL           PIC S9(17)V9(09) COMP-3.
001110     05  DL-ACK-TS               PIC X(14).
001120     05  DL-ACK-COUNT            PIC 9(07).
001130     05  DL-ACK-HASH             PIC S9(17)V9(09) COMP-3.
001140     05  DL-ACK-POSTED-TS        PIC X(14).
001150     05  FILLER                  PIC X(02).
001160 01  DLVLOG-CONTROL-RECORD.
001170     05  DK-KEY                  PIC X(09).
001180     05  DK-LAST-SEQUENCE        PIC 9(05).
001190     05  DK-LAST-RUN-TS          PIC X(14).
001200     05  DK-LAST-REIS-TS         PIC X(14).
001210     05  DK-LAST-SENT-TS         PIC X(14).
001220     05  FILLER                  PIC X(64).

001230 FD  REPORT-FILE
001240     RECORDING MODE IS F.
001250 01  REPORT-RECORD               PIC X(80).

001260 WORKING-STORAGE SECTION.
001270*
001280*------------------------------------------------------------
001290*SWITCHES AND STATUS FIELDS.
001300*------------------------------------------------------------
001310 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001320     88  WS-PARM-OK                         VALUE '00'.
001330     88  WS-PARM-EOF                        VALUE '10'.

001340 77  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
001350     88  WS-ACK-OK                          VALUE '00'.
001360     88  WS-ACK-EOF                         VALUE '10'.

001370 77  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
001380     88  WS-LOG-OK                          VALUE '00'.
001390     88  WS-LOG-EOF                         VALUE '10'.
001400     88  WS-LOG-NOT-FOUND                   VALUE '23'.

001410 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001420     88  WS-RPT-OK                          VALUE '00'.

001430 77  WS-MORE-PARMS-SW            PIC X(01) VALUE 'Y'.
001440     88  WS-MORE-PARMS                      VALUE 'Y'.
001450     88  WS-NO-MORE-PARMS                   VALUE 'N'.

001460 77  WS-PARM-ERROR-SW            PIC X(01) VALUE 'N'.
001470     88  WS-PARM-ERROR                      VALUE 'Y'.

001480 77  WS-CONTROL-SW               PIC X(01) VALUE 'N'.
001490     88  WS-CONTROL-SEEN                    VALUE 'Y'.
001500*
001510*------------------------------------------------------------
001520*CONTROL-CARD FIELDS - THE PARMCRD KEYWORD=VALUE CONVENTION.
001530*------------------------------------------------------------
001540 01  PARM-CARD                   PIC X(80) VALUE SPACES.
001550 77  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
001560 77  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
001570 01  WS-PARM-DAYS-X              PIC X(03) VALUE SPACES.
001580 01  WS-PARM-DAYS-NUM REDEFINES WS-PARM-DAYS-X
001590                                 PIC 9(03).

001600 77  WS-ACK-DAYS                 PIC 9(03) VALUE 001.
001610*
001620*------------------------------------------------------------
001630*DAY-NUMBER WORK FIELDS.  8100-DAY-NUMBER TURNS THE CCYYMMDD
001640*DATE IN WS-DN-DATE INTO A DAY COUNT IN WS-DN-RESULT; TWO
001650*DAY COUNTS SUBTRACT TO THE DAYS BETWEEN THEM.
001660*------------------------------------------------------------
001670 01  WS-DN-DATE                  PIC 9(08) VALUE 0.
001680 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
001690     05  WS-DN-CCYY              PIC 9(04).
001700     05  WS-DN-MM                PIC 9(02).
001710     05  WS-DN-DD                PIC 9(02).
001720 77  WS-DN-YEAR                  PIC 9(04) VALUE 0.
001730 77  WS-DN-MONTH                 PIC 9(02) VALUE 0.
001740 77  WS-DN-Q4                    PIC 9(04) VALUE 0.
001750 77  WS-DN-Q100                  PIC 9(04) VALUE 0.
001760 77  WS-DN-Q400                  PIC 9(04) VALUE 0.
001770 77  WS-DN-MONTH-DAYS            PIC 9(04) VALUE 0.
001780 77  WS-DN-WORK                  PIC 9(04) VALUE 0.
001790 77  WS-DN-RESULT                PIC 9(07) VALUE 0.

001800 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001810 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
001820 77  WS-RUN-TS                   PIC X(14) VALUE SPACES.
001830 77  WS-TODAY-DAYNUM             PIC 9(07) VALUE 0.
001840 77  WS-DELIVERY-AGE             PIC S9(07) VALUE 0.
001850*
001860*------------------------------------------------------------
001870*THE DEPARTMENT BEING WALKED IN THE LOG - THE SEQUENCE EXPECTED
001880*NEXT, THE CONTROL ENTRY'S LAST SEQUENCE AND THE EARLIEST
001890*DELIVERY STILL UNACKNOWLEDGED.
001900*------------------------------------------------------------
001910 77  WS-CUR-DEPT                 PIC X(04) VALUE SPACES.
001920 77  WS-EXPECT-SEQ               PIC 9(05) VALUE 0.
001930 77  WS-CTL-LAST-SEQ             PIC 9(05) VALUE 0.
001940 77  WS-FIRST-UNACK-SEQ          PIC 9(05) VALUE 0.
001950 77  WS-GAP-FROM                 PIC 9(05) VALUE 0.
001960 77  WS-GAP-TO                   PIC 9(05) VALUE 0.
001970*
001980*------------------------------------------------------------
001990*THE EXCEPTION BEING LISTED.
002000*------------------------------------------------------------
002010 77  WS-EX-DEPT                  PIC X(04) VALUE SPACES.
002020 77  WS-EX-SEQ                   PIC 9(05) VALUE 0.
002030 77  WS-EX-TYPE                  PIC X(08) VALUE SPACES.
002040 77  WS-EX-SENT-DATE             PIC X(08) VALUE SPACES.
002050 77  WS-EX-DAYS                  PIC 9(05) VALUE 0.
002060 77  WS-EX-SENT-COUNT            PIC 9(07) VALUE 0.
002070 77  WS-EX-ACK-COUNT             PIC 9(07) VALUE 0.
002080 77  WS-EX-NOTE                  PIC X(29) VALUE SPACES.
002090 01  WS-EX-NOTE-GAP.
002100     05  WS-EN-FROM              PIC 9(05) VALUE 0.
002110     05  FILLER                  PIC X(06) VALUE " THRU ".
002120     05  WS-EN-TO                PIC 9(05) VALUE 0.
002130     05  FILLER                  PIC X(13) VALUE " NOT LOGGED".
002140 01  WS-EX-NOTE-SKIP.
002150     05  FILLER                  PIC X(17)
002160         VALUE "SKIPS UNACKD SEQ ".
002170     05  WS-ES-SEQ               PIC 9(05) VALUE 0.
002180     05  FILLER                  PIC X(07) VALUE SPACES.
002190*
002200*------------------------------------------------------------
002210*COUNTS AND THE RETURN CODE.
002220*------------------------------------------------------------
002230 77  WS-ACK-READ                 PIC 9(07) VALUE 0.
002240 77  WS-ACK-POSTED               PIC 9(07) VALUE 0.
002250 77  WS-ACK-REPEATS              PIC 9(07) VALUE 0.
002260 77  WS-LOGGED                   PIC 9(07) VALUE 0.
002270 77  WS-ACKNOWLEDGED             PIC 9(07) VALUE 0.
002280 77  WS-OUTSTANDING              PIC 9(07) VALUE 0.
002290 77  WS-UNACK-COUNT              PIC 9(05) VALUE 0.
002300 77  WS-MISMATCH-COUNT           PIC 9(05) VALUE 0.
002310 77  WS-GAP-COUNT                PIC 9(05) VALUE 0.
002320 77  WS-UNKNOWN-COUNT            PIC 9(05) VALUE 0.
002330 77  WS-BADACK-COUNT             PIC 9(05) VALUE 0.
002340 77  WS-EXCEPTIONS               PIC 9(05) VALUE 0.
002350 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
002360*
002370*------------------------------------------------------------
002380*REPORT LINE LAYOUTS - TWO HEADING LINES, ONE LINE PER
002390*EXCEPTION AND THE CLOSING COUNTS.
002400*------------------------------------------------------------
002410 01  WS-HEAD-LINE-1.
002420     05  FILLER                  PIC X(40)
002430         VALUE "BERNDACK - DELIVERY ACKNOWLEDGMENT EXCEP".
002440     05  FILLER                  PIC X(13) VALUE "TIONS AS AT ".
002450     05  WS-HL-DATE-OUT          PIC X(08).
002460     05  FILLER                  PIC X(10) VALUE "  ACKDAYS ".
002470     05  WS-HL-DAYS-OUT          PIC ZZ9.
002480     05  FILLER                  PIC X(06) VALUE SPACES.

002490 01  WS-HEAD-LINE-2.
002500     05  FILLER                  PIC X(40)
002510         VALUE "DEPT SEQNO EXCEPTN  SENT      DAYS SENTC".
002520     05  FILLER                  PIC X(40)
002530         VALUE "NT ACKDCNT NOTE".

002540 01  WS-DETAIL-LINE.
002550     05  WS-DL-DEPT-OUT          PIC X(04).
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  WS-DL-SEQ-OUT           PIC 9(05).
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  WS-DL-TYPE-OUT          PIC X(08).
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  WS-DL-SENT-OUT          PIC X(08).
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  WS-DL-DAYS-OUT          PIC ZZZZ9.
002640     05  FILLER                  PIC X(01) VALUE SPACE.
002650     05  WS-DL-SENT-CNT-OUT      PIC ZZZZZZ9.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  WS-DL-ACK-CNT-OUT       PIC ZZZZZZ9.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  WS-DL-NOTE-OUT          PIC X(29).

002700 01  WS-CLEAN-LINE.
002710     05  FILLER                  PIC X(40)
002720         VALUE "NO EXCEPTIONS - EVERY DELIVERY DUE IS AC".
002730     05  FILLER                  PIC X(40)
002740         VALUE "KNOWLEDGED AS SENT".

002750 01  WS-TOTAL-LINE-1.
002760     05  FILLER                  PIC X(16)
002770         VALUE "ACKS READ       ".
002780     05  WS-TL-ACK-READ-OUT      PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(09) VALUE "  POSTED ".
002800     05  WS-TL-ACK-POSTED-OUT    PIC ZZZZZZ9.
002810     05  FILLER                  PIC X(11) VALUE "  REPEATED ".
002820     05  WS-TL-ACK-REPEATS-OUT   PIC ZZZZZZ9.
002830     05  FILLER                  PIC X(23) VALUE SPACES.

002840 01  WS-TOTAL-LINE-2.
002850     05  FILLER                  PIC X(16)
002860         VALUE "DELIVERIES      ".
002870     05  WS-TL-LOGGED-OUT        PIC ZZZZZZ9.
002880     05  FILLER                  PIC X(15)
002890         VALUE "  ACKNOWLEDGED ".
002900     05  WS-TL-ACKD-OUT          PIC ZZZZZZ9.
002910     05  FILLER                  PIC X(14) VALUE "  OUTSTANDING ".
002920     05  WS-TL-OUTSTANDING-OUT   PIC ZZZZZZ9.
002930     05  FILLER                  PIC X(14) VALUE SPACES.

002940 01  WS-TOTAL-LINE-3.
002950     05  FILLER                  PIC X(16)
002960         VALUE "EXCEPTIONS UNACK".
002970     05  WS-TL-UNACK-OUT         PIC ZZZZ9.
002980     05  FILLER                  PIC X(11) VALUE "  MISMATCH ".
002990     05  WS-TL-MISMATCH-OUT      PIC ZZZZ9.
003000     05  FILLER                  PIC X(06) VALUE "  GAP ".
003010     05  WS-TL-GAP-OUT           PIC ZZZZ9.
003020     05  FILLER                  PIC X(10) VALUE "  UNKNOWN ".
003030     05  WS-TL-UNKNOWN-OUT       PIC ZZZZ9.
003040     05  FILLER                  PIC X(09) VALUE "  BADACK ".
003050     05  WS-TL-BADACK-OUT        PIC ZZZZ9.
003060     05  FILLER                  PIC X(03) VALUE SPACES.

003070 PROCEDURE DIVISION.
003080*
003090*==============================================================
003100*0000-MAINLINE
003110*==============================================================
003120 0000-MAINLINE.
003130     PERFORM 1080-READ-PARM-CARDS THRU 1080-EXIT.
003140     IF WS-PARM-ERROR
003150         DISPLAY "BERNDACK - RUN TERMINATED - BAD CONTROL "
003160             "CARD(S) ON ACKCNTL."
003170         MOVE 8 TO WS-WORST-RC
003180     ELSE
003190         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
003200         IF WS-WORST-RC < 8
003210             PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT
003220             PERFORM 3000-POST-ACKS THRU 3000-EXIT
003230             IF WS-WORST-RC < 8
003240                 PERFORM 4000-WALK-LOG THRU 4000-EXIT
003250             END-IF
003260             PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
003270             CLOSE DLVLOG-FILE
003280             CLOSE REPORT-FILE
003290             DISPLAY "BERNDACK - ACKS POSTED " WS-ACK-POSTED
003300                 " DELIVERIES " WS-LOGGED
003310                 " OUTSTANDING " WS-OUTSTANDING
003320                 " EXCEPTIONS " WS-EXCEPTIONS
003330         END-IF
003340     END-IF.
003350     IF WS-EXCEPTIONS > 0 AND WS-WORST-RC < 4
003360         MOVE 4 TO WS-WORST-RC
003370     END-IF.
003380     MOVE WS-WORST-RC TO RETURN-CODE.
003390     STOP RUN.
003400*
003410*------------------------------------------------------------
003420*1000-OPEN-FILES - THE DELIVERY LOG AND THE REPORT, AND THE
003430*RUN DATE AS A DAY NUMBER.  THE OPEN OUTPUT FALLBACK BOOTSTRAPS
003440*THE LOG ON A DIRECT, NON-JCL INVOCATION.
003450*------------------------------------------------------------
003460 1000-OPEN-FILES.
003470     OPEN I-O DLVLOG-FILE.
003480     IF NOT WS-LOG-OK
003490         OPEN OUTPUT DLVLOG-FILE
003500         CLOSE DLVLOG-FILE
003510         OPEN I-O DLVLOG-FILE
003520     END-IF.
003530     IF NOT WS-LOG-OK
003540         DISPLAY "BERNDACK - DLVLOGF OPEN FAILED, STATUS "
003550             WS-LOG-STATUS
003560         MOVE 8 TO WS-WORST-RC
003570         GO TO 1000-EXIT
003580     END-IF.
003590     OPEN OUTPUT REPORT-FILE.
003600     IF NOT WS-RPT-OK
003610         DISPLAY "BERNDACK - REPORT OPEN FAILED, STATUS "
003620             WS-RPT-STATUS
003630         MOVE 8 TO WS-WORST-RC
003640         CLOSE DLVLOG-FILE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003680     ACCEPT WS-CURRENT-TIME FROM TIME.
003690     STRING WS-CURRENT-DATE DELIMITED BY SIZE
003700            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
003710         INTO WS-RUN-TS.
003720     MOVE WS-CURRENT-DATE TO WS-DN-DATE.
003730     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
003740     MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM.
003750 1000-EXIT.
003760     EXIT.
003770*
003780*------------------------------------------------------------
003790*1080-READ-PARM-CARDS - THE OPTIONAL ACKDAYS ALLOWANCE.  AN
003800*ABSENT ACKCNTL LEAVES THE COMPILED DEFAULT IN EFFECT.
003810*------------------------------------------------------------
003820 1080-READ-PARM-CARDS.
003830     OPEN INPUT PARM-FILE.
003840     IF NOT WS-PARM-OK
003850         DISPLAY "BERNDACK - ACKCNTL NOT PRESENT - DEFAULT "
003860             "ALLOWANCE IN EFFECT."
003870     ELSE
003880         PERFORM 1082-PROCESS-ONE-PARM THRU 1082-EXIT
003890             UNTIL WS-NO-MORE-PARMS
003900         CLOSE PARM-FILE
003910     END-IF.
003920 1080-EXIT.
003930     EXIT.
003940*
003950*------------------------------------------------------------
003960*1082-PROCESS-ONE-PARM - PARSE AND APPLY ONE CARD.  ACKDAYS=0
003970*LISTS EVERY DELIVERY NOT YET ACKNOWLEDGED.
003980*------------------------------------------------------------
003990 1082-PROCESS-ONE-PARM.
004000     READ PARM-FILE INTO PARM-CARD
004010         AT END
004020             SET WS-NO-MORE-PARMS TO TRUE
004030     END-READ.
004040     IF WS-NO-MORE-PARMS
004050             OR PARM-CARD(1:1) = '*'
004060             OR PARM-CARD = SPACES
004070         GO TO 1082-EXIT
004080     END-IF.
004090     MOVE SPACES TO WS-PARM-KEYWORD.
004100     MOVE SPACES TO WS-PARM-VALUE.
004110     UNSTRING PARM-CARD DELIMITED BY '='
004120         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
004130     EVALUATE WS-PARM-KEYWORD
004140         WHEN 'ACKDAYS'
004150             MOVE WS-PARM-VALUE(1:3) TO WS-PARM-DAYS-X
004160             PERFORM 1084-JUSTIFY-ACKDAYS THRU 1084-EXIT
004170                 UNTIL WS-PARM-DAYS-X(3:1) NOT = SPACE
004180                     OR WS-PARM-DAYS-X = SPACES
004190             INSPECT WS-PARM-DAYS-X
004200                 REPLACING LEADING ' ' BY '0'
004210             IF WS-PARM-DAYS-X IS NOT NUMERIC
004220                 DISPLAY "BERNDACK - BAD ACKDAYS CARD: "
004230                     WS-PARM-VALUE
004240                 SET WS-PARM-ERROR TO TRUE
004250             ELSE
004260                 MOVE WS-PARM-DAYS-NUM TO WS-ACK-DAYS
004270             END-IF
004280         WHEN OTHER
004290             DISPLAY "BERNDACK - BAD CONTROL CARD - UNKNOWN "
004300                 "KEYWORD: " WS-PARM-KEYWORD
004310             SET WS-PARM-ERROR TO TRUE
004320     END-EVALUATE.
004330 1082-EXIT.
004340     EXIT.
004350*
004360*------------------------------------------------------------
004370*1084-JUSTIFY-ACKDAYS - SHIFT THE ACKDAYS VALUE RIGHT ONE PLACE.
004380*------------------------------------------------------------
004390 1084-JUSTIFY-ACKDAYS.
004400     MOVE WS-PARM-DAYS-X(2:1) TO WS-PARM-DAYS-X(3:1).
004410     MOVE WS-PARM-DAYS-X(1:1) TO WS-PARM-DAYS-X(2:1).
004420     MOVE SPACE TO WS-PARM-DAYS-X(1:1).
004430 1084-EXIT.
004440     EXIT.
004450*
004460*------------------------------------------------------------
004470*2000-WRITE-HEADINGS - THE TITLE AND COLUMN HEADINGS.
004480*------------------------------------------------------------
004490 2000-WRITE-HEADINGS.
004500     MOVE WS-CURRENT-DATE TO WS-HL-DATE-OUT.
004510     MOVE WS-ACK-DAYS TO WS-HL-DAYS-OUT.
004520     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
004530     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004540     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
004550     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004560 2000-EXIT.
004570     EXIT.
004580*
004590*------------------------------------------------------------
004600*3000-POST-ACKS - POST EVERY ACKNOWLEDGMENT ON ACKF.  NO ACKF
004610*MEANS NOTHING TO POST; THE LOG IS STILL LISTED.
004620*------------------------------------------------------------
004630 3000-POST-ACKS.
004640     OPEN INPUT ACK-FILE.
004650     IF NOT WS-ACK-OK
004660         DISPLAY "BERNDACK - ACKF NOT PRESENT - NO "
004670             "ACKNOWLEDGMENTS POSTED"
004680         GO TO 3000-EXIT
004690     END-IF.
004700     PERFORM 3100-POST-ONE-ACK THRU 3100-EXIT
004710         UNTIL WS-ACK-EOF OR WS-WORST-RC > 7.
004720     CLOSE ACK-FILE.
004730 3000-EXIT.
004740     EXIT.
004750*
004760*------------------------------------------------------------
004770*3100-POST-ONE-ACK - ONE ACKNOWLEDGMENT TO ITS DELIVERY'S LOG
004780*ENTRY.  ONE NO LATER THAN THE ONE ALREADY POSTED IS A REPEAT.
004790*------------------------------------------------------------
004800 3100-POST-ONE-ACK.
004810     READ ACK-FILE
004820         AT END
004830             SET WS-ACK-EOF TO TRUE
004840     END-READ.
004850     IF WS-ACK-EOF
004860         GO TO 3100-EXIT
004870     END-IF.
004880     IF ACK-RECORD = SPACES
004890         GO TO 3100-EXIT
004900     END-IF.
004910     ADD 1 TO WS-ACK-READ.
004920     MOVE AK-DEPT-CODE TO WS-EX-DEPT.
004930     MOVE 0 TO WS-EX-SEQ.
004940     MOVE SPACES TO WS-EX-SENT-DATE.
004950     MOVE 0 TO WS-EX-DAYS.
004960     MOVE 0 TO WS-EX-SENT-COUNT.
004970     MOVE 0 TO WS-EX-ACK-COUNT.
004980     IF AK-SEQUENCE IS NUMERIC
004990         MOVE AK-SEQUENCE TO WS-EX-SEQ
005000     END-IF.
005010     IF AK-RECORD-COUNT IS NUMERIC
005020         MOVE AK-RECORD-COUNT TO WS-EX-ACK-COUNT
005030     END-IF.
005040     IF AK-DEPT-CODE = SPACES
005050             OR AK-SEQUENCE IS NOT NUMERIC
005060             OR AK-RECORD-COUNT IS NOT NUMERIC
005070             OR AK-HASH-TOTAL IS NOT NUMERIC
005080             OR AK-LOADED-TS IS NOT NUMERIC
005090         MOVE "BADACK" TO WS-EX-TYPE
005100         MOVE "ACKNOWLEDGMENT UNREADABLE" TO WS-EX-NOTE
005110         ADD 1 TO WS-BADACK-COUNT
005120         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
005130         GO TO 3100-EXIT
005140     END-IF.
005150     MOVE "UNKNOWN" TO WS-EX-TYPE.
005160     MOVE "NO SUCH DELIVERY LOGGED" TO WS-EX-NOTE.
005170     IF AK-SEQUENCE = 0
005180         ADD 1 TO WS-UNKNOWN-COUNT
005190         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
005200         GO TO 3100-EXIT
005210     END-IF.
005220     MOVE AK-DEPT-CODE TO DL-DEPT-CODE.
005230     MOVE AK-SEQUENCE TO DL-SEQUENCE.
005240     READ DLVLOG-FILE
005250         KEY IS DL-KEY
005260         INVALID KEY
005270             CONTINUE
005280     END-READ.
005290     IF WS-LOG-NOT-FOUND
005300         ADD 1 TO WS-UNKNOWN-COUNT
005310         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
005320         GO TO 3100-EXIT
005330     END-IF.
005340     IF NOT WS-LOG-OK
005350         DISPLAY "BERNDACK - DLVLOGF READ FAILED, STATUS "
005360             WS-LOG-STATUS
005370         MOVE 8 TO WS-WORST-RC
005380         GO TO 3100-EXIT
005390     END-IF.
005400     IF DL-ACK-TS NOT = SPACES
005410             AND AK-LOADED-TS NOT > DL-ACK-TS
005420         ADD 1 TO WS-ACK-REPEATS
005430         GO TO 3100-EXIT
005440     END-IF.
005450     MOVE AK-LOADED-TS TO DL-ACK-TS.
005460     MOVE AK-RECORD-COUNT TO DL-ACK-COUNT.
005470     MOVE AK-HASH-TOTAL TO DL-ACK-HASH.
005480     MOVE WS-RUN-TS TO DL-ACK-POSTED-TS.
005490     IF DL-ACK-COUNT = DL-RECORD-COUNT
005500             AND DL-ACK-HASH = DL-HASH-TOTAL
005510         SET DL-ACKNOWLEDGED TO TRUE
005520     ELSE
005530         SET DL-MISMATCHED TO TRUE
005540     END-IF.
005550     REWRITE DLVLOG-RECORD
005560         INVALID KEY
005570             DISPLAY "BERNDACK - DLVLOGF REWRITE FAILED - "
005580                 DL-DEPT-CODE " SEQUENCE " DL-SEQUENCE
005590             MOVE 8 TO WS-WORST-RC
005600             GO TO 3100-EXIT
005610     END-REWRITE.
005620     ADD 1 TO WS-ACK-POSTED.
005630 3100-EXIT.
005640     EXIT.
005650*
005660*------------------------------------------------------------
005670*4000-WALK-LOG - EVERY LOG ENTRY IN KEY ORDER: EACH
005680*DEPARTMENT'S CONTROL ENTRY, THEN ITS DELIVERIES.
005690*------------------------------------------------------------
005700 4000-WALK-LOG.
005710     MOVE LOW-VALUES TO DL-KEY.
005720     START DLVLOG-FILE KEY IS NOT LESS THAN DL-KEY
005730         INVALID KEY
005740             SET WS-LOG-EOF TO TRUE
005750     END-START.
005760     IF WS-LOG-EOF
005770         GO TO 4000-EXIT
005780     END-IF.
005790     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
005800         UNTIL WS-LOG-EOF.
005810     IF WS-CUR-DEPT NOT = SPACES
005820         PERFORM 4300-END-DEPARTMENT THRU 4300-EXIT
005830     END-IF.
005840 4000-EXIT.
005850     EXIT.
005860*
005870*------------------------------------------------------------
005880*4100-CHECK-ONE-ENTRY - ONE LOG ENTRY.  A NEW DEPARTMENT FIRST
005890*CLOSES OFF THE LAST ONE.
005900*------------------------------------------------------------
005910 4100-CHECK-ONE-ENTRY.
005920     READ DLVLOG-FILE NEXT RECORD
005930         AT END
005940             SET WS-LOG-EOF TO TRUE
005950     END-READ.
005960     IF WS-LOG-EOF
005970         GO TO 4100-EXIT
005980     END-IF.
005990     IF DL-DEPT-CODE NOT = WS-CUR-DEPT
006000         IF WS-CUR-DEPT NOT = SPACES
006010             PERFORM 4300-END-DEPARTMENT THRU 4300-EXIT
006020         END-IF
006030         MOVE DL-DEPT-CODE TO WS-CUR-DEPT
006040         MOVE 1 TO WS-EXPECT-SEQ
006050         MOVE 0 TO WS-CTL-LAST-SEQ
006060         MOVE 0 TO WS-FIRST-UNACK-SEQ
006070         MOVE 'N' TO WS-CONTROL-SW
006080     END-IF.
006090     IF DL-SEQUENCE = 0
006100         MOVE DK-LAST-SEQUENCE TO WS-CTL-LAST-SEQ
006110         MOVE 'Y' TO WS-CONTROL-SW
006120         GO TO 4100-EXIT
006130     END-IF.
006140     PERFORM 4200-CHECK-ONE-DELIVERY THRU 4200-EXIT.
006150 4100-EXIT.
006160     EXIT.
006170*
006180*------------------------------------------------------------
006190*4200-CHECK-ONE-DELIVERY - ONE LOGGED DELIVERY: ANY SEQUENCE
006200*NUMBERS MISSING BEFORE IT, THEN ITS OWN STATE.
006210*------------------------------------------------------------
006220 4200-CHECK-ONE-DELIVERY.
006230     ADD 1 TO WS-LOGGED.
006240     MOVE DL-DEPT-CODE TO WS-EX-DEPT.
006250     MOVE DL-SEQUENCE TO WS-EX-SEQ.
006260     MOVE DL-SENT-TS(1:8) TO WS-EX-SENT-DATE.
006270     MOVE DL-RECORD-COUNT TO WS-EX-SENT-COUNT.
006280     MOVE DL-ACK-COUNT TO WS-EX-ACK-COUNT.
006290     IF DL-SEQUENCE > WS-EXPECT-SEQ
006300         MOVE WS-EXPECT-SEQ TO WS-GAP-FROM
006310         COMPUTE WS-GAP-TO = DL-SEQUENCE - 1
006320         PERFORM 4400-LIST-GAP THRU 4400-EXIT
006330         MOVE DL-SEQUENCE TO WS-EX-SEQ
006340         MOVE DL-SENT-TS(1:8) TO WS-EX-SENT-DATE
006350         MOVE DL-RECORD-COUNT TO WS-EX-SENT-COUNT
006360         MOVE DL-ACK-COUNT TO WS-EX-ACK-COUNT
006370     END-IF.
006380     COMPUTE WS-EXPECT-SEQ = DL-SEQUENCE + 1.
006390     PERFORM 4210-AGE-DELIVERY THRU 4210-EXIT.
006400     IF WS-DELIVERY-AGE < 0
006410         MOVE 0 TO WS-EX-DAYS
006420     ELSE
006430         MOVE WS-DELIVERY-AGE TO WS-EX-DAYS
006440     END-IF.
006450     IF WS-CONTROL-SEEN AND DL-SEQUENCE > WS-CTL-LAST-SEQ
006460         MOVE "GAP" TO WS-EX-TYPE
006470         MOVE "PAST CONTROL ENTRY SEQUENCE" TO WS-EX-NOTE
006480         ADD 1 TO WS-GAP-COUNT
006490         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
006500     END-IF.
006510     IF DL-SENT
006520         ADD 1 TO WS-OUTSTANDING
006530         IF WS-FIRST-UNACK-SEQ = 0
006540             MOVE DL-SEQUENCE TO WS-FIRST-UNACK-SEQ
006550         END-IF
006560         IF WS-DELIVERY-AGE NOT < WS-ACK-DAYS
006570             MOVE "UNACK" TO WS-EX-TYPE
006580             MOVE "NOT ACKNOWLEDGED" TO WS-EX-NOTE
006590             ADD 1 TO WS-UNACK-COUNT
006600             PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
006610         END-IF
006620         GO TO 4200-EXIT
006630     END-IF.
006640     ADD 1 TO WS-ACKNOWLEDGED.
006650     IF WS-FIRST-UNACK-SEQ > 0
006660         MOVE "GAP" TO WS-EX-TYPE
006670         MOVE WS-FIRST-UNACK-SEQ TO WS-ES-SEQ
006680         MOVE WS-EX-NOTE-SKIP TO WS-EX-NOTE
006690         ADD 1 TO WS-GAP-COUNT
006700         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
006710         MOVE 0 TO WS-FIRST-UNACK-SEQ
006720     END-IF.
006730     IF DL-MISMATCHED
006740         MOVE "MISMATCH" TO WS-EX-TYPE
006750         IF DL-ACK-COUNT NOT = DL-RECORD-COUNT
006760             IF DL-ACK-HASH NOT = DL-HASH-TOTAL
006770                 MOVE "COUNT AND HASH TOTAL DIFFER"
006780                     TO WS-EX-NOTE
006790             ELSE
006800                 MOVE "COUNT DIFFERS" TO WS-EX-NOTE
006810             END-IF
006820         ELSE
006830             MOVE "HASH TOTAL DIFFERS" TO WS-EX-NOTE
006840         END-IF
006850         ADD 1 TO WS-MISMATCH-COUNT
006860         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
006870     END-IF.
006880 4200-EXIT.
006890     EXIT.
006900*
006910*------------------------------------------------------------
006920*4210-AGE-DELIVERY - DAYS SINCE THE DELIVERY WAS SENT.  A SENT
006930*DATE THAT WILL NOT READ AS A DATE IS TAKEN AS OVERDUE, SO THE
006940*DELIVERY IS LISTED RATHER THAN MISSED.
006950*------------------------------------------------------------
006960 4210-AGE-DELIVERY.
006970     MOVE 99999 TO WS-DELIVERY-AGE.
006980     IF DL-SENT-TS(1:8) IS NOT NUMERIC
006990         GO TO 4210-EXIT
007000     END-IF.
007010     MOVE DL-SENT-TS(1:8) TO WS-DN-DATE.
007020     IF WS-DN-MM < 1 OR WS-DN-MM > 12
007030             OR WS-DN-DD < 1 OR WS-DN-DD > 31
007040         GO TO 4210-EXIT
007050     END-IF.
007060     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
007070     COMPUTE WS-DELIVERY-AGE = WS-TODAY-DAYNUM - WS-DN-RESULT.
007080 4210-EXIT.
007090     EXIT.
007100*
007110*------------------------------------------------------------
007120*4300-END-DEPARTMENT - THE DEPARTMENT'S LAST DELIVERY LOGGED
007130*AGAINST ITS CONTROL ENTRY.
007140*------------------------------------------------------------
007150 4300-END-DEPARTMENT.
007160     MOVE WS-CUR-DEPT TO WS-EX-DEPT.
007170     MOVE SPACES TO WS-EX-SENT-DATE.
007180     MOVE 0 TO WS-EX-DAYS.
007190     MOVE 0 TO WS-EX-SENT-COUNT.
007200     MOVE 0 TO WS-EX-ACK-COUNT.
007210     IF NOT WS-CONTROL-SEEN
007220         MOVE 0 TO WS-EX-SEQ
007230         MOVE "GAP" TO WS-EX-TYPE
007240         MOVE "NO CONTROL ENTRY" TO WS-EX-NOTE
007250         ADD 1 TO WS-GAP-COUNT
007260         PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
007270         GO TO 4300-EXIT
007280     END-IF.
007290     IF WS-CTL-LAST-SEQ NOT < WS-EXPECT-SEQ
007300         MOVE WS-EXPECT-SEQ TO WS-GAP-FROM
007310         MOVE WS-CTL-LAST-SEQ TO WS-GAP-TO
007320         PERFORM 4400-LIST-GAP THRU 4400-EXIT
007330     END-IF.
007340 4300-EXIT.
007350     EXIT.
007360*
007370*------------------------------------------------------------
007380*4400-LIST-GAP - LIST A RUN OF MISSING SEQUENCE NUMBERS,
007390*WS-GAP-FROM THRU WS-GAP-TO.
007400*------------------------------------------------------------
007410 4400-LIST-GAP.
007420     MOVE "GAP" TO WS-EX-TYPE.
007430     MOVE WS-GAP-FROM TO WS-EX-SEQ.
007440     MOVE WS-GAP-FROM TO WS-EN-FROM.
007450     MOVE WS-GAP-TO TO WS-EN-TO.
007460     MOVE WS-EX-NOTE-GAP TO WS-EX-NOTE.
007470     MOVE SPACES TO WS-EX-SENT-DATE.
007480     MOVE 0 TO WS-EX-DAYS.
007490     MOVE 0 TO WS-EX-SENT-COUNT.
007500     MOVE 0 TO WS-EX-ACK-COUNT.
007510     ADD 1 TO WS-GAP-COUNT.
007520     PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT.
007530 4400-EXIT.
007540     EXIT.
007550*
007560*------------------------------------------------------------
007570*5000-WRITE-TOTALS - THE CLOSING COUNTS.
007580*------------------------------------------------------------
007590 5000-WRITE-TOTALS.
007600     IF WS-EXCEPTIONS = 0
007610         MOVE WS-CLEAN-LINE TO REPORT-RECORD
007620         PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
007630     END-IF.
007640     MOVE WS-ACK-READ TO WS-TL-ACK-READ-OUT.
007650     MOVE WS-ACK-POSTED TO WS-TL-ACK-POSTED-OUT.
007660     MOVE WS-ACK-REPEATS TO WS-TL-ACK-REPEATS-OUT.
007670     MOVE WS-LOGGED TO WS-TL-LOGGED-OUT.
007680     MOVE WS-ACKNOWLEDGED TO WS-TL-ACKD-OUT.
007690     MOVE WS-OUTSTANDING TO WS-TL-OUTSTANDING-OUT.
007700     MOVE WS-UNACK-COUNT TO WS-TL-UNACK-OUT.
007710     MOVE WS-MISMATCH-COUNT TO WS-TL-MISMATCH-OUT.
007720     MOVE WS-GAP-COUNT TO WS-TL-GAP-OUT.
007730     MOVE WS-UNKNOWN-COUNT TO WS-TL-UNKNOWN-OUT.
007740     MOVE WS-BADACK-COUNT TO WS-TL-BADACK-OUT.
007750     MOVE SPACES TO REPORT-RECORD.
007760     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
007770     MOVE WS-TOTAL-LINE-1 TO REPORT-RECORD.
007780     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
007790     MOVE WS-TOTAL-LINE-2 TO REPORT-RECORD.
007800     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
007810     MOVE WS-TOTAL-LINE-3 TO REPORT-RECORD.
007820     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
007830 5000-EXIT.
007840     EXIT.
007850*
007860*------------------------------------------------------------
007870*7000-LIST-EXCEPTION - ONE EXCEPTION LINE FROM THE WS-EX-
007880*FIELDS.
007890*------------------------------------------------------------
007900 7000-LIST-EXCEPTION.
007910     ADD 1 TO WS-EXCEPTIONS.
007920     MOVE WS-EX-DEPT TO WS-DL-DEPT-OUT.
007930     MOVE WS-EX-SEQ TO WS-DL-SEQ-OUT.
007940     MOVE WS-EX-TYPE TO WS-DL-TYPE-OUT.
007950     MOVE WS-EX-SENT-DATE TO WS-DL-SENT-OUT.
007960     MOVE WS-EX-DAYS TO WS-DL-DAYS-OUT.
007970     MOVE WS-EX-SENT-COUNT TO WS-DL-SENT-CNT-OUT.
007980     MOVE WS-EX-ACK-COUNT TO WS-DL-ACK-CNT-OUT.
007990     MOVE WS-EX-NOTE TO WS-DL-NOTE-OUT.
008000     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
008010     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
008020 7000-EXIT.
008030     EXIT.
008040*
008050*------------------------------------------------------------
008060*8100-DAY-NUMBER - DAY COUNT FOR THE CCYYMMDD DATE IN
008070*WS-DN-DATE.  THE YEAR IS TAKEN TO START IN MARCH SO THE LEAP
008080*DAY FALLS LAST: JANUARY AND FEBRUARY COUNT AS MONTHS 10 AND
008090*11 OF THE YEAR BEFORE, AND THE DAYS BEFORE MONTH M OF THAT
008100*YEAR ARE (153 * M + 2) / 5.  EACH DIVISION IS ITS OWN DIVIDE
008110*SO IT TRUNCATES TO A WHOLE NUMBER.
008120*------------------------------------------------------------
008130 8100-DAY-NUMBER.
008140     IF WS-DN-MM > 2
008150         MOVE WS-DN-CCYY TO WS-DN-YEAR
008160         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
008170     ELSE
008180         COMPUTE WS-DN-YEAR = WS-DN-CCYY - 1
008190         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
008200     END-IF.
008210     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
008220     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
008230     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
008240     COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH + 2.
008250     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
008260     COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR + WS-DN-Q4
008270         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
008280         + WS-DN-DD.
008290 8100-EXIT.
008300     EXIT.
008310*
008320*------------------------------------------------------------
008330*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
008340*------------------------------------------------------------
008350 8200-WRITE-REPORT.
008360     WRITE REPORT-RECORD.
008370     IF NOT WS-RPT-OK
008380         DISPLAY "BERNDACK - REPORT WRITE FAILED"
008390         MOVE 8 TO WS-WORST-RC
008400     END-IF.
008410 8200-EXIT.
008420     EXIT.
