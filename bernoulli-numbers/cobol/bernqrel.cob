000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNQREL.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  NIGHTLY CUTOFF RELEASE OF
000120*10/14/2026 LV    THE PENDING-REQUEST QUEUE (PENDQF) THE DESKS
000130*10/14/2026 LV    FILL THROUGH BERNENTR.  EVERY ENTRY STILL
000140*10/14/2026 LV    PENDING IS WRITTEN TO THE BERNREQ DECK FOR
000150*10/14/2026 LV    THE NIGHT'S BERNJOB AND MARKED RELEASED, SO
000160*10/14/2026 LV    THE DESK CAN NO LONGER AMEND OR WITHDRAW IT.
000170*10/15/2026 LV    A FAILED PENDQF READ NOW STOPS THE RELEASE AT
000180*10/15/2026 LV    RC 8 INSTEAD OF RELEASING THE LAST ENTRY AGAIN.
000190*
000200*THE QUEUE IS READ ONCE IN TICKET ORDER.  EACH PENDING ENTRY'S
000210*80-COLUMN REQUEST IMAGE GOES TO REQOUT AS IT STANDS - BERNENTR
000220*BUILT IT IN THE BERNREQ LAYOUT - AND THE ENTRY IS REWRITTEN
000230*RELEASED WITH THE RELEASE TIME, WHICH BERNENTR COMPARES WITH THE
000240*TICKET REGISTRY TO TELL WHETHER THE RELEASING BERNJOB HAS RUN.
000250*WITHDRAWN AND ALREADY-RELEASED ENTRIES ARE PASSED OVER.  RELRPT
000260*LISTS EACH RELEASED REQUEST AND THE COUNTS.
000270*
000280*REQOUT IS THE DECK BERNJOB WILL READ, SO IT IS NOT TOUCHED
000290*WHILE RSTRTF SHOWS A BERNJOB IN FLIGHT - THAT RUN'S RESTART
000300*MUST SEE THE DECK IT STARTED ON.  THE RUN IS THEN REFUSED
000310*WITH NOTHING RELEASED; RERUN IT AFTER THE RESTARTED BERNJOB
000320*HAS COMPLETED.  A QUEUE WITH NOTHING PENDING STILL WRITES AN
000330*EMPTY DECK, SO BERNJOB NEVER SERVES THE PREVIOUS NIGHT'S
000340*REQUESTS AGAIN.
000350*RC 0 REQUESTS RELEASED, RC 4 NOTHING PENDING (EMPTY DECK),
000360*RC 8 BERNJOB IN FLIGHT OR A FILE FAILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RESTART-FILE ASSIGN TO RSTRTF
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RSTRT-STATUS.
000470     SELECT PENDQ-FILE ASSIGN TO PENDQF
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PQ-TICKET-NO
000510         FILE STATUS IS WS-PQ-STATUS.
000520     SELECT REQUEST-FILE ASSIGN TO REQOUT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REQ-STATUS.
000550     SELECT REPORT-FILE ASSIGN TO RELRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600*BERNJOB'S ONE-RECORD REQUEST-LEVEL RESTART FILE, READ HERE ONLY
000610*FOR ITS STATE.
000620 FD  RESTART-FILE
000630     RECORDING MODE IS F.
000640 01  RESTART-RECORD.
000650     05  RP-STATE                PIC X(01).
000660         88  RP-IN-FLIGHT                VALUE 'A'.
000670         88  RP-COMPLETE                 VALUE 'C'.
000680     05  FILLER                  PIC X(01).
000690     05  RP-RUN-START-TS         PIC X(14).
000700     05  FILLER                  PIC X(64).

000710*THE KEYED PENDING-REQUEST QUEUE - SEE BERNENTR.
000720 FD  PENDQ-FILE.
000730 01  PENDQ-RECORD.
000740     05  PQ-TICKET-NO            PIC X(10).
000750     05  PQ-STATE                PIC X(01).
000760         88  PQ-PENDING                  VALUE 'P'.
000770         88  PQ-WITHDRAWN                VALUE 'W'.
000780         88  PQ-RELEASED                 VALUE 'R'.
000790     05  PQ-ENTERED-TS           PIC X(14).
000800     05  PQ-CHANGED-TS           PIC X(14).
000810     05  PQ-RELEASED-TS          PIC X(14).
000820     05  PQ-REQUEST.
000830         10  PQ-REQUESTED-N      PIC X(02).
000840         10  PQ-REQUEST-TYPE     PIC X(01).
000850         10  PQ-DEPT-CODE        PIC X(04).
000860         10  PQ-USER-ID          PIC X(08).
000870         10  PQ-REQ-TICKET-NO    PIC X(10).
000880         10  PQ-LIMIT-AREA       PIC X(07).
000890         10  FILLER              PIC X(48).

000900*THE BERNREQ DECK FOR THE NEXT BERNJOB.
000910 FD  REQUEST-FILE
000920     RECORDING MODE IS F.
000930 01  REQUEST-RECORD              PIC X(80).

000940 FD  REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  REPORT-RECORD               PIC X(80).

000970 WORKING-STORAGE SECTION.
000980*
000990*------------------------------------------------------------
001000*SWITCHES AND STATUS FIELDS.
001010*------------------------------------------------------------
001020 77  WS-RSTRT-STATUS             PIC X(02) VALUE SPACES.
001030     88  WS-RSTRT-OK                        VALUE '00'.

001040 77  WS-PQ-STATUS                PIC X(02) VALUE SPACES.
001050     88  WS-PQ-OK                           VALUE '00'.
001060     88  WS-PQ-EOF                          VALUE '10'.

001070 77  WS-REQ-STATUS               PIC X(02) VALUE SPACES.
001080     88  WS-REQ-OK                          VALUE '00'.

001090 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001100     88  WS-RPT-OK                          VALUE '00'.
001110*
001120*------------------------------------------------------------
001130*COUNTS, THE RELEASE TIME AND THE RETURN CODE.
001140*------------------------------------------------------------
001150 77  WS-READ-COUNT               PIC 9(07) VALUE 0.
001160 77  WS-RELEASED-COUNT           PIC 9(07) VALUE 0.
001170 77  WS-WITHDRAWN-COUNT          PIC 9(07) VALUE 0.
001180 77  WS-PRIOR-COUNT              PIC 9(07) VALUE 0.
001190 77  WS-WORST-RC                 PIC 9(02) VALUE 0.

001200 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001210 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
001220 77  WS-RELEASE-TS               PIC X(14) VALUE SPACES.
001230*
001240*------------------------------------------------------------
001250*REPORT LINE LAYOUTS - TWO HEADING LINES, ONE LINE PER RELEASED
001260*REQUEST AND THE CLOSING COUNTS.
001270*------------------------------------------------------------
001280 01  WS-HEAD-LINE-1.
001290     05  FILLER                  PIC X(42)
001300         VALUE "BERNQREL - REQUESTS RELEASED TO BERNREQ AT".
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  WS-HL-TS-OUT            PIC X(14).
001330     05  FILLER                  PIC X(23) VALUE SPACES.

001340 01  WS-HEAD-LINE-2.
001350     05  FILLER                  PIC X(40)
001360         VALUE "TICKET     N  T DEPT USER     LIMIT   EN".
001370     05  FILLER                  PIC X(40)
001380         VALUE "TERED        LAST CHANGED".

001390 01  WS-DETAIL-LINE.
001400     05  WS-DL-TICKET-OUT        PIC X(10).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  WS-DL-ORDER-OUT         PIC X(02).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  WS-DL-TYPE-OUT          PIC X(01).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  WS-DL-DEPT-OUT          PIC X(04).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  WS-DL-USER-OUT          PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  WS-DL-LIMIT-OUT         PIC X(07).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-DL-ENTERED-OUT       PIC X(14).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-DL-CHANGED-OUT       PIC X(14).
001550     05  FILLER                  PIC X(13) VALUE SPACES.

001560 01  WS-TOTAL-LINE.
001570     05  FILLER                  PIC X(15)
001580         VALUE "QUEUE ENTRIES ".
001590     05  WS-TL-READ-OUT          PIC ZZZZZZ9.
001600     05  FILLER                  PIC X(12) VALUE "  RELEASED ".
001610     05  WS-TL-RELEASED-OUT      PIC ZZZZZZ9.
001620     05  FILLER                  PIC X(13) VALUE "  WITHDRAWN ".
001630     05  WS-TL-WITHDRAWN-OUT     PIC ZZZZZZ9.
001640     05  FILLER                  PIC X(09) VALUE "  EARLIER".
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  WS-TL-PRIOR-OUT         PIC ZZZZZZ9.
001670     05  FILLER                  PIC X(02) VALUE SPACES.

001680 PROCEDURE DIVISION.
001690*
001700*==============================================================
001710*0000-MAINLINE
001720*==============================================================
001730 0000-MAINLINE.
001740     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
001750     IF WS-WORST-RC < 8
001760         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001770     END-IF.
001780     IF WS-WORST-RC < 8
001790         PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT
001800         PERFORM 3000-RELEASE-ONE-ENTRY THRU 3000-EXIT
001810             UNTIL WS-PQ-EOF OR WS-WORST-RC > 4
001820         PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
001830         CLOSE PENDQ-FILE
001840         CLOSE REQUEST-FILE
001850         CLOSE REPORT-FILE
001860         DISPLAY "BERNQREL - QUEUE ENTRIES " WS-READ-COUNT
001870             " RELEASED " WS-RELEASED-COUNT
001880             " WITHDRAWN " WS-WITHDRAWN-COUNT
001890             " EARLIER " WS-PRIOR-COUNT
001900     END-IF.
001910     IF WS-RELEASED-COUNT = 0 AND WS-WORST-RC < 4
001920         DISPLAY "BERNQREL - NOTHING PENDING - EMPTY BERNREQ "
001930             "WRITTEN."
001940         MOVE 4 TO WS-WORST-RC
001950     END-IF.
001960     MOVE WS-WORST-RC TO RETURN-CODE.
001970     STOP RUN.
001980*
001990*------------------------------------------------------------
002000*1000-OPEN-FILES - THE QUEUE FOR UPDATE, POSITIONED AT ITS FIRST
002010*TICKET, THE NEW DECK AND THE REPORT.  THE RELEASE TIME IS TAKEN
002020*ONCE, SO EVERY ENTRY THIS RUN RELEASES CARRIES THE SAME ONE.
002030*------------------------------------------------------------
002040 1000-OPEN-FILES.
002050     OPEN I-O PENDQ-FILE.
002060     IF NOT WS-PQ-OK
002070         DISPLAY "BERNQREL - PENDQF OPEN FAILED, STATUS "
002080             WS-PQ-STATUS
002090         MOVE 8 TO WS-WORST-RC
002100         GO TO 1000-EXIT
002110     END-IF.
002120     OPEN OUTPUT REQUEST-FILE.
002130     IF NOT WS-REQ-OK
002140         DISPLAY "BERNQREL - REQOUT OPEN FAILED, STATUS "
002150             WS-REQ-STATUS
002160         MOVE 8 TO WS-WORST-RC
002170         CLOSE PENDQ-FILE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     OPEN OUTPUT REPORT-FILE.
002210     IF NOT WS-RPT-OK
002220         DISPLAY "BERNQREL - REPORT OPEN FAILED, STATUS "
002230             WS-RPT-STATUS
002240         MOVE 8 TO WS-WORST-RC
002250         CLOSE PENDQ-FILE
002260         CLOSE REQUEST-FILE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002300     ACCEPT WS-CURRENT-TIME FROM TIME.
002310     STRING WS-CURRENT-DATE DELIMITED BY SIZE
002320            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
002330         INTO WS-RELEASE-TS.
002340     MOVE LOW-VALUES TO PQ-TICKET-NO.
002350     START PENDQ-FILE KEY IS NOT LESS THAN PQ-TICKET-NO
002360         INVALID KEY
002370             SET WS-PQ-EOF TO TRUE
002380     END-START.
002390 1000-EXIT.
002400     EXIT.
002410*
002420*------------------------------------------------------------
002430*1100-CHECK-RESTART - REFUSE THE RUN WHILE BERNJOB'S RESTART
002440*RECORD IS IN FLIGHT.  NO FILE, AN EMPTY ONE OR A COMPLETE
002450*RECORD LETS THE RELEASE GO AHEAD.
002460*------------------------------------------------------------
002470 1100-CHECK-RESTART.
002480     OPEN INPUT RESTART-FILE.
002490     IF NOT WS-RSTRT-OK
002500         GO TO 1100-EXIT
002510     END-IF.
002520     MOVE SPACES TO RESTART-RECORD.
002530     READ RESTART-FILE
002540         AT END
002550             MOVE SPACES TO RESTART-RECORD
002560     END-READ.
002570     CLOSE RESTART-FILE.
002580     IF RP-IN-FLIGHT
002590         DISPLAY "BERNQREL - BERNJOB RUN STARTED " RP-RUN-START-TS
002600             " IS STILL IN FLIGHT - NOTHING RELEASED."
002610         MOVE 8 TO WS-WORST-RC
002620     END-IF.
002630 1100-EXIT.
002640     EXIT.
002650*
002660*------------------------------------------------------------
002670*2000-WRITE-HEADINGS - THE TITLE AND COLUMN HEADINGS.
002680*------------------------------------------------------------
002690 2000-WRITE-HEADINGS.
002700     MOVE WS-RELEASE-TS TO WS-HL-TS-OUT.
002710     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
002720     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
002730     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
002740     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770*
002780*------------------------------------------------------------
002790*3000-RELEASE-ONE-ENTRY - READ THE NEXT QUEUE ENTRY AND, IF IT
002800*IS PENDING, WRITE ITS REQUEST TO THE DECK AND MARK IT RELEASED.
002810*THE DECK RECORD IS WRITTEN FIRST; A FAILED WRITE OR REWRITE
002820*STOPS THE RUN AT RC 8, AND THE ENTRIES NOT YET MARKED STAY
002830*PENDING FOR THE RERUN.  SO DOES A FAILED READ.
002840*------------------------------------------------------------
002850 3000-RELEASE-ONE-ENTRY.
002860     READ PENDQ-FILE NEXT RECORD
002870         AT END
002880             SET WS-PQ-EOF TO TRUE
002890     END-READ.
002900     IF WS-PQ-EOF
002910         GO TO 3000-EXIT
002920     END-IF.
002930     IF NOT WS-PQ-OK
002940         DISPLAY "BERNQREL - PENDQF READ FAILED, STATUS "
002950             WS-PQ-STATUS
002960         MOVE 8 TO WS-WORST-RC
002970         SET WS-PQ-EOF TO TRUE
002980         GO TO 3000-EXIT
002990     END-IF.
003000     ADD 1 TO WS-READ-COUNT.
003010     IF PQ-WITHDRAWN
003020         ADD 1 TO WS-WITHDRAWN-COUNT
003030         GO TO 3000-EXIT
003040     END-IF.
003050     IF NOT PQ-PENDING
003060         ADD 1 TO WS-PRIOR-COUNT
003070         GO TO 3000-EXIT
003080     END-IF.
003090     WRITE REQUEST-RECORD FROM PQ-REQUEST.
003100     IF NOT WS-REQ-OK
003110         DISPLAY "BERNQREL - REQOUT WRITE FAILED, STATUS "
003120             WS-REQ-STATUS " AT TICKET " PQ-TICKET-NO
003130         MOVE 8 TO WS-WORST-RC
003140         GO TO 3000-EXIT
003150     END-IF.
003160     SET PQ-RELEASED TO TRUE.
003170     MOVE WS-RELEASE-TS TO PQ-RELEASED-TS.
003180     REWRITE PENDQ-RECORD
003190         INVALID KEY
003200             DISPLAY "BERNQREL - PENDQF REWRITE FAILED, STATUS "
003210                 WS-PQ-STATUS " AT TICKET " PQ-TICKET-NO
003220             MOVE 8 TO WS-WORST-RC
003230             GO TO 3000-EXIT
003240     END-REWRITE.
003250     ADD 1 TO WS-RELEASED-COUNT.
003260     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
003270 3000-EXIT.
003280     EXIT.
003290*
003300*------------------------------------------------------------
003310*3100-WRITE-DETAIL - ONE RELEASED REQUEST.
003320*------------------------------------------------------------
003330 3100-WRITE-DETAIL.
003340     MOVE PQ-TICKET-NO TO WS-DL-TICKET-OUT.
003350     MOVE PQ-REQUESTED-N TO WS-DL-ORDER-OUT.
003360     MOVE PQ-REQUEST-TYPE TO WS-DL-TYPE-OUT.
003370     MOVE PQ-DEPT-CODE TO WS-DL-DEPT-OUT.
003380     MOVE PQ-USER-ID TO WS-DL-USER-OUT.
003390     MOVE PQ-LIMIT-AREA TO WS-DL-LIMIT-OUT.
003400     MOVE PQ-ENTERED-TS TO WS-DL-ENTERED-OUT.
003410     MOVE PQ-CHANGED-TS TO WS-DL-CHANGED-OUT.
003420     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
003430     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003440 3100-EXIT.
003450     EXIT.
003460*
003470*------------------------------------------------------------
003480*4000-WRITE-TOTALS - THE CLOSING COUNTS.
003490*------------------------------------------------------------
003500 4000-WRITE-TOTALS.
003510     MOVE WS-READ-COUNT TO WS-TL-READ-OUT.
003520     MOVE WS-RELEASED-COUNT TO WS-TL-RELEASED-OUT.
003530     MOVE WS-WITHDRAWN-COUNT TO WS-TL-WITHDRAWN-OUT.
003540     MOVE WS-PRIOR-COUNT TO WS-TL-PRIOR-OUT.
003550     MOVE SPACES TO REPORT-RECORD.
003560     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003570     MOVE WS-TOTAL-LINE TO REPORT-RECORD.
003580     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003590 4000-EXIT.
003600     EXIT.
003610*
003620*------------------------------------------------------------
003630*8200-WRITE-REPORT - WRITE THE LINE IN REPORT-RECORD.
003640*------------------------------------------------------------
003650 8200-WRITE-REPORT.
003660     WRITE REPORT-RECORD.
003670     IF NOT WS-RPT-OK
003680         DISPLAY "BERNQREL - REPORT WRITE FAILED"
003690         MOVE 8 TO WS-WORST-RC
003700     END-IF.
003710 8200-EXIT.
003720     EXIT.
