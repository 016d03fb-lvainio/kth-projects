000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BERNCHAN.
000030 AUTHOR. LEO VAINIO.
000040 INSTALLATION. KTH ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*DATE       INIT  DESCRIPTION
000110*10/14/2026 LV    ORIGINAL PROGRAM.  AUDIT-CHAIN VERIFICATION.
000120*10/14/2026 LV    BERNVRFY PROVES THE VALUES ON THE AUDIT TRAIL
000130*10/14/2026 LV    AGREE WITH THE TABLE, BUT NOT THAT THE TRAIL
000140*10/14/2026 LV    ITSELF IS WHOLE - A SERVING LINE DELETED OR
000150*10/14/2026 LV    EDITED AFTER THE FACT WAS UNDETECTABLE.  EVERY
000160*10/14/2026 LV    AUDIT RECORD NOW CARRIES A CHAINED CHECK VALUE
000170*10/14/2026 LV    (BERNCHN COPY MEMBER) AND THIS PROGRAM WALKS
000180*10/14/2026 LV    THE LIVE FILE AND ANY SPAN OF ARCHIVE
000190*10/14/2026 LV    GENERATIONS RECOMPUTING EVERY LINK.
000200*
000210*AUDITF IS ONE STREAM: THE ARCHIVE GENERATIONS TO BE COVERED,
000220*OLDEST FIRST, FOLLOWED BY THE LIVE FILE (SEE BERNCHAN.JCL).
000230*EACH SERVING RECORD'S CHECK IS RECOMPUTED FROM ITS COLUMNS
000240*1-75 AND THE CHECK OF THE RECORD BEFORE IT.  EACH GENERATION
000250*AND THE LIVE FILE START WITH BERNARCH'S CHAIN ANCHOR (TYPE
000260*'#', ORDER '**'), WHICH CARRIES THE CHAIN COUNT AND CHECK
000270*VALUE AT THAT POINT; THE WALK HOLDS THEM AGAINST ITS OWN
000280*RUNNING COUNT AND CHECK, SO A MISSING, REPEATED OR MISPLACED
000290*GENERATION SHOWS AS A GAP.  THE FINDINGS LISTED ON CHNRPT ARE:
000300*    BROKEN   A SERVING RECORD WHOSE CHECK DOES NOT FOLLOW FROM
000310*             THE RECORD BEFORE IT - THE RECORD OR THE ONE
000320*             BEFORE IT WAS EDITED, OR RECORDS WERE REMOVED OR
000330*             INSERTED BETWEEN THEM.  AN UNCHECKED RECORD AFTER
000340*             THE FIRST CHECKED ONE, AND AN ANCHOR WHOSE COUNT
000350*             OR CHECK IS NOT NUMERIC, ARE ALSO BROKEN LINKS.
000360*             THE FIRST IS MARKED FIRST; THE WALK CARRIES ON
000370*             FROM THE CHECK FOUND, SO ONE EDIT IS ONE FINDING.
000380*    GAP      AN ANCHOR WHOSE COUNT OR CHECK DIFFERS FROM THE
000390*             CHAIN AS WALKED SO FAR.  THE WALK TAKES THE
000400*             ANCHOR'S VALUES AND CARRIES ON.
000410*    OUTSEQ   A SERVING RECORD STAMPED EARLIER THAN THE ONE
000420*             BEFORE IT.
000430*EVERY ANCHOR IS ALSO LISTED (ANCHOR) SO THE LISTING SHOWS THE
000440*GENERATIONS WALKED.  RECORDS WITHOUT A CHECK AHEAD OF THE FIRST
000450*CHECKED RECORD WERE WRITTEN BEFORE THE CHAIN WAS INTRODUCED;
000460*THEY ARE COUNTED, NOT REPORTED.  A SPAN SHOULD START AT THE
000470*BEGINNING OF THE TRAIL OR AT AN ANCHORED GENERATION, SINCE
000480*THE COUNT IS NOT KNOWN BEFORE THE FIRST ANCHOR.
000490*THE TOTALS END WITH THE CHAIN HEAD - THE COUNT, CHECK AND
000500*TIMESTAMP OF THE LAST RECORD WALKED.
000510*RC 0 THE CHAIN IS INTACT, RC 4 INTACT BUT WITH OUT-OF-SEQUENCE
000520*TIMESTAMPS, RC 8 A BROKEN LINK OR A GAP, RC 16 A FILE FAILED
000530*AND THE WALK IS INCOMPLETE.  BERNCTL HOLDS BERNARCH UNTIL THIS
000540*PROGRAM HAS ENDED RC 0 IN THE CYCLE.  THE FILES ARE ONLY READ,
000550*SO THE RUN TOKEN IS NOT TAKEN.
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUDIT-FILE ASSIGN TO AUDITF
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660     SELECT REPORT-FILE ASSIGN TO CHNRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AUDIT-FILE
000720     RECORDING MODE IS F.
000730 01  AUDIT-RECORD.
000740     05  AU-TIMESTAMP            PIC X(14).
000750     05  FILLER                  PIC X(01).
000760     05  AU-REQUESTED-N          PIC 9(02).
000770     05  FILLER                  PIC X(01).
000780     05  AU-VALUE                PIC S9(15)V9(09)
000790                                  SIGN IS LEADING SEPARATE.
000800     05  FILLER                  PIC X(01).
000810     05  AU-SCALE-EXP            PIC S9(03)
000820                                  SIGN IS LEADING SEPARATE.
000830     05  FILLER                  PIC X(01).
000840     05  AU-DEPT-CODE            PIC X(04).
000850     05  FILLER                  PIC X(01).
000860     05  AU-USER-ID              PIC X(08).
000870     05  FILLER                  PIC X(01).
000880     05  AU-TICKET-NO            PIC X(10).
000890     05  FILLER                  PIC X(01).
000900     05  AU-REQUEST-TYPE         PIC X(01).
000910         88  AU-CHAIN-ANCHOR                VALUE '#'.
000920     05  AU-CHAIN-CHECK          PIC 9(05).

000930 FD  REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  REPORT-RECORD               PIC X(80).

000960 WORKING-STORAGE SECTION.
000970*
000980*------------------------------------------------------------
000990*SWITCHES AND STATUS FIELDS.
001000*------------------------------------------------------------
001010 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001020     88  WS-AUDIT-OK                        VALUE '00'.
001030     88  WS-AUDIT-EOF                       VALUE '10'.

001040 77  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001050     88  WS-RPT-OK                          VALUE '00'.

001060 77  WS-CHECKED-SEEN-SW          PIC X(01) VALUE 'N'.
001070     88  WS-CHECKED-SEEN                    VALUE 'Y'.
001080*
001090*------------------------------------------------------------
001100*THE WALK.  WS-CHAIN-COUNT IS THE NUMBER OF SERVING RECORDS IN
001110*THE CHAIN UP TO THE RECORD JUST WALKED - ANCHORS ARE NOT
001120*COUNTED - AND WS-CHN-PREV ITS CHECK.
001130*------------------------------------------------------------
001140 77  WS-RECORDS-READ             PIC 9(09) VALUE 0.
001150 77  WS-CHAIN-COUNT              PIC 9(09) VALUE 0.
001160 77  WS-LAST-TS                  PIC X(14) VALUE SPACES.
001170 77  WS-ANCHOR-COUNT             PIC 9(05) VALUE 0.
001180 77  WS-PRECHAIN-COUNT           PIC 9(09) VALUE 0.
001190 77  WS-BROKEN-COUNT             PIC 9(05) VALUE 0.
001200 77  WS-GAP-COUNT                PIC 9(05) VALUE 0.
001210 77  WS-OUTSEQ-COUNT             PIC 9(05) VALUE 0.
001220 77  WS-FIRST-BROKEN-REC         PIC 9(09) VALUE 0.
001230 77  WS-EXPECTED-CHECK           PIC 9(05) VALUE 0.
001240 77  WS-FOUND-CHECK              PIC X(05) VALUE SPACES.
001250 77  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001260 77  WS-CURRENT-TIME             PIC 9(08) VALUE 0.
001270 77  WS-RUN-TS                   PIC X(14) VALUE SPACES.
001280 77  WS-WORST-RC                 PIC 9(02) VALUE 0.
001290*
001300*------------------------------------------------------------
001310*AUDIT CHAIN FIELDS - THE WS-CHN- FIELDS THE BERNCHN
001320*PARAGRAPHS USE.
001330*------------------------------------------------------------
001340 77  WS-CHN-PREV                 PIC 9(05) VALUE 0.
001350 77  WS-CHN-CHECK                PIC 9(05) VALUE 0.
001360 77  WS-CHN-RECORD               PIC X(80) VALUE SPACES.
001370 77  WS-CHN-STATE                PIC 9(09) VALUE 0.
001380 77  WS-CHN-WORK                 PIC 9(09) VALUE 0.
001390 77  WS-CHN-QUOT                 PIC 9(09) VALUE 0.
001400 77  WS-CHN-IX                   PIC 9(03) VALUE 0.

001410 01  WS-CHN-CHAR-AREA.
001420     05  WS-CHN-CHAR-HIGH        PIC X(01) VALUE LOW-VALUE.
001430     05  WS-CHN-CHAR             PIC X(01) VALUE SPACE.
001440 01  WS-CHN-CHAR-CODE REDEFINES WS-CHN-CHAR-AREA
001450                                 PIC 9(04) COMP.
001460*
001470*------------------------------------------------------------
001480*THE CHAIN ANCHOR BERNARCH WRITES AT THE HEAD OF EACH ARCHIVE
001490*GENERATION AND OF THE LIVE FILE - SEE BERNARCH.
001500*------------------------------------------------------------
001510 01  WS-ANCHOR-RECORD.
001520     05  AC-PRED-TS              PIC X(14).
001530     05  FILLER                  PIC X(01).
001540     05  AC-MARK                 PIC X(02).
001550     05  FILLER                  PIC X(01).
001560     05  AC-PRED-COUNT           PIC 9(09).
001570     05  FILLER                  PIC X(01).
001580     05  AC-WRITTEN-TS           PIC X(14).
001590     05  FILLER                  PIC X(01).
001600     05  AC-KEEP-MONTH           PIC X(06).
001610     05  FILLER                  PIC X(25).
001620     05  AC-TYPE                 PIC X(01).
001630     05  AC-CHAIN-CHECK          PIC 9(05).
001640*
001650*------------------------------------------------------------
001660*REPORT LINE LAYOUTS.  A FINDING LINE NAMES THE FINDING, THE
001670*RECORD'S POSITION IN THE STREAM AND ITS TIMESTAMP, THEN THE
001680*DETAIL FOR THE KIND OF FINDING.
001690*------------------------------------------------------------
001700 01  WS-HEAD-LINE-1.
001710     05  FILLER                  PIC X(40)
001720         VALUE "BERNCHAN - AUDIT CHAIN VERIFICATION     ".
001730     05  FILLER                  PIC X(04) VALUE "RUN ".
001740     05  WS-HL-RUN-TS-OUT        PIC X(14).
001750     05  FILLER                  PIC X(22) VALUE SPACES.

001760 01  WS-HEAD-LINE-2.
001770     05  FILLER                  PIC X(40)
001780         VALUE "FINDING     RECORD TIMESTAMP      DETAIL".
001790     05  FILLER                  PIC X(40) VALUE SPACES.

001800 01  WS-FINDING-LINE.
001810     05  WS-FL-KIND-OUT          PIC X(08).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  WS-FL-RECNO-OUT         PIC ZZZZZZZZ9.
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  WS-FL-TS-OUT            PIC X(14).
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  WS-FL-DETAIL-OUT        PIC X(46).

001880 01  WS-LINK-DETAIL.
001890     05  WS-LD-TICKET-OUT        PIC X(10).
001900     05  FILLER                  PIC X(10) VALUE " EXPECTED ".
001910     05  WS-LD-EXPECTED-OUT      PIC 9(05).
001920     05  FILLER                  PIC X(07) VALUE " FOUND ".
001930     05  WS-LD-FOUND-OUT         PIC X(05).
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  WS-LD-FIRST-OUT         PIC X(05).
001960     05  FILLER                  PIC X(03) VALUE SPACES.

001970 01  WS-GAP-DETAIL.
001980     05  FILLER                  PIC X(07) VALUE "ANCHOR ".
001990     05  WS-GD-ANCHOR-COUNT-OUT  PIC 9(09).
002000     05  FILLER                  PIC X(01) VALUE "/".
002010     05  WS-GD-ANCHOR-CHECK-OUT  PIC 9(05).
002020     05  FILLER                  PIC X(08) VALUE "  CHAIN ".
002030     05  WS-GD-CHAIN-COUNT-OUT   PIC 9(09).
002040     05  FILLER                  PIC X(01) VALUE "/".
002050     05  WS-GD-CHAIN-CHECK-OUT   PIC 9(05).
002060     05  FILLER                  PIC X(01) VALUE SPACE.

002070 01  WS-SEQ-DETAIL.
002080     05  WS-SD-TICKET-OUT        PIC X(10).
002090     05  FILLER                  PIC X(07) VALUE " AFTER ".
002100     05  WS-SD-PRIOR-TS-OUT      PIC X(14).
002110     05  FILLER                  PIC X(15) VALUE SPACES.

002120 01  WS-ANCHOR-DETAIL.
002130     05  FILLER                  PIC X(06) VALUE "CHAIN ".
002140     05  WS-AD-COUNT-OUT         PIC 9(09).
002150     05  FILLER                  PIC X(01) VALUE "/".
002160     05  WS-AD-CHECK-OUT         PIC 9(05).
002170     05  FILLER                  PIC X(07) VALUE "  KEEP ".
002180     05  WS-AD-KEEP-OUT          PIC X(06).
002190     05  FILLER                  PIC X(12) VALUE SPACES.

002200 01  WS-TOTAL-LINE-1.
002210     05  FILLER                  PIC X(13) VALUE "RECORDS READ ".
002220     05  WS-T1-READ-OUT          PIC ZZZZZZZZ9.
002230     05  FILLER                  PIC X(10) VALUE "  ANCHORS ".
002240     05  WS-T1-ANCHORS-OUT       PIC ZZZZ9.
002250     05  FILLER                  PIC X(12) VALUE "  PRE-CHAIN ".
002260     05  WS-T1-PRECHAIN-OUT      PIC ZZZZZZZZ9.
002270     05  FILLER                  PIC X(22) VALUE SPACES.

002280 01  WS-TOTAL-LINE-2.
002290     05  FILLER                  PIC X(13) VALUE "BROKEN LINKS ".
002300     05  WS-T2-BROKEN-OUT        PIC ZZZZ9.
002310     05  FILLER                  PIC X(07) VALUE "  GAPS ".
002320     05  WS-T2-GAPS-OUT          PIC ZZZZ9.
002330     05  FILLER                  PIC X(18)
002340         VALUE "  OUT OF SEQUENCE ".
002350     05  WS-T2-OUTSEQ-OUT        PIC ZZZZ9.
002360     05  FILLER                  PIC X(27) VALUE SPACES.

002370 01  WS-TOTAL-LINE-3.
002380     05  FILLER                  PIC X(19)
002390         VALUE "CHAIN HEAD - COUNT ".
002400     05  WS-T3-COUNT-OUT         PIC ZZZZZZZZ9.
002410     05  FILLER                  PIC X(07) VALUE " CHECK ".
002420     05  WS-T3-CHECK-OUT         PIC 9(05).
002430     05  FILLER                  PIC X(06) VALUE " LAST ".
002440     05  WS-T3-LAST-TS-OUT       PIC X(14).
002450     05  FILLER                  PIC X(20) VALUE SPACES.

002460 01  WS-TOTAL-LINE-4.
002470     05  FILLER                  PIC X(25)
002480         VALUE "FIRST BROKEN LINK RECORD ".
002490     05  WS-T4-FIRST-OUT         PIC ZZZZZZZZ9.
002500     05  FILLER                  PIC X(46) VALUE SPACES.

002510 01  WS-VERDICT-LINE             PIC X(80) VALUE SPACES.

002520 PROCEDURE DIVISION.
002530*
002540*==============================================================
002550*0000-MAINLINE
002560*==============================================================
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     IF WS-WORST-RC < 16
002600         PERFORM 2000-WALK-ONE-RECORD THRU 2000-EXIT
002610             UNTIL WS-AUDIT-EOF
002620         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
002630         PERFORM 9800-TERMINATE THRU 9800-EXIT
002640     END-IF.
002650     MOVE WS-WORST-RC TO RETURN-CODE.
002660     STOP RUN.
002670*
002680*------------------------------------------------------------
002690*1000-INITIALIZE - STAMP THE RUN, OPEN THE FILES AND HEAD THE
002700*LISTING.  THE CHAIN STARTS FROM ZERO UNTIL AN ANCHOR SAYS
002710*OTHERWISE.
002720*------------------------------------------------------------
002730 1000-INITIALIZE.
002740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002750     ACCEPT WS-CURRENT-TIME FROM TIME.
002760     STRING WS-CURRENT-DATE DELIMITED BY SIZE
002770            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
002780         INTO WS-RUN-TS.
002790     MOVE 0 TO WS-CHN-PREV.
002800     OPEN OUTPUT REPORT-FILE.
002810     IF NOT WS-RPT-OK
002820         DISPLAY "BERNCHAN - REPORT OPEN FAILED, STATUS "
002830             WS-RPT-STATUS
002840         MOVE 16 TO WS-WORST-RC
002850         GO TO 1000-EXIT
002860     END-IF.
002870     OPEN INPUT AUDIT-FILE.
002880     IF NOT WS-AUDIT-OK
002890         DISPLAY "BERNCHAN - AUDIT OPEN FAILED, STATUS "
002900             WS-AUDIT-STATUS
002910         MOVE 16 TO WS-WORST-RC
002920         CLOSE REPORT-FILE
002930         GO TO 1000-EXIT
002940     END-IF.
002950     MOVE WS-RUN-TS TO WS-HL-RUN-TS-OUT.
002960     MOVE WS-HEAD-LINE-1 TO REPORT-RECORD.
002970     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
002980     MOVE SPACES TO REPORT-RECORD.
002990     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003000     MOVE WS-HEAD-LINE-2 TO REPORT-RECORD.
003010     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040*
003050*------------------------------------------------------------
003060*2000-WALK-ONE-RECORD - READ THE NEXT RECORD OF THE STREAM AND
003070*HOLD IT AGAINST THE CHAIN.  A READ ERROR ENDS THE WALK
003080*INCOMPLETE.
003090*------------------------------------------------------------
003100 2000-WALK-ONE-RECORD.
003110     READ AUDIT-FILE
003120         AT END
003130             SET WS-AUDIT-EOF TO TRUE
003140             GO TO 2000-EXIT
003150     END-READ.
003160     IF NOT WS-AUDIT-OK
003170         DISPLAY "BERNCHAN - AUDIT READ FAILED, STATUS "
003180             WS-AUDIT-STATUS " AFTER RECORD " WS-RECORDS-READ
003190         MOVE 16 TO WS-WORST-RC
003200         SET WS-AUDIT-EOF TO TRUE
003210         GO TO 2000-EXIT
003220     END-IF.
003230     ADD 1 TO WS-RECORDS-READ.
003240     IF AU-CHAIN-ANCHOR AND AU-REQUESTED-N NOT NUMERIC
003250         PERFORM 2100-CHECK-ANCHOR THRU 2100-EXIT
003260     ELSE
003270         PERFORM 2200-CHECK-LINK THRU 2200-EXIT
003280         PERFORM 2300-CHECK-SEQUENCE THRU 2300-EXIT
003290     END-IF.
003300 2000-EXIT.
003310     EXIT.
003320*
003330*------------------------------------------------------------
003340*2100-CHECK-ANCHOR - LIST THE ANCHOR, HOLD ITS COUNT AND CHECK
003350*AGAINST THE CHAIN WALKED SO FAR (NOT FOR THE FIRST RECORD OF
003360*THE STREAM, WHICH HAS NOTHING BEFORE IT) AND CARRY ON FROM
003370*THE ANCHOR'S VALUES.
003380*------------------------------------------------------------
003390 2100-CHECK-ANCHOR.
003400     ADD 1 TO WS-ANCHOR-COUNT.
003410     MOVE AUDIT-RECORD TO WS-ANCHOR-RECORD.
003420     IF AC-PRED-COUNT NOT NUMERIC OR AC-CHAIN-CHECK NOT NUMERIC
003430         MOVE WS-CHN-PREV TO WS-EXPECTED-CHECK
003440         MOVE AUDIT-RECORD(76:5) TO WS-FOUND-CHECK
003450         PERFORM 2900-NOTE-BROKEN-LINK THRU 2900-EXIT
003460         GO TO 2100-EXIT
003470     END-IF.
003480     MOVE "ANCHOR" TO WS-FL-KIND-OUT.
003490     MOVE AC-PRED-COUNT TO WS-AD-COUNT-OUT.
003500     MOVE AC-CHAIN-CHECK TO WS-AD-CHECK-OUT.
003510     MOVE AC-KEEP-MONTH TO WS-AD-KEEP-OUT.
003520     MOVE WS-ANCHOR-DETAIL TO WS-FL-DETAIL-OUT.
003530     PERFORM 2950-WRITE-FINDING THRU 2950-EXIT.
003540     IF WS-RECORDS-READ > 1
003550         IF AC-PRED-COUNT NOT = WS-CHAIN-COUNT
003560                 OR AC-CHAIN-CHECK NOT = WS-CHN-PREV
003570             ADD 1 TO WS-GAP-COUNT
003580             MOVE "GAP" TO WS-FL-KIND-OUT
003590             MOVE AC-PRED-COUNT TO WS-GD-ANCHOR-COUNT-OUT
003600             MOVE AC-CHAIN-CHECK TO WS-GD-ANCHOR-CHECK-OUT
003610             MOVE WS-CHAIN-COUNT TO WS-GD-CHAIN-COUNT-OUT
003620             MOVE WS-CHN-PREV TO WS-GD-CHAIN-CHECK-OUT
003630             MOVE WS-GAP-DETAIL TO WS-FL-DETAIL-OUT
003640             PERFORM 2950-WRITE-FINDING THRU 2950-EXIT
003650         END-IF
003660     END-IF.
003670     MOVE AC-PRED-COUNT TO WS-CHAIN-COUNT.
003680     MOVE AC-CHAIN-CHECK TO WS-CHN-PREV.
003690 2100-EXIT.
003700     EXIT.
003710*
003720*------------------------------------------------------------
003730*2200-CHECK-LINK - COUNT ONE SERVING RECORD INTO THE CHAIN AND
003740*RECOMPUTE ITS CHECK FROM THE RECORD BEFORE IT.  A RECORD
003750*WITHOUT A CHECK IS PRE-CHAIN UNTIL THE FIRST CHECKED RECORD
003760*HAS BEEN SEEN, A BROKEN LINK AFTER; EITHER WAY THE NEXT
003770*RECORD CHAINS FROM ZERO, AS ITS WRITER DID.
003780*------------------------------------------------------------
003790 2200-CHECK-LINK.
003800     ADD 1 TO WS-CHAIN-COUNT.
003810     IF AU-CHAIN-CHECK NOT NUMERIC
003820         IF WS-CHECKED-SEEN
003830             MOVE WS-CHN-PREV TO WS-EXPECTED-CHECK
003840             MOVE "NONE " TO WS-FOUND-CHECK
003850             PERFORM 2900-NOTE-BROKEN-LINK THRU 2900-EXIT
003860         ELSE
003870             ADD 1 TO WS-PRECHAIN-COUNT
003880         END-IF
003890         MOVE 0 TO WS-CHN-PREV
003900         GO TO 2200-EXIT
003910     END-IF.
003920     SET WS-CHECKED-SEEN TO TRUE.
003930     MOVE AUDIT-RECORD TO WS-CHN-RECORD.
003940     PERFORM 9797-COMPUTE-CHAIN-CHECK THRU 9797-EXIT.
003950     IF WS-CHN-CHECK NOT = AU-CHAIN-CHECK
003960         MOVE WS-CHN-CHECK TO WS-EXPECTED-CHECK
003970         MOVE AUDIT-RECORD(76:5) TO WS-FOUND-CHECK
003980         PERFORM 2900-NOTE-BROKEN-LINK THRU 2900-EXIT
003990     END-IF.
004000     MOVE AU-CHAIN-CHECK TO WS-CHN-PREV.
004010 2200-EXIT.
004020     EXIT.
004030*
004040*------------------------------------------------------------
004050*2300-CHECK-SEQUENCE - A SERVING RECORD MAY NOT BE STAMPED
004060*EARLIER THAN THE ONE BEFORE IT.  THE NEXT RECORD IS HELD
004070*AGAINST THIS ONE EITHER WAY.
004080*------------------------------------------------------------
004090 2300-CHECK-SEQUENCE.
004100     IF WS-LAST-TS NOT = SPACES
004110             AND AU-TIMESTAMP < WS-LAST-TS
004120         ADD 1 TO WS-OUTSEQ-COUNT
004130         MOVE "OUTSEQ" TO WS-FL-KIND-OUT
004140         MOVE AU-TICKET-NO TO WS-SD-TICKET-OUT
004150         MOVE WS-LAST-TS TO WS-SD-PRIOR-TS-OUT
004160         MOVE WS-SEQ-DETAIL TO WS-FL-DETAIL-OUT
004170         PERFORM 2950-WRITE-FINDING THRU 2950-EXIT
004180     END-IF.
004190     MOVE AU-TIMESTAMP TO WS-LAST-TS.
004200 2300-EXIT.
004210     EXIT.
004220*
004230*------------------------------------------------------------
004240*2900-NOTE-BROKEN-LINK - LIST ONE BROKEN LINK, MARKING THE
004250*FIRST OF THE RUN.
004260*------------------------------------------------------------
004270 2900-NOTE-BROKEN-LINK.
004280     MOVE SPACES TO WS-LD-FIRST-OUT.
004290     IF WS-BROKEN-COUNT = 0
004300         MOVE WS-RECORDS-READ TO WS-FIRST-BROKEN-REC
004310         MOVE "FIRST" TO WS-LD-FIRST-OUT
004320     END-IF.
004330     ADD 1 TO WS-BROKEN-COUNT.
004340     MOVE "BROKEN" TO WS-FL-KIND-OUT.
004350     MOVE AU-TICKET-NO TO WS-LD-TICKET-OUT.
004360     MOVE WS-EXPECTED-CHECK TO WS-LD-EXPECTED-OUT.
004370     MOVE WS-FOUND-CHECK TO WS-LD-FOUND-OUT.
004380     MOVE WS-LINK-DETAIL TO WS-FL-DETAIL-OUT.
004390     PERFORM 2950-WRITE-FINDING THRU 2950-EXIT.
004400 2900-EXIT.
004410     EXIT.
004420*
004430*------------------------------------------------------------
004440*2950-WRITE-FINDING - ONE FINDING LINE FOR THE CURRENT RECORD.
004450*------------------------------------------------------------
004460 2950-WRITE-FINDING.
004470     MOVE WS-RECORDS-READ TO WS-FL-RECNO-OUT.
004480     MOVE AU-TIMESTAMP TO WS-FL-TS-OUT.
004490     MOVE WS-FINDING-LINE TO REPORT-RECORD.
004500     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004510 2950-EXIT.
004520     EXIT.
004530*
004540*------------------------------------------------------------
004550*3000-WRITE-TOTALS - THE CONTROL TOTALS, THE CHAIN HEAD AND
004560*THE VERDICT, AND THE RETURN CODE THAT GOES WITH IT.
004570*------------------------------------------------------------
004580 3000-WRITE-TOTALS.
004590     MOVE SPACES TO REPORT-RECORD.
004600     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004610     MOVE WS-RECORDS-READ TO WS-T1-READ-OUT.
004620     MOVE WS-ANCHOR-COUNT TO WS-T1-ANCHORS-OUT.
004630     MOVE WS-PRECHAIN-COUNT TO WS-T1-PRECHAIN-OUT.
004640     MOVE WS-TOTAL-LINE-1 TO REPORT-RECORD.
004650     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004660     MOVE WS-BROKEN-COUNT TO WS-T2-BROKEN-OUT.
004670     MOVE WS-GAP-COUNT TO WS-T2-GAPS-OUT.
004680     MOVE WS-OUTSEQ-COUNT TO WS-T2-OUTSEQ-OUT.
004690     MOVE WS-TOTAL-LINE-2 TO REPORT-RECORD.
004700     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004710     MOVE WS-CHAIN-COUNT TO WS-T3-COUNT-OUT.
004720     MOVE WS-CHN-PREV TO WS-T3-CHECK-OUT.
004730     MOVE WS-LAST-TS TO WS-T3-LAST-TS-OUT.
004740     MOVE WS-TOTAL-LINE-3 TO REPORT-RECORD.
004750     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004760     IF WS-BROKEN-COUNT > 0
004770         MOVE WS-FIRST-BROKEN-REC TO WS-T4-FIRST-OUT
004780         MOVE WS-TOTAL-LINE-4 TO REPORT-RECORD
004790         PERFORM 8200-WRITE-REPORT THRU 8200-EXIT
004800     END-IF.
004810     EVALUATE TRUE
004820         WHEN WS-WORST-RC NOT < 16
004830             MOVE "WALK INCOMPLETE - SEE THE JOB LOG"
004840                 TO WS-VERDICT-LINE
004850         WHEN WS-BROKEN-COUNT > 0 OR WS-GAP-COUNT > 0
004860             MOVE "CHAIN NOT INTACT" TO WS-VERDICT-LINE
004870             MOVE 8 TO WS-WORST-RC
004880         WHEN WS-OUTSEQ-COUNT > 0
004890             MOVE "CHAIN INTACT - TIMESTAMPS OUT OF SEQUENCE"
004900                 TO WS-VERDICT-LINE
004910             MOVE 4 TO WS-WORST-RC
004920         WHEN OTHER
004930             MOVE "CHAIN INTACT" TO WS-VERDICT-LINE
004940     END-EVALUATE.
004950     MOVE SPACES TO REPORT-RECORD.
004960     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004970     MOVE WS-VERDICT-LINE TO REPORT-RECORD.
004980     PERFORM 8200-WRITE-REPORT THRU 8200-EXIT.
004990     DISPLAY "BERNCHAN - " WS-VERDICT-LINE(1:40).
005000     DISPLAY "BERNCHAN - RECORDS " WS-RECORDS-READ
005010         " BROKEN " WS-BROKEN-COUNT " GAPS " WS-GAP-COUNT
005020         " OUT OF SEQUENCE " WS-OUTSEQ-COUNT.
005030 3000-EXIT.
005040     EXIT.
005050*
005060*------------------------------------------------------------
005070*8200-WRITE-REPORT - WRITE ONE LISTING LINE.  A FAILED LISTING
005080*LEAVES THE WALK UNREPORTED, SO IT COUNTS AS A FILE FAILURE.
005090*------------------------------------------------------------
005100 8200-WRITE-REPORT.
005110     WRITE REPORT-RECORD.
005120     IF NOT WS-RPT-OK
005130         DISPLAY "BERNCHAN - REPORT WRITE FAILED"
005140         MOVE 16 TO WS-WORST-RC
005150     END-IF.
005160 8200-EXIT.
005170     EXIT.
005180*
005190*------------------------------------------------------------
005200*9800-TERMINATE - CLOSE THE FILES.
005210*------------------------------------------------------------
005220 9800-TERMINATE.
005230     CLOSE AUDIT-FILE.
005240     CLOSE REPORT-FILE.
005250 9800-EXIT.
005260     EXIT.
005270*
005280 COPY BERNCHN.
