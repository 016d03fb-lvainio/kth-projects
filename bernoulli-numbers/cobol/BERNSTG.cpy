000010*------------------------------------------------------------
000020*BERNSTG - SHARED STAGING PARAGRAPHS, COPIED BY BERNOULLI AND
000030*BERNSRV.  A NEWLY COMPUTED OR REFRESHED BTABLE/BSCALE ENTRY IS
000040*NOT WRITTEN TO THE LIVE CLUSTER BY THE PROGRAM THAT COMPUTED
000050*IT.  IT IS STAGED, PENDING, ON THE KEYED STAGING FILE (STAGEF)
000060*WITH THE LIVE VALUE IT WOULD REPLACE AND THE PROGRAM AND USER
000070*THAT MADE IT.  BERNCERT RECOMPUTES EVERY STAGED ENTRY BY AN
000080*INDEPENDENT METHOD, AND ONLY A SECOND OPERATOR'S APPROVE CARD
000090*THERE PROMOTES IT INTO THE LIVE FILE.
000100*AN ENTRY ALREADY STAGED WITH THE SAME VALUE AGAINST THE SAME
000110*LIVE VALUE IS LEFT AS IT IS - A LATER RUN RECOMPUTING THE
000120*ORDER DOES NOT RESET ITS CERTIFICATION, AND A REJECTED VALUE
000130*STAYS REJECTED.  ANYTHING ELSE REPLACES THE STAGED ENTRY AND
000140*PUTS IT BACK TO PENDING, AS DOES ANY VALUE FOR A SLOT WHOSE
000150*LAST STAGED ENTRY HAS ALREADY BEEN PROMOTED.
000160*
000170*THE COPYING PROGRAM DECLARES STAGE-FILE (ASSIGN STAGEF, KEY
000180*SG-KEY, STATUS WS-STAGE-STATUS WITH THE WS-STAGE-OK AND
000190*WS-STAGE-NOT-FOUND CONDITIONS) WITH ITS STAGE-RECORD LAYOUT,
000200*THE WS-STG- STAGING FIELDS - TABLE ID, SLOT, ACTION, THE VALUE
000210*AND LIVE-VALUE AREAS IN THE STAGE-RECORD FORM, MAKER PROGRAM
000220*AND USER, THE RESULT SWITCH AND THE STAGED COUNT - AND
000230*WS-CURRENT-DATE/TIME, AND FILLS THE STAGING FIELDS BEFORE
000240*PERFORMING 9770-STAGE-ENTRY.
000250*------------------------------------------------------------
000260*
000270*------------------------------------------------------------
000280*9770-STAGE-ENTRY - STAGE ONE ENTRY, OR LEAVE AN IDENTICAL ONE
000290*ALONE.  WS-STG-RESULT-SW SAYS WHICH, OR THAT THE FILE FAILED.
000300*------------------------------------------------------------
000310 9770-STAGE-ENTRY.
000320     MOVE WS-STG-TABLE-ID TO SG-TABLE-ID.
000330     MOVE WS-STG-SLOT TO SG-ORDER.
000340     READ STAGE-FILE
000350         INVALID KEY
000360             CONTINUE
000370     END-READ.
000380     IF WS-STAGE-OK
000390         PERFORM 9772-COMPARE-STAGED THRU 9772-EXIT
000400         IF WS-STG-UNCHANGED
000410             GO TO 9770-EXIT
000420         END-IF
000430         PERFORM 9771-BUILD-STAGE-ENTRY THRU 9771-EXIT
000440         REWRITE STAGE-RECORD
000450             INVALID KEY
000460                 CONTINUE
000470         END-REWRITE
000480     ELSE
000490         IF NOT WS-STAGE-NOT-FOUND
000500             SET WS-STG-FAILED TO TRUE
000510             GO TO 9770-EXIT
000520         END-IF
000530         PERFORM 9771-BUILD-STAGE-ENTRY THRU 9771-EXIT
000540         WRITE STAGE-RECORD
000550             INVALID KEY
000560                 CONTINUE
000570         END-WRITE
000580     END-IF.
000590     IF WS-STAGE-OK
000600         SET WS-STG-WRITTEN TO TRUE
000610         ADD 1 TO WS-STG-COUNT
000620     ELSE
000630         SET WS-STG-FAILED TO TRUE
000640     END-IF.
000650 9770-EXIT.
000660     EXIT.
000670*
000680*------------------------------------------------------------
000690*9771-BUILD-STAGE-ENTRY - A FRESH PENDING ENTRY.  THE CHECK
000700*VALUE IS ZERO AND THE CERTIFICATION AND DECISION FIELDS ARE
000710*BLANK UNTIL BERNCERT FILLS THEM.
000720*------------------------------------------------------------
000730 9771-BUILD-STAGE-ENTRY.
000740     MOVE SPACES TO STAGE-RECORD.
000750     MOVE WS-STG-TABLE-ID TO SG-TABLE-ID.
000760     MOVE WS-STG-SLOT TO SG-ORDER.
000770     SET SG-PENDING TO TRUE.
000780     MOVE WS-STG-ACTION TO SG-ACTION.
000790     MOVE WS-STG-VALUE-AREA TO SG-VALUE-AREA.
000800     MOVE WS-STG-LIVE-AREA TO SG-LIVE-AREA.
000810     IF SG-BTABLE
000820         MOVE 0 TO SG-CHECK-BT-VALUE
000830     ELSE
000840         MOVE 0 TO SG-CHECK-BS-MANT
000850         MOVE 0 TO SG-CHECK-BS-EXP
000860     END-IF.
000870     MOVE WS-STG-MAKER-PROGRAM TO SG-MAKER-PROGRAM.
000880     MOVE WS-STG-MAKER-USER TO SG-MAKER-USER.
000890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000900     ACCEPT WS-CURRENT-TIME FROM TIME.
000910     STRING WS-CURRENT-DATE DELIMITED BY SIZE
000920            WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
000930         INTO SG-STAGED-TS.
000940 9771-EXIT.
000950     EXIT.
000960*
000970*------------------------------------------------------------
000980*9772-COMPARE-STAGED - SET WS-STG-UNCHANGED WHEN THE ENTRY IN
000990*THE BUFFER ALREADY HOLDS THIS VALUE AGAINST THIS LIVE VALUE
001000*AND HAS NOT BEEN PROMOTED; OTHERWISE THE ENTRY IS TO BE
001010*REPLACED.
001020*------------------------------------------------------------
001030 9772-COMPARE-STAGED.
001040     SET WS-STG-WRITTEN TO TRUE.
001050     IF SG-PROMOTED
001060         GO TO 9772-EXIT
001070     END-IF.
001080     IF SG-BTABLE
001090         IF SG-BT-VALUE = WS-STG-BT-VALUE
001100                 AND SG-LIVE-BT-VALUE = WS-STG-LIVE-BT-VALUE
001110             SET WS-STG-UNCHANGED TO TRUE
001120         END-IF
001130     ELSE
001140         IF SG-BS-MANT = WS-STG-BS-MANT
001150                 AND SG-BS-EXP = WS-STG-BS-EXP
001160                 AND SG-LIVE-BS-MANT = WS-STG-LIVE-BS-MANT
001170                 AND SG-LIVE-BS-EXP = WS-STG-LIVE-BS-EXP
001180             SET WS-STG-UNCHANGED TO TRUE
001190         END-IF
001200     END-IF.
001210 9772-EXIT.
001220     EXIT.
