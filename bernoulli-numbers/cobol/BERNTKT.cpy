000010*------------------------------------------------------------
000020*BERNTKT - SHARED TICKET-REGISTRY PARAGRAPHS, COPIED BY
000030*BERNOULLI AND BERNSRV SO THE TWO SERVING PATHS CHECK AND
000040*MAINTAIN THE KEYED TICKET REGISTRY (TICKETF) IDENTICALLY.
000050*THE REGISTRY HOLDS ONE RECORD PER VALUATION TICKET EVER
000060*SUBMITTED: WHEN AND BY WHICH PROGRAM IT WAS FIRST SEEN, ITS
000070*STATUS, THE REASON IT WAS FIRST AND LAST REJECTED, THE RUN
000080*THAT SERVED IT, HOW MANY TIMES IT HAS BEEN SUBMITTED AND HOW
000090*MANY REPEATS OF IT WERE REFUSED.  THE STATUS IS ONE OF:
000100*    S  SERVED ON ITS FIRST SUBMISSION
000110*    R  REJECTED ON ITS FIRST SUBMISSION, NOT YET RESUBMITTED
000120*    U  RESUBMITTED AFTER A REJECTION AND REJECTED AGAIN
000130*    E  SERVED ON A RESUBMISSION
000140*A SERVED TICKET (S OR E) IS NEVER SERVED AGAIN - A REPEAT IS
000150*REFUSED AND ONLY COUNTED HERE.  A REJECTED TICKET (R OR U)
000160*COMING BACK IS A RESUBMISSION OF THE CORRECTED REJECT AND
000170*IS DECIDED AFRESH, SO THE EVENTUAL SERVING IS TIED TO THE
000180*ORIGINAL REJECTION.  A BLANK TICKET NUMBER IS NOT
000190*REGISTERED.
000200*
000210*THE COPYING PROGRAM DECLARES TICKET-FILE (ASSIGN TICKETF,
000220*INDEXED, KEY TK-TICKET-NO, STATUS WS-TKT-STATUS WITH THE
000230*WS-TKT-OK CONDITION), THE TICKET-RECORD LAYOUT AND THE
000240*WS-TKT- STAGING FIELDS.  9760-CHECK-TICKET IS PERFORMED
000250*BEFORE THE REQUEST IS VALIDATED AND 9765-NOTE-TICKET AFTER
000260*ITS OUTCOME IS KNOWN.  WS-TKT-REDO-TS NAMES A RUN WHOSE
000270*REJECTIONS ARE BEING DECIDED AGAIN BY A RESTART RATHER THAN
000280*RESUBMITTED BY THE DESK (SPACES IF NONE); A TICKET LAST
000290*REJECTED BY THAT RUN KEEPS ITS SUBMISSION COUNT.  A FAILED
000300*REGISTRY UPDATE IS DISPLAYED BUT NEVER FAILS THE SERVING -
000310*THE AUDIT TRAIL IS THE SYSTEM OF RECORD.
000320*------------------------------------------------------------
000330*
000340*------------------------------------------------------------
000350*9760-CHECK-TICKET - CLASSIFY THE SUBMISSION AGAINST THE
000360*REGISTRY.  A REPEAT OF A SERVED TICKET IS COUNTED ON ITS
000370*RECORD HERE; THE CALLER REFUSES IT.
000380*------------------------------------------------------------
000390 9760-CHECK-TICKET.
000400     SET WS-TKT-NEW TO TRUE.
000410     IF WS-TKT-TICKET = SPACES
000420         SET WS-TKT-UNREGISTERED TO TRUE
000430         GO TO 9760-EXIT
000440     END-IF.
000450     MOVE WS-TKT-TICKET TO TK-TICKET-NO.
000460     READ TICKET-FILE
000470         INVALID KEY
000480             SET WS-TKT-NEW TO TRUE
000490         NOT INVALID KEY
000500             EVALUATE TRUE
000510                 WHEN TK-SERVED OR TK-SERVED-ON-RESUB
000520                     SET WS-TKT-REPEAT TO TRUE
000530                 WHEN WS-TKT-REDO-TS NOT = SPACES
000540                         AND TK-LAST-RUN-TS = WS-TKT-REDO-TS
000550                     SET WS-TKT-REDO TO TRUE
000560                 WHEN OTHER
000570                     SET WS-TKT-RESUBMISSION TO TRUE
000580             END-EVALUATE
000590     END-READ.
000600     IF WS-TKT-REPEAT
000610         IF TK-REPEAT-COUNT IS NUMERIC
000620             ADD 1 TO TK-REPEAT-COUNT
000630         ELSE
000640             MOVE 1 TO TK-REPEAT-COUNT
000650         END-IF
000660         MOVE WS-TKT-RUN-TS TO TK-REPEAT-TS
000670         REWRITE TICKET-RECORD
000680             INVALID KEY
000690                 DISPLAY "TICKET REGISTRY REWRITE FAILED - "
000700                     "TICKET: " WS-TKT-TICKET
000710         END-REWRITE
000720     END-IF.
000730 9760-EXIT.
000740     EXIT.
000750*
000760*------------------------------------------------------------
000770*9765-NOTE-TICKET - RECORD THE OUTCOME OF A SUBMISSION THAT
000780*9760 DID NOT REFUSE.  WS-TKT-OUTCOME IS 'S' SERVED OR 'R'
000790*REJECTED (WITH WS-TKT-REASON).  THE STATUS FOLLOWS FROM THE
000800*OUTCOME AND WHETHER THE TICKET HAS BEEN SUBMITTED BEFORE.
000810*------------------------------------------------------------
000820 9765-NOTE-TICKET.
000830     IF WS-TKT-UNREGISTERED OR WS-TKT-REPEAT
000840         GO TO 9765-EXIT
000850     END-IF.
000860     MOVE WS-TKT-TICKET TO TK-TICKET-NO.
000870     READ TICKET-FILE
000880         INVALID KEY
000890             MOVE SPACES TO TICKET-RECORD
000900             MOVE WS-TKT-TICKET TO TK-TICKET-NO
000910             MOVE WS-TKT-RUN-TS TO TK-FIRST-RUN-TS
000920             MOVE WS-TKT-PROGRAM TO TK-FIRST-PROGRAM
000930             MOVE 1 TO TK-SUBMIT-COUNT
000940             MOVE 0 TO TK-REPEAT-COUNT
000950             PERFORM 9766-APPLY-OUTCOME THRU 9766-EXIT
000960             WRITE TICKET-RECORD
000970                 INVALID KEY
000980                     DISPLAY "TICKET REGISTRY WRITE FAILED - "
000990                         "TICKET: " WS-TKT-TICKET
001000             END-WRITE
001010         NOT INVALID KEY
001020             IF TK-SUBMIT-COUNT IS NOT NUMERIC
001030                 MOVE 1 TO TK-SUBMIT-COUNT
001040             END-IF
001050             IF NOT WS-TKT-REDO
001060                 ADD 1 TO TK-SUBMIT-COUNT
001070             END-IF
001080*            A FIRST SUBMISSION DECIDED AGAIN STARTS CLEAN.
001090             IF WS-TKT-REDO AND TK-SUBMIT-COUNT = 1
001100                 MOVE SPACES TO TK-FIRST-REASON
001110                 MOVE SPACES TO TK-LAST-REASON
001120             END-IF
001130             PERFORM 9766-APPLY-OUTCOME THRU 9766-EXIT
001140             REWRITE TICKET-RECORD
001150                 INVALID KEY
001160                     DISPLAY "TICKET REGISTRY REWRITE FAILED - "
001170                         "TICKET: " WS-TKT-TICKET
001180             END-REWRITE
001190     END-READ.
001200 9765-EXIT.
001210     EXIT.
001220*
001230*------------------------------------------------------------
001240*9766-APPLY-OUTCOME - SET THE STATUS, RUN DATES, REASONS AND
001250*LATEST REQUEST DETAILS ON THE RECORD IN THE BUFFER.
001260*------------------------------------------------------------
001270 9766-APPLY-OUTCOME.
001280     MOVE WS-TKT-RUN-TS TO TK-LAST-RUN-TS.
001290     MOVE WS-TKT-DEPT TO TK-DEPT-CODE.
001300     MOVE WS-TKT-USER TO TK-USER-ID.
001310     MOVE WS-TKT-ORDER TO TK-REQUESTED-N.
001320     MOVE WS-TKT-TYPE TO TK-REQUEST-TYPE.
001330     IF WS-TKT-OUTCOME = 'S'
001340         MOVE WS-TKT-RUN-TS TO TK-SERVED-TS
001350         IF TK-SUBMIT-COUNT > 1
001360             SET TK-SERVED-ON-RESUB TO TRUE
001370         ELSE
001380             SET TK-SERVED TO TRUE
001390         END-IF
001400     ELSE
001410         IF TK-FIRST-REASON = SPACES
001420             MOVE WS-TKT-REASON TO TK-FIRST-REASON
001430         END-IF
001440         MOVE WS-TKT-REASON TO TK-LAST-REASON
001450         IF TK-SUBMIT-COUNT > 1
001460             SET TK-RESUBMITTED TO TRUE
001470         ELSE
001480             SET TK-REJECTED TO TRUE
001490         END-IF
001500     END-IF.
001510 9766-EXIT.
001520     EXIT.
