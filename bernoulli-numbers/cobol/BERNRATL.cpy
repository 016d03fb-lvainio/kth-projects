000010*------------------------------------------------------------
000020*BERNRATL - SHARED EXACT-FRACTION PARAGRAPHS, COPIED BY
000030*BERNOULLI AND BERNSRV SO BOTH COMPUTE PATHS FILL THE KEYED
000040*FRACTION FILE (BFRACF) IDENTICALLY.  SLOT S HOLDS B(S-1) AS
000050*A REDUCED NUMERATOR/DENOMINATOR PAIR - THE SAME SLOT
000060*NUMBERING AS BNUMS - COMPUTED BY THE SAME BINOMIAL
000070*RECURRENCE AS THE DECIMAL TABLE BUT CARRIED IN EXACT
000080*INTEGER ARITHMETIC: THE RUNNING SUM IS KEPT OVER THE LEAST
000090*COMMON DENOMINATOR OF THE TERMS SEEN SO FAR AND REDUCED BY
000100*THEIR GREATEST COMMON DIVISOR AFTER EVERY TERM, SO NOTHING
000110*IS EVER ROUNDED.  THE DENOMINATOR THAT COMES OUT IS
000120*THEREFORE AN INDEPENDENT RESULT THE VON STAUDT-CLAUSEN
000130*CHECK CAN BE HELD AGAINST.  THROUGH B38 THE REDUCED SUM
000140*DENOMINATOR STAYS UNDER 10**13 AND EVERY CROSS-MULTIPLIED
000150*NUMERATOR UNDER 10**31, INSIDE THE S9(31) WORK PICTURES;
000160*ANY SIZE ERROR LEAVES THE SLOT UNCOMPUTED AND IS DISPLAYED
000170*RATHER THAN FILED TRUNCATED.
000180*
000190*THE COPYING PROGRAM DECLARES BFRAC-FILE (ASSIGN BFRACF,
000200*INDEXED, KEY BF-ORDER, STATUS WS-BFRAC-STATUS WITH THE
000210*WS-BFRAC-OK/WS-BFRAC-EOF CONDITIONS), THE RT-NUMER/RT-DENOM
000220*TABLE WITH THE RT-WAS-ON-FILE/RT-IS-COMPUTED SWITCHES, THE
000230*WS-RT- WORK FIELDS, R AND THE M/K/I LOOP CONTROLS, AND
000240*COPIES BERNCORE FOR 5100-BINOM.  5200-RATIONAL-ORDER IS
000250*DRIVEN FOR SLOT M FROM THE PROGRAM'S OWN OUTER LOOP, WHICH
000260*VISITS THE SLOTS IN ASCENDING ORDER SO EVERY LOWER SLOT IS
000270*ALREADY IN PLACE.
000280*------------------------------------------------------------
000290*
000300*------------------------------------------------------------
000310*1058-PRELOAD-BFRAC - READ WHATEVER IS ALREADY ON
000320*BFRAC-FILE INTO THE FRACTION TABLE.
000330*------------------------------------------------------------
000340 1058-PRELOAD-BFRAC.
000350     MOVE 1 TO BF-ORDER.
000360     START BFRAC-FILE KEY IS NOT LESS THAN BF-ORDER
000370         INVALID KEY
000380             SET WS-BFRAC-EOF TO TRUE
000390     END-START.
000400     IF WS-BFRAC-OK
000410         PERFORM 1059-READ-NEXT-BFRAC THRU 1059-EXIT
000420             UNTIL WS-BFRAC-EOF
000430     END-IF.
000440 1058-EXIT.
000450     EXIT.
000460*
000470*------------------------------------------------------------
000480*1059-READ-NEXT-BFRAC - PULL IN ONE FILED FRACTION.
000490*------------------------------------------------------------
000500 1059-READ-NEXT-BFRAC.
000510     READ BFRAC-FILE NEXT RECORD
000520         AT END
000530             SET WS-BFRAC-EOF TO TRUE
000540         NOT AT END
000550             MOVE BF-NUMERATOR TO RT-NUMER(BF-ORDER)
000560             MOVE BF-DENOMINATOR TO RT-DENOM(BF-ORDER)
000570             SET RT-WAS-ON-FILE(BF-ORDER) TO TRUE
000580             SET RT-IS-COMPUTED(BF-ORDER) TO TRUE
000590     END-READ.
000600 1059-EXIT.
000610     EXIT.
000620*
000630*------------------------------------------------------------
000640*5200-RATIONAL-ORDER - EXACT FRACTION FOR SLOT M.
000650*B(M-1) = - (SUM OVER K < M OF C(M,K-1) * B(K-1)) / M.
000660*------------------------------------------------------------
000670 5200-RATIONAL-ORDER.
000680     MOVE 'N' TO WS-RT-FAIL-SW.
000690     MOVE 0 TO WS-RT-SUM-NUM.
000700     MOVE 1 TO WS-RT-SUM-DEN.
000710     PERFORM 5210-RATIONAL-TERM THRU 5210-EXIT
000720         VARYING K FROM 1 BY 1
000730         UNTIL K = M OR WS-RT-FAILED.
000740     IF NOT WS-RT-FAILED
000750         COMPUTE WS-RT-WORK-NUM = 0 - WS-RT-SUM-NUM
000760         COMPUTE WS-RT-WORK-DEN = WS-RT-SUM-DEN * M
000770             ON SIZE ERROR
000780                 SET WS-RT-FAILED TO TRUE
000790         END-COMPUTE
000800     END-IF.
000810     IF NOT WS-RT-FAILED
000820         PERFORM 5220-REDUCE-WORK THRU 5220-EXIT
000830         COMPUTE RT-NUMER(M) = WS-RT-WORK-NUM
000840             ON SIZE ERROR
000850                 SET WS-RT-FAILED TO TRUE
000860         END-COMPUTE
000870         COMPUTE RT-DENOM(M) = WS-RT-WORK-DEN
000880             ON SIZE ERROR
000890                 SET WS-RT-FAILED TO TRUE
000900         END-COMPUTE
000910     END-IF.
000920     IF WS-RT-FAILED
000930         DISPLAY "FRACTION NOT FORMED - SIZE ERROR OR MISSING "
000940             "LOWER SLOT AT SLOT: " M
000950     ELSE
000960         SET RT-IS-COMPUTED(M) TO TRUE
000970     END-IF.
000980 5200-EXIT.
000990     EXIT.
001000*
001010*------------------------------------------------------------
001020*5210-RATIONAL-TERM - ADD C(M,K-1) * B(K-1) INTO THE RUNNING
001030*SUM OVER THE LEAST COMMON DENOMINATOR, THEN REDUCE.  A ZERO
001040*(ODD-ORDER) SLOT CONTRIBUTES NOTHING AND IS PASSED OVER.
001050*------------------------------------------------------------
001060 5210-RATIONAL-TERM.
001070     IF NOT RT-IS-COMPUTED(K)
001080         SET WS-RT-FAILED TO TRUE
001090         GO TO 5210-EXIT
001100     END-IF.
001110     IF RT-NUMER(K) = 0
001120         GO TO 5210-EXIT
001130     END-IF.
001140     PERFORM 5100-BINOM THRU 5100-EXIT.
001150     MOVE R TO WS-RT-COEF.
001160     MOVE RT-DENOM(K) TO WS-RT-GCD-A.
001170     MOVE WS-RT-SUM-DEN TO WS-RT-GCD-B.
001180     PERFORM 5230-GCD THRU 5230-EXIT.
001190     COMPUTE WS-RT-LCM = (WS-RT-SUM-DEN / WS-RT-GCD-A)
001200                       * RT-DENOM(K)
001210         ON SIZE ERROR
001220             SET WS-RT-FAILED TO TRUE
001230             GO TO 5210-EXIT
001240     END-COMPUTE.
001250     COMPUTE WS-RT-WORK-NUM =
001260         WS-RT-SUM-NUM * (WS-RT-LCM / WS-RT-SUM-DEN)
001270         + WS-RT-COEF * RT-NUMER(K) * (WS-RT-LCM / RT-DENOM(K))
001280         ON SIZE ERROR
001290             SET WS-RT-FAILED TO TRUE
001300             GO TO 5210-EXIT
001310     END-COMPUTE.
001320     MOVE WS-RT-LCM TO WS-RT-WORK-DEN.
001330     PERFORM 5220-REDUCE-WORK THRU 5220-EXIT.
001340     MOVE WS-RT-WORK-NUM TO WS-RT-SUM-NUM.
001350     MOVE WS-RT-WORK-DEN TO WS-RT-SUM-DEN.
001360 5210-EXIT.
001370     EXIT.
001380*
001390*------------------------------------------------------------
001400*5220-REDUCE-WORK - DIVIDE THE WORK FRACTION THROUGH BY THE
001410*GREATEST COMMON DIVISOR.  ZERO IS HELD AS 0/1.
001420*------------------------------------------------------------
001430 5220-REDUCE-WORK.
001440     IF WS-RT-WORK-NUM = 0
001450         MOVE 1 TO WS-RT-WORK-DEN
001460         GO TO 5220-EXIT
001470     END-IF.
001480     IF WS-RT-WORK-NUM < 0
001490         COMPUTE WS-RT-GCD-A = 0 - WS-RT-WORK-NUM
001500     ELSE
001510         MOVE WS-RT-WORK-NUM TO WS-RT-GCD-A
001520     END-IF.
001530     MOVE WS-RT-WORK-DEN TO WS-RT-GCD-B.
001540     PERFORM 5230-GCD THRU 5230-EXIT.
001550     IF WS-RT-GCD-A > 1
001560         DIVIDE WS-RT-GCD-A INTO WS-RT-WORK-NUM
001570         DIVIDE WS-RT-GCD-A INTO WS-RT-WORK-DEN
001580     END-IF.
001590 5220-EXIT.
001600     EXIT.
001610*
001620*------------------------------------------------------------
001630*5230-GCD - EUCLID ON WS-RT-GCD-A AND WS-RT-GCD-B; THE
001640*DIVISOR IS LEFT IN WS-RT-GCD-A.
001650*------------------------------------------------------------
001660 5230-GCD.
001670     PERFORM 5235-GCD-STEP THRU 5235-EXIT
001680         UNTIL WS-RT-GCD-B = 0.
001690 5230-EXIT.
001700     EXIT.
001710*
001720*------------------------------------------------------------
001730*5235-GCD-STEP - ONE REMAINDER STEP.
001740*------------------------------------------------------------
001750 5235-GCD-STEP.
001760     DIVIDE WS-RT-GCD-A BY WS-RT-GCD-B
001770         GIVING WS-RT-GCD-Q REMAINDER WS-RT-GCD-R.
001780     MOVE WS-RT-GCD-B TO WS-RT-GCD-A.
001790     MOVE WS-RT-GCD-R TO WS-RT-GCD-B.
001800 5235-EXIT.
001810     EXIT.
