000010*------------------------------------------------------------
000020*BERNZETA - SHARED ZETA(2K) PARAGRAPHS, COPIED BY BERNOULLI
000030*AND BERNVRFY SO THE SERVING AND ITS VERIFICATION FORM THE
000040*VALUE IDENTICALLY.  FOR AN EVEN ORDER 2K THE CLOSED FORM IS
000050*    ZETA(2K) = |B(2K)| * (2 PI)**2K / (2 * (2K) FACTORIAL)
000060*AND THE SCALED ENTRY FOR ORDER 2K ALREADY HOLDS
000070*B(2K)/(2K) FACTORIAL, SO THE VALUE IS THAT ENTRY'S MAGNITUDE
000080*TAKEN K TIMES THROUGH 4 PI SQUARED AND HALVED.  THE PRODUCT
000090*IS RENORMALIZED AFTER EVERY STEP SO THE V9(17) WORK MANTISSA
000100*NEVER LOSES ITS LOW DIGITS TO THE GROWING POWER; THE RESULT
000110*COMES BACK IN THE SAME ONE-DIGIT-BEFORE-THE-POINT
000120*MANTISSA/EXPONENT FORM AS A SCALED SERVING.  ZETA(2K) LIES
000130*BETWEEN 1 AND PI SQUARED OVER 6 FOR EVERY K, SO THE EXPONENT
000140*IS ALWAYS ZERO, AND OVER THE SCALED RANGE THE RESULT AGREES
000150*WITH THE TRUE VALUE TO WITHIN A UNIT IN THE 15TH PLACE.
000160*
000170*THE COPYING PROGRAM DECLARES THE WS-ZT- FIELDS:
000180*    WS-ZT-B-MANT   S9(01)V9(15) COMP-3  SCALED ENTRY IN
000190*    WS-ZT-B-EXP    S9(03)               ITS EXPONENT IN
000200*    WS-ZT-ORDER    9(02)                THE EVEN ORDER 2K
000210*    WS-ZT-STEPS    9(02)                K (WORK)
000220*    WS-ZT-IX       9(02)                STEP COUNTER (WORK)
000230*    WS-ZT-WORK-MANT S9(03)V9(17) COMP-3 PRODUCT (WORK)
000240*    WS-ZT-WORK-EXP S9(03)               ITS EXPONENT (WORK)
000250*    WS-ZT-FOUR-PI-SQ 9(01)V9(17) COMP-3 4 PI SQUARED, HELD AS
000260*                   VALUE 3.94784176043574345
000270*    WS-ZT-MANT     S9(01)V9(15) COMP-3  ZETA(2K) OUT
000280*    WS-ZT-EXP      S9(03)               ITS EXPONENT OUT
000290*AND STAGES THE FIRST THREE BEFORE PERFORMING
000300*6800-ZETA-FROM-SCALED.  A ZERO ENTRY (AN ORDER NOT YET
000310*COMPUTED) COMES BACK AS ZERO.
000320*------------------------------------------------------------
000330*
000340*------------------------------------------------------------
000350*6800-ZETA-FROM-SCALED - FORM ZETA(2K) FROM THE STAGED SCALED
000360*ENTRY.
000370*------------------------------------------------------------
000380 6800-ZETA-FROM-SCALED.
000390     MOVE 0 TO WS-ZT-MANT.
000400     MOVE 0 TO WS-ZT-EXP.
000410     IF WS-ZT-B-MANT = 0
000420         GO TO 6800-EXIT
000430     END-IF.
000440     IF WS-ZT-B-MANT < 0
000450         COMPUTE WS-ZT-WORK-MANT = 0 - WS-ZT-B-MANT
000460     ELSE
000470         MOVE WS-ZT-B-MANT TO WS-ZT-WORK-MANT
000480     END-IF.
000490     MOVE WS-ZT-B-EXP TO WS-ZT-WORK-EXP.
000500     DIVIDE WS-ZT-ORDER BY 2 GIVING WS-ZT-STEPS.
000510     PERFORM 6810-ZETA-STEP THRU 6810-EXIT
000520         VARYING WS-ZT-IX FROM 1 BY 1
000530         UNTIL WS-ZT-IX > WS-ZT-STEPS.
000540     COMPUTE WS-ZT-WORK-MANT ROUNDED = WS-ZT-WORK-MANT / 2.
000550     PERFORM 6820-ZETA-RENORM THRU 6820-EXIT.
000560     COMPUTE WS-ZT-MANT ROUNDED = WS-ZT-WORK-MANT.
000570     MOVE WS-ZT-WORK-EXP TO WS-ZT-EXP.
000580 6800-EXIT.
000590     EXIT.
000600*
000610*------------------------------------------------------------
000620*6810-ZETA-STEP - ONE FACTOR OF 4 PI SQUARED.  THE CONSTANT
000630*IS HELD AS A MANTISSA OF 3.9478..., NOT AS 39.478..., SO
000640*EACH STEP ALSO CARRIES ONE POWER OF TEN INTO THE EXPONENT.
000650*------------------------------------------------------------
000660 6810-ZETA-STEP.
000670     COMPUTE WS-ZT-WORK-MANT ROUNDED =
000680         WS-ZT-WORK-MANT * WS-ZT-FOUR-PI-SQ.
000690     ADD 1 TO WS-ZT-WORK-EXP.
000700     PERFORM 6820-ZETA-RENORM THRU 6820-EXIT.
000710 6810-EXIT.
000720     EXIT.
000730*
000740*------------------------------------------------------------
000750*6820-ZETA-RENORM - REDUCE THE (POSITIVE) WORK PRODUCT BACK
000760*TO ONE DIGIT BEFORE THE POINT.
000770*------------------------------------------------------------
000780 6820-ZETA-RENORM.
000790     PERFORM 6825-ZETA-RENORM-DOWN THRU 6825-EXIT
000800         UNTIL WS-ZT-WORK-MANT < 10.
000810     PERFORM 6826-ZETA-RENORM-UP THRU 6826-EXIT
000820         UNTIL WS-ZT-WORK-MANT >= 1.
000830 6820-EXIT.
000840     EXIT.
000850*
000860*------------------------------------------------------------
000870*6825-ZETA-RENORM-DOWN - ONE POWER-OF-TEN STEP TOWARD THE
000880*POINT.
000890*------------------------------------------------------------
000900 6825-ZETA-RENORM-DOWN.
000910     COMPUTE WS-ZT-WORK-MANT = WS-ZT-WORK-MANT / 10.
000920     ADD 1 TO WS-ZT-WORK-EXP.
000930 6825-EXIT.
000940     EXIT.
000950*
000960*------------------------------------------------------------
000970*6826-ZETA-RENORM-UP - ONE POWER-OF-TEN STEP AWAY FROM THE
000980*POINT.
000990*------------------------------------------------------------
001000 6826-ZETA-RENORM-UP.
001010     COMPUTE WS-ZT-WORK-MANT = WS-ZT-WORK-MANT * 10.
001020     SUBTRACT 1 FROM WS-ZT-WORK-EXP.
001030 6826-EXIT.
001040     EXIT.
