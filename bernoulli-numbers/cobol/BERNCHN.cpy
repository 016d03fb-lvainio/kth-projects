000010*------------------------------------------------------------
000020*BERNCHN - SHARED AUDIT-CHAIN PARAGRAPHS.  EVERY AUDIT RECORD
000030*BERNOULLI AND BERNSRV WRITE CARRIES A CHAINED CHECK VALUE IN
000040*COLUMNS 76-80 (AU-CHAIN-CHECK), COMPUTED OVER THE RECORD'S
000050*OWN COLUMNS 1-75 STARTING FROM THE CHECK VALUE OF THE RECORD
000060*BEFORE IT, SO A SERVING LINE EDITED, DELETED OR INSERTED
000070*AFTER THE FACT BREAKS THE CHAIN AT THAT POINT.  BERNCHAN
000080*RECOMPUTES THE CHECKS TO VERIFY THE TRAIL.  BERNARCH'S
000090*ANCHOR RECORDS CARRY THE CHAIN ACROSS ARCHIVE GENERATIONS:
000100*AN ANCHOR IS NOT CHECKED ITSELF BUT PASSES THE CHECK BEFORE
000110*IT THROUGH IN ITS OWN COLUMNS 76-80.
000120*
000130*THE CHECK IS A POLYNOMIAL REMAINDER: STARTING FROM THE
000140*PREVIOUS CHECK, EACH OF THE 75 CHARACTERS IN TURN TAKES THE
000150*RUNNING VALUE TIMES 31 PLUS THE CHARACTER'S CODE, MODULO THE
000160*PRIME 99991.  A RECORD WITH A BLANK OR NON-NUMERIC CHECK (A
000170*LINE WRITTEN BEFORE THE CHAIN WAS INTRODUCED) IS FOLLOWED
000180*AS IF ITS CHECK WERE ZERO, AND THE FIRST RECORD OF A NEW
000190*FILE CHAINS FROM ZERO.  THE CHECK GUARDS AGAINST CHANGES
000200*MADE WITHOUT THE SUITE'S PROGRAMS - IT IS NOT A SECRET KEY.
000210*
000220*THE COPYING PROGRAM DECLARES AUDIT-FILE (ASSIGN AUDITF,
000230*STATUS WS-AUDIT-STATUS WITH THE WS-AUDIT-OK AND WS-AUDIT-EOF
000240*CONDITIONS), THE AUDIT-RECORD LAYOUT WITH AU-CHAIN-CHECK
000250*9(05) IN COLUMNS 76-80, AND THE WS-CHN- FIELDS:
000260*    WS-CHN-PREV        9(05)  CHECK OF THE PREVIOUS RECORD
000270*    WS-CHN-CHECK       9(05)  CHECK COMPUTED (OUT)
000280*    WS-CHN-RECORD      X(80)  RECORD BEING CHECKED (IN)
000290*    WS-CHN-STATE       9(09)  RUNNING VALUE (WORK)
000300*    WS-CHN-WORK        9(09)  WORK
000310*    WS-CHN-QUOT        9(09)  WORK
000320*    WS-CHN-IX          9(03)  CHARACTER POSITION (WORK)
000330*    WS-CHN-CHAR-AREA   GROUP OF WS-CHN-CHAR-HIGH X(01) VALUE
000340*                       LOW-VALUE AND WS-CHN-CHAR X(01),
000350*                       REDEFINED BY WS-CHN-CHAR-CODE 9(04)
000360*                       COMP - THE CHARACTER'S CODE (WORK)
000370*A WRITER PERFORMS 9790-FIND-CHAIN-HEAD BEFORE OPENING THE
000380*AUDIT FILE EXTEND, PERFORMS 9795-SEAL-AUDIT-RECORD JUST
000390*BEFORE EACH WRITE AUDIT-RECORD AND, ONCE THE WRITE HAS
000400*SUCCEEDED, MOVES WS-CHN-CHECK TO WS-CHN-PREV.
000410*------------------------------------------------------------
000420*
000430*------------------------------------------------------------
000440*9790-FIND-CHAIN-HEAD - READ THE LIVE AUDIT FILE THROUGH TO
000450*ITS LAST RECORD AND TAKE THAT RECORD'S CHECK AS THE ONE THE
000460*NEXT RECORD CHAINS FROM.  THE LIVE FILE HOLDS ONLY THE
000470*CURRENT MONTH SINCE BERNARCH TRIMS IT, SO THE PASS IS SHORT.
000480*A MISSING OR EMPTY FILE STARTS THE CHAIN FROM ZERO.  THE
000490*FILE IS LEFT CLOSED FOR THE CALLER'S OPEN.
000500*------------------------------------------------------------
000510 9790-FIND-CHAIN-HEAD.
000520     MOVE 0 TO WS-CHN-PREV.
000530     OPEN INPUT AUDIT-FILE.
000540     IF NOT WS-AUDIT-OK
000550         GO TO 9790-EXIT
000560     END-IF.
000570     PERFORM 9791-READ-FOR-HEAD THRU 9791-EXIT
000580         UNTIL WS-AUDIT-EOF.
000590     CLOSE AUDIT-FILE.
000600 9790-EXIT.
000610     EXIT.
000620*
000630*------------------------------------------------------------
000640*9791-READ-FOR-HEAD - ONE RECORD OF THE HEAD PASS.  A READ
000650*ERROR ENDS THE PASS WITH THE LAST GOOD CHECK.
000660*------------------------------------------------------------
000670 9791-READ-FOR-HEAD.
000680     READ AUDIT-FILE
000690         AT END
000700             SET WS-AUDIT-EOF TO TRUE
000710         NOT AT END
000720             IF AU-CHAIN-CHECK IS NUMERIC
000730                 MOVE AU-CHAIN-CHECK TO WS-CHN-PREV
000740             ELSE
000750                 MOVE 0 TO WS-CHN-PREV
000760             END-IF
000770     END-READ.
000780     IF WS-AUDIT-STATUS(1:1) NOT = '0'
000790         SET WS-AUDIT-EOF TO TRUE
000800     END-IF.
000810 9791-EXIT.
000820     EXIT.
000830*
000840*------------------------------------------------------------
000850*9795-SEAL-AUDIT-RECORD - STAMP THE AUDIT RECORD ABOUT TO BE
000860*WRITTEN WITH ITS CHECK, CHAINED FROM WS-CHN-PREV.  THE
000870*CHECK IS LEFT IN WS-CHN-CHECK FOR THE CALLER TO CARRY
000880*FORWARD ONCE THE WRITE SUCCEEDS.
000890*------------------------------------------------------------
000900 9795-SEAL-AUDIT-RECORD.
000910     MOVE AUDIT-RECORD TO WS-CHN-RECORD.
000920     PERFORM 9797-COMPUTE-CHAIN-CHECK THRU 9797-EXIT.
000930     MOVE WS-CHN-CHECK TO AU-CHAIN-CHECK.
000940 9795-EXIT.
000950     EXIT.
000960*
000970*------------------------------------------------------------
000980*9797-COMPUTE-CHAIN-CHECK - THE CHECK OF COLUMNS 1-75 OF
000990*WS-CHN-RECORD, CHAINED FROM WS-CHN-PREV, INTO WS-CHN-CHECK.
001000*------------------------------------------------------------
001010 9797-COMPUTE-CHAIN-CHECK.
001020     MOVE WS-CHN-PREV TO WS-CHN-STATE.
001030     PERFORM 9798-CHAIN-ONE-CHAR THRU 9798-EXIT
001040         VARYING WS-CHN-IX FROM 1 BY 1
001050         UNTIL WS-CHN-IX > 75.
001060     MOVE WS-CHN-STATE TO WS-CHN-CHECK.
001070 9797-EXIT.
001080     EXIT.
001090*
001100*------------------------------------------------------------
001110*9798-CHAIN-ONE-CHAR - FOLD ONE CHARACTER INTO THE RUNNING
001120*VALUE.  THE CHARACTER IS PLACED IN THE LOW BYTE OF A
001130*HALFWORD WHOSE HIGH BYTE IS LOW-VALUE, SO THE HALFWORD READ
001140*AS BINARY IS THE CHARACTER'S CODE.
001150*------------------------------------------------------------
001160 9798-CHAIN-ONE-CHAR.
001170     MOVE WS-CHN-RECORD(WS-CHN-IX:1) TO WS-CHN-CHAR.
001180     COMPUTE WS-CHN-WORK = WS-CHN-STATE * 31 + WS-CHN-CHAR-CODE.
001190     DIVIDE WS-CHN-WORK BY 99991 GIVING WS-CHN-QUOT
001200         REMAINDER WS-CHN-STATE.
001210 9798-EXIT.
001220     EXIT.
