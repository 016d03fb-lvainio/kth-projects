000010*------------------------------------------------------------
000020*BERNUSG - SHARED MONTHLY-QUOTA PARAGRAPHS, COPIED BY
000030*BERNOULLI AND BERNSRV SO THE TWO SERVING PATHS ENFORCE A
000040*DEPARTMENT'S MONTHLY SERVING QUOTA AND KEEP ITS MONTH-TO-
000050*DATE USAGE IDENTICALLY.  THE QUOTAS ARE CARRIED ON THE
000060*DEPARTMENT MASTER (DM-MONTH-QUOTA OVER ALL TYPES AND UP TO
000070*SIX DM-TYPE-QUOTA ENTRIES, SET BY DEPTMNT'S QUOTA CARD); A
000080*BLANK, ZERO OR NON-NUMERIC QUOTA IS NO LIMIT.  THE USAGE IS
000090*THE KEYED USAGE FILE (USAGEF), ONE RECORD PER CALENDAR MONTH
000100*AND DEPARTMENT HOLDING THE SERVINGS SO FAR - IN TOTAL AND BY
000110*REQUEST TYPE IN THE ORDER B S F P R Z, A BLANK (RAW) TYPE
000120*COUNTING AS B - WITH THE REQUESTS REFUSED ON QUOTA AND THE
000130*TIMES OF THE LAST SERVING AND LAST REFUSAL.  BERNCHG
000140*RECONCILES THE FILE TO THE AUDIT TRAIL AT MONTH END AND
000150*BERNQUOT LISTS THE DEPARTMENTS CLOSING ON A QUOTA.
000160*
000170*THE COPYING PROGRAM DECLARES USAGE-FILE (ASSIGN USAGEF,
000180*INDEXED, KEY UG-KEY, STATUS WS-USG-STATUS WITH THE
000190*WS-USG-OK CONDITION), THE USAGE-RECORD LAYOUT AND THE
000200*WS-USG- FIELDS:
000210*    WS-USG-DEPT        X(04)  DEPARTMENT CODE IN
000220*    WS-USG-TYPE        X(01)  REQUEST TYPE IN (B S F P R Z)
000230*    WS-USG-QUOTA-SW    X(01)  WS-USG-OVER ('Y') OR
000240*                              WS-USG-WITHIN ('N') OUT
000250*    WS-USG-TS          X(14)  TIME OF THE CHECK (WORK)
000260*    WS-USG-DATE        9(08)  WORK
000270*    WS-USG-TIME        9(08)  WORK
000280*    WS-USG-TYPE-LIST   X(06)  VALUE 'BSFPRZ'
000290*    WS-USG-SLOT        9(02)  TYPE SLOT 1-6, 0 IF NONE (WORK)
000300*    WS-USG-IX          9(02)  WORK
000310*    WS-USG-MONTH-LIMIT 9(05)  WORK
000320*    WS-USG-TYPE-LIMIT  9(05)  WORK
000330*THE DEPARTMENT'S MASTER RECORD MUST STILL BE IN ITS BUFFER
000340*FROM THE VALIDATING READ.  9780-CHECK-QUOTA IS PERFORMED
000350*ONCE THE REQUEST HAS PASSED ITS DEPARTMENT AND ENTITLEMENT
000360*CHECKS AND 9785-COUNT-SERVING ONCE IT HAS BEEN SERVED; THE
000370*SERVING IS COUNTED IN THE MONTH OF THE CHECK.  A REQUEST IS
000380*REFUSED WHEN THE MONTH'S SERVINGS HAVE ALREADY REACHED THE
000390*OVERALL QUOTA OR THE QUOTA FOR ITS TYPE.  AN UNKNOWN TYPE
000400*IS NEVER REFUSED HERE - THE CALLER'S OWN TYPE CHECK REJECTS
000410*IT.  A FAILED USAGE UPDATE IS DISPLAYED BUT NEVER FAILS THE
000420*SERVING - THE AUDIT TRAIL IS THE SYSTEM OF RECORD AND THE
000430*BERNCHG RECONCILE SHOWS THE DIFFERENCE.
000440*------------------------------------------------------------
000450*
000460*------------------------------------------------------------
000470*9780-CHECK-QUOTA - DECIDE WHETHER THE DEPARTMENT MAY HAVE
000480*ONE MORE SERVING OF THE TYPE THIS MONTH.  A REFUSAL IS
000490*COUNTED ON THE MONTH'S USAGE RECORD HERE; THE CALLER
000500*REJECTS THE REQUEST.
000510*------------------------------------------------------------
000520 9780-CHECK-QUOTA.
000530     SET WS-USG-WITHIN TO TRUE.
000540     ACCEPT WS-USG-DATE FROM DATE YYYYMMDD.
000550     ACCEPT WS-USG-TIME FROM TIME.
000560     STRING WS-USG-DATE DELIMITED BY SIZE
000570            WS-USG-TIME(1:6) DELIMITED BY SIZE
000580         INTO WS-USG-TS.
000590     PERFORM 9786-FIND-TYPE-SLOT THRU 9786-EXIT.
000600     IF WS-USG-SLOT = 0
000610         GO TO 9780-EXIT
000620     END-IF.
000630     MOVE 0 TO WS-USG-MONTH-LIMIT.
000640     IF DM-MONTH-QUOTA IS NUMERIC
000650         MOVE DM-MONTH-QUOTA TO WS-USG-MONTH-LIMIT
000660     END-IF.
000670     MOVE 0 TO WS-USG-TYPE-LIMIT.
000680     PERFORM 9781-FIND-TYPE-LIMIT THRU 9781-EXIT
000690         VARYING WS-USG-IX FROM 1 BY 1
000700         UNTIL WS-USG-IX > 6.
000710     IF WS-USG-MONTH-LIMIT = 0 AND WS-USG-TYPE-LIMIT = 0
000720         GO TO 9780-EXIT
000730     END-IF.
000740     MOVE WS-USG-TS(1:6) TO UG-MONTH.
000750     MOVE WS-USG-DEPT TO UG-DEPT-CODE.
000760     READ USAGE-FILE
000770         INVALID KEY
000780             CONTINUE
000790         NOT INVALID KEY
000800             IF WS-USG-MONTH-LIMIT > 0
000810                     AND UG-SERVED-TOTAL NOT < WS-USG-MONTH-LIMIT
000820                 SET WS-USG-OVER TO TRUE
000830             END-IF
000840             IF WS-USG-TYPE-LIMIT > 0
000850                     AND UG-SERVED-COUNT(WS-USG-SLOT)
000860                         NOT < WS-USG-TYPE-LIMIT
000870                 SET WS-USG-OVER TO TRUE
000880             END-IF
000890     END-READ.
000900     IF WS-USG-OVER
000910         ADD 1 TO UG-REFUSED-COUNT
000920         MOVE WS-USG-TS TO UG-LAST-REFUSED-TS
000930         REWRITE USAGE-RECORD
000940             INVALID KEY
000950                 DISPLAY "USAGE FILE REWRITE FAILED - DEPT: "
000960                     WS-USG-DEPT
000970         END-REWRITE
000980     END-IF.
000990 9780-EXIT.
001000     EXIT.
001010*
001020*------------------------------------------------------------
001030*9781-FIND-TYPE-LIMIT - PICK UP THE QUOTA FOR THE REQUEST'S
001040*TYPE FROM ONE MASTER ENTRY.  DEPTMNT NEVER FILES A TYPE
001050*TWICE, SO THE FIRST MATCH IS THE ONLY ONE.
001060*------------------------------------------------------------
001070 9781-FIND-TYPE-LIMIT.
001080     IF DM-TQ-TYPE(WS-USG-IX) = WS-USG-TYPE
001090             AND DM-TQ-LIMIT(WS-USG-IX) IS NUMERIC
001100             AND WS-USG-TYPE-LIMIT = 0
001110         MOVE DM-TQ-LIMIT(WS-USG-IX) TO WS-USG-TYPE-LIMIT
001120     END-IF.
001130 9781-EXIT.
001140     EXIT.
001150*
001160*------------------------------------------------------------
001170*9785-COUNT-SERVING - ADD ONE SERVING TO THE DEPARTMENT'S
001180*USAGE FOR THE MONTH OF THE CHECK, STARTING THE MONTH'S
001190*RECORD ON ITS FIRST SERVING.  EVERY SERVING IS COUNTED,
001200*WHETHER THE DEPARTMENT HAS A QUOTA OR NOT, SO A QUOTA SET
001210*MID-MONTH APPLIES TO THE WHOLE MONTH.
001220*------------------------------------------------------------
001230 9785-COUNT-SERVING.
001240     IF WS-USG-DEPT = SPACES
001250         GO TO 9785-EXIT
001260     END-IF.
001270     PERFORM 9786-FIND-TYPE-SLOT THRU 9786-EXIT.
001280     MOVE WS-USG-TS(1:6) TO UG-MONTH.
001290     MOVE WS-USG-DEPT TO UG-DEPT-CODE.
001300     READ USAGE-FILE
001310         INVALID KEY
001320             MOVE SPACES TO USAGE-RECORD
001330             MOVE WS-USG-TS(1:6) TO UG-MONTH
001340             MOVE WS-USG-DEPT TO UG-DEPT-CODE
001350             MOVE 1 TO UG-SERVED-TOTAL
001360             MOVE ZEROS TO UG-SERVED-BY-TYPE
001370             IF WS-USG-SLOT > 0
001380                 MOVE 1 TO UG-SERVED-COUNT(WS-USG-SLOT)
001390             END-IF
001400             MOVE 0 TO UG-REFUSED-COUNT
001410             MOVE WS-USG-TS TO UG-LAST-SERVED-TS
001420             WRITE USAGE-RECORD
001430                 INVALID KEY
001440                     DISPLAY "USAGE FILE WRITE FAILED - DEPT: "
001450                         WS-USG-DEPT
001460             END-WRITE
001470         NOT INVALID KEY
001480             ADD 1 TO UG-SERVED-TOTAL
001490             IF WS-USG-SLOT > 0
001500                 ADD 1 TO UG-SERVED-COUNT(WS-USG-SLOT)
001510             END-IF
001520             MOVE WS-USG-TS TO UG-LAST-SERVED-TS
001530             REWRITE USAGE-RECORD
001540                 INVALID KEY
001550                     DISPLAY "USAGE FILE REWRITE FAILED - "
001560                         "DEPT: " WS-USG-DEPT
001570             END-REWRITE
001580     END-READ.
001590 9785-EXIT.
001600     EXIT.
001610*
001620*------------------------------------------------------------
001630*9786-FIND-TYPE-SLOT - THE USAGE SLOT FOR WS-USG-TYPE, 0 IF
001640*IT IS NOT A SERVABLE TYPE.  A BLANK TYPE IS RAW ('B').
001650*------------------------------------------------------------
001660 9786-FIND-TYPE-SLOT.
001670     IF WS-USG-TYPE = SPACE
001680         MOVE 'B' TO WS-USG-TYPE
001690     END-IF.
001700     MOVE 0 TO WS-USG-SLOT.
001710     PERFORM 9787-MATCH-ONE-SLOT THRU 9787-EXIT
001720         VARYING WS-USG-IX FROM 1 BY 1
001730         UNTIL WS-USG-IX > 6.
001740 9786-EXIT.
001750     EXIT.
001760*
001770*------------------------------------------------------------
001780*9787-MATCH-ONE-SLOT - ONE POSITION OF THE TYPE LIST.
001790*------------------------------------------------------------
001800 9787-MATCH-ONE-SLOT.
001810     IF WS-USG-TYPE-LIST(WS-USG-IX:1) = WS-USG-TYPE
001820         MOVE WS-USG-IX TO WS-USG-SLOT
001830     END-IF.
001840 9787-EXIT.
001850     EXIT.
