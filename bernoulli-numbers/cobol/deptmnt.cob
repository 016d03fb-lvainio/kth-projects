000170*09/02/2026 LV    RELINK OF TWO PROGRAMS THROUGH CHANGE
000180*09/02/2026 LV    CONTROL - EXACTLY WHAT THE PARMCRD WORK WAS
000190*09/02/2026 LV    DONE TO AVOID FOR THE NUMERIC PARAMETERS.
000191*10/14/2026 LV    'R' (EXACT FRACTION) IS NOW AN ALLOWED
000192*10/14/2026 LV    REQUEST TYPE.
000193*10/14/2026 LV    'Z' (ZETA) IS NOW AN ALLOWED REQUEST TYPE.
000194*10/14/2026 LV    QUOTA FUNCTION - A MONTHLY SERVING QUOTA PER
000195*10/14/2026 LV    DEPARTMENT, OVERALL AND/OR BY REQUEST TYPE,
000196*10/14/2026 LV    CARRIED ON THE MASTER FOR BERNOULLI/BERNSRV
000197*10/14/2026 LV    TO ENFORCE.  LIST NOW SHOWS THE QUOTAS.
000200*
000210*THIS UTILITY READS ONE FUNCTION PER CONTROL CARD FROM DMCNTL
000220*AND APPLIES IT TO THE DEPARTMENT MASTER:
000240*                DEPARTMENT CODE FAILS THE CARD.
000250*    CHANGE    - REWRITE AN EXISTING ENTRY WITH THE CARD'S
000260*                FIELDS.  A MISSING CODE FAILS THE CARD.
000263*    QUOTA     - SET (OR CLEAR) AN EXISTING ENTRY'S MONTHLY
000266*                SERVING QUOTAS.  A MISSING CODE FAILS THE CARD.
000270*    LIST      - DISPLAY EVERY ENTRY ON FILE.
000280*CARD FORMAT: FUNCTION IN COLUMNS 1-8, DEPARTMENT CODE IN
000290*COLUMNS 10-13, ACTIVE FLAG (A/I) IN COLUMN 15, EFFECTIVE
000300*FROM/TO DATES (YYYYMMDD) IN COLUMNS 17-24 AND 26-33, THE
000310*ALLOWED REQUEST TYPES IN COLUMNS 35-42 (ANY OF B, S, F, P, R,
000320*Z) AND THE DEPARTMENT-LEVEL MAXIMUM ORDER IN COLUMNS 44-45.
000330*BLANK CARDS AND CARDS STARTING '*' ARE COMMENTS.  THE WORST
000340*RESULT OF ANY CARD SETS THE RETURN CODE: 0 CLEAN, 8 A
000350*FUNCTION FAILED.
000380*ASK FOR.  RAW REQUESTS REMAIN BOUND BY THE TIGHTER MAXORDER
000390*OPERATING CEILING AS WELL; THE DEPARTMENT MAXIMUM ONLY EVER
000400*NARROWS WHAT A DEPARTMENT MAY SUBMIT, NEVER WIDENS IT.
000401*THE QUOTA CARD CARRIES THE DEPARTMENT CODE IN COLUMNS 10-13,
000402*THE MONTHLY QUOTA OVER ALL TYPES IN COLUMNS 15-19 AND UP TO
000403*SIX PER-TYPE QUOTAS, EACH A TYPE LETTER FOLLOWED BY A FIVE-
000404*DIGIT LIMIT, IN COLUMNS 21-26, 28-33, 35-40, 42-47, 49-54 AND
000405*56-61.  A BLANK QUOTA IS NO LIMIT, SO A QUOTA CARD WITH
000406*NOTHING AFTER THE CODE LIFTS EVERY QUOTA.  A TYPE MAY APPEAR
000407*ONCE.  ADD STARTS AN ENTRY WITH NO QUOTAS AND CHANGE LEAVES
000408*THE QUOTAS AS THEY WERE.  THE QUOTAS COUNT SERVINGS IN THE
000409*CALENDAR MONTH - SEE BERNQUOT.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000720     05  FILLER                  PIC X(01).
000730     05  CC-MAX-ORDER            PIC X(02).
000740     05  FILLER                  PIC X(35).
000741 01  QUOTA-CARD REDEFINES CONTROL-RECORD.
000742     05  FILLER                  PIC X(14).
000743     05  QC-MONTH-QUOTA          PIC X(05).
000744     05  FILLER                  PIC X(01).
000745     05  QC-TYPE-QUOTA           OCCURS 6 TIMES.
000746         10  QC-TQ-TYPE          PIC X(01).
000747         10  QC-TQ-LIMIT         PIC X(05).
000748         10  FILLER              PIC X(01).
000749     05  FILLER                  PIC X(18).

000750 FD  DEPT-FILE.
000760 01  DEPT-RECORD.
000820     05  DM-EFF-TO               PIC X(08).
000830     05  DM-ALLOWED-TYPES        PIC X(08).
000840     05  DM-MAX-ORDER            PIC 9(02).
000841     05  DM-QUOTA-AREA.
000842         10  DM-MONTH-QUOTA      PIC 9(05).
000843         10  DM-TYPE-QUOTA       OCCURS 6 TIMES.
000844             15  DM-TQ-TYPE      PIC X(01).
000845             15  DM-TQ-LIMIT     PIC 9(05).

000850 WORKING-STORAGE SECTION.
000860*
001060*------------------------------------------------------------
001070 77  WS-MAX-DEPT-ORDER           PIC 9(02) VALUE 70.
001080 77  WS-TYPE-IX                  PIC 9(02) VALUE 0.
001085 77  WS-QUOTA-JX                 PIC 9(02) VALUE 0.
001090 77  WS-LIST-COUNT               PIC 9(05) VALUE 0.
001100 77  WS-WORST-RC                 PIC 9(02) VALUE 0.

001680                     PERFORM 4000-ADD-ENTRY THRU 4000-EXIT
001690                 WHEN CC-FUNCTION = 'CHANGE  '
001700                     PERFORM 5000-CHANGE-ENTRY THRU 5000-EXIT
001703                 WHEN CC-FUNCTION = 'QUOTA   '
001706                     PERFORM 7000-SET-QUOTA THRU 7000-EXIT
001710                 WHEN CC-FUNCTION = 'LIST    '
001720                     PERFORM 6000-LIST-ENTRIES THRU 6000-EXIT
001730                 WHEN OTHER
002300             AND CC-ALLOWED-TYPES(WS-TYPE-IX:1) NOT = 'S'
002310             AND CC-ALLOWED-TYPES(WS-TYPE-IX:1) NOT = 'F'
002320             AND CC-ALLOWED-TYPES(WS-TYPE-IX:1) NOT = 'P'
002323             AND CC-ALLOWED-TYPES(WS-TYPE-IX:1) NOT = 'R'
002326             AND CC-ALLOWED-TYPES(WS-TYPE-IX:1) NOT = 'Z'
002330         DISPLAY "DEPTMNT - BAD CARD - UNKNOWN TYPE: "
002340             CC-ALLOWED-TYPES(WS-TYPE-IX:1)
002350         SET WS-CARD-INVALID TO TRUE
002610         GO TO 4000-EXIT
002620     END-IF.
002630     PERFORM 3600-MOVE-CARD-TO-RECORD THRU 3600-EXIT.
002635     MOVE SPACES TO DM-QUOTA-AREA.
002640     WRITE DEPT-RECORD
002650         INVALID KEY
002660             DISPLAY "DEPTMNT - ADD - DEPARTMENT ALREADY ON "
003360             DISPLAY DM-DEPT-CODE " " DM-ACTIVE-FLAG " "
003370                 DM-EFF-FROM " " DM-EFF-TO " "
003380                 DM-ALLOWED-TYPES " " DM-MAX-ORDER
003382                 " QUOTA " DM-MONTH-QUOTA " "
003384                 DM-TYPE-QUOTA(1) DM-TYPE-QUOTA(2)
003386                 DM-TYPE-QUOTA(3) DM-TYPE-QUOTA(4)
003388                 DM-TYPE-QUOTA(5) DM-TYPE-QUOTA(6)
003390             ADD 1 TO WS-LIST-COUNT
003400     END-READ.
003410 6010-EXIT.
003420     EXIT.
003430*
003440*------------------------------------------------------------
003450*7000-SET-QUOTA - REPLACE AN EXISTING ENTRY'S QUOTAS WITH THE
003460*CARD'S.  THE OTHER FIELDS OF THE ENTRY ARE NOT TOUCHED.
003470*------------------------------------------------------------
003480 7000-SET-QUOTA.
003490     PERFORM 7010-VALIDATE-QUOTA THRU 7010-EXIT.
003500     IF WS-CARD-INVALID
003510         MOVE 8 TO WS-WORST-RC
003520         GO TO 7000-EXIT
003530     END-IF.
003540     MOVE CC-DEPT-CODE TO DM-DEPT-CODE.
003550     READ DEPT-FILE
003560         INVALID KEY
003570             DISPLAY "DEPTMNT - QUOTA - DEPARTMENT NOT ON "
003580                 "FILE: " CC-DEPT-CODE
003590             MOVE 8 TO WS-WORST-RC
003600         NOT INVALID KEY
003610             MOVE QC-MONTH-QUOTA TO DM-MONTH-QUOTA
003620             PERFORM 7030-MOVE-ONE-QUOTA THRU 7030-EXIT
003630                 VARYING WS-TYPE-IX FROM 1 BY 1
003640                 UNTIL WS-TYPE-IX > 6
003650             REWRITE DEPT-RECORD
003660                 INVALID KEY
003670                     DISPLAY "DEPTMNT - QUOTA - REWRITE "
003680                         "FAILED: " CC-DEPT-CODE
003690                     MOVE 8 TO WS-WORST-RC
003700                 NOT INVALID KEY
003710                     DISPLAY "DEPTMNT - QUOTAS SET FOR "
003720                         "DEPARTMENT: " CC-DEPT-CODE
003730             END-REWRITE
003740     END-READ.
003750 7000-EXIT.
003760     EXIT.
003770*
003780*------------------------------------------------------------
003790*7010-VALIDATE-QUOTA - CHECK THE QUOTA CARD FIELDS.  EVERY
003800*QUOTA GIVEN MUST BE NUMERIC; EVERY PER-TYPE SLOT MUST BE
003810*WHOLLY BLANK OR A KNOWN TYPE WITH A LIMIT.
003820*------------------------------------------------------------
003830 7010-VALIDATE-QUOTA.
003840     SET WS-CARD-VALID TO TRUE.
003850     IF CC-DEPT-CODE = SPACES
003860         DISPLAY "DEPTMNT - BAD CARD - BLANK DEPARTMENT"
003870         SET WS-CARD-INVALID TO TRUE
003880     END-IF.
003890     IF QC-MONTH-QUOTA NOT = SPACES
003900             AND QC-MONTH-QUOTA IS NOT NUMERIC
003910         DISPLAY "DEPTMNT - BAD CARD - MONTHLY QUOTA NOT "
003920             "NUMERIC: " QC-MONTH-QUOTA
003930         SET WS-CARD-INVALID TO TRUE
003940     END-IF.
003950     PERFORM 7020-CHECK-ONE-QUOTA THRU 7020-EXIT
003960         VARYING WS-TYPE-IX FROM 1 BY 1
003970         UNTIL WS-TYPE-IX > 6.
003980 7010-EXIT.
003990     EXIT.
004000*
004010*------------------------------------------------------------
004020*7020-CHECK-ONE-QUOTA - CHECK ONE PER-TYPE SLOT, INCLUDING
004030*THAT ITS TYPE IS NOT REPEATED IN AN EARLIER SLOT.
004040*------------------------------------------------------------
004050 7020-CHECK-ONE-QUOTA.
004060     IF QC-TQ-TYPE(WS-TYPE-IX) = SPACE
004070             AND QC-TQ-LIMIT(WS-TYPE-IX) = SPACES
004080         GO TO 7020-EXIT
004090     END-IF.
004100     IF QC-TQ-TYPE(WS-TYPE-IX) NOT = 'B'
004110             AND QC-TQ-TYPE(WS-TYPE-IX) NOT = 'S'
004120             AND QC-TQ-TYPE(WS-TYPE-IX) NOT = 'F'
004130             AND QC-TQ-TYPE(WS-TYPE-IX) NOT = 'P'
004140             AND QC-TQ-TYPE(WS-TYPE-IX) NOT = 'R'
004150             AND QC-TQ-TYPE(WS-TYPE-IX) NOT = 'Z'
004160         DISPLAY "DEPTMNT - BAD CARD - UNKNOWN QUOTA TYPE: "
004170             QC-TQ-TYPE(WS-TYPE-IX)
004180         SET WS-CARD-INVALID TO TRUE
004190     END-IF.
004200     IF QC-TQ-LIMIT(WS-TYPE-IX) IS NOT NUMERIC
004210         DISPLAY "DEPTMNT - BAD CARD - QUOTA FOR TYPE "
004220             QC-TQ-TYPE(WS-TYPE-IX) " NOT NUMERIC: "
004230             QC-TQ-LIMIT(WS-TYPE-IX)
004240         SET WS-CARD-INVALID TO TRUE
004250     END-IF.
004260     PERFORM 7025-CHECK-REPEAT THRU 7025-EXIT
004270         VARYING WS-QUOTA-JX FROM 1 BY 1
004280         UNTIL WS-QUOTA-JX NOT < WS-TYPE-IX.
004290 7020-EXIT.
004300     EXIT.
004310*
004320*------------------------------------------------------------
004330*7025-CHECK-REPEAT - ONE EARLIER SLOT AGAINST THE CURRENT ONE.
004340*------------------------------------------------------------
004350 7025-CHECK-REPEAT.
004360     IF QC-TQ-TYPE(WS-QUOTA-JX) = QC-TQ-TYPE(WS-TYPE-IX)
004370         DISPLAY "DEPTMNT - BAD CARD - QUOTA TYPE REPEATED: "
004380             QC-TQ-TYPE(WS-TYPE-IX)
004390         SET WS-CARD-INVALID TO TRUE
004400     END-IF.
004410 7025-EXIT.
004420     EXIT.
004430*
004440*------------------------------------------------------------
004450*7030-MOVE-ONE-QUOTA - LAY ONE VALIDATED PER-TYPE SLOT INTO
004460*THE MASTER RECORD.
004470*------------------------------------------------------------
004480 7030-MOVE-ONE-QUOTA.
004490     MOVE QC-TQ-TYPE(WS-TYPE-IX) TO DM-TQ-TYPE(WS-TYPE-IX).
004500     MOVE QC-TQ-LIMIT(WS-TYPE-IX) TO DM-TQ-LIMIT(WS-TYPE-IX).
004510 7030-EXIT.
004520     EXIT.
