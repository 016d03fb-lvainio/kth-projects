000140*        FILE.
000150*    04  REQUESTED ORDER OUT OF THE SUPPORTED RANGE.
000160*    08  REQUESTED ORDER NOT NUMERIC.
000170*    12  A FILE ERROR OCCURRED - NOTHING WAS SERVED, AUDITED
000180*        OR COUNTED AND THE TICKET WAS NOT REGISTERED, SO THE
000190*        CALL MAY BE RETRIED UNDER THE SAME TICKET.
000200*    16  DEPARTMENT CODE NOT ON THE DEPARTMENT MASTER, OR THE
000210*        ENTRY IS INACTIVE OR OUTSIDE ITS EFFECTIVE DATES.
000220*    20  REQUEST OUTSIDE THE DEPARTMENT'S ENTITLEMENTS - THE
000260*        FILES WERE NOT OPENED AND NOTHING WAS SERVED.  THE
000270*        CALL MAY BE RETRIED; THE FIRST-CALL SETUP RUNS
000280*        AGAIN ONCE THE TOKEN IS FREE.
000281*    32  THE TICKET NUMBER IS ON THE TICKET REGISTRY
000282*        (TICKETF) AS ALREADY SERVED, BY THIS CALL PATH OR
000283*        BY BERNJOB - NOTHING WAS SERVED.  A BLANK TICKET IS
000284*        NEVER REFUSED.
000285*    36  THE DEPARTMENT HAS ALREADY HAD ITS MONTHLY QUOTA OF
000286*        SERVINGS (OVERALL OR FOR RAW REQUESTS) THIS CALENDAR
000287*        MONTH - NOTHING WAS SERVED.  THE QUOTA IS SET ON THE
000288*        DEPARTMENT MASTER; NO QUOTA MEANS NO LIMIT.
000289*    44  THE ORDER'S TABLE ENTRY HAS NOT YET BEEN PROMOTED TO
000290*        THE LIVE FILE - IT IS STAGED (STAGEF) AWAITING
000291*        BERNCERT'S CERTIFICATION AND A SECOND OPERATOR'S
000292*        APPROVAL - NOTHING WAS SERVED.  RETRY THE TICKET
000293*        ONCE THE ENTRY IS PROMOTED.
000294*28 IS NOT USED HERE; BERNJOB'S RESPONSE FILE USES IT FOR A
000295*BAD REQUEST TYPE, WHICH THIS CALL CANNOT HAVE.
000296*A CALL WITH BSRV-REQUESTED-N = 00 ASKS BERNSRV TO CLOSE ITS
000300*FILES; CALLERS SHOULD MAKE THAT CALL ONCE BEFORE THEIR OWN
000310*TERMINATION.
000320*------------------------------------------------------------
000450         88  BSRV-BAD-DEPARTMENT         VALUE '16'.
000460         88  BSRV-NOT-ENTITLED           VALUE '20'.
000470         88  BSRV-LOCKED-OUT             VALUE '24'.
000480         88  BSRV-DUPLICATE-TICKET       VALUE '32'.
000490         88  BSRV-OVER-QUOTA             VALUE '36'.
000500         88  BSRV-NOT-PROMOTED           VALUE '44'.
