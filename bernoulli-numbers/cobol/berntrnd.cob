000180*09/02/2026 LV    REJECT COUNTS BEFORE LAST MONTH'S BAD-
000190*09/02/2026 LV    REQUEST-DECK INCIDENT SAT UNREAD IN THE
000200*09/02/2026 LV    OLDER GENERATIONS THE WHOLE TIME.
000203*10/14/2026 LV    SUMMARY RECORD LAYOUT CARRIED TO 86 BYTES
000206*10/14/2026 LV    FOR BERNOULLI'S RESTART SKIP COUNT.
000210*
000220*THE JCL CONCATENATES THE SUMMARYF GENERATIONS TO TREND,
000230*OLDEST FIRST, ON THE SUMMARYF DD - ONE RECORD PER RUN.  FOR
000830     05  SM-HIGH-ORDER           PIC 9(02).
000840     05  FILLER                  PIC X(01).
000850     05  SM-RECON-OUTCOME        PIC X(01).
000851*    THE RESTART SKIP COUNT BERNOULLI APPENDS PAST COLUMN 80.
000852*    NOT TRENDED; A GENERATION WRITTEN BEFORE IT WAS ADDED
000853*    READS IT AS SPACES.
000854     05  FILLER                  PIC X(01).
000855     05  SM-SKIPPED-COUNT        PIC 9(05).

000860 FD  REPORT-FILE
000870     RECORDING MODE IS F.
