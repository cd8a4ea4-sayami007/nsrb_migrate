      *        ALONE, AND NOTHING NEWER THAN THE POLICY CUTOFF
      *        IS EVER TOUCHED.  THE PURGE REGISTER CARRIES THE
      *        CUTOFF AND THE REMOVED/KEPT COUNTS PER FILE.
      *        RUNS FROM THE NB700U CHAIN AS STEP 17.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
