      *        NB770U PURGE RUNS ON, THE HK530U WAY: ACTION
      *        A/C/D, THE FILE NAME (JT-RUNL, JT-FCTA, KHMH,
      *        JT-OAMD, JT-WK1H, JT-KFAH) AND THE MONTHS TO
      *        KEEP.  ZERO MONTHS MEANS NEVER PURGE.  THE SAME
      *        TABLE CARRIES THE NB790U ARCHIVE WINDOWS UNDER
      *        "JSJD" AND "JOLJF" -- MONTHS KEPT ON THE LIVE FILE
      *        BEFORE A FINISHED RECORD MOVES TO HISTORY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
