      *        AND 0 MARKS A MANUAL ORDER, NEVER ANSWERED.  THE
      *        RESPONDED LINE IS FLAGGED JOLJF11-168 = 1 SO A
      *        RERUN ANSWERS NOTHING TWICE, AND EVERY ANSWER
      *        PRINTS ON THE REGISTER.  THE JF860U BACKORDER FILL
      *        CLEARS THE FLAG ON A LINE IT FILLS, SO THE NEXT RUN
      *        SENDS THE PARTNER THE UPDATED QUANTITIES.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
