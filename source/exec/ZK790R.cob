      *        JT-ZKM ON-HAND -- A DIFFERENCE MEANS THE LEDGER
      *        MOVED OUTSIDE THE BOOKED PATHS AND IS FLAGGED.
      *        MOVEMENTS ARE SORTED BY ITEM (KM750R PATTERN) AND
      *        BROKEN PER ITEM.  QUALITY HOLDS PLACED AND
      *        RELEASED (TYPE 9, ACTION H/R) ONLY MOVE STOCK
      *        BETWEEN FREE AND HELD AND ARE LEFT OUT OF THE
      *        ON-HAND PROOF; SCRAP AND RETURN COUNT AS OUT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
           IF  RET = 1
               GO  TO  INP-EXT
           END-IF.
           IF  ZKV-TYP  =  9
           AND (ZKV-QHA  =  "H"  OR  ZKV-QHA  =  "R")
               GO  TO  INP-10
           END-IF.
           MOVE  ZKV-JCD   TO  SRT-JCD.
           MOVE  ZKV-SOK   TO  SRT-SOK.
           MOVE  ZKV-DATE  TO  SRT-DATE.
