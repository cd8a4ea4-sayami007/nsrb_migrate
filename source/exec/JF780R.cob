      *        FLAGGED, INVOICE LINES WITH NO EXPECTATION LIST
      *        AS UNMATCHED, AND THE FOOT TOTALS PROVE THE
      *        MONTH -- THE LONG-HAUL SUSPICION BECOMES A
      *        FIGURE.  THE CHARGED AMOUNT OF A MATCHED LINE IS
      *        STORED ON THE JT-FREX ROW (FRX-ACT) AS THE ACTUAL
      *        FREIGHT ST870R CHARGES TO THE CUSTOMER.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WS-UNM-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXP-AMT      PIC S9(10)  VALUE  0.
       77  WS-CHG-AMT      PIC S9(10)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       COPY    LIFREX.
       COPY    LIRUNL.
      *****
       WRITE  JF-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "I-O" FREX_PNAME1 "SHARED" BY REFERENCE FREX_IDLST "1"
            "FRX-KEY" BY REFERENCE FRX-KEY.
       IV-10.
           READ  JF-INV-FILE  AT  END
               GO  TO  IV-10
           END-IF.
           ADD  FRX-EXP  TO  WS-EXP-AMT.
           MOVE  INV-AMT  TO  FRX-ACT.
           CALL "DB_Update" USING
            FREX_PNAME1 FREX_LNAME FRX-R RETURNING RET.
           IF  RET  =  0
               ADD  1  TO  WS-UPD-CNT
           END-IF.
           COMPUTE  WK-DIFF  =  INV-AMT  -  FRX-EXP.
           MOVE  INV-CONS  TO  RPT-CONS.
           MOVE  FRX-TDFK  TO  RPT-TDFK.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-LIN-CNT  TO  RUNL-READ.
           MOVE  0           TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
