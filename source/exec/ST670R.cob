       COPY    LIFREX.
       77  WK-FTDFK        PIC  9(02)  VALUE  0.
       77  WK-FEXP         PIC  9(07)  VALUE  0.
       77  WK-FACT         PIC  9(07)  VALUE  0.
       77  WK-TODAY8F      PIC  9(08)  VALUE  0.
       77  WK-FTDY         PIC  9(06)  VALUE  0.
       77  WK-DLV8         PIC  9(08)  VALUE  0.
      *    DESTINATION'S LEADING TWO DIGITS ARE ITS HKB-TDFK
      *    PREFECTURE, THE JT-FRTM BANDS ASCEND, AND THE RESULT
      *    IS BANKED IN JT-FREX FOR THE JF780R RECONCILIATION
      *    (REPLACE-ON-RERUN, KEEPING ANY ACTUAL CHARGE JF780R
      *    HAS ALREADY STORED).
       FRT-RTN.
           MOVE  0  TO  WK-FEXP.
           MOVE  CN-DEST (CI) (1:2)  TO  WK-FTDFK.
           GO  TO  FRT-10.
       FRT-50.
           CALL "DB_F_Close" USING BY REFERENCE FRTM_IDLST FRTM_PNAME1.
           MOVE  CN-NO (CI)   TO  FRX-CONS.
           CALL "DB_Read" USING
            "INVALID" FREX_PNAME1 BY REFERENCE FRX-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0        TO  WK-FACT
           ELSE
               MOVE  FRX-ACT  TO  WK-FACT
           END-IF.
           INITIALIZE  FRX-R.
           MOVE  CN-NO (CI)   TO  FRX-CONS.
           MOVE  WK-FTDFK     TO  FRX-TDFK.
           MOVE  CN-WGT (CI)  TO  FRX-WGT.
           MOVE  WK-FEXP      TO  FRX-EXP.
           MOVE  WK-TODAY8F   TO  FRX-DATE.
           MOVE  WK-FACT      TO  FRX-ACT.
           CALL "DB_Insert" USING
            FREX_PNAME1 FREX_LNAME FRX-R RETURNING RET.
           IF  RET  =  1
