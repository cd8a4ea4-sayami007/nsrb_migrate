      *****************************************************
      *****   SHIP DATE FROM LEAD TIME  ( LPLDT )     *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION; DATA IN LWLDT AND
      *    LILDTM.  THE LEAD TIME IS COUNTED BACK FROM THE
      *    REQUESTED DELIVERY DATE IN JT-CALM BUSINESS DAYS, SO
      *    THE SHIP DATE IS ALWAYS A BUSINESS DAY.  NO JT-LDTM
      *    RECORD AT ALL MEANS SHIP ON THE DELIVERY DATE.
       LDT-CALC-RTN.
           MOVE  0      TO  LDW-SHPDT.
           MOVE  0      TO  LDW-DAYS.
           MOVE  SPACE  TO  LDW-LTF.
           IF  LDW-NDATE  =  0
               GO  TO  LDT-CALC-EXT
           END-IF.
           MOVE  0  TO  LDW-TRY.
       LDT-CALC-10.
           ADD  1  TO  LDW-TRY.
           IF  LDW-TRY  >  4
               GO  TO  LDT-CALC-20
           END-IF.
           MOVE  LDW-TDFK  TO  LDT-TDFK.
           MOVE  LDW-CARR  TO  LDT-CARR.
           IF  LDW-TRY  =  2  OR  LDW-TRY  =  4
               MOVE  0  TO  LDT-CARR
           END-IF.
           IF  LDW-TRY  >  2
               MOVE  0  TO  LDT-TDFK
           END-IF.
           CALL "DB_Read" USING
            "INVALID" LDTM_PNAME1 BY REFERENCE LDT-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  LDT-CALC-10
           END-IF.
           MOVE  LDT-DAYS  TO  LDW-DAYS.
       LDT-CALC-20.
           MOVE  LDW-NDATE  TO  WCAL-IN.
           MOVE  LDW-DAYS   TO  WCAL-N.
           PERFORM  CAL-BACK-RTN  THRU  CAL-BACK-EXT.
           MOVE  WCAL-OUT  TO  LDW-SHPDT.
           IF  LDW-SHPDT  <  LDW-TODAY
               MOVE  "L"  TO  LDW-LTF
           END-IF.
       LDT-CALC-EXT.
           EXIT.
