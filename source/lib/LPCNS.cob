      *****************************************************
      *****   CONSIGNMENT DELIVERY TEST  ( LPCNS )    *****
      *****************************************************
      *    COPY INTO THE PROCEDURE DIVISION.  DATA IN LWCNS,
      *    LNSTRN AND LITKM; THE PROGRAM HOLDS TOKMS OPEN FOR
      *    INPUT.  ONLY A SALE (STRN-09 = 0) THAT IS NOT A
      *    ZK850U SELL-THROUGH ROW CAN BE A CONSIGNMENT
      *    DELIVERY; THE CUSTOMER'S TK-CNSF DECIDES.  TOKMS IS
      *    READ ONLY WHEN THE CUSTOMER CHANGES, AND A CUSTOMER
      *    NOT ON TOKMS IS AN ORDINARY CUSTOMER.  TK-R IS LEFT
      *    HOLDING THE LAST CUSTOMER READ.
       CNW-RTN.
           MOVE  0  TO  CNW-SKIP.
           IF  STRN-09  NOT =  0  OR  STRN-25 (1:4)  =  "CNS "
               GO  TO  CNW-EXT
           END-IF.
           MOVE  STRN-02  TO  CNW-TCD.
           PERFORM  CNW-CUS-RTN  THRU  CNW-CUS-EXT.
           IF  CNW-LFLG  =  1
               MOVE  1  TO  CNW-SKIP
           END-IF.
       CNW-EXT.
           EXIT.
       CNW-CUS-RTN.
           IF  CNW-LSET  =  1  AND  CNW-TCD  =  CNW-LTCD
               GO  TO  CNW-CUS-EXT
           END-IF.
           MOVE  1        TO  CNW-LSET.
           MOVE  CNW-TCD  TO  CNW-LTCD.
           MOVE  CNW-TCD  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  TK-CNSF  =  1
               MOVE  1  TO  CNW-LFLG
           ELSE
               MOVE  0  TO  CNW-LFLG
           END-IF.
       CNW-CUS-EXT.
           EXIT.
