      *        (ORDERED LESS SHIPPED TOTALS) IS MULTIPLIED BY
      *        EACH COMPONENT'S USAGE AND ACCUMULATED PER
      *        COMPONENT.  THE GROSS REQUIREMENT IS THEN NETTED
      *        AGAINST JT-ZKM FREE STOCK (ON-HAND LESS ALLOCATED
      *        AND QUALITY-HELD, ALL WAREHOUSES TOGETHER BUT NOT
      *        CONSIGNMENT STOCK AT CUSTOMERS) AND EVERY COMPONENT
      *        PRINTS WITH REQUIREMENT, FREE STOCK AND SHORTAGE
      *        -- SHORTAGES FLAGGED SO THEY SURFACE BEFORE THE
      *        FLOOR RUNS OUT.
           IF  RET = 1
               GO  TO  NET-EXT
           END-IF.
      *        CONSIGNMENT STOCK IS THE CUSTOMER'S TO SELL.
           IF  ZKM-SOK  =  9
               GO  TO  NET-10
           END-IF.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               IF  REQ-CJCD (I)  =  ZKM-JCD
                   COMPUTE  REQ-FREE (I)  =
                       REQ-FREE (I)  +  ZKM-OHT  -  ZKM-ALT
                                     -  ZKM-HDT
                   MOVE  WS-TBL-CNT  TO  I
               END-IF
           END-PERFORM.
