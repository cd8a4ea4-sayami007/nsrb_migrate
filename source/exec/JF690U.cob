      *        ALLOCATES THE OUTSTANDING SIZE QUANTITIES
      *        (ORDERED JOLJF11-121 LESS SHIPPED JOLJF11-131)
      *        AGAINST JT-ZKM FREE STOCK (ON-HAND LESS ALREADY
      *        ALLOCATED LESS QUALITY-HELD), FLAGS THE SHORTFALL
      *        AS BACKORDER IN THE ALCF RECORD, AND RESERVES THE
      *        ALLOCATED QUANTITY IN THE LEDGER'S ALLOCATED
      *        BUCKETS.
      *        PASS 2: A STANDING ALLOCATION WHOSE ORDER LINE IS
      *        NO LONGER OPEN (CLOSED BY JF610U OR CANCELLED) IS
      *        RELEASED BACK TO FREE STOCK.  SHIPMENT-TIME
               IF  WK-REMAIN  <  0
                   MOVE  0  TO  WK-REMAIN
               END-IF
               COMPUTE  WK-FREE  =
                   ZKM-OH1 (I)  -  ZKM-AL1 (I)  -  ZKM-HD1 (I)
               IF  WK-FREE  <  0
                   MOVE  0  TO  WK-FREE
               END-IF
