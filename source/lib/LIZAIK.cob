      *    BY THE ZK700U RECEIPTS ENTRY AND RELIEVED BY ZK710U
      *    FROM JSJD SHIPMENT CONFIRMATIONS; THE ALLOCATED
      *    BUCKETS ARE MAINTAINED BY THE JF690U ORDER ALLOCATION
      *    SO FREE STOCK = ON-HAND - ALLOCATED - HELD.  THE HELD
      *    BUCKETS ARE STOCK UNDER QUALITY HOLD -- STILL ON HAND
      *    BUT NOT TO BE ALLOCATED OR PEGGED UNTIL RELEASED; THEY
      *    ARE MAINTAINED ONLY BY ZK870U AGAINST JT-QHLD HOLDS.
      *    ZKM-SOK 9 IS NOT A WAREHOUSE BUT THE CONSIGNMENT
      *    LOCATION -- STOCK AT CONSIGNMENT CUSTOMERS' SITES,
      *    BROKEN DOWN BY CUSTOMER ON JT-CNSG.  IT IS NEVER
      *    ALLOCATED, PICKED OR STOCKTAKEN.
       01  ZKM.
           02  ZKM_PNAME1        PIC  X(006) VALUE "JT-ZKM".
           02  F                 PIC  X(001).
           02  ZKM-AL.
               03  ZKM-AL1    OCCURS  10  PIC S9(006).
           02  ZKM-ALT              PIC S9(007).
           02  ZKM-HD.
               03  ZKM-HD1    OCCURS  10  PIC S9(006).
           02  ZKM-HDT              PIC S9(007).
           02  F                    PIC  X(009).
       77  F                     PIC  X(001).
