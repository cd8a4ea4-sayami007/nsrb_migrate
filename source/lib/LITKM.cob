      *    CODE, THE SURVIVING TK-TCD IS RECORDED HERE (0 =
      *    LIVE CODE).
           02  TK-MRGTO       PIC  9(004).
      *    BAD-DEBT CONTROLS -- DOUBTFUL FLAG (1 = DOUBTFUL, THE
      *    PR780U ALLOWANCE RUN PROVIDES TK-BDPCT PERCENT OF THE
      *    OPEN BALANCE INSTEAD OF THE HISTORICAL LOSS RATE) AND
      *    THE WRITE-OFF FLAG SET BY PR790U (1 = DEBT WRITTEN
      *    OFF, DUNNING STOPPED, PROVIDED IN FULL).
           02  TK-BDF         PIC  9(001).
           02  TK-BDPCT       PIC  9(003).
           02  TK-WOF         PIC  9(001).
      *    PAYMENT-TERMS CODE ON JT-PTRM (0 = NONE, THE TK-TERMS
      *    DAY COUNT APPLIES).
           02  TK-PTC         PIC  9(003).
      *    BACKORDER FILL PRIORITY -- 1 (FIRST) TO 9; 0 = NOT
      *    RANKED, FILLED AFTER EVERY RANKED CUSTOMER.  JF860U
      *    APPLIES IT AFTER THE SHIP DATE.
           02  TK-PRI         PIC  9(001).
      *    CONSIGNMENT CUSTOMER -- 1 = DELIVERIES STAY OUR STOCK
      *    AT THE CUSTOMER'S SITE (JT-CNSG) UNTIL REPORTED SOLD;
      *    ZK850U THEN RAISES THE STRAN SALE THAT IS BILLED.
           02  TK-CNSF        PIC  9(001).
       77  F                  PIC  X(001).
