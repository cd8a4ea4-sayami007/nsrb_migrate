           02  KOLRF11-15B       PIC 9(06).
           02  KOLRF11-15C       PIC 9(02).
           02  KOLRF11-15D       PIC N(09).
           02  KOLRF11-16        PIC N(19).
      *        SHIP DATE AND LATE MARK, STAMPED BY KF880U BEFORE
      *        THE LOAD -- SEE JOLJF11-SHPDT / JOLJF11-LTF.
           02  KOLRF11-SHPDT     PIC 9(08).
           02  KOLRF11-20        PIC X(10).
           02  KOLRF11-16A       PIC S9(03).
      *        PARTNER JAN CODE -- WHEN SET, KF870U TRANSLATES IT
      *        TO KOLRF11-10 AND THE SIZE BUCKET BEFORE THE LOAD.
           02  KOLRF11-JAN       PIC X(13).
           02  FILLER            PIC X(10).
           02  KOLRF11-LTF       PIC X(01).
           02  KOLRF11-19        PIC X(01).
           02  KOLRF11-168       PIC 9(01).
           02  KOLRF11-17        PIC 9(01).
               03  KOLRF13-12    PIC 9(05).
               03  F             PIC X(01).
           02  F                 PIC X(50).
      *
      *----CONSIGNMENT SELL-THROUGH RECORD (RECORD TYPE 14)
      *        THE PARTNER'S MONTHLY REPORT OF WHAT SOLD FROM OUR
      *        CONSIGNMENT STOCK AT ITS SITES -- CUSTOMER, SALES
      *        MONTH (YYYYMM), ITEM AND SIZE QUANTITIES.  ZK850U
      *        LOADS IT TO JT-CNSR AND SETS KOLRF14-99 TO 1, OR
      *        TO 9 WHEN IT IS REJECTED TO KFQ.
       01  KOLRF14-REC.
           02  KOLRF14-01        PIC 9(02).
           02  KOLRF14-KEYW.
             03  KOLRF14-02      PIC 9(04).
             03  KOLRF14-03      PIC 9(06).
             03  KOLRF14-04      PIC 9(06).
           02  KOLRF14-05.
               03  KOLRF14-051   OCCURS  10.
                   04  KOLRF14-0511      PIC S9(04).
               03  KOLRF14-052   PIC S9(05).
           02  KOLRF14-06        PIC 9(08).
           02  F                 PIC X(184).
           02  KOLRF14-99        PIC 9(01).
      *
      *----STOCK AVAILABILITY RECORD (RECORD TYPE 15)
      *        OUTBOUND ONLY -- WRITTEN BY KF890U TO A PARTNER'S
      *        OWN TRANSMISSION FILE, ONE PER ITEM IN THE
      *        PARTNER'S RANGE: CUSTOMER, ITEM, AS-OF DATE, FREE
      *        STOCK PER SIZE BUCKET WITH THE JT-JANM JAN CODE
      *        WHERE ONE IS HELD (SPACE OTHERWISE), THE FREE
      *        TOTAL, AND THE EARLIEST DUE DATE AND OUTSTANDING
      *        QUANTITY OF THE OPEN JT-KWOF WORK ORDERS AND
      *        JT-PURF PURCHASE ORDERS FOR THE ITEM (ZERO WHEN
      *        NOTHING IS ON ORDER).
       01  KOLRF15-REC.
           02  KOLRF15-01        PIC 9(02).
           02  KOLRF15-KEYW.
             03  KOLRF15-02      PIC 9(04).
             03  KOLRF15-03      PIC 9(06).
           02  KOLRF15-04        PIC 9(08).
           02  KOLRF15-05.
               03  KOLRF15-051   OCCURS  10.
                   04  KOLRF15-0511      PIC X(13).
                   04  KOLRF15-0512      PIC 9(06).
           02  KOLRF15-06        PIC 9(07).
           02  KOLRF15-07        PIC 9(08).
           02  KOLRF15-08        PIC 9(06).
           02  F                 PIC X(24).
           02  KOLRF15-99        PIC 9(01).
      *
      *----RECEIVING CONFIRMATION RECORD (RECORD TYPE 16)
      *        THE RETAILER'S STATEMENT OF WHAT IT ACTUALLY TOOK
      *        IN AGAINST ONE OF OUR DELIVERY SLIPS (JSJD-SLIP)
      *        AND WILL PAY FOR -- CUSTOMER, SLIP, ITEM, RECEIPT
      *        DATE, RECEIVED SIZE QUANTITIES AND TOTAL, AND THE
      *        UNIT PRICE AND AMOUNT IT ACCEPTS (PRICE ZERO WHEN
      *        NOT STATED).  KF900U RECONCILES IT AND SETS
      *        KOLRF16-99 TO 1, OR TO 9 WHEN IT IS REJECTED TO
      *        KFQ.
       01  KOLRF16-REC.
           02  KOLRF16-01        PIC 9(02).
           02  KOLRF16-KEYW.
             03  KOLRF16-02      PIC 9(04).
             03  KOLRF16-03      PIC 9(06).
             03  KOLRF16-04      PIC 9(06).
           02  KOLRF16-05        PIC 9(08).
           02  KOLRF16-06.
               03  KOLRF16-061   OCCURS  10.
                   04  KOLRF16-0611      PIC S9(04).
               03  KOLRF16-062   PIC S9(05).
           02  KOLRF16-07        PIC 9(07).
           02  KOLRF16-08        PIC 9(09).
           02  F                 PIC X(168).
           02  KOLRF16-99        PIC 9(01).
