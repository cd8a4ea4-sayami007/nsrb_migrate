      ********************************************
      *****     JT-CNSR CONSIGNMENT SELL-THROUGH   *****
      ********************************************
      *    ONE RECORD PER CONSIGNMENT CUSTOMER, SALES MONTH AND
      *    ITEM -- WHAT THE CUSTOMER REPORTS SOLD OFF OUR STOCK
      *    AT ITS SITE.  KEYED ON ZK840U (CNR-SRC "K") OR LOADED
      *    BY ZK850U FROM THE PARTNER'S KOLRF14 REPORT (CNR-SRC
      *    "E").  ZK850U POSTS AN UNPOSTED LINE AS A STRAN SALE
      *    AND RELIEVES THE CONSIGNMENT STOCK, THEN MARKS IT
      *    CNR-STAT 1 WITH THE STRAN SERIAL AND POSTING DATE; A
      *    POSTED LINE CAN NO LONGER BE CHANGED OR DELETED.
       01  CNSR.
           02  CNSR_PNAME1       PIC  X(007) VALUE "JT-CNSR".
           02  F                 PIC  X(001).
           02  CNSR_LNAME        PIC  X(004) VALUE "CNSR".
           02  F                 PIC  X(001).
           02  CNSR_KEY1         PIC  X(100) VALUE SPACE.
           02  CNSR_SORT         PIC  X(100) VALUE SPACE.
           02  CNSR_IDLST        PIC  X(100) VALUE SPACE.
           02  CNSR_RES          USAGE  POINTER.
      *
       01  CNR-R.
           02  CNR-KEY.
               03  CNR-TCD          PIC  9(004).
               03  CNR-YM           PIC  9(006).
               03  CNR-JCD          PIC  9(006).
           02  CNR-QT.
               03  CNR-QT1    OCCURS  10  PIC S9(004).
           02  CNR-QTT              PIC S9(005).
           02  CNR-SRC              PIC  X(001).
           02  CNR-STAT             PIC  9(001).
           02  CNR-STRNO            PIC  9(006).
           02  CNR-PDATE            PIC  9(008).
           02  CNR-OPR              PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
