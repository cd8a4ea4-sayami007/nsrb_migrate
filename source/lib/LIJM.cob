      *    1 = REDUCED (KEIGEN) RATE.  SK730U SELECTS THE LINE
      *    RATE FROM THIS PLUS THE ZEIMS EFFECTIVE DATING.
           02  J-ZKB          PIC  9(001).
      *    STRN-151 ITEM CLASS THE ITEM SELLS UNDER (00 = NONE);
      *    KEYED ON JM590U, MATCHED BY CLASS-WIDE JT-PROM
      *    PROMOTIONS.
           02  J-BR1          PIC  9(002).
      *    SIZE SCALE (JT-SZSC) NAMING THE TEN SIZE BUCKETS;
      *    00 = NONE, BUCKETS PRINT AS 1-10.  KEYED ON JM590U.
           02  J-SZS          PIC  9(002).
      *    ABC CLASS (A/B/C, SPACE = NOT YET CLASSIFIED) AND THE
      *    MONTH JM720U LAST SET IT FROM ROLLING-12 STRAN SALES;
      *    J-CCDT IS THE FREEZE DATE (YYMMDD) OF THE LAST CYCLE
      *    COUNT ZK910U SCHEDULED FOR THE ITEM.
           02  J-ABC          PIC  X(001).
           02  J-ABCYM        PIC  9(004).
           02  J-CCDT         PIC  9(006).
      *    SELLING SEASON (JT-SEAS, SPACE = NONE) THE ITEM IS
      *    REPORTED AND MARKED DOWN UNDER.  KEYED ON JM590U.
           02  J-SEA          PIC  X(004).
           02  FILLER         PIC  X(002).
           02  J-BKC          PIC  9(002).                              εΗ
           02  J-BKNO         PIC  9(002).
      *    MERCHANDISE SUPPLIER (JT-VNDM) FOR A BOUGHT-IN ITEM;
      *    ZERO OR BLANK (NOT NUMERIC) ON OLD RECORDS = MADE BY
      *    A J-MCD CONTRACTOR.  KEYED ON JM590U.
           02  J-VCD          PIC  9(005).
           02  F              PIC  X(002).
           02  J-ED           PIC  9(006).                              ΕIϊt
           02  J-EDR   REDEFINES J-ED.
               03  J-EDY      PIC  9(002).                              @N
