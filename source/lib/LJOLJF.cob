           02  JOLJF11-15B       PIC 9(06).                                è 
           02  JOLJF11-15C       PIC 9(02).                                }Ô
           02  JOLJF11-15D       PIC N(09).                                zB
           02  JOLJF11-16        PIC N(19).                             Ev
      *    SHIP DATE (YYYYMMDD) WORKED BACK FROM THE REQUESTED
      *    DELIVERY DATE (JOLJF11-06) BY THE JT-LDTM LEAD TIME
      *    AND THE JT-CALM CALENDAR -- SEE LPLDT.  ZERO = NOT SET.
           02  JOLJF11-SHPDT     PIC 9(08).
           02  JOLJF11-20        PIC X(10).
           02  JOLJF11-16A       PIC S9(03).                            Â
           02  JOLJF11-SOK       PIC 9(01).                             倉庫
      *    QUOTATION (JF820U) THE ORDER LINE WAS RAISED FROM,
      *    PER THE JOLJF11-19 MARK.  ZERO = ENTERED DIRECT.
           02  JOLJF11-SRCNO     PIC 9(06).
      *    UNIT PRICE (YEN) SET AT ENTRY BY THE LPPRC ROUTINE,
      *    WHERE IT CAME FROM (P = PROMOTION, T = THTND, M = J-M,
      *    Q = AS QUOTED, SPACE = NOT PRICED AT ENTRY) AND THE
      *    JT-PROM PROMOTION CODE WHEN ONE APPLIED.
           02  JOLJF11-TAN       PIC 9(06).
           02  JOLJF11-PSRC      PIC X(01).
           02  JOLJF11-PRMCD     PIC X(06).
      *    L = THE REQUESTED DELIVERY DATE CAN NO LONGER BE MET
      *    (SHIP DATE BEFORE TODAY); LISTED BY JF960R FOR SALES.
           02  JOLJF11-LTF       PIC X(01).
           02  JOLJF11-19        PIC X(01).
           02  JOLJF11-168       PIC 9(01).                                A-890
           02  JOLJF11-17        PIC 9(01).                             êÊ 
