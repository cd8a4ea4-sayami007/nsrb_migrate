      *    QUOTES WITH A SYSTEM LINK AT LAST.  ONE RECORD PER
      *    QUOTE AND LINE: LINE 00 IS THE HEADER (CUSTOMER,
      *    VALID FROM/TO, STATUS), LINES 01+ CARRY ITEM,
      *    QUANTITY AND THE QUOTED PRICE (DEFAULTED FROM A
      *    JT-PROM PROMOTION, THE THTND OVERRIDE OR THE J-M
      *    PRICE, OVERRIDABLE).
      *    JF820U ENTERS, PRINTS AND CONVERTS AN ACCEPTED QUOTE
      *    INTO JOLJF11 ORDER LINES; JF830R IS THE REGISTER.
      *    QUO-STAT: 0 = OPEN, 1 = WON, 2 = LOST,
           02  QUO-QTY              PIC S9(005).
           02  QUO-TAN              PIC S9(006)V9(02).
           02  QUO-ORDNO            PIC  9(006).
      *    LINES ONLY -- WHERE THE QUOTED PRICE CAME FROM (K =
      *    KEYED, ELSE THE LPPRC P/T/M) AND ANY PROMOTION CODE.
           02  QUO-PSRC             PIC  X(001).
           02  QUO-PRMCD            PIC  X(006).
           02  F                    PIC  X(003).
       77  F                     PIC  X(001).
