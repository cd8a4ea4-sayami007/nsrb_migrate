           02  AM-NAME           PIC  N(012).                           科目名
           02  AM-DRCR           PIC  9(001).                           貸借区分
           02  AM-BUCD           PIC  9(002).                           部門CD
      *    CONSUMPTION-TAX CLASS OF WHAT IS BOOKED TO THE ACCOUNT
      *    (PR770R INPUT TAX): 0 = OUTSIDE TAX, 1 = STANDARD RATE,
      *    2 = REDUCED RATE.  SPACE ON OLD RECORDS READS AS 0.
           02  AM-ZKB            PIC  9(001).
           02  F                 PIC  X(027).
       77  F                     PIC  X(001).
