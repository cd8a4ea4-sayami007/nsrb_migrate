      *****************************************************
      *****   CONSIGNMENT DELIVERY TEST  ( LWCNS )    *****
      *****************************************************
      *    SHARED WITH THE LPCNS PROCEDURE COPYBOOK.  WITH A
      *    STRAN ROW IN STRN-R THE PROGRAM PERFORMS CNW-RTN;
      *    CNW-SKIP COMES BACK 1 WHEN THE ROW IS A DELIVERY TO
      *    A CONSIGNMENT CUSTOMER (TK-CNSF = 1) -- STILL OUR
      *    STOCK, NOT A SALE AND NOT A RECEIVABLE -- AND 0 FOR
      *    EVERY OTHER ROW, INCLUDING THE SELL-THROUGH SALES
      *    ZK850U RAISES (STRN-25 "CNS YYYYMM").
      *    CNW-CUS-RTN ANSWERS FOR A CUSTOMER ALONE: WITH THE
      *    CODE IN CNW-TCD, CNW-LFLG COMES BACK 1 FOR A
      *    CONSIGNMENT CUSTOMER.  CNW-LTCD/CNW-LFLG HOLD THE
      *    LAST CUSTOMER LOOKED UP.
       01  CNW-AREA.
           02  CNW-SKIP         PIC  9(001)  VALUE  0.
           02  CNW-TCD          PIC  9(004)  VALUE  0.
           02  CNW-LSET         PIC  9(001)  VALUE  0.
           02  CNW-LTCD         PIC  9(004)  VALUE  0.
           02  CNW-LFLG         PIC  9(001)  VALUE  0.
