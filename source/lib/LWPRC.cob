      *****************************************************
      *****   ORDER LINE PRICING WORK AREA  ( LWPRC ) *****
      *****************************************************
      *    SHARED WITH THE LPPRC PROCEDURE COPYBOOK.  THE
      *    PROGRAM FILLS PRC-TCD (CUSTOMER), PRC-JCD (ITEM),
      *    PRC-BR1 (THE ITEM'S J-BR1 CLASS), PRC-DATE (PRICING
      *    DATE YYYYMMDD) AND PRC-JST (THE J-M PRICE) AND
      *    PERFORMS PRC-RTN.  PRC-TAN COMES BACK WITH THE BEST
      *    VALID PRICE AND PRC-SRC WITH WHERE IT CAME FROM:
      *        P = JT-PROM PROMOTION (CODE IN PRC-PRMCD)
      *        T = THTND CUSTOMER PRICE
      *        M = J-M PRICE
      *    PRC-BASE KEEPS THE NORMAL (THTND OR J-M) PRICE THE
      *    PROMOTION WAS MEASURED AGAINST.
       01  PRC-AREA.
           02  PRC-TCD          PIC  9(004)  VALUE  0.
           02  PRC-JCD          PIC  9(006)  VALUE  0.
           02  PRC-BR1          PIC  9(002)  VALUE  0.
           02  PRC-DATE         PIC  9(008)  VALUE  0.
           02  PRC-JST          PIC S9(006)V9(02)  VALUE  0.
           02  PRC-BASE         PIC S9(006)V9(02)  VALUE  0.
           02  PRC-TAN          PIC S9(006)V9(02)  VALUE  0.
           02  PRC-WTAN         PIC S9(006)V9(02)  VALUE  0.
           02  PRC-SRC          PIC  X(001)  VALUE  SPACE.
           02  PRC-PRMCD        PIC  X(006)  VALUE  SPACE.
