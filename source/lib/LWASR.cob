      *****************************************************
      *****   ASSORTMENT CHECK WORK AREA  ( LWASR )   *****
      *****************************************************
      *    SHARED WITH THE LPASR PROCEDURE COPYBOOK.  THE
      *    PROGRAM FILLS ASW-TCD (CUSTOMER), ASW-JCD (ITEM),
      *    ASW-BR1 (THE ITEM'S J-BR1 CLASS) AND ASW-DATE (THE
      *    DATE THE SALE IS FOR, YYYYMMDD) AND PERFORMS
      *    ASW-RTN.  ASW-RES COMES BACK:
      *        0 = MAY BE SOLD
      *        1 = BLOCKED BY A RULE IN FORCE
      *        2 = CUSTOMER IS ON AGREED RANGE ONLY AND NO RULE
      *            IN FORCE ALLOWS THE ITEM
      *    ASW-LVL SAYS WHICH RULE DECIDED (C = CUSTOMER, G =
      *    GROUP, A = ALL CUSTOMERS, SPACE = NONE) AND ASW-MSG
      *    CARRIES A SHORT REASON FOR SCREENS AND REPORTS.
       01  ASW-AREA.
           02  ASW-TCD          PIC  9(004)  VALUE  0.
           02  ASW-JCD          PIC  9(006)  VALUE  0.
           02  ASW-BR1          PIC  9(002)  VALUE  0.
           02  ASW-DATE         PIC  9(008)  VALUE  0.
           02  ASW-RES          PIC  9(001)  VALUE  0.
           02  ASW-LVL          PIC  X(001)  VALUE  SPACE.
           02  ASW-MSG          PIC  X(016)  VALUE  SPACE.
           02  ASW-GRP          PIC  9(003)  VALUE  0.
           02  ASW-RNG          PIC  9(001)  VALUE  0.
           02  ASW-STEP         PIC  9(001)  VALUE  0.
