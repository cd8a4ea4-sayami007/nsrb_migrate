      ********************************************
      *****     JT-VNDM MERCHANDISE SUPPLIER MASTER *****
      ********************************************
      *    ONE RECORD PER SUPPLIER WE BUY FINISHED MERCHANDISE
      *    FROM (AS AGAINST THE KHM PROCESSING CONTRACTORS).
      *    AN ITEM IS BOUGHT IN WHEN ITS J-VCD NAMES A SUPPLIER.
      *    VND-LEAD IS THE SUPPLIER'S QUOTED LEAD TIME IN
      *    CALENDAR DAYS; JM670R DATES ITS DRAFT PURCHASE ORDERS
      *    WITH IT (ZERO = THE TWO-WEEK HOUSE DEFAULT).
      *    MAINTAINED BY ZK930U.
       01  VNDM.
           02  VNDM_PNAME1       PIC  X(007) VALUE "JT-VNDM".
           02  F                 PIC  X(001).
           02  VNDM_LNAME        PIC  X(004) VALUE "VNDM".
           02  F                 PIC  X(001).
           02  VNDM_KEY1         PIC  X(100) VALUE SPACE.
           02  VNDM_SORT         PIC  X(100) VALUE SPACE.
           02  VNDM_IDLST        PIC  X(100) VALUE SPACE.
           02  VNDM_RES          USAGE  POINTER.
      *
       01  VND-R.
           02  VND-KEY.
               03  VND-CD           PIC  9(005).
           02  VND-NAME             PIC  N(024).
           02  VND-TEL              PIC  X(014).
           02  VND-LEAD             PIC  9(003).
           02  VND-OPR              PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
