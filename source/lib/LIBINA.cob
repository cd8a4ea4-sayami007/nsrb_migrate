      ********************************************
      *****     JT-BINA ITEM-TO-BIN ASSIGNMENT   *****
      ********************************************
      *    THE BINS AN ITEM IS KEPT IN WITHIN ONE WAREHOUSE,
      *    UP TO NINE, KEYED IN ON ZK830U.  BNA-SEQ 1 IS THE
      *    PRIMARY BIN -- RECEIVING (ZK700U, KM800U) PUTS AWAY
      *    TO THE FIRST OPEN BIN IN SEQUENCE ORDER, AND JF640R
      *    PICKS FROM THE FIRST BIN IN SEQUENCE ORDER STILL
      *    HOLDING STOCK.  BNA-QTY IS THE QUANTITY IN THE BIN
      *    ACROSS ALL SIZES (THE SIZE SPLIT STAYS ON JT-ZKM);
      *    RECEIPTS ADD TO IT AND ZK710U SHIPMENTS RELIEVE IT.
       01  BINA.
           02  BINA_PNAME1       PIC  X(007) VALUE "JT-BINA".
           02  F                 PIC  X(001).
           02  BINA_LNAME        PIC  X(004) VALUE "BINA".
           02  F                 PIC  X(001).
           02  BINA_KEY1         PIC  X(100) VALUE SPACE.
           02  BINA_SORT         PIC  X(100) VALUE SPACE.
           02  BINA_IDLST        PIC  X(100) VALUE SPACE.
           02  BINA_RES          USAGE  POINTER.
      *
       01  BNA-R.
           02  BNA-KEY.
               03  BNA-SOK          PIC  9(001).
               03  BNA-JCD          PIC  9(006).
               03  BNA-SEQ          PIC  9(001).
           02  BNA-BIN              PIC  X(008).
           02  BNA-QTY              PIC S9(007).
      *    DATE OF THE LAST MOVEMENT INTO OR OUT OF THE BIN.
           02  BNA-LDATE            PIC  9(006).
           02  BNA-OPR              PIC  X(006).
           02  F                    PIC  X(013).
       77  F                     PIC  X(001).
