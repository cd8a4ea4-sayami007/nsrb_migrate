      ********************************************
      *****     JT-SMIF WORK ORDER MATERIAL ISSUES *****
      ********************************************
      *    ONE RECORD PER JT-KWOF WORK ORDER AND MATERIAL J-JCD
      *    (A JT-BOMF COMPONENT OF THE ORDER'S ITEM): THE
      *    QUANTITY ISSUED TO THE CONTRACTOR BY KM880U AND THE
      *    STANDARD CONSUMPTION KM800U HAS BOOKED AGAINST THE
      *    ORDER'S RECEIPTS (RECEIVED QUANTITY X BOM-USU).
      *    SMI-ISQ LESS SMI-CNQ IS THE ORDER'S YIELD VARIANCE --
      *    FINAL ONCE THE ORDER CLOSES.
       01  SMIF.
           02  SMIF_PNAME1       PIC  X(007) VALUE "JT-SMIF".
           02  F                 PIC  X(001).
           02  SMIF_LNAME        PIC  X(004) VALUE "SMIF".
           02  F                 PIC  X(001).
           02  SMIF_KEY1         PIC  X(100) VALUE SPACE.
           02  SMIF_SORT         PIC  X(100) VALUE SPACE.
           02  SMIF_IDLST        PIC  X(100) VALUE SPACE.
           02  SMIF_RES          USAGE  POINTER.
      *
       01  SMI-R.
           02  SMI-KEY.
               03  SMI-KWONO        PIC  9(006).
               03  SMI-JCD          PIC  9(006).
           02  SMI-HCD              PIC  X(005).
           02  SMI-ISQ              PIC S9(007).
           02  SMI-CNQ              PIC S9(007).
           02  SMI-LDATE            PIC  9(008).
           02  SMI-OPR              PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
