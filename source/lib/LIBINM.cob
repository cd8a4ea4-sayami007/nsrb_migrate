      ********************************************
      *****     JT-BINM BIN LOCATION MASTER      *****
      ********************************************
      *    ONE RECORD PER BIN (SHELF POSITION) IN A WAREHOUSE,
      *    KEYED IN ON ZK820U.  THE BIN CODE IS FREE FORM BUT
      *    BY HOUSE CONVENTION ZONE-AISLE-BAY-LEVEL, E.G.
      *    "A 0312 4".  BIN-WALK IS THE PICKER'S WALKING ORDER
      *    THROUGH THE BUILDING -- JF640R PICK LISTS PRINT IN
      *    THIS ORDER.  BIN-STAT 1 CLOSES THE BIN TO PUT-AWAY
      *    (DAMAGED RACKING, BEING EMPTIED); STOCK STILL IN IT
      *    CAN BE PICKED.
       01  BINM.
           02  BINM_PNAME1       PIC  X(007) VALUE "JT-BINM".
           02  F                 PIC  X(001).
           02  BINM_LNAME        PIC  X(004) VALUE "BINM".
           02  F                 PIC  X(001).
           02  BINM_KEY1         PIC  X(100) VALUE SPACE.
           02  BINM_SORT         PIC  X(100) VALUE SPACE.
           02  BINM_IDLST        PIC  X(100) VALUE SPACE.
           02  BINM_RES          USAGE  POINTER.
      *
       01  BIN-R.
           02  BIN-KEY.
               03  BIN-SOK          PIC  9(001).
               03  BIN-CD           PIC  X(008).
           02  BIN-ZONE             PIC  X(002).
           02  BIN-AISLE            PIC  9(002).
           02  BIN-BAY              PIC  9(002).
           02  BIN-LVL              PIC  9(001).
           02  BIN-WALK             PIC  9(005).
      *    0 = IN USE, 1 = CLOSED TO PUT-AWAY.
           02  BIN-STAT             PIC  9(001).
           02  BIN-OPR              PIC  X(006).
           02  F                    PIC  X(012).
       77  F                     PIC  X(001).
