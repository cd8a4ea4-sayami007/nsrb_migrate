      ********************************************
      *****     JT-JANX JAN REVERSE INDEX        *****
      ********************************************
      *    JAN CODE TO ITEM AND SIZE BUCKET -- THE LOOKUP SIDE
      *    OF JT-JANM, ONE RECORD PER JAN.  WRITTEN ONLY BY
      *    JM700U ALONGSIDE THE JT-JANM RECORD; READ BY KF870U
      *    TO TRANSLATE PARTNER JAN CODES ON THE KOLRF LOAD.
       01  JANX.
           02  JANX_PNAME1       PIC  X(007) VALUE "JT-JANX".
           02  F                 PIC  X(001).
           02  JANX_LNAME        PIC  X(004) VALUE "JANX".
           02  F                 PIC  X(001).
           02  JANX_KEY1         PIC  X(100) VALUE SPACE.
           02  JANX_SORT         PIC  X(100) VALUE SPACE.
           02  JANX_IDLST        PIC  X(100) VALUE SPACE.
           02  JANX_RES          USAGE  POINTER.
      *
       01  JANX-R.
           02  JANX-KEY.
               03  JANX-CODE        PIC  X(013).
           02  JANX-JCD             PIC  9(006).
           02  JANX-SZ              PIC  9(002).
           02  F                    PIC  X(011).
       77  F                     PIC  X(001).
