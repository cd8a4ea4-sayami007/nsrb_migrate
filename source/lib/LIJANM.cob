      ********************************************
      *****     JT-JANM JAN/GTIN BARCODE MASTER  *****
      ********************************************
      *    THE JAN (EAN-13, OR EAN-8 LEFT-JUSTIFIED) PRINTED ON
      *    THE HANG TAG OF ONE ITEM IN ONE SIZE BUCKET (1-10, THE
      *    J-M SIZE ORDER).  KEYED IN ON JM700U, WHICH KEEPS THE
      *    JT-JANX REVERSE INDEX IN STEP WITH EVERY CHANGE.
       01  JANM.
           02  JANM_PNAME1       PIC  X(007) VALUE "JT-JANM".
           02  F                 PIC  X(001).
           02  JANM_LNAME        PIC  X(004) VALUE "JANM".
           02  F                 PIC  X(001).
           02  JANM_KEY1         PIC  X(100) VALUE SPACE.
           02  JANM_SORT         PIC  X(100) VALUE SPACE.
           02  JANM_IDLST        PIC  X(100) VALUE SPACE.
           02  JANM_RES          USAGE  POINTER.
      *
       01  JAN-R.
           02  JAN-KEY.
               03  JAN-JCD          PIC  9(006).
               03  JAN-SZ           PIC  9(002).
           02  JAN-CODE             PIC  X(013).
           02  JAN-LDATE            PIC  9(006).
           02  JAN-OPR              PIC  X(006).
           02  F                    PIC  X(015).
       77  F                     PIC  X(001).
