      ********************************************
      *****     JT-PURF MERCHANDISE PURCHASE ORDER *****
      *****     FILE                               *****
      ********************************************
      *    ONE RECORD PER PURCHASE ORDER PLACED WITH A JT-VNDM
      *    SUPPLIER FOR A J-JCD ITEM, BY SIZE BUCKET.  JM670R
      *    RAISES DRAFTS FROM ITS REPLENISHMENT SUGGESTIONS
      *    (TOTAL ONLY, THE BUCKETS ARE SPLIT WHEN THE BUYER
      *    ISSUES THE DRAFT); ZK940U ENTERS, ISSUES AND PRINTS
      *    ORDERS (NUMBER DRAWN FROM THE FCTL "PURNO" COUNTER);
      *    ZK700U RECEIVES AGAINST THEM AND ZK950R REPORTS THE
      *    OPEN AND OVERDUE ORDERS.
      *    PUR-STAT: 0 = DRAFT, 1 = OPEN, 2 = PARTIALLY
      *    RECEIVED, 3 = CLOSED, 9 = CANCELLED.
       01  PURF.
           02  PURF_PNAME1       PIC  X(007) VALUE "JT-PURF".
           02  F                 PIC  X(001).
           02  PURF_LNAME        PIC  X(004) VALUE "PURF".
           02  F                 PIC  X(001).
           02  PURF_KEY1         PIC  X(100) VALUE SPACE.
           02  PURF_SORT         PIC  X(100) VALUE SPACE.
           02  PURF_IDLST        PIC  X(100) VALUE SPACE.
           02  PURF_RES          USAGE  POINTER.
      *
       01  PUR-R.
           02  PUR-KEY.
               03  PUR-NO           PIC  9(006).
           02  PUR-VCD              PIC  9(005).
           02  PUR-JCD              PIC  9(006).
           02  PUR-ODATE            PIC  9(008).
           02  PUR-DDATE            PIC  9(008).
           02  PUR-OQ.
               03  PUR-OQ1    OCCURS  10  PIC S9(004).
           02  PUR-OQT              PIC S9(005).
           02  PUR-RQ.
               03  PUR-RQ1    OCCURS  10  PIC S9(004).
           02  PUR-RQT              PIC S9(005).
           02  PUR-SOK              PIC  9(001).
           02  PUR-STAT             PIC  9(001).
           02  PUR-OPR              PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
