      ********************************************
      *****     JT-KRCV WORK ORDER RECEIPT LOG     *****
      ********************************************
      *    ONE RECORD PER KM800U RECEIPT AGAINST A JT-KWOF WORK
      *    ORDER: THE SIZES ACCEPTED INTO STOCK, THE SIZES
      *    REJECTED AT INSPECTION AND SENT BACK TO THE CONTRACTOR
      *    (NOT BOOKED, THE ORDER STAYS OPEN FOR THEM) WITH THE
      *    HKBM CLASS-47 DEFECT REASON, AND THE DAYS THE RECEIPT
      *    CAME IN AFTER THE ORDER'S KWO-DDATE (ZERO OR NEGATIVE
      *    = ON TIME).  THE KM900R CONTRACTOR SCORECARD IS BUILT
      *    FROM IT.
       01  KRCV.
           02  KRCV_PNAME1       PIC  X(007) VALUE "JT-KRCV".
           02  F                 PIC  X(001).
           02  KRCV_LNAME        PIC  X(004) VALUE "KRCV".
           02  F                 PIC  X(001).
           02  KRCV_KEY1         PIC  X(100) VALUE SPACE.
           02  KRCV_SORT         PIC  X(100) VALUE SPACE.
           02  KRCV_IDLST        PIC  X(100) VALUE SPACE.
           02  KRCV_RES          USAGE  POINTER.
      *
       01  KRC-R.
           02  KRC-KEY.
               03  KRC-KWONO        PIC  9(006).
               03  KRC-DATE         PIC  9(008).
               03  KRC-TIME         PIC  9(008).
           02  KRC-HCD              PIC  X(005).
           02  KRC-JCD              PIC  9(006).
           02  KRC-DDATE            PIC  9(008).
           02  KRC-LATE             PIC S9(004).
           02  KRC-RQ.
               03  KRC-RQ1    OCCURS  10  PIC S9(004).
           02  KRC-RQT              PIC S9(005).
           02  KRC-XQ.
               03  KRC-XQ1    OCCURS  10  PIC S9(004).
           02  KRC-XQT              PIC S9(005).
           02  KRC-RSN              PIC  9(002).
           02  KRC-OPR              PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
