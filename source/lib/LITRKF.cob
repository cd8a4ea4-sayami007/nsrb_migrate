      ********************************************
      *****     JT-TRKF CARRIER TRACKING / POD     *****
      ********************************************
      *    ONE RECORD PER CARRIER TRACKING NUMBER, KEYED ON JF890U
      *    AGAINST A JF730U CONSOLIDATED DELIVERY (TRK-CONS) OR,
      *    WHEN THE CONSOLIDATION IS ZERO, ONE JT-CTNF CARTON
      *    (LOT, SEQUENCE, CARTON NUMBER).  THE CUSTOMER AND SHIP
      *    DATE ARE TAKEN FROM JSJD AT ENTRY.  THE JF900U IMPORT
      *    OF THE CARRIERS' DAILY DELIVERY-STATUS FILE SETS THE
      *    PROOF OF DELIVERY: TRK-STAT SPACE = IN TRANSIT,
      *    D = DELIVERED (DATE, TIME, RECEIVER), E = EXCEPTION
      *    OUTSTANDING.  TRK-EXC KEEPS THE LAST EXCEPTION --
      *    RF = REFUSED, AU = ADDRESS UNKNOWN, DM = DAMAGED,
      *    OT = OTHER -- EVEN AFTER A LATER DELIVERY.  TRK-EDATE
      *    IS THE DATE OF THE LAST CARRIER EVENT.
       01  TRKF.
           02  TRKF_PNAME1       PIC  X(007) VALUE "JT-TRKF".
           02  F                 PIC  X(001).
           02  TRKF_LNAME        PIC  X(004) VALUE "TRKF".
           02  F                 PIC  X(001).
           02  TRKF_KEY1         PIC  X(100) VALUE SPACE.
           02  TRKF_SORT         PIC  X(100) VALUE SPACE.
           02  TRKF_IDLST        PIC  X(100) VALUE SPACE.
           02  TRKF_RES          USAGE  POINTER.
      *
       01  TRK-R.
           02  TRK-KEY.
               03  TRK-NO           PIC  X(020).
           02  TRK-CARR             PIC  9(003).
           02  TRK-CONS             PIC  9(006).
           02  TRK-LOT              PIC  9(006).
           02  TRK-SEQ              PIC  9(001).
           02  TRK-CTN              PIC  9(003).
           02  TRK-TCD              PIC  9(004).
           02  TRK-SDATE            PIC  9(008).
           02  TRK-STAT             PIC  X(001).
           02  TRK-DDATE            PIC  9(008).
           02  TRK-DTIME            PIC  9(004).
           02  TRK-RCVR             PIC  X(020).
           02  TRK-EXC              PIC  X(002).
           02  TRK-EDATE            PIC  9(008).
           02  TRK-OPR              PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
