      ********************************************
      *****     JT-KPIH MONTHLY KPI HISTORY        *****
      ********************************************
      *    ONE RECORD PER MONTH (YYMM), WRITTEN BY THE ST830R
      *    MANAGEMENT KPI PACK WHEN IT IS RUN AFTER THE CLOSE.
      *    IT KEEPS THE MONTH'S FIGURES AS THE PACK PRINTED THEM;
      *    THE BALANCE FIGURES (A/R, OVERDUE A/R, INVENTORY,
      *    ORDER BACKLOG) CANNOT BE WORKED OUT AGAIN FOR A PAST
      *    MONTH, SO THE PACK'S YEAR-TO-DATE AVERAGES AND ITS
      *    LAST-YEAR COLUMN FOR THEM COME FROM HERE.
      *    KPH-BDATE IS THE DATE THE BALANCES WERE TAKEN.
      *    KPH-ZKF = 1 WHEN THE ZK770U VALUATION FOR THE MONTH
      *    WAS ON FCTL "ZKVAL" (KPH-INVO/KPH-INVC HELD).
       01  KPIH.
           02  KPIH_PNAME1       PIC  X(007) VALUE "JT-KPIH".
           02  F                 PIC  X(001).
           02  KPIH_LNAME        PIC  X(004) VALUE "KPIH".
           02  F                 PIC  X(001).
           02  KPIH_KEY1         PIC  X(100) VALUE SPACE.
           02  KPIH_SORT         PIC  X(100) VALUE SPACE.
           02  KPIH_IDLST        PIC  X(100) VALUE SPACE.
           02  KPIH_RES          USAGE  POINTER.
      *
       01  KPH-R.
           02  KPH-KEY.
               03  KPH-YM           PIC  9(004).
      *        SALES (STRAN) AND TARGET (JT-SLTG)
           02  KPH-GROSS            PIC S9(011).
           02  KPH-RET              PIC S9(011).
           02  KPH-NET              PIC S9(011).
           02  KPH-TGT              PIC S9(011).
           02  KPH-COST             PIC S9(011).
           02  KPH-NOC              PIC  9(005).
      *        BALANCES
           02  KPH-AR               PIC S9(011).
           02  KPH-OVD              PIC S9(011).
           02  KPH-BDATE            PIC  9(006).
           02  KPH-ZKF              PIC  9(001).
           02  KPH-INVO             PIC S9(011).
           02  KPH-INVC             PIC S9(011).
           02  KPH-BKL              PIC S9(009).
      *        OPERATIONS
           02  KPH-SHP              PIC  9(007).
           02  KPH-ONT              PIC  9(007).
           02  KPH-EDR              PIC  9(007).
           02  KPH-EDE              PIC  9(007).
           02  KPH-RDATE            PIC  9(006).
           02  KPH-RTIME            PIC  9(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
