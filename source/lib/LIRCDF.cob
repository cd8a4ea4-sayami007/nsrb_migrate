      ********************************************
      *****     JT-RCDF RECEIVING DIFFERENCE FILE  *****
      ********************************************
      *    ONE OPEN ITEM PER DIFFERENCE KF900U FINDS BETWEEN A
      *    RETAILER'S KOLRF16 RECEIVING CONFIRMATION AND WHAT WE
      *    SHIPPED (JSJD, BY SLIP) AND INVOICED (THE STRAN SALE
      *    LINE AND ITS SKDF INVOICE).  NUMBER FROM THE FCTL
      *    "RCDNO" COUNTER.  RCD-TYP:
      *        S = SHORT RECEIVED   (ONE SIZE, RCD-SZ 1-10)
      *        O = OVER RECEIVED    (ONE SIZE, RCD-SZ 1-10)
      *        P = PRICE DIFFERENCE (WHOLE LINE, RCD-SZ 0)
      *    RCD-AMT IS WHAT THE CUSTOMER WILL PAY SHORT OF OUR
      *    INVOICE (NEGATIVE WHEN IT WILL PAY MORE): THE SIZE
      *    DIFFERENCE AT OUR PRICE, OR THE PRICE DIFFERENCE ON
      *    THE RECEIVED QUANTITY.  RCD-IVNO 0 = NOT YET INVOICED
      *    (OUR PRICE IS THEN THE DELIVERY-SLIP PRICE).  RCD-RSN
      *    IS AN HKBM CLASS-45 DEDUCTION REASON.  SALES WORKS THE
      *    ITEM ON KF910U BEFORE THE PAYMENT ARRIVES:
      *        0 = OPEN
      *        1 = ACCEPTED -- SKDF CREDIT MEMO (OR, WHEN THE
      *            CUSTOMER OWES MORE, A FURTHER INVOICE ROW)
      *            NUMBERED IN RCD-DOCNO
      *        2 = DISPUTED -- WE STAND BY THE SHIPMENT AND THE
      *            INVOICE; RCD-REF HOLDS THE CUSTOMER CONTACT
       01  RCDF.
           02  RCDF_PNAME1       PIC  X(007) VALUE "JT-RCDF".
           02  F                 PIC  X(001).
           02  RCDF_LNAME        PIC  X(004) VALUE "RCDF".
           02  F                 PIC  X(001).
           02  RCDF_KEY1         PIC  X(100) VALUE SPACE.
           02  RCDF_SORT         PIC  X(100) VALUE SPACE.
           02  RCDF_IDLST        PIC  X(100) VALUE SPACE.
           02  RCDF_RES          USAGE  POINTER.
      *
       01  RCD-R.
           02  RCD-KEY.
               03  RCD-NO           PIC  9(006).
           02  RCD-TCD              PIC  9(004).
           02  RCD-SLIP             PIC  9(006).
           02  RCD-JCD              PIC  9(006).
           02  RCD-SZ               PIC  9(002).
           02  RCD-TYP              PIC  X(001).
           02  RCD-SDATE            PIC  9(008).
           02  RCD-RDATE            PIC  9(008).
           02  RCD-SHQ              PIC S9(005).
           02  RCD-RCQ              PIC S9(005).
           02  RCD-OPRC             PIC  9(007).
           02  RCD-TPRC             PIC  9(007).
           02  RCD-AMT              PIC S9(009).
           02  RCD-IVNO             PIC  9(006).
           02  RCD-VNO              PIC  9(006).
           02  RCD-RSN              PIC  9(002).
           02  RCD-STAT             PIC  9(001).
           02  RCD-CDATE            PIC  9(008).
           02  RCD-OPR              PIC  X(006).
           02  RCD-DOCNO            PIC  9(006).
           02  RCD-REF              PIC  X(020).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
