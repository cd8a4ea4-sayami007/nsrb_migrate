      ********************************************
      *****     JT-DEDC DEDUCTION CLAIM FILE       *****
      ********************************************
      *    ONE RECORD PER CUSTOMER SHORT-PAYMENT.  SK790U RAISES
      *    THE CLAIM WHEN A RECEIPT FALLS SHORT OF THE OLDEST
      *    OPEN INVOICE: THE INVOICE IS CLOSED AGAINST THE
      *    RECEIPT (SKD-MREF) AND THE DIFFERENCE IS CARRIED HERE
      *    INSTEAD OF HANGING ON SKDF.  NUMBER FROM THE FCTL
      *    "DEDNO" COUNTER.  DED-RSN IS AN HKBM CLASS-45
      *    DEDUCTION REASON (00 = NOT YET ASSIGNED).  SK880U
      *    WORKS THE CLAIM TO ONE OF:
      *        0 = OPEN
      *        1 = APPROVED -- SKDF CREDIT MEMO (DC 1, DTC 4)
      *        2 = REJECTED, RE-BILLED -- NEW SKDF INVOICE ROW
      *            DATED THE WORK DATE
      *        3 = REJECTED, TO DUNNING -- NEW SKDF INVOICE ROW
      *            DATED THE ORIGINAL INVOICE DATE, SO SK810U
      *            CHASES IT AS ALREADY OVERDUE
      *        4 = CHARGEBACK -- CLOSED AGAINST THE CUSTOMER'S
      *            OWN DEBIT NOTE (DED-REF)
      *    DED-DOCNO HOLDS THE CREDIT MEMO OR RE-BILL NUMBER.
      *    SK890R AGES THE OPEN CLAIMS.
       01  DEDC.
           02  DEDC_PNAME1       PIC  X(007) VALUE "JT-DEDC".
           02  F                 PIC  X(001).
           02  DEDC_LNAME        PIC  X(004) VALUE "DEDC".
           02  F                 PIC  X(001).
           02  DEDC_KEY1         PIC  X(100) VALUE SPACE.
           02  DEDC_SORT         PIC  X(100) VALUE SPACE.
           02  DEDC_IDLST        PIC  X(100) VALUE SPACE.
           02  DEDC_RES          USAGE  POINTER.
      *
       01  DED-R.
           02  DED-KEY.
               03  DED-NO           PIC  9(006).
           02  DED-TCD              PIC  9(004).
           02  DED-IVKEY            PIC  X(020).
           02  DED-IDATE            PIC  9(008).
           02  DED-IDNO             PIC  9(006).
           02  DED-RCNO             PIC  9(006).
           02  DED-DATE             PIC  9(008).
           02  DED-AMT              PIC S9(009).
           02  DED-RSN              PIC  9(002).
           02  DED-STAT             PIC  9(001).
           02  DED-CDATE            PIC  9(008).
           02  DED-OPR              PIC  X(006).
           02  DED-DOCNO            PIC  9(006).
           02  DED-REF              PIC  X(020).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
