      ********************************************
      *****     JT-PEPF CUSTOMER E-INVOICE PROFILE *****
      ********************************************
      *    ONE RECORD PER TOKMS CUSTOMER THAT TAKES ITS
      *    INVOICES OVER THE PEPPOL NETWORK (JP PINT).  TOKMS
      *    HAS NO ROOM FOR THE PARTICIPANT ID, SO IT IS HELD
      *    HERE.  MAINTAINED BY SK920U.
      *        PEP-SCHEME  PARTICIPANT ID SCHEME (0188 = JAPAN
      *                    CORPORATE NUMBER)
      *        PEP-PID     PARTICIPANT ID WITHIN THE SCHEME
      *        PEP-ACTV    1 = SEND BY PEPPOL FROM PEP-FROM ON
      *                    (PAPER IS THEN WITHHELD), 0 = PAPER
      *        PEP-DOC     1 = EACH SK730U INVOICE,
      *                    2 = THE SK800U SUMMARY BILL
      *    SK930U EXPORTS THE DOCUMENTS; SK730U AND SK800U MARK
      *    THEM "NOT MAILED" SO NOTHING IS ISSUED TWICE.
       01  PEPF.
           02  PEPF_PNAME1       PIC  X(007) VALUE "JT-PEPF".
           02  F                 PIC  X(001).
           02  PEPF_LNAME        PIC  X(004) VALUE "PEPF".
           02  F                 PIC  X(001).
           02  PEPF_KEY1         PIC  X(100) VALUE SPACE.
           02  PEPF_SORT         PIC  X(100) VALUE SPACE.
           02  PEPF_IDLST        PIC  X(100) VALUE SPACE.
           02  PEPF_RES          USAGE  POINTER.
      *
       01  PEP-R.
           02  PEP-KEY.
               03  PEP-TCD          PIC  9(004).
           02  PEP-SCHEME           PIC  X(004).
           02  PEP-PID              PIC  X(040).
           02  PEP-ACTV             PIC  9(001).
           02  PEP-DOC              PIC  9(001).
           02  PEP-FROM             PIC  9(008).
           02  PEP-OPR              PIC  X(006).
           02  F                    PIC  X(016).
       77  F                     PIC  X(001).
