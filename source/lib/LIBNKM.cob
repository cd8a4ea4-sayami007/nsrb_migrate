      ********************************************
      *****     JT-BNKM BANK ACCOUNT MASTER        *****
      ********************************************
      *    ONE RECORD PER COMPANY BANK ACCOUNT, KEYED BY A
      *    TWO-DIGIT ACCOUNT CODE.  BANK AND BRANCH ARE THE
      *    ZENGIN CODES; BNK-TYP 1 = ORDINARY, 2 = CURRENT.
      *    BNK-KMCD IS THE ACCUNT CODE THE ACCOUNT IS BOOKED
      *    UNDER.  BNK-RCVF 1 MARKS THE ACCOUNT CUSTOMER
      *    TRANSFERS AND NOTES ARE PAID INTO, BNK-PAYF 1 THE
      *    ACCOUNT CONTRACTOR AND EXPENSE INVOICES ARE PAID FROM
      *    (ONE OF EACH).  THE BOOK SIDE OF THE PR820R
      *    RECONCILIATION STARTS FROM BNK-OBAL AS AT BNK-OBDT.
      *    BNK-CLCD/BNK-CLNM ARE THE ZENGIN CLIENT CODE THE BANK
      *    ASSIGNED US AND OUR HALF-WIDTH KANA NAME, CARRIED ON
      *    THE HEADER OF THE KM860U BULK TRANSFER FILE.
      *    MAINTAINED BY PR810U.
       01  BNKM.
           02  BNKM_PNAME1       PIC  X(007) VALUE "JT-BNKM".
           02  F                 PIC  X(001).
           02  BNKM_LNAME        PIC  X(004) VALUE "BNKM".
           02  F                 PIC  X(001).
           02  BNKM_KEY1         PIC  X(100) VALUE SPACE.
           02  BNKM_SORT         PIC  X(100) VALUE SPACE.
           02  BNKM_IDLST        PIC  X(100) VALUE SPACE.
           02  BNKM_RES          USAGE  POINTER.
      *
       01  BNK-R.
           02  BNK-KEY.
               03  BNK-CD           PIC  9(002).
           02  BNK-BKNO             PIC  9(004).
           02  BNK-BKNM             PIC  X(015).
           02  BNK-BRNO             PIC  9(003).
           02  BNK-BRNM             PIC  X(015).
           02  BNK-TYP              PIC  9(001).
           02  BNK-ACNO             PIC  9(007).
           02  BNK-KMCD             PIC  9(004).
           02  BNK-RCVF             PIC  9(001).
           02  BNK-PAYF             PIC  9(001).
           02  BNK-OBDT             PIC  9(008).
           02  BNK-OBAL             PIC S9(011).
           02  BNK-OPR              PIC  X(006).
           02  BNK-CLCD             PIC  9(010).
           02  BNK-CLNM             PIC  X(040).
           02  F                    PIC  X(022).
       77  F                     PIC  X(001).
