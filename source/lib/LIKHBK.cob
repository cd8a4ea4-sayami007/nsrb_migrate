      ********************************************
      *****     JT-KHBK CONTRACTOR BANK ACCOUNT    *****
      ********************************************
      *    THE ACCOUNT EACH CONTRACTOR IS PAID INTO, KEYED BY
      *    THE KHM CONTRACTOR CODE (KH-HCD / KSI-HCD).  BANK AND
      *    BRANCH ARE THE ZENGIN CODES WITH THEIR HALF-WIDTH KANA
      *    NAMES; KHB-TYP 1 = ORDINARY, 2 = CURRENT, 4 = SAVINGS.
      *    KHB-KNAM IS THE PAYEE NAME IN HALF-WIDTH KANA EXACTLY
      *    AS THE BANK HOLDS IT ON THE ACCOUNT.  KHB-UDATE IS THE
      *    DATE THE DETAILS WERE LAST CHANGED -- THE KM860U PAY
      *    RUN FLAGS THE FIRST TRANSFER AFTER A CHANGE AS NEW.
      *    MAINTAINED BY KM850U.
       01  KHBK.
           02  KHBK_PNAME1       PIC  X(007) VALUE "JT-KHBK".
           02  F                 PIC  X(001).
           02  KHBK_LNAME        PIC  X(004) VALUE "KHBK".
           02  F                 PIC  X(001).
           02  KHBK_KEY1         PIC  X(100) VALUE SPACE.
           02  KHBK_SORT         PIC  X(100) VALUE SPACE.
           02  KHBK_IDLST        PIC  X(100) VALUE SPACE.
           02  KHBK_RES          USAGE  POINTER.
      *
       01  KHB-R.
           02  KHB-KEY.
               03  KHB-HCD          PIC  X(005).
           02  KHB-BKNO             PIC  9(004).
           02  KHB-BKNM             PIC  X(015).
           02  KHB-BRNO             PIC  9(003).
           02  KHB-BRNM             PIC  X(015).
           02  KHB-TYP              PIC  9(001).
           02  KHB-ACNO             PIC  9(007).
           02  KHB-KNAM             PIC  X(030).
           02  KHB-UDATE            PIC  9(008).
      *    PAY DATE OF THE LAST TRANSFER MADE TO THIS ACCOUNT.
           02  KHB-LPDT             PIC  9(008).
           02  KHB-OPR              PIC  X(006).
      *    KHB-LPDT BEFORE THE LAST PAY RUN -- A KM870U RESET OF
      *    THAT RUN PUTS IT BACK.
           02  KHB-PLPDT            PIC  9(008).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
