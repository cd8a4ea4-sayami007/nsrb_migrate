      ********************************************
      *****     JT-TKCT CUSTOMER CONTACT FILE      *****
      ********************************************
      *    CONTACT PERSONS UNDER A TOKMS CUSTOMER, ONE PER
      *    ROLE:
      *        TKC-ROLE 1 = BILLING
      *                 2 = ORDERING
      *                 3 = SHIPPING
      *                 4 = ACCOUNTS PAYABLE
      *    DEPARTMENT AND PERSON IN KANJI, PHONE, FAX AND
      *    E-MAIL.  MAILED OUTPUT ADDRESSES THE CONTACT FOR ITS
      *    ROLE AT THE TOKMS ADDRESS (LPTKCT); MAINTAINED BY
      *    TT820U, SHOWN ON TT750U.
       01  TKCT.
           02  TKCT_PNAME1       PIC  X(007) VALUE "JT-TKCT".
           02  F                 PIC  X(001).
           02  TKCT_LNAME        PIC  X(004) VALUE "TKCT".
           02  F                 PIC  X(001).
           02  TKCT_KEY1         PIC  X(100) VALUE SPACE.
           02  TKCT_SORT         PIC  X(100) VALUE SPACE.
           02  TKCT_IDLST        PIC  X(100) VALUE SPACE.
           02  TKCT_RES          USAGE  POINTER.
      *
       01  TKC-R.
           02  TKC-KEY.
               03  TKC-TCD          PIC  9(004).
               03  TKC-ROLE         PIC  9(001).
           02  TKC-DEPT             PIC  N(012).
           02  TKC-PERS             PIC  N(012).
           02  TKC-TEL              PIC  X(015).
           02  TKC-FAX              PIC  X(015).
           02  TKC-MAIL             PIC  X(040).
           02  TKC-OPR              PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
