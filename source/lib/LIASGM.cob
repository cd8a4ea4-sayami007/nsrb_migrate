      ********************************************
      *****     JT-ASGM CUSTOMER ASSORTMENT PROFILE *****
      ********************************************
      *    ONE RECORD PER CUSTOMER THAT HAS ONE; A CUSTOMER
      *    WITHOUT A RECORD IS IN NO GROUP AND MAY BUY ANY ITEM
      *    NOT BLOCKED TO IT.  AGM-GRP IS THE CUSTOMER GROUP
      *    WHOSE JT-ASRT RULES ALSO APPLY (000 = NONE).
      *    AGM-RNG 1 = AGREED RANGE ONLY: AN ITEM IS REFUSED
      *    UNLESS A RULE IN FORCE ALLOWS IT; 0 = EVERYTHING NOT
      *    BLOCKED.  MAINTAINED BY JM740U.
       01  ASGM.
           02  ASGM_PNAME1       PIC  X(007) VALUE "JT-ASGM".
           02  F                 PIC  X(001).
           02  ASGM_LNAME        PIC  X(004) VALUE "ASGM".
           02  F                 PIC  X(001).
           02  ASGM_KEY1         PIC  X(100) VALUE SPACE.
           02  ASGM_SORT         PIC  X(100) VALUE SPACE.
           02  ASGM_IDLST        PIC  X(100) VALUE SPACE.
           02  ASGM_RES          USAGE  POINTER.
      *
       01  AGM-R.
           02  AGM-KEY.
               03  AGM-TCD          PIC  9(004).
           02  AGM-GRP              PIC  9(003).
           02  AGM-RNG              PIC  9(001).
           02  AGM-OPR              PIC  X(006).
           02  AGM-UDATE            PIC  9(008).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
