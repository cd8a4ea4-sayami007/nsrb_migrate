      ********************************************
      *****     JT-ASRT CUSTOMER ITEM ASSORTMENT   *****
      ********************************************
      *    WHICH ITEMS A CUSTOMER MAY BE SOLD.  ONE RULE PER
      *    KEY:  WHO IS EITHER ONE CUSTOMER (ASR-TCD, ASR-GRP
      *    000), ONE CUSTOMER GROUP AS CARRIED ON JT-ASGM
      *    (ASR-TCD 0000, ASR-GRP) OR ALL CUSTOMERS (BOTH
      *    ZERO); WHAT IS EITHER ONE ITEM (ASR-JCD, ASR-BR1 00)
      *    OR A WHOLE STRN-151 ITEM CLASS (ASR-JCD 000000,
      *    ASR-BR1 AS CARRIED ON J-BR1).  IN FORCE FROM
      *    ASR-FROM THROUGH ASR-TO INCLUSIVE (YYYYMMDD, ASR-TO
      *    0 = OPEN-ENDED).  ASR-KBN 1 = ALLOWED, 2 = BLOCKED.
      *    THE MOST SPECIFIC RULE IN FORCE DECIDES (SEE LPASR);
      *    AN ITEM BLOCKED FOR ALL CUSTOMERS AND ALLOWED FOR
      *    ONE IS EXCLUSIVE TO THAT CUSTOMER.  MAINTAINED BY
      *    JM740U, LISTED PER CUSTOMER BY JM750R.
       01  ASRT.
           02  ASRT_PNAME1       PIC  X(007) VALUE "JT-ASRT".
           02  F                 PIC  X(001).
           02  ASRT_LNAME        PIC  X(004) VALUE "ASRT".
           02  F                 PIC  X(001).
           02  ASRT_KEY1         PIC  X(100) VALUE SPACE.
           02  ASRT_SORT         PIC  X(100) VALUE SPACE.
           02  ASRT_IDLST        PIC  X(100) VALUE SPACE.
           02  ASRT_RES          USAGE  POINTER.
      *
       01  ASR-R.
           02  ASR-KEY.
               03  ASR-TCD          PIC  9(004).
               03  ASR-GRP          PIC  9(003).
               03  ASR-JCD          PIC  9(006).
               03  ASR-BR1          PIC  9(002).
           02  ASR-KBN              PIC  9(001).
           02  ASR-FROM             PIC  9(008).
           02  ASR-TO               PIC  9(008).
           02  ASR-OPR              PIC  X(006).
           02  ASR-UDATE            PIC  9(008).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
