      ********************************************
      *****     JT-PROM PROMOTIONAL PRICE MASTER   *****
      ********************************************
      *    TIME-LIMITED PROMOTION PRICES.  ONE RECORD PER
      *    PROMOTION CODE AND TARGET: EITHER ONE ITEM (PRM-JCD,
      *    PRM-BR1 00) OR A WHOLE STRN-151 ITEM CLASS (PRM-JCD
      *    000000, PRM-BR1 AS CARRIED ON J-BR1), FOR ONE
      *    CUSTOMER OR FOR ALL (PRM-TCD 0000).  VALID FROM
      *    PRM-FROM THROUGH PRM-TO INCLUSIVE (YYYYMMDD).
      *    PRM-KBN 1 = FIXED PRICE PRM-TAN (YEN), 2 = PRM-PCT
      *    PERCENT OFF THE CUSTOMER'S NORMAL PRICE (THTND, ELSE
      *    J-M).  MAINTAINED BY JF840U; SEASON MARKDOWNS (CODE
      *    "MD" + JT-SEAS SEASON) ARE RAISED BY JF880U FROM THE
      *    JT-MDPR PROPOSALS.  PRICED BY THE LPPRC
      *    ROUTINE IN JF680U AND JF820U; JF850R REPORTS THE
      *    SELL-THROUGH PER PROMOTION.
       01  PROM.
           02  PROM_PNAME1       PIC  X(007) VALUE "JT-PROM".
           02  F                 PIC  X(001).
           02  PROM_LNAME        PIC  X(004) VALUE "PROM".
           02  F                 PIC  X(001).
           02  PROM_KEY1         PIC  X(100) VALUE SPACE.
           02  PROM_SORT         PIC  X(100) VALUE SPACE.
           02  PROM_IDLST        PIC  X(100) VALUE SPACE.
           02  PROM_RES          USAGE  POINTER.
      *
       01  PRM-R.
           02  PRM-KEY.
               03  PRM-CD           PIC  X(006).
               03  PRM-JCD          PIC  9(006).
               03  PRM-BR1          PIC  9(002).
               03  PRM-TCD          PIC  9(004).
           02  PRM-NAME             PIC  N(012).
           02  PRM-FROM             PIC  9(008).
           02  PRM-TO               PIC  9(008).
           02  PRM-KBN              PIC  9(001).
           02  PRM-TAN              PIC  9(006).
           02  PRM-PCT              PIC  9(002)V9(01).
           02  PRM-OPR              PIC  X(006).
           02  PRM-UDATE            PIC  9(008).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
