      ********************************************
      *****     JT-PTRM PAYMENT TERMS MASTER       *****
      ********************************************
      *    ONE RECORD PER PAYMENT-TERMS CODE, ATTACHED TO A
      *    CUSTOMER BY TK-PTC ON TOKMS.  TWO KINDS OF TERMS:
      *        PTM-TYPE 0 = NET DAYS -- DUE PTM-NETD DAYS AFTER
      *                     THE INVOICE DATE;
      *        PTM-TYPE 1 = CUTOFF -- SALES UP TO THE PTM-CUTDAY
      *                     CLOSING DAY (0 = MONTH-END) CLOSE IN
      *                     THAT MONTH, LATER ONES IN THE NEXT;
      *                     PAYMENT FALLS PTM-MOFS MONTHS AFTER
      *                     THE CLOSING MONTH ON DAY PTM-PDAY
      *                     (0 = MONTH-END).
      *    PTM-CASH IS THE PERCENT PAID IN CASH ON THE PAYMENT
      *    DATE; THE REST COMES AS A PROMISSORY NOTE MATURING
      *    PTM-SIGHT DAYS AFTER IT.  DUE DATES ROLL TO THE NEXT
      *    BUSINESS DAY (JT-CALM).  THE LPDUE ROUTINE WORKS THE
      *    DATES; MAINTAINED BY SK900U.
       01  PTRM.
           02  PTRM_PNAME1       PIC  X(007) VALUE "JT-PTRM".
           02  F                 PIC  X(001).
           02  PTRM_LNAME        PIC  X(004) VALUE "PTRM".
           02  F                 PIC  X(001).
           02  PTRM_KEY1         PIC  X(100) VALUE SPACE.
           02  PTRM_SORT         PIC  X(100) VALUE SPACE.
           02  PTRM_IDLST        PIC  X(100) VALUE SPACE.
           02  PTRM_RES          USAGE  POINTER.
      *
       01  PTM-R.
           02  PTM-KEY.
               03  PTM-CODE         PIC  9(003).
           02  PTM-NAME             PIC  X(020).
           02  PTM-TYPE             PIC  9(001).
           02  PTM-NETD             PIC  9(003).
           02  PTM-CUTDAY           PIC  9(002).
           02  PTM-MOFS             PIC  9(001).
           02  PTM-PDAY             PIC  9(002).
           02  PTM-CASH             PIC  9(003).
           02  PTM-SIGHT            PIC  9(003).
           02  PTM-OPR              PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
