      ********************************************
      *****     JT-JVTM RECURRING VOUCHER TEMPLATE *****
      ********************************************
      *    ONE RECORD PER STANDING JOURNAL VOUCHER (RENT, LEASE,
      *    PAYROLL ACCRUAL, MONTH-END ACCRUED EXPENSES), HOLDING
      *    UP TO TEN BALANCED LINES IN THE JT-JVF LAYOUT.
      *    MAINTAINED BY PR720U; PR730U GENERATES THE MONTH'S
      *    VOUCHERS FROM IT.  A TEMPLATE IS DUE IN EVERY
      *    JVT-FREQ'TH MONTH COUNTING FROM JVT-SYM, UP TO AND
      *    INCLUDING JVT-EYM (0000 = NO END).  JVT-REV 1 MARKS
      *    A REVERSING (ACCRUAL) VOUCHER: PR730U ALSO WRITES THE
      *    MIRROR VOUCHER INTO THE NEXT MONTH, DATED ITS FIRST
      *    BUSINESS DAY.  JVT-LGYM IS THE LAST MONTH GENERATED,
      *    SO A RERUN OF THE SAME MONTH WRITES NOTHING TWICE.
       01  JVTM.
           02  JVTM_PNAME1       PIC  X(007) VALUE "JT-JVTM".
           02  F                 PIC  X(001).
           02  JVTM_LNAME        PIC  X(004) VALUE "JVTM".
           02  F                 PIC  X(001).
           02  JVTM_KEY1         PIC  X(100) VALUE SPACE.
           02  JVTM_SORT         PIC  X(100) VALUE SPACE.
           02  JVTM_IDLST        PIC  X(100) VALUE SPACE.
           02  JVTM_RES          USAGE  POINTER.
      *
       01  JVT-R.
           02  JVT-KEY.
               03  JVT-NO           PIC  9(004).
           02  JVT-NAME             PIC  X(020).
           02  JVT-FREQ             PIC  9(002).
           02  JVT-SYM              PIC  9(004).
           02  JVT-EYM              PIC  9(004).
           02  JVT-REV              PIC  9(001).
           02  JVT-LGYM             PIC  9(004).
           02  JVT-LCNT             PIC  9(002).
           02  JVT-LN-AREA.
               03  JVT-LN  OCCURS  10.
                   04  JVT-KMCD     PIC  9(004).
                   04  JVT-DRCR     PIC  9(001).
                   04  JVT-KIN      PIC S9(009).
                   04  JVT-TEXT     PIC  X(020).
           02  JVT-OPR              PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
