      ********************************************
      *****     JT-SLTG SALES TARGET MASTER        *****
      ********************************************
      *    MONTHLY SALES TARGETS, KEYED BY MONTH (YYMM) AND THE
      *    STRN-17 STAFF CODE, WITH AN OPTIONAL STRN-02 CUSTOMER
      *    AND STRN-151 ITEM CLASS BREAKDOWN.  CUSTOMER 0000 AND
      *    CLASS 00 IS THE STAFF TOTAL FOR THE MONTH; ANY OTHER
      *    COMBINATION IS A BREAKDOWN LINE (0000 / 00 = ALL).
      *    WHEN A STAFF MEMBER HAS NO TOTAL FOR A MONTH THE
      *    BREAKDOWN LINES ADD UP TO IT.  MAINTAINED BY ST790U,
      *    LOADED FROM THE SPREADSHEET BY ST800U, REPORTED BY
      *    ST810R.
       01  SLTG.
           02  SLTG_PNAME1       PIC  X(007) VALUE "JT-SLTG".
           02  F                 PIC  X(001).
           02  SLTG_LNAME        PIC  X(004) VALUE "SLTG".
           02  F                 PIC  X(001).
           02  SLTG_KEY1         PIC  X(100) VALUE SPACE.
           02  SLTG_SORT         PIC  X(100) VALUE SPACE.
           02  SLTG_IDLST        PIC  X(100) VALUE SPACE.
           02  SLTG_RES          USAGE  POINTER.
      *
       01  SLT-R.
           02  SLT-KEY.
               03  SLT-YM           PIC  9(004).
               03  SLT-TNC          PIC  9(002).
               03  SLT-TCD          PIC  9(004).
               03  SLT-BR1          PIC  9(002).
           02  SLT-AMT              PIC S9(010).
           02  SLT-OPR              PIC  X(006).
           02  SLT-UDATE            PIC  9(008).
           02  F                    PIC  X(012).
       77  F                     PIC  X(001).
