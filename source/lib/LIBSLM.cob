      ********************************************
      *****     JT-BSLM BALANCE SHEET LINE MASTER  *****
      ********************************************
      *    ONE RECORD PER PRINT LINE OF THE PR750R BALANCE
      *    SHEET, KEYED BY ITS PRINT ORDER, MAINTAINED BY PR740U.
      *    BSL-SEC: 1 = ASSETS, 2 = LIABILITIES, 3 = NET ASSETS.
      *    BSL-GKB WORKS AS GEN PL-GKB DOES FOR THE P/L: 0 IS A
      *    DETAIL LINE CARRYING THE ACCUNT CODES BSL-FKMCD THRU
      *    BSL-TKMCD, 1-9 PRINTS THE TOTAL OF THAT LEVEL AND
      *    CLEARS IT AND THE LEVELS BELOW.  THE TERM'S PROFIT IS
      *    CARRIED BY MAPPING THE P/L ACCOUNT RANGE TO A NET
      *    ASSETS LINE.
       01  BSLM.
           02  BSLM_PNAME1       PIC  X(007) VALUE "JT-BSLM".
           02  F                 PIC  X(001).
           02  BSLM_LNAME        PIC  X(004) VALUE "BSLM".
           02  F                 PIC  X(001).
           02  BSLM_KEY1         PIC  X(100) VALUE SPACE.
           02  BSLM_SORT         PIC  X(100) VALUE SPACE.
           02  BSLM_IDLST        PIC  X(100) VALUE SPACE.
           02  BSLM_RES          USAGE  POINTER.
      *
       01  BSL-R.
           02  BSL-KEY.
               03  BSL-LIN          PIC  9(003).
           02  BSL-SEC              PIC  9(001).
           02  BSL-GKB              PIC  9(001).
           02  BSL-NAME             PIC  X(030).
           02  BSL-FKMCD            PIC  9(004).
           02  BSL-TKMCD            PIC  9(004).
           02  F                    PIC  X(021).
       77  F                     PIC  X(001).
