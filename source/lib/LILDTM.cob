      ********************************************
      *****     JT-LDTM DELIVERY LEAD-TIME MASTER  *****
      ********************************************
      *    BUSINESS DAYS FROM SHIPPING TO DELIVERY, BY
      *    DESTINATION PREFECTURE (THE STRN-18 / HKB-TDFK CODES)
      *    AND CARRIER (SHP-CARR).  PREFECTURE 00 AND CARRIER
      *    000 ARE THE DEFAULTS: THE LPLDT ROUTINE TRIES THE
      *    PREFECTURE AND CARRIER, THEN THE PREFECTURE FOR ANY
      *    CARRIER, THEN THE CARRIER FOR ANY PREFECTURE, THEN
      *    00/000.  MAINTAINED BY JF950U.
       01  LDTM.
           02  LDTM_PNAME1       PIC  X(007) VALUE "JT-LDTM".
           02  F                 PIC  X(001).
           02  LDTM_LNAME        PIC  X(004) VALUE "LDTM".
           02  F                 PIC  X(001).
           02  LDTM_KEY1         PIC  X(100) VALUE SPACE.
           02  LDTM_SORT         PIC  X(100) VALUE SPACE.
           02  LDTM_IDLST        PIC  X(100) VALUE SPACE.
           02  LDTM_RES          USAGE  POINTER.
      *
       01  LDT-R.
           02  LDT-KEY.
               03  LDT-TDFK         PIC  9(002).
               03  LDT-CARR         PIC  9(003).
           02  LDT-DAYS             PIC  9(002).
           02  LDT-OPR              PIC  X(006).
           02  F                    PIC  X(019).
       77  F                     PIC  X(001).
