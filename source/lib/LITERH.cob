      ********************************************
      *****     JT-TERH SALES TERRITORY HISTORY    *****
      ********************************************
      *    ONE RECORD PER CUSTOMER AND EFFECTIVE-FROM DATE
      *    (YYYYMMDD): THE STAFF CODE ASSIGNED TO THE CUSTOMER
      *    FROM THAT DATE UNTIL ITS NEXT RECORD.  A STRAN LINE
      *    BELONGS TO THE STAFF MEMBER OF THE LATEST RECORD
      *    DATED ON OR BEFORE STRN-01; WITH NONE, TO THE STRN-17
      *    IT WAS POSTED UNDER (SEE LPTERH).  WRITTEN BY THE
      *    ST840U BULK REASSIGNMENT SCREEN, ONE BATCH PER
      *    ENTRY (TRH-RDATE/TRH-RTIME), PRINTED FOR SIGN-OFF ON
      *    THE ST850R REGISTER.
      *    TRH-APLF -- TT-TNC ON TT-M:
      *      0 = NOT YET (EFFECTIVE IN THE FUTURE; ST860U MOVES
      *          IT ON THE DAY),
      *      1 = SET TO TRH-TNC,
      *      2 = NOT SET -- TT-TNC WAS NO LONGER TRH-OLD WHEN
      *          THE MOVE FELL DUE.
       01  TERH.
           02  TERH_PNAME1       PIC  X(007) VALUE "JT-TERH".
           02  F                 PIC  X(001).
           02  TERH_LNAME        PIC  X(004) VALUE "TERH".
           02  F                 PIC  X(001).
           02  TERH_KEY1         PIC  X(100) VALUE SPACE.
           02  TERH_SORT         PIC  X(100) VALUE SPACE.
           02  TERH_IDLST        PIC  X(100) VALUE SPACE.
           02  TERH_RES          USAGE  POINTER.
      *
       01  TRH-R.
           02  TRH-KEY.
               03  TRH-TCD          PIC  9(004).
               03  TRH-EFF          PIC  9(008).
           02  TRH-TNC              PIC  9(002).
           02  TRH-OLD              PIC  9(002).
           02  TRH-FKC              PIC  9(002).
      *        PREFECTURE FILTER OF THE BATCH (00 = ALL).
           02  TRH-PREF             PIC  9(002).
           02  TRH-RDATE            PIC  9(008).
           02  TRH-RTIME            PIC  9(006).
           02  TRH-OPR              PIC  X(006).
           02  TRH-APLF             PIC  9(001).
           02  TRH-ADATE            PIC  9(008).
      *        1 = PRINTED ON AN ST850R REGISTER.
           02  TRH-PRTF             PIC  9(001).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
