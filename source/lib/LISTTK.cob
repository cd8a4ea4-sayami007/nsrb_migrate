      *    JT-ZKM WITH THE HKBM CLASS-43 REASON CODE.
      *    STK-STAT: 0 = FROZEN AWAITING COUNT, 1 = COUNTED,
      *    2 = ADJUSTMENT POSTED, 9 = COUNT WAIVED.
      *    STK-CYC: SPACE = FULL STOCKTAKE (ZK730R), "C" = CYCLE
      *    COUNT OF THE ITEMS ZK910U SCHEDULED FOR THE DAY -- BOTH
      *    ARE COUNTED, REPORTED AND POSTED THE SAME WAY.
       01  STTK.
           02  STTK_PNAME1       PIC  X(007) VALUE "JT-STTK".
           02  F                 PIC  X(001).
           02  STK-STAT             PIC  9(001).
           02  STK-RSN              PIC  9(002).
           02  STK-OPR              PIC  X(006).
           02  STK-CYC              PIC  X(001).
           02  F                    PIC  X(008).
       77  F                     PIC  X(001).
