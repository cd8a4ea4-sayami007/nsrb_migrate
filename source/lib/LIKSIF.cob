           02  KSI-DDATE            PIC  9(008).
           02  KSI-STAT             PIC  9(001).
           02  KSI-OPR              PIC  X(006).
      *    GL INTERFACE MARK -- 1 ONCE PR680U HAS CARRIED THE
      *    INVOICE INTO A JT-JVF VOUCHER; 2 = TAKEN BY A PR680U
      *    RUN, VOUCHER NOT YET CONFIRMED.
           02  KSI-GLIF             PIC  9(001).
      *    DATE THE INVOICE WAS PAID (KSI-STAT 3) -- THE BANK
      *    RECONCILIATION (PR820R) BOOKS THE PAYMENT ON IT.
           02  KSI-PDATE            PIC  9(008).
      *    KSI-STAT THE INVOICE HAD BEFORE THE KM860U PAY RUN
      *    MARKED IT PAID -- A KM870U RESET PUTS IT BACK.
           02  KSI-PSTAT            PIC  9(001).
       77  F                     PIC  X(001).
