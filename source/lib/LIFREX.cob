      *    PRICED FROM JT-FRTM.  JF780R MATCHES THE CARRIER'S
      *    MONTHLY INVOICE FILE AGAINST THESE ROWS AND LISTS THE
      *    DIFFERENCES -- THE LONG-HAUL OVERBILLING FINALLY HAS
      *    A PAPER TRAIL.  FRX-ACT IS THE AMOUNT THE CARRIER
      *    ACTUALLY CHARGED, STORED BY JF780R WHEN THE INVOICE
      *    LINE MATCHES (0 = NOT YET INVOICED); ST670R KEEPS IT
      *    ACROSS A MANIFEST RERUN.
       01  FREX.
           02  FREX_PNAME1       PIC  X(007) VALUE "JT-FREX".
           02  F                 PIC  X(001).
           02  FRX-WGT              PIC  9(006)V9(01).
           02  FRX-EXP              PIC  9(007).
           02  FRX-DATE             PIC  9(008).
           02  FRX-ACT              PIC  9(007).
           02  F                    PIC  X(003).
       77  F                     PIC  X(001).
