           02  SKD-TNC        PIC  9(002).
           02  SKD-BMC        PIC  9(001).
           02  SKD-DCC        PIC  9(001).
      *    GL INTERFACE MARK -- 1 ONCE PR680U HAS CARRIED THIS ROW
      *    INTO A JT-JVF VOUCHER; ZERO/SPACE = NOT YET INTERFACED;
      *    2 = TAKEN BY A PR680U RUN, VOUCHER NOT YET CONFIRMED
      *    (STILL COUNTS AS NOT INTERFACED).
           02  SKD-GLIF       PIC  9(001).
      *    INVOICE DUE DATE -- THE PAYMENT DATE UNDER THE
      *    CUSTOMER'S JT-PTRM TERMS, STAMPED BY SK730U AND
      *    RE-STAMPED BY SK800U FOR ROWS ON A SUMMARY BILL; ZERO
      *    = NOT STAMPED (LPDUE WORKS IT OUT).  SKD-SKD REMAINS
      *    THE SETTLEMENT/MATURITY DATE.
           02  SKD-DUE        PIC  9(008).
           02  SKD-BI         PIC  N(024).
           02  SKD-HNO.
             03  SKD-HNO1     PIC  9(006).
      *    RUN PUT THIS ROW ON A SUMMARY BILL; ZERO = NOT YET
      *    BILLED.
           02  SKD-BILYM      PIC  9(004).
      *    DUE-ON-ISSUE MARK -- 1 ON A RE-BILL OF A REJECTED
      *    DEDUCTION CLAIM SENT STRAIGHT TO DUNNING BY SK880U;
      *    SK810U TREATS THE ROW AS OVERDUE WITHOUT WAITING OUT
      *    THE CUSTOMER'S TERMS.
           02  SKD-DUNF       PIC  9(001).
           02  F              PIC  X(001).
           02  SKD-SNO        PIC  9(006).
