      *    ONE RECORD PER TRADING PARTNER (KOLRF1-02).  THE
      *    ALLOWED-TYPE FLAGS SAY WHICH KOLRF RECORD TYPES THE
      *    PARTNER MAY SEND (1 = ALLOWED); KFPF-ACTV 1 = LIVE,
      *    0 = HELD, 2 = TESTING -- A HELD OR TESTING PARTNER'S
      *    TRAFFIC MUST NEVER REACH PRODUCTION ORDERS.  A TESTING
      *    PARTNER'S TRANSMISSION IS MOVED BY KF820U INTO THE
      *    KOLRT SANDBOX FOR THE CERTIFICATION RUN (SEE LWKFCE).
      *    KFPF-CAL HOLDS THE EXPECTED TRANSMISSION CALENDAR, ONE
      *    FLAG PER WEEKDAY (1 = MONDAY .. 7 = SUNDAY,
      *    1 = EXPECTED).
       01  KFPF.
           02  KFPF_PNAME1       PIC  X(007) VALUE "JT-KFPF".
           02  F                 PIC  X(001).
      *    THIS PARTNER'S KOLRF11 ORDERS WITH TYPE-41 RESPONSE
      *    RECORDS.
           02  KFPF-TOR             PIC  9(001).
      *    STOCK AVAILABILITY FEED -- 1 SENDS THIS PARTNER THE
      *    KF890U TYPE-15 FREE-STOCK FILE.  KFPF-TCD IS THE
      *    TOKMS CUSTOMER WHOSE THTND PRICE LIST IS THE RANGE
      *    THE PARTNER MAY BUY, AND SO THE ITEMS THE FEED CARRIES.
           02  KFPF-STK             PIC  9(001).
           02  KFPF-TCD             PIC  9(004).
      *    LAST CERTIFICATION RUN -- KF920R SETS THE DATE AND THE
      *    ERRORS IT FOUND.  KF810U PROMOTES A TESTING PARTNER TO
      *    LIVE ONLY AFTER A RUN WITH NO ERRORS.
           02  KFPF-CDATE           PIC  9(008).
           02  KFPF-CERR            PIC  9(005).
           02  F                    PIC  X(001).
       77  F                     PIC  X(001).
