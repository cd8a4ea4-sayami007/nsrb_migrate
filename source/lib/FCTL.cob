             03  FCTL-STDT       PIC  9(008).
             03  FCTL-STTM      PIC  9(006).
             03  F               PIC  X(254).
      *        "RGZKM", "RGKFP", "RGJOL" -- ONE-TIME REORGANISATION
      *        DONE (ZK960U, KF940U, JF970U).  STST = 1 STOPS A
      *        SECOND RUN.  ZK960U AND KF940U ALSO SET 2 WHILE THE
      *        UNLOAD IS AT RISK (A START THEN MUST RESTORE FIRST)
      *        AND 0 AFTER A CLEAN RESTORE.
           02  FCTL-RECC  REDEFINES  FCTL-REC1.                         会計期間ロック
             03  FCTL-CLK        PIC  X(005).
             03  FCTL-CLST       PIC  9(001).
             03  FCTL-VALYM      PIC  9(004).
             03  FCTL-VALAMT     PIC S9(011).
             03  FCTL-VALOPN     PIC S9(011).
      *        MONTH AND MOVEMENT (CLOSING LESS OPENING) LAST
      *        CARRIED TO JT-JVF BY PR680U -- A RESTATED RERUN
      *        OF ZK770U INTERFACES ONLY THE DIFFERENCE.
             03  FCTL-VALGYM     PIC  9(004).
             03  FCTL-VALGAM     PIC S9(011).
             03  F               PIC  X(228).
           02  FCTL-RECB  REDEFINES  FCTL-REC1.                         PR530U BATCH
             03  FCTL-BPK        PIC  X(005).
             03  FCTL-BSBMN      PIC  9(004).
             03  FCTL-BDRY       PIC  X(001).
             03  FCTL-BOPR       PIC  X(006).
             03  F               PIC  X(250).
           02  FCTL-RECD  REDEFINES  FCTL-REC1.                         貸倒引当金
             03  FCTL-ALK        PIC  X(005).
      *        HISTORICAL LOSS RATE (PERCENT) THE PR780U RUN
      *        APPLIES TO ORDINARY CUSTOMERS, AND THE MONTH AND
      *        AMOUNT OF THE ALLOWANCE IT LAST BOOKED -- THE NEXT
      *        RUN REVERSES THAT AMOUNT BEFORE BOOKING ITS OWN.
             03  FCTL-ALRATE     PIC  9(002)V9(03).
             03  FCTL-ALYM       PIC  9(004).
             03  FCTL-ALAMT      PIC S9(011).
             03  F               PIC  X(249).
      *        SELLER PARTY FOR THE SK930U JP PINT E-INVOICE --
      *        LEGAL NAME AND PEPPOL ENDPOINT.  A BLANK ENDPOINT
      *        ID SENDS UNDER SCHEME 0188 WITH THE CORPORATE
      *        NUMBER TAKEN FROM THE "TXREG" REGISTRATION NUMBER.
           02  FCTL-RECE  REDEFINES  FCTL-REC1.
             03  FCTL-EIK        PIC  X(005).
             03  FCTL-EINAME     PIC  X(040).
             03  FCTL-EISCH      PIC  X(004).
             03  FCTL-EIEPID     PIC  X(020).
             03  F               PIC  X(205).
      *        SLOW-MOVING STOCK PROVISION -- THE PERCENTAGE ZK890U
      *        PROVIDES AGAINST EACH AGE BUCKET (0-90, 91-180,
      *        181-365, OVER 365 DAYS), KEYED ON ZK900U, AND THE
      *        MONTH AND AMOUNT OF THE PROVISION IT LAST BOOKED --
      *        THE NEXT RUN REVERSES THAT AMOUNT BEFORE BOOKING.
           02  FCTL-RECG  REDEFINES  FCTL-REC1.
             03  FCTL-AGK        PIC  X(005).
             03  FCTL-AGPCT      PIC  9(003)  OCCURS  4.
             03  FCTL-AGYM       PIC  9(004).
             03  FCTL-AGAMT      PIC S9(011).
             03  F               PIC  X(242).
           02  FCTL-RECM  REDEFINES  FCTL-REC1.
             03  FCTL-MCK        PIC  X(005).
      *        "MCTHR" -- MAKER-CHECKER THRESHOLDS (NB810U).  A
      *        CHANGE BEYOND ITS THRESHOLD GOES TO JT-MCPF FOR
      *        APPROVAL ON NB800U INSTEAD OF UPDATING THE MASTER:
      *        J-M PRICE AND KHM RATE MOVES IN WHOLE PERCENT OF
      *        THE OLD VALUE, TT-CRLM INCREASES AND VOUCHER DEBIT
      *        TOTALS IN YEN.  0 SENDS EVERY SUCH CHANGE.
             03  FCTL-MCJMP      PIC  9(003).
             03  FCTL-MCCRL      PIC  9(009).
             03  FCTL-MCKHP      PIC  9(003).
             03  FCTL-MCJVA      PIC  9(011).
             03  F               PIC  X(243).
      *        "CTSRT" -- COST-TO-SERVE RATES (ST870R): THE YEN
      *        CHARGED FOR HANDLING EACH CUSTOMER RETURN AND FOR
      *        PACKING EACH JT-CTNF CARTON.  A NON-ZERO RATE
      *        ARGUMENT TO ST870R REPLACES THE RATE ON FILE.
           02  FCTL-RECK  REDEFINES  FCTL-REC1.
             03  FCTL-CSK        PIC  X(005).
             03  FCTL-CSRTN      PIC  9(006).
             03  FCTL-CSCTN      PIC  9(006).
             03  F               PIC  X(257).
       77  F                     PIC  X(001).
