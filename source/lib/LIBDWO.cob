      ********************************************
      *****     JT-BDWO BAD-DEBT WRITE-OFF LOG     *****
      ********************************************
      *    ONE RECORD PER SKDF INVOICE ROW WRITTEN OFF AS
      *    UNCOLLECTIBLE BY PR790U, NUMBERED FROM THE FCTL
      *    "BDWNO" COUNTER.  CARRIES THE SKDF KEY OF THE ROW, THE
      *    AMOUNT AND TAX WRITTEN OFF, THE REASON, THE OPERATOR
      *    WHO KEYED IT AND THE SUPERVISOR WHO APPROVED IT, AND
      *    THE JT-JVF VOUCHER THAT BOOKED THE LOSS.  PR770R READS
      *    THE TAX ON WRITE-OFFS FOR THE TAX-ON-BAD-DEBTS LINE.
       01  BDWO.
           02  BDWO_PNAME1       PIC  X(007) VALUE "JT-BDWO".
           02  F                 PIC  X(001).
           02  BDWO_LNAME        PIC  X(004) VALUE "BDWO".
           02  F                 PIC  X(001).
           02  BDWO_KEY1         PIC  X(100) VALUE SPACE.
           02  BDWO_SORT         PIC  X(100) VALUE SPACE.
           02  BDWO_IDLST        PIC  X(100) VALUE SPACE.
           02  BDWO_RES          USAGE  POINTER.
      *
       01  BDW-R.
           02  BDW-KEY.
               03  BDW-NO           PIC  9(006).
           02  BDW-TCD              PIC  9(004).
           02  BDW-DATE             PIC  9(008).
           02  BDW-SKEY.
               03  BDW-SDATE        PIC  9(008).
               03  BDW-SDTC         PIC  9(001).
               03  BDW-SDNO         PIC  9(006).
               03  BDW-SGNO         PIC  9(001).
           02  BDW-KIN              PIC S9(009).
           02  BDW-SHZ              PIC S9(007).
           02  BDW-RSN              PIC  X(020).
           02  BDW-APR              PIC  X(006).
           02  BDW-OPR              PIC  X(006).
           02  BDW-JVNO             PIC  9(006).
           02  F                    PIC  X(012).
       77  F                     PIC  X(001).
