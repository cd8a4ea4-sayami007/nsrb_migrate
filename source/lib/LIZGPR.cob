      ********************************************
      *****     JT-ZGPR ZENGIN PAY RUN REGISTER    *****
      ********************************************
      *    ONE RECORD PER PAY DATE THE KM860U PAY RUN HAS
      *    WRITTEN A ZENGIN BULK TRANSFER FILE FOR.  ZGP-STAT
      *    1 = FILE WRITTEN -- KM860U REFUSES THE SAME PAY DATE
      *    AGAIN; 9 = RESET BY OPERATIONS ON KM870U, WHICH PUTS
      *    THE RUN'S INVOICES BACK TO UNPAID SO THE DATE CAN BE
      *    RUN AGAIN.  ZGP-CNT/ZGP-AMT ARE THE FILE'S TRAILER
      *    TOTALS (THE ONE DEBIT THE BANK MAKES FOR THE RUN) AND
      *    ZGP-INV THE NUMBER OF JT-KSIF INVOICES MARKED PAID.
       01  ZGPR.
           02  ZGPR_PNAME1       PIC  X(007) VALUE "JT-ZGPR".
           02  F                 PIC  X(001).
           02  ZGPR_LNAME        PIC  X(004) VALUE "ZGPR".
           02  F                 PIC  X(001).
           02  ZGPR_KEY1         PIC  X(100) VALUE SPACE.
           02  ZGPR_SORT         PIC  X(100) VALUE SPACE.
           02  ZGPR_IDLST        PIC  X(100) VALUE SPACE.
           02  ZGPR_RES          USAGE  POINTER.
      *
       01  ZGP-R.
           02  ZGP-KEY.
               03  ZGP-PDATE        PIC  9(008).
           02  ZGP-STAT             PIC  9(001).
           02  ZGP-BKCD             PIC  9(002).
           02  ZGP-CNT              PIC  9(006).
           02  ZGP-AMT              PIC  9(012).
           02  ZGP-INV              PIC  9(007).
           02  ZGP-RDATE            PIC  9(008).
           02  ZGP-RTIME            PIC  9(006).
           02  ZGP-OPR              PIC  X(006).
           02  ZGP-XDATE            PIC  9(008).
           02  ZGP-XTIME            PIC  9(006).
           02  ZGP-XOPR             PIC  X(006).
           02  F                    PIC  X(024).
       77  F                     PIC  X(001).
