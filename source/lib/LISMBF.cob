      ********************************************
      *****     JT-SMBF SUPPLIED MATERIAL BALANCE  *****
      *****     AT CONTRACTORS                     *****
      ********************************************
      *    ONE RECORD PER KH-HCD CONTRACTOR AND MATERIAL J-JCD:
      *    OUR OWN MATERIAL SENT OUT AGAINST JT-KWOF WORK ORDERS
      *    AND NOT YET USED UP.  KM880U ADDS EVERY ISSUE (SMB-ISQ
      *    AND THE HELD BALANCE SMB-BAL), KM800U TAKES THE
      *    STANDARD CONSUMPTION OF EVERY FINISHED-GOODS RECEIPT
      *    OFF THE BALANCE (SMB-CNQ), SO SMB-BAL = ISSUED LESS
      *    CONSUMED.  SMB-OPN / SMB-MIS / SMB-MCN ARE THE
      *    STATEMENT PERIOD'S OPENING BALANCE, ISSUES AND
      *    CONSUMPTION; THE KM890R MONTH-END STATEMENT RUN ("C")
      *    ROLLS THEM FORWARD AND STAMPS SMB-STDT.
       01  SMBF.
           02  SMBF_PNAME1       PIC  X(007) VALUE "JT-SMBF".
           02  F                 PIC  X(001).
           02  SMBF_LNAME        PIC  X(004) VALUE "SMBF".
           02  F                 PIC  X(001).
           02  SMBF_KEY1         PIC  X(100) VALUE SPACE.
           02  SMBF_SORT         PIC  X(100) VALUE SPACE.
           02  SMBF_IDLST        PIC  X(100) VALUE SPACE.
           02  SMBF_RES          USAGE  POINTER.
      *
       01  SMB-R.
           02  SMB-KEY.
               03  SMB-HCD          PIC  X(005).
               03  SMB-JCD          PIC  9(006).
           02  SMB-ISQ              PIC S9(007).
           02  SMB-CNQ              PIC S9(007).
           02  SMB-BAL              PIC S9(007).
           02  SMB-OPN              PIC S9(007).
           02  SMB-MIS              PIC S9(007).
           02  SMB-MCN              PIC S9(007).
           02  SMB-LIDT             PIC  9(008).
           02  SMB-LCDT             PIC  9(008).
           02  SMB-STDT             PIC  9(008).
           02  SMB-OPR              PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
