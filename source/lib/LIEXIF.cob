      ********************************************
      *****     JT-EXIF GENERAL EXPENSE INVOICE    *****
      *****     / PAYABLES FILE                    *****
      ********************************************
      *    ONE RECORD PER NON-CONTRACTOR BILL (UTILITIES, RENT,
      *    FREIGHT, SUPPLIES) ENTERED BY PR800U, NUMBERED FROM
      *    THE FCTL "EXINO" COUNTER.  THE AMOUNT BEFORE TAX IS
      *    ADDED TO THE TKEIHI-F MONTH BUCKET OF THE EXPENSE
      *    ACCOUNT/DEPARTMENT/PL LINE FOR THE INVOICE MONTH;
      *    KM830R PROPOSES THE INVOICE FOR PAYMENT BY ITS DUE
      *    DATE.  EXI-ZKB IS THE TAX CLASS (0 OUTSIDE TAX,
      *    1 STANDARD, 2 REDUCED) AND EXI-TNO THE PAYEE'S
      *    QUALIFIED-INVOICE REGISTRATION NUMBER AS PRINTED
      *    ("T" AND 13 DIGITS, SPACE = NONE).  THE PAYEE CODE
      *    IS THE JT-QREG "EX" KIND CODE.
      *    EXI-STAT: 0 = OPEN, 3 = PAID (ON EXI-PDATE),
      *    9 = CANCELLED.
       01  EXIF.
           02  EXIF_PNAME1       PIC  X(007) VALUE "JT-EXIF".
           02  F                 PIC  X(001).
           02  EXIF_LNAME        PIC  X(004) VALUE "EXIF".
           02  F                 PIC  X(001).
           02  EXIF_KEY1         PIC  X(100) VALUE SPACE.
           02  EXIF_SORT         PIC  X(100) VALUE SPACE.
           02  EXIF_IDLST        PIC  X(100) VALUE SPACE.
           02  EXIF_RES          USAGE  POINTER.
      *
       01  EXI-R.
           02  EXI-KEY.
               03  EXI-NO           PIC  9(006).
           02  EXI-PAYEE            PIC  X(006).
           02  EXI-PNAME            PIC  X(020).
           02  EXI-REF              PIC  X(010).
           02  EXI-IDATE            PIC  9(008).
           02  EXI-DDATE            PIC  9(008).
           02  EXI-KMCD             PIC  9(004).
           02  EXI-BUCD             PIC  9(004).
           02  EXI-LINNO            PIC  9(003).
           02  EXI-KIN              PIC S9(009).
           02  EXI-ZKB              PIC  9(001).
           02  EXI-SHZ              PIC S9(007).
           02  EXI-TNO              PIC  X(014).
           02  EXI-STAT             PIC  9(001).
           02  EXI-OPR              PIC  X(006).
           02  EXI-EDATE            PIC  9(008).
           02  EXI-PDATE            PIC  9(008).
           02  F                    PIC  X(008).
       77  F                     PIC  X(001).
