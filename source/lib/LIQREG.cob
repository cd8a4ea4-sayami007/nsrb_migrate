      ********************************************
      *****     JT-QREG QUALIFIED INVOICE ISSUER   *****
      *****     REGISTRATION TABLE                 *****
      ********************************************
      *    THE QUALIFIED-INVOICE REGISTRATION NUMBER ("T" AND
      *    13 DIGITS) OF EACH SUPPLIER WE TAKE INPUT-TAX CREDIT
      *    FROM, WITH THE DATE IT TOOK EFFECT AND THE DATE IT
      *    WAS REVOKED (0 = STILL REGISTERED).  KEYED BY SUPPLIER
      *    KIND AND THE SUPPLIER'S OWN CODE, LEFT-JUSTIFIED:
      *      KH  CONTRACTOR (KHM KH-HCD / JT-KSIF KSI-HCD)
      *      EX  EXPENSE PAYEE (JT-EXIF EXI-PAYEE)
      *    MAINTAINED BY PR760U.  A SUPPLIER NOT ON FILE, OR NOT
      *    REGISTERED ON THE INVOICE DATE, IS AN UNQUALIFIED
      *    ISSUER AND ITS INPUT-TAX CREDIT IS RESTRICTED (PR770R).
       01  QREG.
           02  QREG_PNAME1       PIC  X(007) VALUE "JT-QREG".
           02  F                 PIC  X(001).
           02  QREG_LNAME        PIC  X(004) VALUE "QREG".
           02  F                 PIC  X(001).
           02  QREG_KEY1         PIC  X(100) VALUE SPACE.
           02  QREG_SORT         PIC  X(100) VALUE SPACE.
           02  QREG_IDLST        PIC  X(100) VALUE SPACE.
           02  QREG_RES          USAGE  POINTER.
      *
       01  QRG-R.
           02  QRG-KEY.
               03  QRG-KND          PIC  X(002).
               03  QRG-CD           PIC  X(006).
           02  QRG-TNO              PIC  X(014).
           02  QRG-NAME             PIC  X(020).
           02  QRG-EDATE            PIC  9(008).
           02  QRG-XDATE            PIC  9(008).
           02  QRG-OPR              PIC  X(006).
           02  F                    PIC  X(016).
       77  F                     PIC  X(001).
