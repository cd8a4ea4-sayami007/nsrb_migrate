      ********************************************
      *****     JT-GLMP GL ACCOUNT MAPPING TABLE   *****
      ********************************************
      *    TELLS THE PR680U SUB-LEDGER INTERFACE WHICH ACCUNT
      *    CODE EACH KIND OF SUB-LEDGER AMOUNT POSTS TO.  KEY IS
      *    THE SOURCE KIND PLUS A CLASS WITHIN IT; CLASS 00 IS
      *    THE DEFAULT THE RUN FALLS BACK TO WHEN NO SPECIFIC
      *    CLASS ROW EXISTS.  MAINTAINED BY PR690U.
      *      AR  ACCOUNTS RECEIVABLE CONTROL           (00)
      *      SA  SALES, BY STRN-151 ITEM CLASS          (00-99)
      *      TX  OUTPUT CONSUMPTION TAX, BY RATE CLASS
      *          (00 STANDARD, 01 REDUCED -- THE SKD-GNO SPLIT)
      *      RT  SALES RETURNS AND ALLOWANCES (CREDIT MEMOS) (00)
      *      IN  OVERDUE INTEREST CHARGED (SK840U NOTES)  (00)
      *      CA  RECEIPTS, BY SETTLEMENT TYPE SKD-DTC
      *          (01 CASH, 02 TRANSFER, 03 NOTES RECEIVABLE)
      *      PU  CONTRACTOR PROCESSING COST             (00)
      *      AP  ACCOUNTS PAYABLE CONTROL               (00)
      *      IV  INVENTORY                              (00)
      *      IC  INVENTORY CHANGE / COST OF SALES       (00)
      *    PR710U READS THE FIXED ASSET DISPOSAL ACCOUNTS HERE
      *    TOO (DEPRECIATION ACCOUNTS ARE ON EACH JT-FAST ASSET):
      *      FP  DISPOSAL PROCEEDS RECEIVABLE            (00)
      *      FG  GAIN ON DISPOSAL OF FIXED ASSETS        (00)
      *      FL  LOSS ON DISPOSAL OF FIXED ASSETS        (00)
      *    AND PR780U/PR790U THE BAD-DEBT ACCOUNTS:
      *      BA  ALLOWANCE FOR DOUBTFUL ACCOUNTS          (00)
      *      BE  PROVISION TO THE ALLOWANCE (EXPENSE)     (00)
      *      BR  REVERSAL OF THE ALLOWANCE (INCOME)       (00)
      *      BL  BAD-DEBT LOSS ON WRITE-OFF               (00)
      *    AND ZK890U THE SLOW-MOVING STOCK PROVISION ACCOUNTS:
      *      VA  INVENTORY VALUATION ALLOWANCE            (00)
      *      VE  PROVISION EXPENSE, BY STRN-151 ITEM CLASS (00-99)
      *      VR  REVERSAL OF THE PROVISION (INCOME)       (00)
       01  GLMP.
           02  GLMP_PNAME1       PIC  X(007) VALUE "JT-GLMP".
           02  F                 PIC  X(001).
           02  GLMP_LNAME        PIC  X(004) VALUE "GLMP".
           02  F                 PIC  X(001).
           02  GLMP_KEY1         PIC  X(100) VALUE SPACE.
           02  GLMP_SORT         PIC  X(100) VALUE SPACE.
           02  GLMP_IDLST        PIC  X(100) VALUE SPACE.
           02  GLMP_RES          USAGE  POINTER.
      *
       01  GLM-R.
           02  GLM-KEY.
               03  GLM-SRC          PIC  X(002).
               03  GLM-CLS          PIC  9(002).
           02  GLM-KMCD             PIC  9(004).
           02  GLM-NAME             PIC  X(020).
           02  F                    PIC  X(012).
       77  F                     PIC  X(001).
