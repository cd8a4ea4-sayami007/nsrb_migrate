      *    PR650U POSTS ACCEPTED VOUCHERS INTO THE BZM-TJKR/
      *    BZM-TJKS BUCKETS AND MARKS THEM POSTED.
      *    JV-DRCR: 1 = DEBIT, 2 = CREDIT.
      *    JV-STAT: 0 = ACCEPTED AWAITING POSTING, 1 = POSTED,
      *    9 = LARGE VOUCHER AWAITING NB800U APPROVAL (NOT
      *    POSTED), 8 = REJECTED ON NB800U (NEVER POSTED).
       01  JVF.
           02  JVF_PNAME1        PIC  X(006) VALUE "JT-JVF".
           02  F                 PIC  X(001).
