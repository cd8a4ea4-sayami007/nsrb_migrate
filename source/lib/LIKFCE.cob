      ********************************************
      *****     JT-KFCE EDI CERTIFICATION ERRORS   *****
      ********************************************
      *    ONE RECORD PER ERROR ANY STEP OF THE EDIT CHAIN FINDS
      *    IN A TESTING PARTNER'S SANDBOX TRANSMISSION (THE KFQ
      *    REASON AND RAW-IMAGE LAYOUT, WITH THE PARTNER AND THE
      *    STEP THAT FOUND IT).  KF820U CLEARS THE PARTNER'S ROWS
      *    WHEN A NEW TEST TRANSMISSION ARRIVES; KF920R PRINTS
      *    THEM AS THE CERTIFICATION REPORT.  A RUNNING SEQUENCE
      *    KEEPS SAME-SECOND ERRORS APART, AS ON JT-MAUD.
       01  KFCE.
           02  KFCE_PNAME1       PIC  X(007) VALUE "JT-KFCE".
           02  F                 PIC  X(001).
           02  KFCE_LNAME        PIC  X(004) VALUE "KFCE".
           02  F                 PIC  X(001).
           02  KFCE_KEY1         PIC  X(100) VALUE SPACE.
           02  KFCE_SORT         PIC  X(100) VALUE SPACE.
           02  KFCE_IDLST        PIC  X(100) VALUE SPACE.
           02  KFCE_RES          USAGE  POINTER.
      *
       01  KFCE-R.
           02  KFCE-KEY.
               03  KFCE-DATE        PIC  9(006).
               03  KFCE-TIME        PIC  9(006).
               03  KFCE-SEQ         PIC  9(004).
           02  KFCE-PTN             PIC  9(001).
           02  KFCE-PGM             PIC  X(006).
           02  KFCE-RTYPE           PIC  X(002).
           02  KFCE-RKEY            PIC  X(020).
           02  KFCE-REASON          PIC  X(040).
           02  KFCE-RAWDATA         PIC  X(256).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
