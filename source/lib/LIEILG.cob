      ********************************************
      *****     JT-EILG E-INVOICE TRANSMISSION LOG *****
      ********************************************
      *    ONE RECORD PER DOCUMENT SK930U HAS SENT TO THE
      *    PEPPOL ACCESS POINT, KEYED BY DOCUMENT TYPE AND
      *    NUMBER:
      *        EIL-DOCT 1 = INVOICE (EIL-DOCNO = SKD-DNO),
      *                 2 = SUMMARY BILL (EIL-DOCNO = "SB",
      *                     BILLING YYMM, CUSTOMER CODE)
      *        EIL-ST   1 = SENT, AWAITING RESPONSE
      *                 2 = ACCEPTED BY THE RECEIVER
      *                 3 = REJECTED (EIL-RSN/EIL-RTXT SAY WHY)
      *    SK940U POSTS THE ACCESS POINT'S RESPONSES; A REJECTED
      *    DOCUMENT IS SENT AGAIN BY THE NEXT SK930U RUN (EIL-SCNT
      *    COUNTS THE SENDS).  SK950R LISTS THE LOG.
       01  EILG.
           02  EILG_PNAME1       PIC  X(007) VALUE "JT-EILG".
           02  F                 PIC  X(001).
           02  EILG_LNAME        PIC  X(004) VALUE "EILG".
           02  F                 PIC  X(001).
           02  EILG_KEY1         PIC  X(100) VALUE SPACE.
           02  EILG_SORT         PIC  X(100) VALUE SPACE.
           02  EILG_IDLST        PIC  X(100) VALUE SPACE.
           02  EILG_RES          USAGE  POINTER.
      *
       01  EIL-R.
           02  EIL-KEY.
               03  EIL-DOCT         PIC  9(001).
               03  EIL-DOCNO        PIC  X(012).
           02  EIL-TCD              PIC  9(004).
           02  EIL-DDATE            PIC  9(008).
           02  EIL-KIN              PIC S9(011).
           02  EIL-SHZ              PIC S9(009).
           02  EIL-PID              PIC  X(044).
           02  EIL-SDATE            PIC  9(008).
           02  EIL-STIME            PIC  9(006).
           02  EIL-SCNT             PIC  9(002).
           02  EIL-ST               PIC  9(001).
           02  EIL-RDATE            PIC  9(008).
           02  EIL-RSN              PIC  X(010).
           02  EIL-RTXT             PIC  X(040).
           02  F                    PIC  X(016).
       77  F                     PIC  X(001).
