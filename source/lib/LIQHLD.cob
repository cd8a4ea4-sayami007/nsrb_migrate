      ********************************************
      *****     JT-QHLD QUALITY HOLD FILE          *****
      ********************************************
      *    ONE RECORD PER QUALITY HOLD PLACED ON ZK870U, NUMBERED
      *    FROM THE FCTL "QHOLD" COUNTER.  THE HOLD NAMES THE
      *    WAREHOUSE AND ITEM, THE HKBM CLASS-46 REASON CODE AND
      *    THE DOCUMENT THE SUSPECT GOODS CAME IN ON -- QH-SRCT
      *    "W" A JT-KWOF WORK ORDER (QH-SRCN THE ORDER NUMBER,
      *    QH-HCD ITS CONTRACTOR) OR "R" A ZK700U RECEIPT
      *    (QH-SRCN THE RECEIPT DATE YYMMDD).  THE HELD SIZES
      *    (QH-HQ) STAND IN THE ZKM-HD BUCKETS OF THE LEDGER
      *    UNTIL RELEASED, SCRAPPED OR RETURNED TO THE
      *    CONTRACTOR; QH-OQ IS WHAT IS STILL HELD AND THE
      *    THREE ACTION TOTALS SHOW WHERE THE REST WENT.
      *    QH-STAT: 0 = OPEN, 1 = CLEARED (NOTHING LEFT HELD).
       01  QHLD.
           02  QHLD_PNAME1       PIC  X(007) VALUE "JT-QHLD".
           02  F                 PIC  X(001).
           02  QHLD_LNAME        PIC  X(004) VALUE "QHLD".
           02  F                 PIC  X(001).
           02  QHLD_KEY1         PIC  X(100) VALUE SPACE.
           02  QHLD_SORT         PIC  X(100) VALUE SPACE.
           02  QHLD_IDLST        PIC  X(100) VALUE SPACE.
           02  QHLD_RES          USAGE  POINTER.
      *
       01  QH-R.
           02  QH-KEY.
               03  QH-NO            PIC  9(006).
           02  QH-SOK               PIC  9(001).
           02  QH-JCD               PIC  9(006).
           02  QH-RSN               PIC  9(002).
           02  QH-SRCT              PIC  X(001).
           02  QH-SRCN              PIC  9(006).
           02  QH-HCD               PIC  X(005).
           02  QH-HDATE             PIC  9(008).
           02  QH-HQ.
               03  QH-HQ1     OCCURS  10  PIC S9(006).
           02  QH-HQT               PIC S9(007).
           02  QH-OQ.
               03  QH-OQ1     OCCURS  10  PIC S9(006).
           02  QH-OQT               PIC S9(007).
           02  QH-RLT               PIC S9(007).
           02  QH-SCT               PIC S9(007).
           02  QH-RTT               PIC S9(007).
           02  QH-STAT              PIC  9(001).
           02  QH-CDATE             PIC  9(008).
           02  QH-OPR               PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
