      ********************************************
      *****     JT-JOLH JOLJF11 HISTORY FILE       *****
      ********************************************
      *    CLOSED JOLJF11 ORDER LINES MOVED OFF JOLJF BY THE
      *    NB790U MONTHLY ARCHIVE, KEYED BY THE YEAR OF THE
      *    LINE'S LAST DATE (SHIP DATE, ELSE ORDER DATE) AND THE
      *    ORIGINAL JOLJF11-KEYW.  JOH-REC IS THE JOLJF11 RECORD
      *    IMAGE AS IT STOOD WHEN ARCHIVED -- READERS MOVE IT TO
      *    JOLJF11-REC.  JOH-ADATE IS THE ARCHIVE RUN DATE.
       01  JOLH.
           02  JOLH_PNAME1       PIC  X(007) VALUE "JT-JOLH".
           02  F                 PIC  X(001).
           02  JOLH_LNAME        PIC  X(004) VALUE "JOLH".
           02  F                 PIC  X(001).
           02  JOLH_KEY1         PIC  X(100) VALUE SPACE.
           02  JOLH_SORT         PIC  X(100) VALUE SPACE.
           02  JOLH_IDLST        PIC  X(100) VALUE SPACE.
           02  JOLH_RES          USAGE  POINTER.
      *
       01  JOH-R.
           02  JOH-KEY.
               03  JOH-YEAR         PIC  9(004).
               03  JOH-OKEY         PIC  X(007).
           02  JOH-REC              PIC  X(256).
           02  JOH-ADATE            PIC  9(006).
           02  F                    PIC  X(009).
       77  F                     PIC  X(001).
