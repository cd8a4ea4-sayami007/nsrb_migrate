      ********************************************
      *****     JT-RDLG REPORT DISTRIBUTION LOG    *****
      ********************************************
      *    ONE RECORD PER ARCHIVED RUN AND RECIPIENT (THE
      *    JT-RDST LINE), WRITTEN BY THE RL740U DISTRIBUTION RUN
      *    -- WHAT WENT WHERE: THE FILE WRITTEN, COPIES, PAGES
      *    AND LINES.  RDL-ST S = SENT, N = NOTHING FOR THIS
      *    RECIPIENT IN THE RUN (NO PAGE IN ITS RANGE/SECTION).
      *    A RUN ALREADY LOGGED FOR A RECIPIENT IS NEVER SENT
      *    AGAIN.  THE RECIPIENT CONFIRMS RECEIPT THROUGH RL720R
      *    (RCPT), WHICH STAMPS RDL-CFDATE/RDL-CFTIME/RDL-CFBY;
      *    RL720R DLOG LISTS THE LOG AND WHAT IS UNCONFIRMED.
       01  RDLG.
           02  RDLG_PNAME1       PIC  X(007) VALUE "JT-RDLG".
           02  F                 PIC  X(001).
           02  RDLG_LNAME        PIC  X(004) VALUE "RDLG".
           02  F                 PIC  X(001).
           02  RDLG_KEY1         PIC  X(100) VALUE SPACE.
           02  RDLG_SORT         PIC  X(100) VALUE SPACE.
           02  RDLG_IDLST        PIC  X(100) VALUE SPACE.
           02  RDLG_RES          USAGE  POINTER.
      *
       01  RDL-R.
           02  RDL-KEY.
               03  RDL-PGM          PIC  X(008).
               03  RDL-DATE         PIC  9(006).
               03  RDL-TIME         PIC  9(006).
               03  RDL-SEQ          PIC  9(002).
           02  RDL-GRP              PIC  X(020).
           02  RDL-TYPE             PIC  X(001).
           02  RDL-FILE             PIC  X(080).
           02  RDL-COPY             PIC  9(002).
           02  RDL-PAGES            PIC  9(004).
           02  RDL-LINES            PIC  9(006).
           02  RDL-ST               PIC  X(001).
           02  RDL-DDATE            PIC  9(006).
           02  RDL-DTIME            PIC  9(006).
           02  RDL-CFDATE           PIC  9(006).
           02  RDL-CFTIME           PIC  9(006).
           02  RDL-CFBY             PIC  X(006).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
