      ********************************************
      *****     JT-JSJH JSJD HISTORY FILE          *****
      ********************************************
      *    SHIPPING INSTRUCTIONS MOVED OFF JSJD BY THE NB790U
      *    MONTHLY ARCHIVE, KEYED BY THE SHIP YEAR AND THE
      *    ORIGINAL JSJD KEY.  JSH-REC IS THE JSJD RECORD IMAGE
      *    AS IT STOOD WHEN ARCHIVED -- READERS MOVE IT TO
      *    JSJD-REC AND PROCESS IT AS A LIVE LINE.  JSH-ADATE IS
      *    THE ARCHIVE RUN DATE (YYMMDD).
       01  JSJH.
           02  JSJH_PNAME1       PIC  X(007) VALUE "JT-JSJH".
           02  F                 PIC  X(001).
           02  JSJH_LNAME        PIC  X(004) VALUE "JSJH".
           02  F                 PIC  X(001).
           02  JSJH_KEY1         PIC  X(100) VALUE SPACE.
           02  JSJH_SORT         PIC  X(100) VALUE SPACE.
           02  JSJH_IDLST        PIC  X(100) VALUE SPACE.
           02  JSJH_RES          USAGE  POINTER.
      *
       01  JSH-R.
           02  JSH-KEY.
               03  JSH-YEAR         PIC  9(004).
               03  JSH-OKEY         PIC  X(015).
           02  JSH-REC              PIC  X(256).
           02  JSH-ADATE            PIC  9(006).
           02  F                    PIC  X(009).
       77  F                     PIC  X(001).
