      ********************************************
      *****     JT-SEAS SEASON MASTER            *****
      ********************************************
      *    ONE RECORD PER SELLING SEASON (E.G. 26SS SPRING/
      *    SUMMER, 26AW AUTUMN/WINTER); AN ITEM BELONGS TO THE
      *    SEASON IN J-SEA.  SEA-FROM/SEA-TO ARE THE SELLING
      *    DATES (YYYYMMDD, INCLUSIVE).  SEA-TGT IS THE TARGET
      *    SELL-THROUGH IN PERCENT; WITHIN SEA-MDW DAYS OF
      *    SEA-TO THE JF870R WEEKLY REPORT PROPOSES A MARKDOWN
      *    OF SEA-MDP PERCENT (ONE IMPLIED DECIMAL) ON EVERY
      *    ITEM STILL BELOW TARGET.  KEYED IN ON JM730U.
       01  SEAS.
           02  SEAS_PNAME1       PIC  X(007) VALUE "JT-SEAS".
           02  F                 PIC  X(001).
           02  SEAS_LNAME        PIC  X(004) VALUE "SEAS".
           02  F                 PIC  X(001).
           02  SEAS_KEY1         PIC  X(100) VALUE SPACE.
           02  SEAS_SORT         PIC  X(100) VALUE SPACE.
           02  SEAS_IDLST        PIC  X(100) VALUE SPACE.
           02  SEAS_RES          USAGE  POINTER.
      *
       01  SEA-R.
           02  SEA-KEY.
               03  SEA-CD           PIC  X(004).
           02  SEA-NAME             PIC  N(012).
           02  SEA-FROM             PIC  9(008).
           02  SEA-TO               PIC  9(008).
           02  SEA-TGT              PIC  9(003).
           02  SEA-MDP              PIC  9(002)V9(01).
           02  SEA-MDW              PIC  9(003).
           02  SEA-OPR              PIC  X(006).
           02  F                    PIC  X(017).
       77  F                     PIC  X(001).
