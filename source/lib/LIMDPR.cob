      ********************************************
      *****     JT-MDPR MARKDOWN PROPOSAL FILE     *****
      ********************************************
      *    ONE RECORD PER SEASON AND ITEM, WRITTEN BY THE JF870R
      *    SEASON SELL-THROUGH REPORT FOR AN ITEM BELOW THE
      *    JT-SEAS TARGET NEAR SEASON END.  MDP-STP IS THE
      *    SELL-THROUGH AT THE PROPOSAL, MDP-OLD THE J-M PRICE
      *    AND MDP-NEW THE PROPOSED PRICE (YEN).  MDP-STAT
      *    SPACE = OPEN, A = ACCEPTED ON JF880U INTO JT-PROM
      *    PROMOTION MDP-PRMCD AT MDP-NEW (AS ACCEPTED),
      *    R = REJECTED.  JF870R REFRESHES ONLY OPEN PROPOSALS.
       01  MDPR.
           02  MDPR_PNAME1       PIC  X(007) VALUE "JT-MDPR".
           02  F                 PIC  X(001).
           02  MDPR_LNAME        PIC  X(004) VALUE "MDPR".
           02  F                 PIC  X(001).
           02  MDPR_KEY1         PIC  X(100) VALUE SPACE.
           02  MDPR_SORT         PIC  X(100) VALUE SPACE.
           02  MDPR_IDLST        PIC  X(100) VALUE SPACE.
           02  MDPR_RES          USAGE  POINTER.
      *
       01  MDP-R.
           02  MDP-KEY.
               03  MDP-SEA          PIC  X(004).
               03  MDP-JCD          PIC  9(006).
           02  MDP-DATE             PIC  9(008).
           02  MDP-STP              PIC  9(003)V9(01).
           02  MDP-OLD              PIC  9(006).
           02  MDP-NEW              PIC  9(006).
           02  MDP-STAT             PIC  X(001).
           02  MDP-PRMCD            PIC  X(006).
           02  MDP-OPR              PIC  X(006).
           02  MDP-ADATE            PIC  9(008).
           02  F                    PIC  X(015).
       77  F                     PIC  X(001).
