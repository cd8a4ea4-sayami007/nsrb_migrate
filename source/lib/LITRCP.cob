      ********************************************
      *****     TRAINING COPY FILES  ( NB820U )    *****
      ********************************************
      *    THE MASKED TRAINING COPY OF THE CUSTOMER FILES, UNDER
      *    THEIR OWN NAMES ("TR-" AND THE LIVE NAME) SO A COPY
      *    CAN NEVER LAND ON A LIVE FILE.  THE RECORDS USE THE
      *    LIVE RECORD AREAS --
      *      TR-TOKMS  TK-R   (LITKM)     TR-SHPT   SHP-R  (LISHPT)
      *      TR-TKCT   TKC-R  (LITKCT)    TR-TT-M   TT-R   (LSTTM)
      *      TR-SKDF   SKD-R  (LISKDF)    TR-STRAN  STRN-R (LNSTRN)
      *    THE TRAINING SYSTEM ASSIGNS THESE NAMES TO ITS OWN
      *    TOKMS, JT-SHPT... FILES; NOTHING ON THE LIVE SIDE EVER
      *    READS THEM.
       01  TRTK.
           02  TRTK_PNAME1       PIC  X(008) VALUE "TR-TOKMS".
           02  F                 PIC  X(001).
           02  TRTK_LNAME        PIC  X(004) VALUE "TRTK".
           02  F                 PIC  X(001).
           02  TRTK_KEY1         PIC  X(100) VALUE SPACE.
           02  TRTK_SORT         PIC  X(100) VALUE SPACE.
           02  TRTK_IDLST        PIC  X(100) VALUE SPACE.
           02  TRTK_RES          USAGE  POINTER.
       01  TRSH.
           02  TRSH_PNAME1       PIC  X(007) VALUE "TR-SHPT".
           02  F                 PIC  X(001).
           02  TRSH_LNAME        PIC  X(004) VALUE "TRSH".
           02  F                 PIC  X(001).
           02  TRSH_KEY1         PIC  X(100) VALUE SPACE.
           02  TRSH_SORT         PIC  X(100) VALUE SPACE.
           02  TRSH_IDLST        PIC  X(100) VALUE SPACE.
           02  TRSH_RES          USAGE  POINTER.
       01  TRTC.
           02  TRTC_PNAME1       PIC  X(007) VALUE "TR-TKCT".
           02  F                 PIC  X(001).
           02  TRTC_LNAME        PIC  X(004) VALUE "TRTC".
           02  F                 PIC  X(001).
           02  TRTC_KEY1         PIC  X(100) VALUE SPACE.
           02  TRTC_SORT         PIC  X(100) VALUE SPACE.
           02  TRTC_IDLST        PIC  X(100) VALUE SPACE.
           02  TRTC_RES          USAGE  POINTER.
       01  TRTT.
           02  TRTT_PNAME1       PIC  X(007) VALUE "TR-TT-M".
           02  F                 PIC  X(001).
           02  TRTT_LNAME        PIC  X(004) VALUE "TRTT".
           02  F                 PIC  X(001).
           02  TRTT_KEY1         PIC  X(100) VALUE SPACE.
           02  TRTT_SORT         PIC  X(100) VALUE SPACE.
           02  TRTT_IDLST        PIC  X(100) VALUE SPACE.
           02  TRTT_RES          USAGE  POINTER.
       01  TRSK.
           02  TRSK_PNAME1       PIC  X(007) VALUE "TR-SKDF".
           02  F                 PIC  X(001).
           02  TRSK_LNAME        PIC  X(004) VALUE "TRSK".
           02  F                 PIC  X(001).
           02  TRSK_KEY1         PIC  X(100) VALUE SPACE.
           02  TRSK_SORT         PIC  X(100) VALUE SPACE.
           02  TRSK_IDLST        PIC  X(100) VALUE SPACE.
           02  TRSK_RES          USAGE  POINTER.
       01  TRST.
           02  TRST_PNAME1       PIC  X(008) VALUE "TR-STRAN".
           02  F                 PIC  X(001).
           02  TRST_LNAME        PIC  X(004) VALUE "TRST".
           02  F                 PIC  X(001).
           02  TRST_KEY1         PIC  X(100) VALUE SPACE.
           02  TRST_SORT         PIC  X(100) VALUE SPACE.
           02  TRST_IDLST        PIC  X(100) VALUE SPACE.
           02  TRST_RES          USAGE  POINTER.
       77  F                     PIC  X(001).
