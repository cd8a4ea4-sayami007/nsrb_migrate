      ********************************************
      *****     JT-FAST FIXED ASSET MASTER         *****
      ********************************************
      *    ONE RECORD PER FIXED ASSET, MAINTAINED BY PR700U AND
      *    DEPRECIATED MONTHLY BY PR710U.  THE DEPARTMENT IS THE
      *    AM-BUCD CODE THE EXPENSE BELONGS TO.  FA-METH:
      *    S = STRAIGHT LINE OVER FA-LIFE YEARS, D = DECLINING
      *    BALANCE AT TWICE THE STRAIGHT-LINE RATE (CHANGING TO
      *    STRAIGHT LINE WHEN THAT GIVES MORE).  BOTH STOP AT A
      *    MEMORANDUM VALUE OF ONE YEN.  DEPRECIATION CREDITS
      *    FA-DKMCD (ACCUMULATED DEPRECIATION); ZERO THERE MEANS
      *    THE DIRECT METHOD, CREDITING THE ASSET ACCOUNT ITSELF.
      *    FA-DDATE/FA-DAMT ARE THE DISPOSAL DATE AND PROCEEDS
      *    KEYED WHEN THE ASSET GOES; THE RUN OF THAT MONTH BOOKS
      *    THE GAIN OR LOSS AND MOVES FA-STAT TO 9.
      *    FA-STAT: 0 = IN USE, 1 = FULLY DEPRECIATED,
      *    9 = DISPOSED.
       01  FAST.
           02  FAST_PNAME1       PIC  X(007) VALUE "JT-FAST".
           02  F                 PIC  X(001).
           02  FAST_LNAME        PIC  X(004) VALUE "FAST".
           02  F                 PIC  X(001).
           02  FAST_KEY1         PIC  X(100) VALUE SPACE.
           02  FAST_SORT         PIC  X(100) VALUE SPACE.
           02  FAST_IDLST        PIC  X(100) VALUE SPACE.
           02  FAST_RES          USAGE  POINTER.
      *
       01  FA-R.
           02  FA-KEY.
               03  FA-NO            PIC  9(006).
           02  FA-NAME              PIC  X(020).
           02  FA-BUCD              PIC  9(002).
           02  FA-ADATE             PIC  9(008).
           02  FA-COST              PIC S9(009).
           02  FA-LIFE              PIC  9(002).
           02  FA-METH              PIC  X(001).
           02  FA-AKMCD             PIC  9(004).
           02  FA-EKMCD             PIC  9(004).
           02  FA-DKMCD             PIC  9(004).
           02  FA-ACCUM             PIC S9(009).
           02  FA-MCNT              PIC  9(003).
           02  FA-LDYM              PIC  9(004).
           02  FA-DDATE             PIC  9(008).
           02  FA-DAMT              PIC S9(009).
           02  FA-STAT              PIC  9(001).
           02  FA-OPR               PIC  X(006).
           02  F                    PIC  X(010).
       77  F                     PIC  X(001).
