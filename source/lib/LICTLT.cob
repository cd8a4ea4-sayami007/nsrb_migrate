      ********************************************
      *****     JT-CTLT STEP CONTROL TOTALS        *****
      ********************************************
      *    ONE RECORD PER STEP PROGRAM AND FILE, REWRITTEN ON
      *    EVERY RUN -- WHAT THE STEP FOUND ON THE FILE WHEN IT
      *    STARTED (IN), HOW MANY RECORDS IT WROTE OR CHANGED
      *    (UPD) AND WHAT IT LEFT FOR THE NEXT STEP (OUT).  THE
      *    NEXT STEP IN THE NB700U CHAIN THAT READS THE FILE
      *    TOTALS IT AGAIN BEFORE IT TOUCHES ANYTHING AND
      *    STAMPS THE RESULT ON THIS RECORD (CTL-VST "V" AGREED,
      *    "M" MISMATCH, SPACE NOT YET CHECKED).  SEE LPCTLT.
      *    THE HASH TOTALS PER FILE --
      *      FILE    AMOUNT HASH         QUANTITY HASH
      *      STRAN   STRN-08             STRN-06
      *      TT-M    TT-TUZ              TT-TUA
      *      BUGENF  BU-TOGET            BU-TOUKI
      *      JOLJF   JOLJF11-132         JOLJF11-122
      *      JSJD    JSJD-122            JSJD-112
      *      KOLRF   --                  KOLRF3 SIZE QUANTITIES
      *      RDLG    RDL-LINES           RDL-PAGES
      *    (KOLRF COUNTS THE KOLRF1/2/3 VIEWS KF740U EDITS.)
      *    CTL-PRF IS THE STEP'S OWN PROOF THAT IN, UPD AND OUT
      *    AGREE ("B" BALANCED, "U" OUT OF BALANCE, SPACE WHERE
      *    THE STEP HAS NO RULE TO PROVE).  CTL-CHN = 1 WHEN THE
      *    RECORD WAS WRITTEN AS A STEP OF THE NB700U CHAIN.
       01  CTLT.
           02  CTLT_PNAME1       PIC  X(007) VALUE "JT-CTLT".
           02  F                 PIC  X(001).
           02  CTLT_LNAME        PIC  X(004) VALUE "CTLT".
           02  F                 PIC  X(001).
           02  CTLT_KEY1         PIC  X(100) VALUE SPACE.
           02  CTLT_SORT         PIC  X(100) VALUE SPACE.
           02  CTLT_IDLST        PIC  X(100) VALUE SPACE.
           02  CTLT_RES          USAGE  POINTER.
      *
       01  CTL-R.
           02  CTL-KEY.
               03  CTL-PGM          PIC  X(006).
               03  CTL-FILE         PIC  X(006).
           02  CTL-DATE             PIC  9(006).
           02  CTL-TIME             PIC  9(006).
           02  CTL-CHN              PIC  9(001).
           02  CTL-INCNT            PIC  9(009).
           02  CTL-INAMT            PIC S9(013).
           02  CTL-INQTY            PIC S9(011).
           02  CTL-UPDCNT           PIC  9(009).
           02  CTL-OUTCNT           PIC  9(009).
           02  CTL-OUTAMT           PIC S9(013).
           02  CTL-OUTQTY           PIC S9(011).
           02  CTL-PRF              PIC  X(001).
      *        VERIFICATION BY THE NEXT STEP
           02  CTL-VST              PIC  X(001).
           02  CTL-VPGM             PIC  X(006).
           02  CTL-VDATE            PIC  9(006).
           02  CTL-VTIME            PIC  9(006).
           02  CTL-VCNT             PIC  9(009).
           02  CTL-VAMT             PIC S9(013).
           02  CTL-VQTY             PIC S9(011).
           02  F                    PIC  X(020).
       77  F                     PIC  X(001).
