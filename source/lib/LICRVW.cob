      ********************************************
      *****     JT-CRVW CUSTOMER CREDIT REVIEW     *****
      ********************************************
      *    ONE RECORD PER CUSTOMER UNDER CREDIT CONTROL.  THE
      *    EXTERNAL RATING, ITS DATE AND THE NEXT REVIEW DATE ARE
      *    KEYED IN ON TT830U.  THE MONTHLY TT840U RUN SCORES THE
      *    CUSTOMER'S PAYMENT BEHAVIOUR (0-100, HIGHER IS BETTER)
      *    AND, WHEN THE REVIEW FALLS DUE OR THE SCORE DROPS,
      *    PROPOSES A NEW TT-CRLM LIMIT FOR TT830U TO APPROVE.
      *    CRV-PST: 0 = NO PROPOSAL, 1 = AWAITING APPROVAL,
      *    2 = APPROVED INTO TT-CRLM, 3 = REJECTED, 4 = APPROVED
      *    OVER THE "MCTHR" THRESHOLD AND REFERRED TO JT-MCPF
      *    (TT-CRLM IS SET WHEN NB800U APPROVES IT).
       01  CRVW.
           02  CRVW_PNAME1       PIC  X(007) VALUE "JT-CRVW".
           02  F                 PIC  X(001).
           02  CRVW_LNAME        PIC  X(004) VALUE "CRVW".
           02  F                 PIC  X(001).
           02  CRVW_KEY1         PIC  X(100) VALUE SPACE.
           02  CRVW_SORT         PIC  X(100) VALUE SPACE.
           02  CRVW_IDLST        PIC  X(100) VALUE SPACE.
           02  CRVW_RES          USAGE  POINTER.
      *
       01  CRV-R.
           02  CRV-KEY.
               03  CRV-TCD          PIC  9(004).
      *    EXTERNAL RATING (AGENCY GRADE), DATE RATED, NEXT REVIEW.
           02  CRV-RATE             PIC  X(004).
           02  CRV-RDATE            PIC  9(008).
           02  CRV-NEXT             PIC  9(008).
      *    INTERNAL SCORE AND ITS RUN DATE -- THIS MONTH'S AND
      *    THE ONE BEFORE (ZERO DATE = NOT SCORED).
           02  CRV-SCORE            PIC  9(003).
           02  CRV-SDATE            PIC  9(008).
           02  CRV-PSCORE           PIC  9(003).
           02  CRV-PSDATE           PIC  9(008).
      *    SCORE COMPONENTS OF THE LAST RUN -- AVERAGE DAYS LATE,
      *    DUNNING LETTERS AND DISHONOURED NOTES IN THE LAST
      *    TWELVE MONTHS, SALES GROWTH PERCENT.
           02  CRV-DLATE            PIC  9(003).
           02  CRV-DUN              PIC  9(003).
           02  CRV-DIS              PIC  9(003).
           02  CRV-GROW             PIC S9(003).
      *    PROPOSED LIMIT AND ITS STATUS; APPROVAL DATE/OPERATOR.
           02  CRV-PLIM             PIC S9(009).
           02  CRV-PST              PIC  9(001).
           02  CRV-ADATE            PIC  9(008).
           02  CRV-OPR              PIC  X(006).
           02  F                    PIC  X(012).
       77  F                     PIC  X(001).
