      *****   DUNNING LETTER RUN WITH ESCALATION       *****
      *****************************************************
      *        CHASES OPEN SKDF ITEMS PAST DUE -- THE DUE DATE
      *        IS THE ROW'S SKD-DUE, OR FOR AN UNSTAMPED ROW THE
      *        DATE WORKED FROM SKD-DATE UNDER THE CUSTOMER'S
      *        JT-PTRM PAYMENT TERMS (LPDUE).  ONE LETTER
      *        PRINTS PER CUSTOMER WITH OVERDUE ITEMS, ADDRESSED
      *        FROM TOKMS, AT ONE LEVEL ABOVE THE HIGHEST LETTER
      *        ALREADY ON THE JT-DUNF HISTORY (CAPPED AT 3), AND
      *        THE LETTER IS RECORDED BACK TO THE HISTORY.
      *        WORDING HARDENS WITH THE LEVEL.  A CUSTOMER
      *        FLAGGED IN DISPUTE (TK-DSPF = 1) IS SUPPRESSED
      *        AND COUNTED AT THE FOOT, AS IS ONE WHOSE DEBT
      *        HAS BEEN WRITTEN OFF AS UNCOLLECTIBLE (TK-WOF = 1,
      *        SET BY PR790U).  A REJECTED DEDUCTION RE-BILLED
      *        BY SK880U WITH SKD-DUNF = 1 IS OVERDUE ON ISSUE.
      *        THE LETTER IS FOR THE ATTENTION OF THE CUSTOMER'S
      *        JT-TKCT ACCOUNTS-PAYABLE CONTACT (ELSE ITS BILLING
      *        CONTACT) WHEN ONE IS HELD.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-DUE-I        PIC  9(07)  VALUE  0.
       77  WK-LVL          PIC  9(01)  VALUE  0.
       77  WS-TBL-CNT      PIC  9(03)  VALUE  0.
       77  WS-LTR-CNT      PIC  9(07)  VALUE  0.
       77  WS-SUP-CNT      PIC  9(07)  VALUE  0.
       77  WS-WOF-CNT      PIC  9(07)  VALUE  0.
       01  DN-TBL.
           02  DN-ENT   OCCURS  200.
               03  DN-TCD        PIC  9(04).
               03  DN-CNT        PIC  9(04).
       COPY    LISKDF.
       COPY    LITKM.
       COPY    LITKCT.
       COPY    LIDUNF.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LIPTRM.
       COPY    LWDUE.
       COPY    LIRUNL.
      *****
       01  SK-RPT-HDR.
           02  LTR-POST        PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  LTR-ADR1        PIC  N(24).
       01  SK-LTR-ATN.
           02  FILLER          PIC  X(06)  VALUE  "ATTN: ".
           02  LTR-DEPT        PIC  N(12).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  LTR-PERS        PIC  N(12).
       01  SK-LTR-BODY.
           02  LTR-TEXT        PIC  X(60).
       01  SK-LTR-AMT.
           02  FILLER          PIC  X(21)  VALUE
               " SUPPRESSED/DISPUTE=".
           02  RPT-SUM-SUP     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE
               " WRITTEN-OFF=".
           02  RPT-SUM-WOF     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
           IF  SKD-DC  NOT =  0  OR  SKD-SKD  NOT =  0
               GO  TO  SK-10
           END-IF.
      *        DUE DATE UNDER THE PAYMENT TERMS, ALREADY ON A
      *        BUSINESS DAY (LPDUE/LPCAL), SO LONG WEEKENDS STOP
      *        MAKING FALSE LATES.
           PERFORM  DUE-SKD-RTN  THRU  DUE-SKD-EXT.
           COMPUTE  WK-DUE-I  =
               FUNCTION INTEGER-OF-DATE (WDUE-DUE).
      *        A RE-BILLED DEDUCTION MARKED DUE ON ISSUE (SEE
      *        SK880U) IS CHASED AT ONCE.
           IF  FUNCTION INTEGER-OF-DATE (WK-TODAY8)
               NOT >  WK-DUE-I
           AND SKD-DUNF  NOT =  1
               GO  TO  SK-10
           END-IF.
           PERFORM  TBL-ADD  THRU  TBL-ADD-EXT.
           CALL "DB_F_Open" USING
            "I-O" DUNF_PNAME1 "SHARED" BY REFERENCE DUNF_IDLST
            "1" "DUN-KEY" BY REFERENCE DUN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TKCT_PNAME1 "SHARED" BY REFERENCE TKCT_IDLST
            "1" "TKC-KEY" BY REFERENCE TKC-KEY.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-TBL-CNT
               PERFORM  LTR-RTN  THRU  LTR-EXT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE DUNF_IDLST DUNF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TKCT_IDLST TKCT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           MOVE  WS-LTR-CNT  TO  RPT-SUM-LTR.
           MOVE  WS-SUP-CNT  TO  RPT-SUM-SUP.
           MOVE  WS-WOF-CNT  TO  RPT-SUM-WOF.
           MOVE  SK-RPT-SUM  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           CLOSE  SK-RPT-FILE.
               MOVE  SPACE  TO  TK-POST
               MOVE  SPACE  TO  TK-ADR1
               MOVE  0      TO  TK-DSPF
               MOVE  0      TO  TK-WOF
           END-IF.
           IF  TK-DSPF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-DSPF
           END-IF.
           IF  TK-WOF  IS  NOT  NUMERIC
               MOVE  0  TO  TK-WOF
           END-IF.
           IF  TK-WOF  =  1
               ADD  1  TO  WS-WOF-CNT
               GO  TO  LTR-EXT
           END-IF.
           IF  TK-DSPF  =  1
               ADD  1  TO  WS-SUP-CNT
               GO  TO  LTR-EXT
           MOVE  TK-ADR1  TO  LTR-ADR1.
           MOVE  SK-LTR-ADR2  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           MOVE  DN-TCD (I)  TO  TKC-TCD.
           MOVE  4           TO  TKC-ROLE.
           PERFORM  TKCT-RTN  THRU  TKCT-EXT.
           IF  RET  =  0
               MOVE  TKC-DEPT    TO  LTR-DEPT
               MOVE  TKC-PERS    TO  LTR-PERS
               MOVE  SK-LTR-ATN  TO  SK-RPT-LINE
               WRITE  SK-RPT-LINE
           END-IF.
           EVALUATE  WK-LVL
               WHEN  1
                   MOVE  "REMINDER: THE ITEMS BELOW APPEAR UNPAID."
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
       COPY  LPTKCT.
