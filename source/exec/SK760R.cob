      *        BY SKD-DTC SETTLEMENT TYPE, SO FINANCE SEES CASH
      *        IN AND CASH OUT SEPARATELY BY INSTRUMENT.  ROWS
      *        WITH NO DUE DATE (SKD-SKD = 0) ARE OUTSIDE THE
      *        FORECAST AND COUNTED IN THE TRAILER.  OPEN INVOICE
      *        ROWS (SKD-DC = 0, SKD-SKD = 0) FALL DUE ON THEIR
      *        SKD-DUE, OR THE DATE THE CUSTOMER'S JT-PTRM PAYMENT
      *        TERMS GIVE (LPDUE); UNDER SPLIT TERMS THE CASH PART
      *        LANDS ON THE PAYMENT DATE AND THE NOTE PART ON THE
      *        NOTE MATURITY, SHOWN AS DTC 3 (NOTE).  RUN ON THE
      *        FIRST BUSINESS DAY OF THE MONTH.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       77  WK-TODAYI       PIC S9(07)  VALUE  0.
       77  WK-DIFF         PIC S9(05)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WK-NAMT         PIC S9(11)  VALUE  0.
       77  WK-DUE8         PIC  9(08)  VALUE  0.
       77  WS-NODUE-CNT    PIC  9(07)  VALUE  0.
       77  WK-N2           PIC  9(02)  VALUE  0.
      *****
               03  WK-CF-TY  OCCURS  10.
                   04  WK-CF-AMT  OCCURS  20  PIC S9(11).
       COPY    LISKDF.
       COPY    LITKM.
       COPY    LIPTRM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWDUE.
      *****
       01  SK-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PTRM_PNAME1 "SHARED" BY REFERENCE PTRM_IDLST "1"
            "PTM-KEY" BY REFERENCE PTM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
       SK-10.
      *           READ   SKDF   NEXT  AT  END
      *///////////////
           IF  RET = 1
               GO  TO  PRT-ENT
           END-IF.
           IF  SKD-DC  =  0
               GO  TO  SK-50
           END-IF.
           IF  SKD-SKD  =  0
               ADD  1  TO  WS-NODUE-CNT
               GO  TO  SK-10
           IF  SKD-MREF  NOT =  0
               GO  TO  SK-10
           END-IF.
           MOVE  SKD-SKD  TO  WK-DUE8.
           PERFORM  BKT-RTN  THRU  BKT-EXT.
           COMPUTE  WK-AMT  =  SKD-KIN  +  SKD-SHZ.
           COMPUTE  DI  =  SKD-DC  +  1.
           IF  DI  >  2
               MOVE  2  TO  DI
           END-IF.
           COMPUTE  TI  =  SKD-DTC  +  1.
           ADD  WK-AMT  TO  WK-CF-AMT (DI TI BI).
           GO  TO  SK-10.
      *        INVOICE SIDE -- SKD-SKD ON AN INVOICE ROW IS ITS
      *        CLOSING DATE, SO ONLY ROWS WITHOUT ONE ARE OPEN.
      *        THE DUE DATE COMES FROM THE PAYMENT TERMS.
       SK-50.
           IF  SKD-SKD  NOT =  0  OR  SKD-MREF  NOT =  0
               GO  TO  SK-10
           END-IF.
           PERFORM  DUE-SKD-RTN  THRU  DUE-SKD-EXT.
           COMPUTE  WK-AMT  =  SKD-KIN  +  SKD-SHZ.
           COMPUTE  WK-NAMT  ROUNDED  =
               WK-AMT  *  (100  -  WDUE-CASH)  /  100.
           SUBTRACT  WK-NAMT  FROM  WK-AMT.
           MOVE  1  TO  DI.
           COMPUTE  TI  =  SKD-DTC  +  1.
           MOVE  WDUE-DUE  TO  WK-DUE8.
           PERFORM  BKT-RTN  THRU  BKT-EXT.
           ADD  WK-AMT  TO  WK-CF-AMT (DI TI BI).
           IF  WK-NAMT  =  0
               GO  TO  SK-10
           END-IF.
           MOVE  4  TO  TI.
           MOVE  WDUE-NDUE  TO  WK-DUE8.
           PERFORM  BKT-RTN  THRU  BKT-EXT.
           ADD  WK-NAMT  TO  WK-CF-AMT (DI TI BI).
           GO  TO  SK-10.
      *****
      *    FORECAST BUCKET OF DUE DATE WK-DUE8 INTO BI.
       BKT-RTN.
           COMPUTE  WK-DIFF  =
               FUNCTION INTEGER-OF-DATE (WK-DUE8)  -  WK-TODAYI.
           EVALUATE  TRUE
               WHEN  WK-DIFF  <  1
                   MOVE  1  TO  BI
               WHEN  OTHER
                   MOVE  20  TO  BI
           END-EVALUATE.
       BKT-EXT.
           EXIT.
       PRT-ENT.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           PERFORM  VARYING  DI  FROM  1  BY  1  UNTIL  DI  >  2
               PERFORM  VARYING  TI  FROM  1  BY  1  UNTIL  TI  >  10
                   PERFORM  PRT-GRP-RTN  THRU  PRT-GRP-EXT
           END-PERFORM.
       PRT-GRP-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
