       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST870R.
      *****************************************************
      *****   CUSTOMER COST-TO-SERVE PROFITABILITY     *****
      *****************************************************
      *        STARTS FROM THE ST720R GROSS MARGIN (STRAN
      *        REVENUE LESS STRN-06 * J-KT) AND CHARGES EACH
      *        CUSTOMER WITH WHAT IT COSTS TO SERVE, FOR THE
      *        ARGUMENT MONTH (YYMM, DEFAULT LAST MONTH) AND THE
      *        ROLLING TWELVE MONTHS ENDING WITH IT:
      *          RETURNS    THE CREDIT VALUE OF EACH RETURN
      *                     (STRN-09 = 1) LESS THE COST OF THE
      *                     GOODS COMING BACK -- GROSS MARGIN LESS
      *                     RETURNS IS THE ST720R MARGIN;
      *          RTN HANDL  EACH RETURN AT THE HANDLING RATE;
      *          FREIGHT    EVERY JT-FREX CONSOLIDATED DELIVERY
      *                     MANIFESTED IN THE PERIOD AT THE
      *                     CARRIER'S INVOICED CHARGE (FRX-ACT),
      *                     ELSE AT THE EXPECTED CHARGE, TO THE
      *                     CUSTOMER OF ITS JSJD / JT-JSJH LINES;
      *          REBATE     THE JT-RBTF ACCRUAL OF THE YEAR, SHARED
      *                     OVER THE PERIOD BY ITS PART OF THE
      *                     YEAR'S NET SALES;
      *          DEDUCTION  DEDUCTION CLAIMS APPROVED (DED-STAT 1)
      *                     IN THE PERIOD;
      *          PACKING    EACH JT-CTNF CARTON AT THE PACKING
      *                     RATE, DATED BY ITS SHIPMENT.
      *        THE RESULT IS THE NET CONTRIBUTION, RANKED WORST
      *        FIRST ON THE TWELVE MONTHS.  THE HANDLING AND
      *        PACKING RATES ARE ON FCTL "CTSRT"; NON-ZERO RATE
      *        ARGUMENTS (YEN PER RETURN, YEN PER CARTON) REPLACE
      *        THEM AND ARE KEPT FOR LATER RUNS.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER IS NOT A SALE
      *        AND IS LEFT OUT (LPCNS); ONLY THE ZK850U SELL-
      *        THROUGH ROWS COUNT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST870R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ST-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  PI              PIC  9(01)  VALUE  0.
       77  YI              PIC  9(01)  VALUE  0.
       77  SI              PIC  9(04)  VALUE  0.
       77  WK-IX           PIC  9(03)  VALUE  0.
       77  WK-MINIX        PIC  9(03)  VALUE  0.
       77  WK-RANK         PIC  9(04)  VALUE  0.
       77  WK-TCD          PIC  9(04)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-MYM          PIC  9(06)  VALUE  0.
       77  WK-SYM          PIC  9(06)  VALUE  0.
       77  WK-PYM          PIC  9(06)  VALUE  0.
       77  WK-DYM          PIC  9(06)  VALUE  0.
       77  WK-YEAR         PIC  9(04)  VALUE  0.
       77  WK-MM           PIC  9(02)  VALUE  0.
       77  WK-Y1           PIC  9(04)  VALUE  0.
       77  WK-Y2           PIC  9(04)  VALUE  0.
       77  WK-YS2          PIC  9(01)  VALUE  0.
       77  WK-SIGN         PIC S9(01)  VALUE  0.
       77  WK-COST         PIC S9(11)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WK-SHIPD8       PIC  9(08)  VALUE  0.
       77  WK-KEY7         PIC  9(07)  VALUE  0.
       77  WK-LKEY7        PIC  9(07)  VALUE  0.
       77  WK-LSI          PIC  9(04)  VALUE  0.
       77  WK-LCTN         PIC  9(03)  VALUE  0.
       77  WK-RTN-RATE     PIC  9(06)  VALUE  0.
       77  WK-CTN-RATE     PIC  9(06)  VALUE  0.
       77  WK-RTN-A        PIC  9(06)  VALUE  0.
       77  WK-CTN-A        PIC  9(06)  VALUE  0.
       77  WK-FCTL-FND     PIC  9(01)  VALUE  0.
       77  WS-HIST-SW      PIC  9(01)  VALUE  0.
           88  WS-HIST-ON              VALUE  1.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-CUS-CNT      PIC  9(03)  VALUE  0.
       77  WS-CUS-DRP      PIC  9(07)  VALUE  0.
       77  WS-SH-CNT       PIC  9(04)  VALUE  0.
       77  WS-SH-DRP       PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-EST-CNT      PIC  9(07)  VALUE  0.
       77  WS-UFR-CNT      PIC  9(07)  VALUE  0.
       77  WS-UFR-AMT      PIC S9(11)  VALUE  0.
       77  WS-UCT-CNT      PIC  9(07)  VALUE  0.
      *        PER CUSTOMER, PERIOD 1 = THE MONTH, 2 = THE TWELVE
      *        MONTHS; YEAR SLOT 1 = THE YEAR THE TWELVE MONTHS
      *        START IN, 2 = THE MONTH'S YEAR (WHEN DIFFERENT).
      *        CT-VOL IS THE YEAR'S NET SALES TO THE MONTH-END,
      *        CT-WV THE PART OF IT INSIDE THE TWELVE MONTHS.
       01  CT-TBL.
           02  CT-ENT  OCCURS  500.
               03  CT-TCD        PIC  9(04).
               03  CT-ACT        PIC  9(01).
               03  CT-DONE       PIC  9(01).
               03  CT-MV         PIC S9(11).
               03  CT-YS   OCCURS  2.
                   04  CT-VOL    PIC S9(11).
                   04  CT-WV     PIC S9(11).
               03  CT-P    OCCURS  2.
                   04  CT-GM     PIC S9(11).
                   04  CT-RTN    PIC S9(11).
                   04  CT-RCNT   PIC  9(05).
                   04  CT-FRT    PIC S9(11).
                   04  CT-RBT    PIC S9(11).
                   04  CT-DED    PIC S9(11).
                   04  CT-CCNT   PIC  9(07).
                   04  CT-NET    PIC S9(11).
      *        SHIPMENTS (JSJD LOT AND SEQUENCE) FROM THE MONTH
      *        BEFORE THE TWELVE MONTHS TO THE MONTH-END, FOR THE
      *        CARTON AND CONSOLIDATION CUSTOMER.
       01  SH-TBL.
           02  SH-ENT  OCCURS  5000.
               03  SH-KEY7       PIC  9(07).
               03  SH-CONS       PIC  9(06).
               03  SH-CUST       PIC  9(04).
               03  SH-DATE       PIC  9(08).
       01  TL-TBL.
           02  TL-P    OCCURS  2.
               03  TL-GM         PIC S9(11).
               03  TL-RTN        PIC S9(11).
               03  TL-RHD        PIC S9(11).
               03  TL-FRT        PIC S9(11).
               03  TL-RBT        PIC S9(11).
               03  TL-DED        PIC S9(11).
               03  TL-PCK        PIC S9(11).
               03  TL-NET        PIC S9(11).
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LIJM.
       COPY    LIRBTF.
       COPY    LIDEDC.
       COPY    LIJSJD.
       COPY    LIJSJH.
       COPY    LICTNF.
       COPY    LIFREX.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  ST-RPT-PRM.
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-PRM-MYM     PIC  9(06).
           02  FILLER          PIC  X(16)  VALUE  "  TWELVE MONTHS=".
           02  RPT-PRM-SYM     PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-PRM-EYM     PIC  9(06).
           02  FILLER          PIC  X(18)  VALUE  "  RATE PER RETURN=".
           02  RPT-PRM-RTN     PIC  ZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  "  PER CARTON=".
           02  RPT-PRM-CTN     PIC  ZZZZZ9.
       01  ST-RPT-COL.
           02  FILLER          PIC  X(50)  VALUE
               "RANK CUST  PER   GROSS MGN     RETURNS   RTN HANDL".
           02  FILLER          PIC  X(36)  VALUE
               "     FREIGHT      REBATE   DEDUCTION".
           02  FILLER          PIC  X(24)  VALUE
               "     PACKING  NET CONTRB".
       01  ST-RPT-DET.
           02  RPT-RANK        PIC  ZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TCD         PIC  X(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-PER         PIC  X(03).
           02  RPT-AMT-G   OCCURS  8.
               03  FILLER      PIC  X(01).
               03  RPT-AMT     PIC  -(10)9.
       01  ST-RPT-SUM.
           02  FILLER          PIC  X(18)  VALUE  "CUSTOMERS RANKED=".
           02  RPT-SUM-CUS     PIC  ZZZ9.
           02  FILLER          PIC  X(22)  VALUE
               "  COSTING GAPS (J-KT)=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(29)  VALUE
               "  FREIGHT AT EXPECTED CHARGE=".
           02  RPT-SUM-EST     PIC  ZZZZZZ9.
       01  ST-RPT-UNA.
           02  FILLER          PIC  X(31)  VALUE
               "FREIGHT WITH NO CUSTOMER: ROWS=".
           02  RPT-UNA-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  AMOUNT=".
           02  RPT-UNA-AMT     PIC  -(10)9.
           02  FILLER          PIC  X(27)  VALUE
               "  CARTONS WITH NO SHIPMENT=".
           02  RPT-UNA-CTN     PIC  ZZZZZZ9.
       01  ST-RPT-DRP.
           02  FILLER          PIC  X(28)  VALUE
               "*** TABLE FULL -- CUSTOMERS=".
           02  RPT-DRP-CUS     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  "  SHIPMENTS=".
           02  RPT-DRP-SH      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(24)  VALUE
               " NOT INCLUDED".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ST-RPT-FILE.
           ACCEPT  WK-BMON   FROM  ARGUMENT-VALUE.
           ACCEPT  WK-RTN-A  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-CTN-A  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
      *        DEFAULT -- THE MONTH BEFORE THE CURRENT ONE.
       IF  WK-BMON  =  0
           MOVE  WK-TODAY (1:4)  TO  WK-BMON
           IF  WK-BMON (3:2)  =  "01"
               SUBTRACT  89  FROM  WK-BMON
           ELSE
               SUBTRACT  1   FROM  WK-BMON
           END-IF
       END-IF.
       MOVE  "ST870R"  TO  HDR-PGMID.
       MOVE  "CUSTOMER COST-TO-SERVE"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *        THE MONTH, THE FIRST MONTH OF THE TWELVE, AND THE
      *        MONTH BEFORE THAT (SHIPMENTS MANIFESTED IN THE
      *        TWELVE MONTHS MAY HAVE LEFT A LITTLE EARLIER).
           MOVE  "20"     TO  WK-MYM (1:2).
           MOVE  WK-BMON  TO  WK-MYM (3:4).
           MOVE  WK-MYM (1:4)  TO  WK-YEAR.
           MOVE  WK-MYM (5:2)  TO  WK-MM.
           IF  WK-MM  =  12
               COMPUTE  WK-SYM  =  WK-YEAR  *  100  +  1
           ELSE
               COMPUTE  WK-SYM  =
                   (WK-YEAR  -  1)  *  100  +  WK-MM  +  1
           END-IF.
           IF  WK-SYM (5:2)  =  "01"
               COMPUTE  WK-PYM  =  WK-SYM  -  89
           ELSE
               COMPUTE  WK-PYM  =  WK-SYM  -  1
           END-IF.
           MOVE  WK-SYM (1:4)  TO  WK-Y1.
           MOVE  WK-MYM (1:4)  TO  WK-Y2.
           IF  WK-Y1  =  WK-Y2
               MOVE  1  TO  WK-YS2
           ELSE
               MOVE  2  TO  WK-YS2
           END-IF.
           PERFORM  RATE-RTN  THRU  RATE-EXT.
           MOVE  WK-MYM       TO  RPT-PRM-MYM.
           MOVE  WK-SYM       TO  RPT-PRM-SYM.
           MOVE  WK-MYM       TO  RPT-PRM-EYM.
           MOVE  WK-RTN-RATE  TO  RPT-PRM-RTN.
           MOVE  WK-CTN-RATE  TO  RPT-PRM-CTN.
           MOVE  ST-RPT-PRM  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE       TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           INITIALIZE  CT-TBL.
           INITIALIZE  TL-TBL.
           PERFORM  SAL-RTN  THRU  SAL-EXT.
           PERFORM  RBT-RTN  THRU  RBT-EXT.
           PERFORM  DED-RTN  THRU  DED-EXT.
           PERFORM  SHP-RTN  THRU  SHP-EXT.
           PERFORM  CTN-RTN  THRU  CTN-EXT.
           PERFORM  FRT-RTN  THRU  FRT-EXT.
      *        NET CONTRIBUTION PER CUSTOMER AND PERIOD.
           PERFORM  VARYING  WK-IX  FROM  1  BY  1
               UNTIL  WK-IX  >  WS-CUS-CNT
               PERFORM  VARYING  PI  FROM  1  BY  1  UNTIL  PI  >  2
                   COMPUTE  CT-NET (WK-IX PI)  =
                       CT-GM  (WK-IX PI)  -  CT-RTN (WK-IX PI)
                     -  CT-RCNT (WK-IX PI)  *  WK-RTN-RATE
                     -  CT-FRT (WK-IX PI)  -  CT-RBT (WK-IX PI)
                     -  CT-DED (WK-IX PI)
                     -  CT-CCNT (WK-IX PI)  *  WK-CTN-RATE
               END-PERFORM
           END-PERFORM.
           GO  TO  RANK-ENT.
      *****
      *    HANDLING AND PACKING RATES FROM FCTL "CTSRT"; A RATE
      *    GIVEN AS AN ARGUMENT REPLACES THE ONE ON FILE.
       RATE-RTN.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "CTSRT"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  0        TO  WK-FCTL-FND
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "CTSRT"  TO  FCTL-CSK
               MOVE  0        TO  FCTL-CSRTN
               MOVE  0        TO  FCTL-CSCTN
           ELSE
               MOVE  1        TO  WK-FCTL-FND
           END-IF.
           MOVE  FCTL-CSRTN  TO  WK-RTN-RATE.
           MOVE  FCTL-CSCTN  TO  WK-CTN-RATE.
           IF  WK-RTN-A  =  0  AND  WK-CTN-A  =  0
               GO  TO  RATE-90
           END-IF.
           IF  WK-RTN-A  NOT =  0
               MOVE  WK-RTN-A  TO  WK-RTN-RATE
               MOVE  WK-RTN-A  TO  FCTL-CSRTN
           END-IF.
           IF  WK-CTN-A  NOT =  0
               MOVE  WK-CTN-A  TO  WK-CTN-RATE
               MOVE  WK-CTN-A  TO  FCTL-CSCTN
           END-IF.
           IF  WK-FCTL-FND  =  1
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
       RATE-90.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
       RATE-EXT.
           EXIT.
      *****
      *    STRAN -- THE YEARS' NET SALES FOR THE REBATE SHARE, AND
      *    INSIDE THE TWELVE MONTHS THE MARGIN AND THE RETURNS,
      *    COSTED AS ST720R COSTS THEM.
       SAL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
       SAL-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SAL-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  STRN-01 (1:4)  <  WK-Y1
           OR  STRN-01 (1:6)  >  WK-MYM
               GO  TO  SAL-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NOT A SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  SAL-10
           END-IF.
           MOVE  STRN-02  TO  WK-TCD.
           PERFORM  CUS-FIND-RTN  THRU  CUS-FIND-EXT.
           IF  WK-IX  =  0
               GO  TO  SAL-10
           END-IF.
           IF  STRN-09  =  1
               MOVE  -1  TO  WK-SIGN
           ELSE
               MOVE  1   TO  WK-SIGN
           END-IF.
           IF  STRN-01 (1:4)  =  WK-Y1
               MOVE  1       TO  YI
           ELSE
               MOVE  WK-YS2  TO  YI
           END-IF.
           COMPUTE  CT-VOL (WK-IX YI)  =
               CT-VOL (WK-IX YI)  +  STRN-08  *  WK-SIGN.
           IF  STRN-01 (1:6)  <  WK-SYM
               GO  TO  SAL-10
           END-IF.
           MOVE  1  TO  CT-ACT (WK-IX).
           COMPUTE  CT-WV (WK-IX YI)  =
               CT-WV (WK-IX YI)  +  STRN-08  *  WK-SIGN.
           MOVE  STRN-03  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  J-KT  =  0
               ADD  1  TO  WS-EXC-CNT
               MOVE  0  TO  WK-COST
           ELSE
               COMPUTE  WK-COST  =  STRN-06  *  J-KT
           END-IF.
           COMPUTE  WK-AMT  =  STRN-08  -  WK-COST.
           MOVE  2  TO  PI.
           PERFORM  SAL-ADD-RTN  THRU  SAL-ADD-EXT.
           IF  STRN-01 (1:6)  =  WK-MYM
               COMPUTE  CT-MV (WK-IX)  =
                   CT-MV (WK-IX)  +  STRN-08  *  WK-SIGN
               MOVE  1  TO  PI
               PERFORM  SAL-ADD-RTN  THRU  SAL-ADD-EXT
           END-IF.
           GO  TO  SAL-10.
       SAL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
       SAL-EXT.
           EXIT.
       SAL-ADD-RTN.
           IF  STRN-09  =  1
               ADD  WK-AMT  TO  CT-RTN  (WK-IX PI)
               ADD  1       TO  CT-RCNT (WK-IX PI)
           ELSE
               ADD  WK-AMT  TO  CT-GM   (WK-IX PI)
           END-IF.
       SAL-ADD-EXT.
           EXIT.
      *****
      *    REBATE -- EACH YEAR'S RBT-ACCR (EARNED TO DATE AS AT
      *    THE LAST TT770R RUN) IN PROPORTION TO THE PERIOD'S
      *    SHARE OF THAT YEAR'S NET SALES.
       RBT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" RBTF_PNAME1 "SHARED" BY REFERENCE RBTF_IDLST "1"
            "RBT-KEY" BY REFERENCE RBT-KEY.
           PERFORM  VARYING  WK-IX  FROM  1  BY  1
               UNTIL  WK-IX  >  WS-CUS-CNT
               PERFORM  VARYING  YI  FROM  1  BY  1
                   UNTIL  YI  >  WK-YS2
                   PERFORM  RBT-ONE-RTN  THRU  RBT-ONE-EXT
               END-PERFORM
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE RBTF_IDLST RBTF_PNAME1.
       RBT-EXT.
           EXIT.
       RBT-ONE-RTN.
           IF  CT-VOL (WK-IX YI)  =  0
               GO  TO  RBT-ONE-EXT
           END-IF.
           MOVE  CT-TCD (WK-IX)  TO  RBT-TCD.
           IF  YI  =  1
               MOVE  WK-Y1  TO  RBT-YEAR
           ELSE
               MOVE  WK-Y2  TO  RBT-YEAR
           END-IF.
           CALL "DB_Read" USING
            "INVALID" RBTF_PNAME1 BY REFERENCE RBT-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  RBT-ONE-EXT
           END-IF.
           COMPUTE  WK-AMT  ROUNDED  =
               RBT-ACCR  *  CT-WV (WK-IX YI)  /  CT-VOL (WK-IX YI).
           ADD  WK-AMT  TO  CT-RBT (WK-IX 2).
           IF  YI  =  WK-YS2
               COMPUTE  WK-AMT  ROUNDED  =
                   RBT-ACCR  *  CT-MV (WK-IX)  /  CT-VOL (WK-IX YI)
               ADD  WK-AMT  TO  CT-RBT (WK-IX 1)
           END-IF.
       RBT-ONE-EXT.
           EXIT.
      *****
      *    APPROVED DEDUCTION CLAIMS, BY THE DATE WORKED (SK880U).
       DED-RTN.
           CALL "DB_F_Open" USING
            "INPUT" DEDC_PNAME1 "SHARED" BY REFERENCE DEDC_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
       DED-10.
           CALL "DB_Read" USING
            "NEXT AT END" DEDC_PNAME1 BY REFERENCE DED-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  DED-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  DED-STAT  NOT =  1
           OR  DED-CDATE (1:6)  <  WK-SYM
           OR  DED-CDATE (1:6)  >  WK-MYM
               GO  TO  DED-10
           END-IF.
           MOVE  DED-TCD  TO  WK-TCD.
           PERFORM  CUS-FIND-RTN  THRU  CUS-FIND-EXT.
           IF  WK-IX  =  0
               GO  TO  DED-10
           END-IF.
           MOVE  1  TO  CT-ACT (WK-IX).
           ADD  DED-AMT  TO  CT-DED (WK-IX 2).
           IF  DED-CDATE (1:6)  =  WK-MYM
               ADD  DED-AMT  TO  CT-DED (WK-IX 1)
           END-IF.
           GO  TO  DED-10.
       DED-90.
           CALL "DB_F_Close" USING BY REFERENCE DEDC_IDLST DEDC_PNAME1.
       DED-EXT.
           EXIT.
      *****
      *    SHIPMENT TABLE -- LIVE JSJD, THEN THE NB790U ARCHIVE.
       SHP-RTN.
           MOVE  0  TO  WS-HIST-SW.
           MOVE  0  TO  WK-LKEY7.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       SHP-10.
           IF  WS-HIST-ON
               GO  TO  SHP-15
           END-IF.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SHP-80
           END-IF.
           GO  TO  SHP-20.
       SHP-15.
           CALL "DB_Read" USING
            "NEXT AT END" JSJH_PNAME1 BY REFERENCE JSH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SHP-90
           END-IF.
           MOVE  JSH-REC  TO  JSJD-REC.
       SHP-20.
           ADD  1  TO  WS-RD-CNT.
           MOVE  JSJD-071  TO  WK-SHIPD8 (1:4).
           MOVE  JSJD-072  TO  WK-SHIPD8 (5:2).
           MOVE  JSJD-073  TO  WK-SHIPD8 (7:2).
           IF  WK-SHIPD8 (1:6)  <  WK-PYM
           OR  WK-SHIPD8 (1:6)  >  WK-MYM
               GO  TO  SHP-10
           END-IF.
           MOVE  JSJD-081  TO  WK-KEY7 (1:6).
           MOVE  JSJD-04   TO  WK-KEY7 (7:1).
           IF  WK-KEY7  =  WK-LKEY7
               GO  TO  SHP-10
           END-IF.
           MOVE  WK-KEY7  TO  WK-LKEY7.
           PERFORM  VARYING  SI  FROM  1  BY  1
               UNTIL  SI  >  WS-SH-CNT
               OR  SH-KEY7 (SI)  =  WK-KEY7
               CONTINUE
           END-PERFORM.
           IF  SI  NOT >  WS-SH-CNT
               GO  TO  SHP-10
           END-IF.
           IF  WS-SH-CNT  NOT <  5000
               DISPLAY  "DSP-001 SH-TBL FULL, ENTRY DROPPED"
               ADD  1  TO  WS-SH-DRP
               GO  TO  SHP-10
           END-IF.
           ADD  1  TO  WS-SH-CNT.
           MOVE  WK-KEY7    TO  SH-KEY7 (WS-SH-CNT).
           MOVE  0          TO  SH-CONS (WS-SH-CNT).
           IF  JSJD-CONS  IS  NUMERIC
               MOVE  JSJD-CONS  TO  SH-CONS (WS-SH-CNT)
           END-IF.
           MOVE  JSJD-021   TO  SH-CUST (WS-SH-CNT).
           MOVE  WK-SHIPD8  TO  SH-DATE (WS-SH-CNT).
           GO  TO  SHP-10.
       SHP-80.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJH_PNAME1 "SHARED" BY REFERENCE JSJH_IDLST "1"
            "JSH-KEY" BY REFERENCE JSH-KEY.
           SET  WS-HIST-ON  TO  TRUE.
           GO  TO  SHP-10.
       SHP-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJH_IDLST JSJH_PNAME1.
       SHP-EXT.
           EXIT.
      *****
      *    CARTONS -- KEY ORDER GROUPS A CARTON'S LINES, SO IT
      *    COUNTS ONCE AT ITS FIRST LINE, IN ITS SHIPMENT'S MONTH.
       CTN-RTN.
           MOVE  0  TO  WK-LKEY7.
           MOVE  0  TO  WK-LSI.
           MOVE  0  TO  WK-LCTN.
           CALL "DB_F_Open" USING
            "INPUT" CTNF_PNAME1 "SHARED" BY REFERENCE CTNF_IDLST "1"
            "CTN-KEY" BY REFERENCE CTN-KEY.
       CTN-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTNF_PNAME1 BY REFERENCE CTN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTN-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  CTN-LOT  TO  WK-KEY7 (1:6).
           MOVE  CTN-SEQ  TO  WK-KEY7 (7:1).
           IF  WK-KEY7  =  WK-LKEY7
               IF  CTN-NO  =  WK-LCTN
                   GO  TO  CTN-10
               END-IF
               MOVE  CTN-NO  TO  WK-LCTN
               GO  TO  CTN-50
           END-IF.
           MOVE  WK-KEY7  TO  WK-LKEY7.
           MOVE  CTN-NO   TO  WK-LCTN.
           PERFORM  VARYING  SI  FROM  1  BY  1
               UNTIL  SI  >  WS-SH-CNT
               OR  SH-KEY7 (SI)  =  WK-KEY7
               CONTINUE
           END-PERFORM.
           IF  SI  >  WS-SH-CNT
               MOVE  0   TO  WK-LSI
           ELSE
               MOVE  SI  TO  WK-LSI
           END-IF.
       CTN-50.
           IF  WK-LSI  =  0
               ADD  1  TO  WS-UCT-CNT
               GO  TO  CTN-10
           END-IF.
           MOVE  SH-DATE (WK-LSI) (1:6)  TO  WK-DYM.
           IF  WK-DYM  <  WK-SYM
               GO  TO  CTN-10
           END-IF.
           MOVE  SH-CUST (WK-LSI)  TO  WK-TCD.
           PERFORM  CUS-FIND-RTN  THRU  CUS-FIND-EXT.
           IF  WK-IX  =  0
               GO  TO  CTN-10
           END-IF.
           MOVE  1  TO  CT-ACT (WK-IX).
           ADD  1  TO  CT-CCNT (WK-IX 2).
           IF  WK-DYM  =  WK-MYM
               ADD  1  TO  CT-CCNT (WK-IX 1)
           END-IF.
           GO  TO  CTN-10.
       CTN-90.
           CALL "DB_F_Close" USING BY REFERENCE CTNF_IDLST CTNF_PNAME1.
       CTN-EXT.
           EXIT.
      *****
      *    FREIGHT -- EACH CONSOLIDATED DELIVERY MANIFESTED IN THE
      *    PERIOD, AT THE INVOICED CHARGE WHEN JF780R HAS ONE.
       FRT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" FREX_PNAME1 "SHARED" BY REFERENCE FREX_IDLST "1"
            "FRX-KEY" BY REFERENCE FRX-KEY.
       FRT-10.
           CALL "DB_Read" USING
            "NEXT AT END" FREX_PNAME1 BY REFERENCE FRX-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  FRT-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  FRX-DATE (1:6)  <  WK-SYM
           OR  FRX-DATE (1:6)  >  WK-MYM
               GO  TO  FRT-10
           END-IF.
           IF  FRX-ACT  NOT =  0
               MOVE  FRX-ACT  TO  WK-AMT
           ELSE
               MOVE  FRX-EXP  TO  WK-AMT
               ADD  1  TO  WS-EST-CNT
           END-IF.
           PERFORM  VARYING  SI  FROM  1  BY  1
               UNTIL  SI  >  WS-SH-CNT
               OR  SH-CONS (SI)  =  FRX-CONS
               CONTINUE
           END-PERFORM.
           IF  SI  >  WS-SH-CNT
               ADD  1       TO  WS-UFR-CNT
               ADD  WK-AMT  TO  WS-UFR-AMT
               GO  TO  FRT-10
           END-IF.
           MOVE  SH-CUST (SI)  TO  WK-TCD.
           PERFORM  CUS-FIND-RTN  THRU  CUS-FIND-EXT.
           IF  WK-IX  =  0
               GO  TO  FRT-10
           END-IF.
           MOVE  1  TO  CT-ACT (WK-IX).
           ADD  WK-AMT  TO  CT-FRT (WK-IX 2).
           IF  FRX-DATE (1:6)  =  WK-MYM
               ADD  WK-AMT  TO  CT-FRT (WK-IX 1)
           END-IF.
           GO  TO  FRT-10.
       FRT-90.
           CALL "DB_F_Close" USING BY REFERENCE FREX_IDLST FREX_PNAME1.
       FRT-EXT.
           EXIT.
      *****
      *    CUSTOMER ENTRY FOR WK-TCD (ADDED WHEN NEW).
       CUS-FIND-RTN.
           MOVE  1  TO  WK-IX.
       CUS-FIND-10.
           IF  WK-IX  >  WS-CUS-CNT
               IF  WS-CUS-CNT  NOT <  500
                   DISPLAY  "DSP-001 CT-TBL FULL, ENTRY DROPPED"
                   ADD  1  TO  WS-CUS-DRP
                   MOVE  0  TO  WK-IX
                   GO  TO  CUS-FIND-EXT
               END-IF
               ADD  1  TO  WS-CUS-CNT
               MOVE  WS-CUS-CNT  TO  WK-IX
               MOVE  WK-TCD  TO  CT-TCD (WK-IX)
               GO  TO  CUS-FIND-EXT
           END-IF.
           IF  CT-TCD (WK-IX)  =  WK-TCD
               GO  TO  CUS-FIND-EXT
           END-IF.
           ADD  1  TO  WK-IX.
           GO  TO  CUS-FIND-10.
       CUS-FIND-EXT.
           EXIT.
      *****
      *    WORST-FIRST RANKING ON THE TWELVE-MONTH NET
      *    CONTRIBUTION BY REPEATED MINIMUM SEARCH.
       RANK-ENT.
           MOVE  0  TO  WK-RANK.
       RANK-10.
           MOVE  0  TO  WK-MINIX.
           PERFORM  VARYING  WK-IX  FROM  1  BY  1
               UNTIL  WK-IX  >  WS-CUS-CNT
               IF  CT-DONE (WK-IX)  =  0  AND  CT-ACT (WK-IX)  =  1
                   IF  WK-MINIX  =  0
                       MOVE  WK-IX  TO  WK-MINIX
                   ELSE
                       IF  CT-NET (WK-IX 2)  <  CT-NET (WK-MINIX 2)
                           MOVE  WK-IX  TO  WK-MINIX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-MINIX  =  0
               GO  TO  END-RTN
           END-IF.
           MOVE  1  TO  CT-DONE (WK-MINIX).
           ADD  1  TO  WK-RANK.
           MOVE  WK-MINIX  TO  WK-IX.
           MOVE  1  TO  PI.
           PERFORM  DET-RTN  THRU  DET-EXT.
           MOVE  2  TO  PI.
           PERFORM  DET-RTN  THRU  DET-EXT.
           GO  TO  RANK-10.
       DET-RTN.
           MOVE  SPACE  TO  ST-RPT-DET.
           IF  PI  =  1
               MOVE  WK-RANK         TO  RPT-RANK
               MOVE  CT-TCD (WK-IX)  TO  RPT-TCD
               MOVE  "MTH"           TO  RPT-PER
           ELSE
               MOVE  "12M"           TO  RPT-PER
           END-IF.
           MOVE  CT-GM (WK-IX PI)    TO  RPT-AMT (1).
           MOVE  CT-RTN (WK-IX PI)   TO  RPT-AMT (2).
           COMPUTE  RPT-AMT (3)  =  CT-RCNT (WK-IX PI)  *  WK-RTN-RATE.
           MOVE  CT-FRT (WK-IX PI)   TO  RPT-AMT (4).
           MOVE  CT-RBT (WK-IX PI)   TO  RPT-AMT (5).
           MOVE  CT-DED (WK-IX PI)   TO  RPT-AMT (6).
           COMPUTE  RPT-AMT (7)  =  CT-CCNT (WK-IX PI)  *  WK-CTN-RATE.
           MOVE  CT-NET (WK-IX PI)   TO  RPT-AMT (8).
           ADD  CT-GM  (WK-IX PI)  TO  TL-GM  (PI).
           ADD  CT-RTN (WK-IX PI)  TO  TL-RTN (PI).
           COMPUTE  TL-RHD (PI)  =
               TL-RHD (PI)  +  CT-RCNT (WK-IX PI)  *  WK-RTN-RATE.
           ADD  CT-FRT (WK-IX PI)  TO  TL-FRT (PI).
           ADD  CT-RBT (WK-IX PI)  TO  TL-RBT (PI).
           ADD  CT-DED (WK-IX PI)  TO  TL-DED (PI).
           COMPUTE  TL-PCK (PI)  =
               TL-PCK (PI)  +  CT-CCNT (WK-IX PI)  *  WK-CTN-RATE.
           ADD  CT-NET (WK-IX PI)  TO  TL-NET (PI).
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       DET-EXT.
           EXIT.
       END-RTN.
           MOVE  SPACE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  PI  FROM  1  BY  1  UNTIL  PI  >  2
               MOVE  SPACE  TO  ST-RPT-DET
               IF  PI  =  1
                   MOVE  "TTL"  TO  RPT-TCD
                   MOVE  "MTH"  TO  RPT-PER
               ELSE
                   MOVE  "12M"  TO  RPT-PER
               END-IF
               MOVE  TL-GM  (PI)  TO  RPT-AMT (1)
               MOVE  TL-RTN (PI)  TO  RPT-AMT (2)
               MOVE  TL-RHD (PI)  TO  RPT-AMT (3)
               MOVE  TL-FRT (PI)  TO  RPT-AMT (4)
               MOVE  TL-RBT (PI)  TO  RPT-AMT (5)
               MOVE  TL-DED (PI)  TO  RPT-AMT (6)
               MOVE  TL-PCK (PI)  TO  RPT-AMT (7)
               MOVE  TL-NET (PI)  TO  RPT-AMT (8)
               MOVE  ST-RPT-DET  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-PERFORM.
           MOVE  SPACE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WK-RANK     TO  RPT-SUM-CUS.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  WS-EST-CNT  TO  RPT-SUM-EST.
           MOVE  ST-RPT-SUM  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  WS-UFR-CNT  TO  RPT-UNA-CNT.
           MOVE  WS-UFR-AMT  TO  RPT-UNA-AMT.
           MOVE  WS-UCT-CNT  TO  RPT-UNA-CTN.
           MOVE  ST-RPT-UNA  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WS-CUS-DRP  NOT =  0  OR  WS-SH-DRP  NOT =  0
               MOVE  WS-CUS-DRP  TO  RPT-DRP-CUS
               MOVE  WS-SH-DRP   TO  RPT-DRP-SH
               MOVE  ST-RPT-DRP  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ST870R"  TO  RUNL-PGM.
           MOVE  SPACE     TO  RUNL-OPR.
           MOVE  0         TO  RUNL-EDATE.
           MOVE  0         TO  RUNL-ETIME.
           MOVE  0         TO  RUNL-READ.
           MOVE  0         TO  RUNL-WRIT.
           MOVE  0         TO  RUNL-UPDT.
           MOVE  SPACE     TO  RUNL-CC.
           MOVE  0         TO  RUNL-ENDF.
           CALL "DB_Insert" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
       RUNL-ST-EXT.
           EXIT.
       RUNL-EN-RTN.
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-RD-CNT   TO  RUNL-READ.
           MOVE  HDR-WCNT    TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ST-RPT-LINE==.
       COPY  LPCNS.
