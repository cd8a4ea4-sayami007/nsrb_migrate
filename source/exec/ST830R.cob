       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST830R.
      *****************************************************
      *****   MONTHLY MANAGEMENT KPI PACK              *****
      *****************************************************
      *        ONE-PAGE BOARD SUMMARY, RUN AFTER THE MONTH-END
      *        CLOSE (AFTER ZK770U).  ARGUMENT: THE MONTH (YYMM,
      *        DEFAULT LAST MONTH).  EACH FIGURE IS SHOWN FOR THE
      *        MONTH, THE FISCAL YEAR TO DATE (FROM THE MONTH
      *        AFTER THE FCTL "DATE " CLOSING MONTH, AS ST810R)
      *        AND THE SAME MONTH LAST YEAR, WITH THE REPORT IT IS
      *        TAKEN FROM -- EACH IS WORKED OUT BY THAT REPORT'S
      *        OWN RULE:
      *          ST710R  NET SALES -- STRAN STRN-08, RETURNS
      *                  (STRN-09 = 1) SUBTRACTED; RETURNS % OF
      *                  GROSS SALES;
      *          ST810R  TARGET -- JT-SLTG STAFF TOTAL, ELSE THE
      *                  SUM OF THE STAFF'S BREAKDOWN LINES;
      *          ST720R  GROSS MARGIN -- LESS STRN-06 * J-KT
      *                  (ITEMS WITHOUT A COST COUNTED AS ZERO
      *                  COST AND REPORTED, AS ST720R DOES);
      *          SK700R  A/R -- UNSETTLED SKDF (SKD-SKD = 0)
      *                  SKD-KIN DATED BEFORE TODAY; DSO = A/R /
      *                  NET SALES * DAYS IN THE PERIOD;
      *          SK760R  OVERDUE A/R -- THE CASH-IN OVERDUE
      *                  BUCKET: OPEN INVOICE ROWS PAST THEIR
      *                  LPDUE PAYMENT (OR NOTE) DATE;
      *          ZK770U  INVENTORY -- THE FCTL "ZKVAL" OPENING AND
      *                  CLOSING VALUATION FOR THE MONTH; TURNS =
      *                  ST720R COST * 12 / AVERAGE INVENTORY;
      *          JF600R  ORDER BACKLOG -- JOLJF11-122 LESS -132;
      *          JF700R  ON-TIME % -- SHIPMENTS IN THE PERIOD
      *                  DELIVERED (JT-TRKF POD) BY JOLJF11-06;
      *          KF740U  EDI ERROR RATE -- RECORDS QUARANTINED /
      *                  RECORDS CHECKED, FROM ITS JT-RUNL RUNS.
      *        SALES, ON-TIME AND EDI FIGURES ARE RECOUNTED FOR
      *        EVERY COLUMN.  THE BALANCES (A/R, OVERDUE,
      *        INVENTORY, BACKLOG) ARE TAKEN AS AT THE RUN AND
      *        KEPT ON JT-KPIH WITH THE MONTH'S OTHER FIGURES; THE
      *        YEAR-TO-DATE COLUMN SHOWS THEIR AVERAGE OVER THE
      *        MONTH-ENDS ON JT-KPIH AND LAST YEAR'S COLUMN THE
      *        JT-KPIH MONTH.  A RERUN FOR AN EARLIER MONTH KEEPS
      *        THE BALANCES ALREADY HELD FOR IT.  THE PACK GOES
      *        THROUGH LWHDR, SO IT IS ARCHIVED ON JT-RARC FOR
      *        RL720R REPRINT.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER IS NOT A SALE
      *        AND IS LEFT OUT (LPCNS); ONLY THE ZK850U SELL-
      *        THROUGH ROWS COUNT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST830R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ST-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  C               PIC  9(01)  VALUE  0.
       77  K               PIC  9(02)  VALUE  0.
       77  PI              PIC  9(04)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-FI           PIC  9(02)  VALUE  0.
       77  WK-TYM          PIC  9(06)  VALUE  0.
       77  WK-LYM          PIC  9(06)  VALUE  0.
       77  WK-COST         PIC S9(11)  VALUE  0.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WK-NAMT         PIC S9(11)  VALUE  0.
       77  WK-BKL          PIC S9(07)  VALUE  0.
       77  WK-LAST-YM      PIC  9(04)  VALUE  0.
       77  WK-LAST-TNC     PIC  9(02)  VALUE  0.
       77  WK-TOT-SW       PIC  9(01)  VALUE  0.
       77  WK-BAL-SW       PIC  9(01)  VALUE  1.
       77  WK-KPH-SW       PIC  9(01)  VALUE  0.
       77  WK-DIM          PIC  9(02)  VALUE  0.
       77  WK-Q            PIC  9(04)  VALUE  0.
       77  WK-R            PIC  9(01)  VALUE  0.
       77  WK-V            PIC S9(13)V9(01)  VALUE  0.
       77  WK-VI           PIC S9(13)  VALUE  0.
       77  WK-NA           PIC  9(01)  VALUE  0.
       77  WK-SHIPD8       PIC  9(08)  VALUE  0.
       77  WK-REQD8        PIC  9(08)  VALUE  0.
       77  WK-FIG          PIC  X(01)  VALUE  SPACE.
       77  WK-PODF         PIC  X(01)  VALUE  SPACE.
       77  WK-PODD8        PIC  9(08)  VALUE  0.
       77  WK-PODHIT       PIC  9(01)  VALUE  0.
       77  WS-POD-CNT      PIC  9(04)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       01  WK-YM           PIC  9(04)  VALUE  0.
       01  WK-YMR  REDEFINES  WK-YM.
           02  WK-YM-Y         PIC  9(02).
           02  WK-YM-M         PIC  9(02).
      *    DEFAULT MONTH -- THE MONTH BEFORE TODAY'S.
       01  WK-DYM          PIC  9(04)  VALUE  0.
       01  WK-DYMR  REDEFINES  WK-DYM.
           02  WK-DYM-Y        PIC  9(02).
           02  WK-DYM-M        PIC  9(02).
       01  WK-CYM          PIC  9(06)  VALUE  0.
       01  WK-FYM          PIC  9(06)  VALUE  0.
      *    MONTH WALK FOR THE DAYS IN THE YEAR TO DATE.
       01  WK-WYM          PIC  9(06)  VALUE  0.
       01  WK-WYMR  REDEFINES  WK-WYM.
           02  WK-WYM-Y        PIC  9(04).
           02  WK-WYM-M        PIC  9(02).
      *    POD TABLE -- JT-TRKF, LOADED THE JF700R WAY.
       01  WK-POD-TBL.
           02  WK-POD-ENT  OCCURS  3000.
               03  WK-POD-CONS      PIC  9(06).
               03  WK-POD-LOT       PIC  9(06).
               03  WK-POD-SEQ       PIC  9(01).
               03  WK-POD-STAT      PIC  X(01).
               03  WK-POD-DDATE     PIC  9(08).
      *    FIGURES PER COLUMN -- 1 THE MONTH, 2 THE YEAR TO DATE,
      *    3 THE SAME MONTH LAST YEAR.  KP-MON IS THE MONTHS IN
      *    THE PERIOD, KP-HAVE THE MONTH-END BALANCES HELD AND
      *    KP-ZKN THOSE WITH AN INVENTORY VALUATION.
       01  KP-TBL.
           02  KP-ENT   OCCURS  3.
               03  KP-MON        PIC  9(02).
               03  KP-DAYS       PIC  9(03).
               03  KP-HAVE       PIC  9(02).
               03  KP-ZKN        PIC  9(02).
               03  KP-GROSS      PIC S9(11).
               03  KP-RET        PIC S9(11).
               03  KP-NET        PIC S9(11).
               03  KP-TGT        PIC S9(11).
               03  KP-COST       PIC S9(11).
               03  KP-NOC        PIC  9(05).
               03  KP-AR         PIC S9(13).
               03  KP-OVD        PIC S9(13).
               03  KP-INVO       PIC S9(13).
               03  KP-INVC       PIC S9(13).
               03  KP-BKL        PIC S9(11).
               03  KP-SHP        PIC  9(07).
               03  KP-ONT        PIC  9(07).
               03  KP-EDR        PIC  9(07).
               03  KP-EDE        PIC  9(07).
       01  KP-BDATE        PIC  9(06)  VALUE  0.
      *    PACK LINES -- LABEL, SOURCE REPORT, 1 = AMOUNT /
      *    2 = ONE DECIMAL.
       01  KD-TBL-V.
           02  F  PIC  X(39)  VALUE
               "NET SALES                       ST710R1".
           02  F  PIC  X(39)  VALUE
               "SALES TARGET                    ST810R1".
           02  F  PIC  X(39)  VALUE
               "NET SALES VS TARGET %           ST810R2".
           02  F  PIC  X(39)  VALUE
               "GROSS MARGIN                    ST720R1".
           02  F  PIC  X(39)  VALUE
               "GROSS MARGIN %                  ST720R2".
           02  F  PIC  X(39)  VALUE
               "RETURNS % OF GROSS SALES        ST710R2".
           02  F  PIC  X(39)  VALUE
               "A/R OUTSTANDING                 SK700R1".
           02  F  PIC  X(39)  VALUE
               "DSO (DAYS)                      SK700R2".
           02  F  PIC  X(39)  VALUE
               "OVERDUE A/R                     SK760R1".
           02  F  PIC  X(39)  VALUE
               "INVENTORY VALUE                 ZK770U1".
           02  F  PIC  X(39)  VALUE
               "INVENTORY TURNS (ANNUALISED)    ZK770U2".
           02  F  PIC  X(39)  VALUE
               "ORDER BACKLOG (UNITS)           JF600R1".
           02  F  PIC  X(39)  VALUE
               "ON-TIME DELIVERY %              JF700R2".
           02  F  PIC  X(39)  VALUE
               "EDI ERROR RATE %                KF740U2".
       01  KD-TBL  REDEFINES  KD-TBL-V.
           02  KD-ENT   OCCURS  14.
               03  KD-LBL        PIC  X(32).
               03  KD-SRC        PIC  X(06).
               03  KD-TYP        PIC  9(01).
       COPY    LNSTRN.
       COPY    LWCNS.
       COPY    LIJM.
       COPY    LISLTG.
       COPY    LISKDF.
       COPY    LITKM.
       COPY    LIPTRM.
       COPY    LICALM.
       COPY    LWCAL.
       COPY    LWDUE.
       COPY    LJOLJF.
       COPY    LIJSJD.
       COPY    LITRKF.
       COPY    LIKPIH.
       COPY    FCTL.
       COPY    LWMSG_PR.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  ST-RPT-HDR.
           02  FILLER          PIC  X(06)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
           02  FILLER          PIC  X(20)  VALUE
               "  YEAR TO DATE FROM=".
           02  RPT-HDR-FYM     PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  " (".
           02  RPT-HDR-MON     PIC  Z9.
           02  FILLER          PIC  X(08)  VALUE  " MONTHS)".
           02  FILLER          PIC  X(13)  VALUE  "  LAST YEAR=".
           02  RPT-HDR-LYM     PIC  9(04).
       01  ST-RPT-SEC.
           02  RPT-SEC         PIC  X(40).
       01  ST-RPT-COL.
           02  FILLER          PIC  X(32)  VALUE  "KPI".
           02  FILLER          PIC  X(18)  VALUE  "    THIS MONTH".
           02  FILLER          PIC  X(18)  VALUE  "  YEAR TO DATE".
           02  FILLER          PIC  X(18)  VALUE  "SAME MONTH L/Y".
           02  FILLER          PIC  X(08)  VALUE  "SOURCE".
       01  ST-RPT-DET.
           02  RPT-LBL         PIC  X(32).
           02  RPT-VAL   OCCURS  3.
               03  RPT-CA      PIC  -(13)9.
               03  RPT-CAX  REDEFINES  RPT-CA  PIC  X(14).
               03  RPT-CP   REDEFINES  RPT-CA  PIC  -(11)9.9.
               03  FILLER      PIC  X(04).
           02  RPT-SRC         PIC  X(06).
       01  ST-RPT-NOTE.
           02  RPT-NOTE        PIC  X(60).
           02  RPT-NOTE-V      PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ST-RPT-FILE.
           ACCEPT  WK-YM  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       MOVE  "20"       TO  WK-TODAY8 (1:2).
       MOVE  WK-TODAY   TO  WK-TODAY8 (3:6).
       MOVE  WK-TODAY (1:4)  TO  WK-DYM.
       IF  WK-DYM-M  =  1
           COMPUTE  WK-DYM  =  (WK-DYM-Y  -  1)  *  100  +  12
       ELSE
           SUBTRACT  1  FROM  WK-DYM
       END-IF.
       IF  WK-YM  =  0
           MOVE  WK-DYM  TO  WK-YM
           END-IF.
       MOVE  "ST830R"  TO  HDR-PGMID.
       MOVE  "MANAGEMENT KPI PACK"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           IF  WK-YM-M  <  1  OR  WK-YM-M  >  12
               MOVE  "*** MONTH INVALID, RUN ENDED"  TO  ST-RPT-LINE
               GO  TO  ERR-END
           END-IF.
      *****
      *    FISCAL YEAR START -- THE MONTH AFTER THE CLOSING MONTH,
      *    AS PR530U DERIVES IT.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "DATE "        TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "DB_F_Close" USING
                BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1
               MOVE  "*** NO DATE RECORD, RUN ENDED"  TO  ST-RPT-LINE
               GO  TO  ERR-END
           END-IF.
           MOVE  FCTL-REC1  TO  Z-R.
           IF  Z-KSMM  =  12
               MOVE  1  TO  WK-FI
           ELSE
               COMPUTE  WK-FI  =  Z-KSMM  +  1
           END-IF.
           COMPUTE  WK-CYM  =  200000  +  WK-YM.
           COMPUTE  WK-LYM  =  WK-CYM  -  100.
           IF  WK-YM-M  NOT <  WK-FI
               COMPUTE  WK-FYM  =  (2000  +  WK-YM-Y)  *  100  +  WK-FI
           ELSE
               COMPUTE  WK-FYM  =
                   (2000  +  WK-YM-Y  -  1)  *  100  +  WK-FI
           END-IF.
           INITIALIZE  KP-TBL.
           PERFORM  DAYS-RTN  THRU  DAYS-EXT.
      *        INVENTORY -- THE ZK770U VALUATION, WHEN IT HAS BEEN
      *        RUN FOR THIS MONTH.
           MOVE  "ZKVAL"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               IF  FCTL-VALYM  =  WK-YM
                   MOVE  1            TO  KP-ZKN (1)
                   MOVE  FCTL-VALOPN  TO  KP-INVO (1)
                   MOVE  FCTL-VALAMT  TO  KP-INVC (1)
               END-IF
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           MOVE  WK-YM   TO  RPT-HDR-YM.
           MOVE  WK-FYM  TO  RPT-HDR-FYM.
           MOVE  KP-MON (2)  TO  RPT-HDR-MON.
           MOVE  WK-LYM (3:4)  TO  RPT-HDR-LYM.
           MOVE  ST-RPT-HDR  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    AN EARLIER MONTH ALREADY ON JT-KPIH KEEPS ITS BALANCES.
           CALL "DB_F_Open" USING
            "INPUT" KPIH_PNAME1 "SHARED" BY REFERENCE KPIH_IDLST "1"
            "KPH-KEY" BY REFERENCE KPH-KEY.
           MOVE  WK-YM  TO  KPH-YM.
           CALL "DB_Read" USING
            "INVALID" KPIH_PNAME1 BY REFERENCE KPH-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE KPIH_IDLST KPIH_PNAME1.
           IF  RET = 0
               MOVE  1  TO  WK-KPH-SW
               IF  WK-YM  <  WK-DYM
                   MOVE  0          TO  WK-BAL-SW
                   MOVE  KPH-AR     TO  KP-AR (1)
                   MOVE  KPH-OVD    TO  KP-OVD (1)
                   MOVE  KPH-BKL    TO  KP-BKL (1)
                   MOVE  KPH-ZKF    TO  KP-ZKN (1)
                   MOVE  KPH-INVO   TO  KP-INVO (1)
                   MOVE  KPH-INVC   TO  KP-INVC (1)
                   MOVE  KPH-BDATE  TO  KP-BDATE
               END-IF
           END-IF.
           IF  WK-BAL-SW  =  1
               MOVE  WK-TODAY  TO  KP-BDATE
           END-IF.
      *****
      *    EDI -- THE KF740U RUNS OF EACH PERIOD.  READ BEFORE
      *    THIS RUN'S OWN LOG RECORD IS OPENED.
           CALL "DB_F_Open" USING
            "INPUT" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
       ED-10.
           CALL "DB_Read" USING
            "NEXT AT END" RUNL_PNAME1 BY REFERENCE RUNL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  ED-90
           END-IF.
           IF  RUNL-PGM  NOT =  "KF740U"  OR  RUNL-ENDF  NOT =  1
               GO  TO  ED-10
           END-IF.
           COMPUTE  WK-TYM  =  200000  +  RUNL-SDATE  /  100.
           MOVE  "E"  TO  WK-FIG.
           PERFORM  COL-RTN  THRU  COL-EXT.
           GO  TO  ED-10.
       ED-90.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *****
      *    SALES -- NET POSTED STRAN, COST AT J-KT (ST720R).
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
       SL-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SL-90
           END-IF.
           MOVE  STRN-01 (1:6)  TO  WK-TYM.
           IF  (WK-TYM  <  WK-FYM  OR  WK-TYM  >  WK-CYM)
           AND  WK-TYM  NOT =  WK-LYM
               GO  TO  SL-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NOT A SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  SL-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  STRN-03  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  J-KT  =  0
               MOVE  0  TO  WK-COST
               IF  WK-TYM  =  WK-CYM
                   ADD  1  TO  KP-NOC (1)
               END-IF
           ELSE
               COMPUTE  WK-COST  ROUNDED  =  STRN-06  *  J-KT
           END-IF.
           MOVE  "S"  TO  WK-FIG.
           PERFORM  COL-RTN  THRU  COL-EXT.
           GO  TO  SL-10.
       SL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
      *****
      *    TARGETS -- KEY ORDER PUTS EACH STAFF TOTAL AHEAD OF THAT
      *    MONTH'S BREAKDOWN LINES (ST810R).
           CALL "DB_F_Open" USING
            "INPUT" SLTG_PNAME1 "SHARED" BY REFERENCE SLTG_IDLST "1"
            "SLT-KEY" BY REFERENCE SLT-KEY.
       TG-10.
           CALL "DB_Read" USING
            "NEXT AT END" SLTG_PNAME1 BY REFERENCE SLT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  TG-90
           END-IF.
           IF  SLT-YM  NOT =  WK-LAST-YM
               OR  SLT-TNC  NOT =  WK-LAST-TNC
               MOVE  SLT-YM   TO  WK-LAST-YM
               MOVE  SLT-TNC  TO  WK-LAST-TNC
               MOVE  0        TO  WK-TOT-SW
           END-IF.
           IF  SLT-TCD  =  0  AND  SLT-BR1  =  0
               MOVE  1  TO  WK-TOT-SW
           ELSE
               IF  WK-TOT-SW  =  1
                   GO  TO  TG-10
               END-IF
           END-IF.
           COMPUTE  WK-TYM  =  200000  +  SLT-YM.
           MOVE  "T"  TO  WK-FIG.
           PERFORM  COL-RTN  THRU  COL-EXT.
           GO  TO  TG-10.
       TG-90.
           CALL "DB_F_Close" USING BY REFERENCE SLTG_IDLST SLTG_PNAME1.
           IF  WK-BAL-SW  =  0
               GO  TO  OT-00
           END-IF.
      *****
      *    A/R (SK700R) AND OVERDUE A/R (SK760R CASH-IN SIDE).
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
       AR-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  AR-90
           END-IF.
           IF  SKD-SKD  =  0  AND  SKD-DATE  <  WK-TODAY8
               ADD  SKD-KIN  TO  KP-AR (1)
           END-IF.
           IF  SKD-DC  NOT =  0  OR  SKD-SKD  NOT =  0
           OR  SKD-MREF  NOT =  0
               GO  TO  AR-10
           END-IF.
           PERFORM  DUE-SKD-RTN  THRU  DUE-SKD-EXT.
           COMPUTE  WK-AMT  =  SKD-KIN  +  SKD-SHZ.
           COMPUTE  WK-NAMT  ROUNDED  =
               WK-AMT  *  (100  -  WDUE-CASH)  /  100.
           SUBTRACT  WK-NAMT  FROM  WK-AMT.
           IF  WDUE-DUE  NOT >  WK-TODAY8
               ADD  WK-AMT  TO  KP-OVD (1)
           END-IF.
           IF  WK-NAMT  NOT =  0  AND  WDUE-NDUE  NOT >  WK-TODAY8
               ADD  WK-NAMT  TO  KP-OVD (1)
           END-IF.
           GO  TO  AR-10.
       AR-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PTRM_IDLST PTRM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
      *****
      *    ORDER BACKLOG (JF600R).
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST
            "1" "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
       BK-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  BK-90
           END-IF.
           COMPUTE  WK-BKL  =  JOLJF11-122  -  JOLJF11-132.
           IF  WK-BKL  >  0
               ADD  WK-BKL  TO  KP-BKL (1)
           END-IF.
           GO  TO  BK-10.
       BK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
      *****
      *    ON-TIME DELIVERY (JF700R) -- SHIPMENTS BY SHIP DATE.
       OT-00.
           PERFORM  POD-LD  THRU  POD-LD-EXT.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST
            "1" "JOLJF11-09" BY REFERENCE JOLJF11-09.
       OT-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  OT-90
           END-IF.
           IF  JSJD-07S  =  0
               GO  TO  OT-10
           END-IF.
           MOVE  JSJD-071  TO  WK-SHIPD8 (1:4).
           MOVE  JSJD-072  TO  WK-SHIPD8 (5:2).
           MOVE  JSJD-073  TO  WK-SHIPD8 (7:2).
           MOVE  WK-SHIPD8 (1:6)  TO  WK-TYM.
           IF  (WK-TYM  <  WK-FYM  OR  WK-TYM  >  WK-CYM)
           AND  WK-TYM  NOT =  WK-LYM
               GO  TO  OT-10
           END-IF.
           MOVE  JSJD-081   TO  JOLJF11-091.
           MOVE  JSJD-082   TO  JOLJF11-092.
           CALL "DB_Read" USING
            "INVALID" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  OT-10
           END-IF.
           IF  JOLJF11-061  =  0
               GO  TO  OT-10
           END-IF.
           MOVE  JOLJF11-061  TO  WK-REQD8 (1:4).
           MOVE  JOLJF11-062  TO  WK-REQD8 (5:2).
           MOVE  JOLJF11-063  TO  WK-REQD8 (7:2).
           PERFORM  POD-FND  THRU  POD-FND-EXT.
      *        WK-PODF D = ON TIME, L = LATE, OTHER = NO POD.
           IF  WK-PODF  =  "D"  AND  WK-PODD8  >  WK-REQD8
               MOVE  "L"  TO  WK-PODF
           END-IF.
           MOVE  "O"  TO  WK-FIG.
           PERFORM  COL-RTN  THRU  COL-EXT.
           GO  TO  OT-10.
       OT-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
      *****
      *    THE MONTH TO JT-KPIH, THEN THE BALANCES OF THE YEAR TO
      *    DATE AND OF LAST YEAR'S MONTH BACK FROM IT.
           PERFORM  KPH-PUT-RTN  THRU  KPH-PUT-EXT.
           MOVE  1  TO  KP-HAVE (1).
           CALL "DB_F_Open" USING
            "INPUT" KPIH_PNAME1 "SHARED" BY REFERENCE KPIH_IDLST "1"
            "KPH-KEY" BY REFERENCE KPH-KEY.
       KH-10.
           CALL "DB_Read" USING
            "NEXT AT END" KPIH_PNAME1 BY REFERENCE KPH-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  KH-90
           END-IF.
           COMPUTE  WK-TYM  =  200000  +  KPH-YM.
           IF  WK-TYM  NOT <  WK-FYM  AND  WK-TYM  NOT >  WK-CYM
               MOVE  2  TO  C
               PERFORM  KH-ADD-RTN  THRU  KH-ADD-EXT
           END-IF.
           IF  WK-TYM  =  WK-LYM
               MOVE  3  TO  C
               PERFORM  KH-ADD-RTN  THRU  KH-ADD-EXT
           END-IF.
           GO  TO  KH-10.
       KH-90.
           CALL "DB_F_Close" USING BY REFERENCE KPIH_IDLST KPIH_PNAME1.
      *****
      *    THE PACK.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  14
               PERFORM  PRT-RTN  THRU  PRT-EXT
           END-PERFORM.
           MOVE  SPACE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  ST-RPT-NOTE.
           MOVE  "BALANCES (A/R, OVERDUE, INVENTORY, BACKLOG) AS AT"
             TO  RPT-NOTE.
           MOVE  KP-BDATE  TO  RPT-NOTE (52:6).
           MOVE  ST-RPT-NOTE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SPACE  TO  ST-RPT-NOTE.
           MOVE  "YEAR TO DATE BALANCES ARE MONTH-END AVERAGES, MONTHS="
             TO  RPT-NOTE.
           MOVE  KP-HAVE (2)  TO  RPT-NOTE-V.
           MOVE  ST-RPT-NOTE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  KP-ZKN (1)  =  0
               MOVE  SPACE  TO  ST-RPT-NOTE
               MOVE  "*** ZK770U VALUATION NOT RUN FOR THE MONTH"
                 TO  RPT-NOTE
               MOVE  ST-RPT-NOTE  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           IF  KP-NOC (1)  >  0
               MOVE  SPACE  TO  ST-RPT-NOTE
               MOVE  "SALES LINES WITHOUT J-KT COST (SEE ST720R)="
                 TO  RPT-NOTE
               MOVE  KP-NOC (1)  TO  RPT-NOTE-V
               MOVE  ST-RPT-NOTE  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       ERR-END.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ST-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    THE RECORD IN HAND INTO EVERY COLUMN WHOSE PERIOD TAKES
      *    WK-TYM.  WK-FIG SAYS WHICH FIGURE: E = KF740U RUN,
      *    S = SALES LINE, T = TARGET LINE, O = SHIPMENT.
       COL-RTN.
           IF  WK-TYM  =  WK-CYM
               MOVE  1  TO  C
               PERFORM  COL-ADD-RTN  THRU  COL-ADD-EXT
           END-IF.
           IF  WK-TYM  NOT <  WK-FYM  AND  WK-TYM  NOT >  WK-CYM
               MOVE  2  TO  C
               PERFORM  COL-ADD-RTN  THRU  COL-ADD-EXT
           END-IF.
           IF  WK-TYM  =  WK-LYM
               MOVE  3  TO  C
               PERFORM  COL-ADD-RTN  THRU  COL-ADD-EXT
           END-IF.
       COL-EXT.
           EXIT.
       COL-ADD-RTN.
           EVALUATE  WK-FIG
               WHEN  "E"
                   ADD  RUNL-READ  TO  KP-EDR (C)
                   ADD  RUNL-WRIT  TO  KP-EDE (C)
               WHEN  "S"
                   IF  STRN-09  =  1
                       ADD  STRN-08       TO  KP-RET (C)
                       SUBTRACT  STRN-08  FROM  KP-NET (C)
                       SUBTRACT  WK-COST  FROM  KP-COST (C)
                   ELSE
                       ADD  STRN-08  TO  KP-GROSS (C)
                       ADD  STRN-08  TO  KP-NET (C)
                       ADD  WK-COST  TO  KP-COST (C)
                   END-IF
               WHEN  "T"
                   ADD  SLT-AMT  TO  KP-TGT (C)
               WHEN  "O"
                   ADD  1  TO  KP-SHP (C)
                   IF  WK-PODF  =  "D"
                       ADD  1  TO  KP-ONT (C)
                   END-IF
           END-EVALUATE.
       COL-ADD-EXT.
           EXIT.
      *****
      *    MONTHS AND DAYS IN EACH COLUMN'S PERIOD.
       DAYS-RTN.
           MOVE  1  TO  KP-MON (1).
           MOVE  1  TO  KP-MON (3).
           MOVE  WK-CYM  TO  WK-WYM.
           PERFORM  DIM-RTN  THRU  DIM-EXT.
           MOVE  WK-DIM  TO  KP-DAYS (1).
           MOVE  WK-LYM  TO  WK-WYM.
           PERFORM  DIM-RTN  THRU  DIM-EXT.
           MOVE  WK-DIM  TO  KP-DAYS (3).
           MOVE  WK-FYM  TO  WK-WYM.
       DAYS-10.
           IF  WK-WYM  >  WK-CYM
               GO  TO  DAYS-EXT
           END-IF.
           PERFORM  DIM-RTN  THRU  DIM-EXT.
           ADD  WK-DIM  TO  KP-DAYS (2).
           ADD  1       TO  KP-MON (2).
           IF  WK-WYM-M  =  12
               ADD  1  TO  WK-WYM-Y
               MOVE  1  TO  WK-WYM-M
           ELSE
               ADD  1  TO  WK-WYM-M
           END-IF.
           GO  TO  DAYS-10.
       DAYS-EXT.
           EXIT.
       DIM-RTN.
           EVALUATE  WK-WYM-M
               WHEN  4
               WHEN  6
               WHEN  9
               WHEN  11
                   MOVE  30  TO  WK-DIM
               WHEN  2
                   DIVIDE  WK-WYM-Y  BY  4  GIVING  WK-Q
                       REMAINDER  WK-R
                   IF  WK-R  =  0
                       MOVE  29  TO  WK-DIM
                   ELSE
                       MOVE  28  TO  WK-DIM
                   END-IF
               WHEN  OTHER
                   MOVE  31  TO  WK-DIM
           END-EVALUATE.
       DIM-EXT.
           EXIT.
      *****
      *    THE MONTH'S FIGURES TO JT-KPIH -- INSERT, OR REPLACE
      *    THE RECORD OF AN EARLIER RUN.
       KPH-PUT-RTN.
           CALL "DB_F_Open" USING
            "I-O" KPIH_PNAME1 "SHARED" BY REFERENCE KPIH_IDLST "1"
            "KPH-KEY" BY REFERENCE KPH-KEY.
           MOVE  WK-YM  TO  KPH-YM.
           CALL "DB_Read" USING
            "INVALID" KPIH_PNAME1 BY REFERENCE KPH-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0  TO  WK-KPH-SW
           ELSE
               MOVE  1  TO  WK-KPH-SW
           END-IF.
           MOVE  SPACE          TO  KPH-R.
           MOVE  WK-YM          TO  KPH-YM.
           MOVE  KP-GROSS (1)   TO  KPH-GROSS.
           MOVE  KP-RET (1)     TO  KPH-RET.
           MOVE  KP-NET (1)     TO  KPH-NET.
           MOVE  KP-TGT (1)     TO  KPH-TGT.
           MOVE  KP-COST (1)    TO  KPH-COST.
           MOVE  KP-NOC (1)     TO  KPH-NOC.
           MOVE  KP-AR (1)      TO  KPH-AR.
           MOVE  KP-OVD (1)     TO  KPH-OVD.
           MOVE  KP-BDATE       TO  KPH-BDATE.
           MOVE  KP-ZKN (1)     TO  KPH-ZKF.
           MOVE  KP-INVO (1)    TO  KPH-INVO.
           MOVE  KP-INVC (1)    TO  KPH-INVC.
           MOVE  KP-BKL (1)     TO  KPH-BKL.
           MOVE  KP-SHP (1)     TO  KPH-SHP.
           MOVE  KP-ONT (1)     TO  KPH-ONT.
           MOVE  KP-EDR (1)     TO  KPH-EDR.
           MOVE  KP-EDE (1)     TO  KPH-EDE.
           MOVE  WK-TODAY       TO  KPH-RDATE.
           ACCEPT  KPH-RTIME  FROM  TIME.
           IF  WK-KPH-SW  =  1
               CALL "DB_Update" USING
                KPIH_PNAME1 KPIH_LNAME KPH-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                KPIH_PNAME1 KPIH_LNAME KPH-R RETURNING RET
           END-IF.
           IF  RET = 1
               DISPLAY  "DSP-001 JT-KPIH WRITE FAILED, MONTH="  WK-YM
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE KPIH_IDLST KPIH_PNAME1.
       KPH-PUT-EXT.
           EXIT.
      *    ONE JT-KPIH MONTH'S BALANCES INTO COLUMN C.
       KH-ADD-RTN.
           ADD  1         TO  KP-HAVE (C).
           ADD  KPH-AR    TO  KP-AR (C).
           ADD  KPH-OVD   TO  KP-OVD (C).
           ADD  KPH-BKL   TO  KP-BKL (C).
           IF  KPH-ZKF  =  1
               ADD  1         TO  KP-ZKN (C)
               ADD  KPH-INVO  TO  KP-INVO (C)
               ADD  KPH-INVC  TO  KP-INVC (C)
           END-IF.
       KH-ADD-EXT.
           EXIT.
      *****
      *    ONE PACK LINE, KD-ENT (K); A SECTION HEADING AHEAD OF
      *    LINES 1, 7, 10 AND 13.
       PRT-RTN.
           MOVE  SPACE  TO  RPT-SEC.
           EVALUATE  K
               WHEN  1   MOVE  "SALES"        TO  RPT-SEC
               WHEN  7   MOVE  "RECEIVABLES"  TO  RPT-SEC
               WHEN  10  MOVE  "STOCK"        TO  RPT-SEC
               WHEN  13  MOVE  "OPERATIONS"   TO  RPT-SEC
           END-EVALUATE.
           IF  RPT-SEC  NOT =  SPACE
               MOVE  SPACE       TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               MOVE  ST-RPT-SEC  TO  ST-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           MOVE  SPACE       TO  ST-RPT-DET.
           MOVE  KD-LBL (K)  TO  RPT-LBL.
           MOVE  KD-SRC (K)  TO  RPT-SRC.
           PERFORM  VARYING  C  FROM  1  BY  1  UNTIL  C  >  3
               PERFORM  VAL-RTN  THRU  VAL-EXT
               IF  WK-NA  =  1
                   MOVE  "           N/A"  TO  RPT-CAX (C)
               ELSE
                   IF  KD-TYP (K)  =  1
                       COMPUTE  WK-VI  ROUNDED  =  WK-V
                       MOVE  WK-VI  TO  RPT-CA (C)
                   ELSE
                       MOVE  WK-V   TO  RPT-CP (C)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       PRT-EXT.
           EXIT.
      *    FIGURE K OF COLUMN C INTO WK-V; WK-NA = 1 WHEN IT
      *    CANNOT BE GIVEN.
       VAL-RTN.
           MOVE  0  TO  WK-NA.
           MOVE  0  TO  WK-V.
           EVALUATE  K
               WHEN  1
                   MOVE  KP-NET (C)  TO  WK-V
               WHEN  2
                   IF  KP-TGT (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       MOVE  KP-TGT (C)  TO  WK-V
                   END-IF
               WHEN  3
                   IF  KP-TGT (C)  NOT >  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-NET (C)  *  100  /  KP-TGT (C)
                           ON  SIZE  ERROR  MOVE  1  TO  WK-NA
                       END-COMPUTE
                   END-IF
               WHEN  4
                   COMPUTE  WK-V  =  KP-NET (C)  -  KP-COST (C)
               WHEN  5
                   IF  KP-NET (C)  NOT >  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           (KP-NET (C)  -  KP-COST (C))  *  100
                           /  KP-NET (C)
                           ON  SIZE  ERROR  MOVE  1  TO  WK-NA
                       END-COMPUTE
                   END-IF
               WHEN  6
                   IF  KP-GROSS (C)  NOT >  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-RET (C)  *  100  /  KP-GROSS (C)
                           ON  SIZE  ERROR  MOVE  1  TO  WK-NA
                       END-COMPUTE
                   END-IF
               WHEN  7
                   IF  KP-HAVE (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-AR (C)  /  KP-HAVE (C)
                   END-IF
               WHEN  8
                   IF  KP-HAVE (C)  =  0  OR  KP-NET (C)  NOT >  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-AR (C)  *  KP-DAYS (C)
                           /  (KP-HAVE (C)  *  KP-NET (C))
                           ON  SIZE  ERROR  MOVE  1  TO  WK-NA
                       END-COMPUTE
                   END-IF
               WHEN  9
                   IF  KP-HAVE (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-OVD (C)  /  KP-HAVE (C)
                   END-IF
               WHEN  10
                   IF  KP-ZKN (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-INVC (C)  /  KP-ZKN (C)
                   END-IF
               WHEN  11
                   IF  KP-ZKN (C)  =  0
                   OR  (KP-INVO (C)  +  KP-INVC (C))  NOT >  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-COST (C)  *  24  *  KP-ZKN (C)
                           /  (KP-MON (C)
                               *  (KP-INVO (C)  +  KP-INVC (C)))
                           ON  SIZE  ERROR  MOVE  1  TO  WK-NA
                       END-COMPUTE
                   END-IF
               WHEN  12
                   IF  KP-HAVE (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-BKL (C)  /  KP-HAVE (C)
                   END-IF
               WHEN  13
                   IF  KP-SHP (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-ONT (C)  *  100  /  KP-SHP (C)
                   END-IF
               WHEN  14
                   IF  KP-EDR (C)  =  0
                       MOVE  1  TO  WK-NA
                   ELSE
                       COMPUTE  WK-V  ROUNDED  =
                           KP-EDE (C)  *  100  /  KP-EDR (C)
                   END-IF
           END-EVALUATE.
       VAL-EXT.
           EXIT.
      *****
      *    JT-TRKF INTO WK-POD-TBL.
       POD-LD.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
       POD-LD-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  POD-LD-90
           END-IF.
           IF  WS-POD-CNT  NOT <  3000
               DISPLAY  "DSP-085 WK-POD-TBL FULL, TRK="
                   TRK-NO  " DROPPED"
               GO  TO  POD-LD-10
           END-IF.
           ADD  1  TO  WS-POD-CNT.
           MOVE  TRK-CONS   TO  WK-POD-CONS  (WS-POD-CNT).
           MOVE  TRK-LOT    TO  WK-POD-LOT   (WS-POD-CNT).
           MOVE  TRK-SEQ    TO  WK-POD-SEQ   (WS-POD-CNT).
           MOVE  TRK-STAT   TO  WK-POD-STAT  (WS-POD-CNT).
           MOVE  TRK-DDATE  TO  WK-POD-DDATE (WS-POD-CNT).
           GO  TO  POD-LD-10.
       POD-LD-90.
           CALL "DB_F_Close" USING BY REFERENCE TRKF_IDLST TRKF_PNAME1.
       POD-LD-EXT.
           EXIT.
      *****
      *    POD OF THE CURRENT JSJD LINE: WK-PODF D = DELIVERED
      *    (WK-PODD8 THE LAST DELIVERY DATE), E = AN EXCEPTION IS
      *    OUTSTANDING, SPACE = IN TRANSIT OR NO TRACKING NUMBER.
       POD-FND.
           MOVE  "D"    TO  WK-PODF.
           MOVE  0      TO  WK-PODD8.
           MOVE  0      TO  WK-PODHIT.
           PERFORM  VARYING  PI  FROM  1  BY  1
               UNTIL  PI  >  WS-POD-CNT
               IF  WK-POD-CONS (PI)  NOT =  0
                   IF  JSJD-CONS  IS  NUMERIC
                       IF  WK-POD-CONS (PI)  =  JSJD-CONS
                           PERFORM  POD-MRG  THRU  POD-MRG-EXT
                       END-IF
                   END-IF
               ELSE
                   IF  WK-POD-LOT (PI)  =  JSJD-081  AND
                       WK-POD-SEQ (PI)  =  JSJD-04
                       PERFORM  POD-MRG  THRU  POD-MRG-EXT
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-PODHIT  =  0
               MOVE  SPACE  TO  WK-PODF
           END-IF.
       POD-FND-EXT.
           EXIT.
       POD-MRG.
           MOVE  1  TO  WK-PODHIT.
           EVALUATE  WK-POD-STAT (PI)
               WHEN  "D"
                   IF  WK-POD-DDATE (PI)  >  WK-PODD8
                       MOVE  WK-POD-DDATE (PI)  TO  WK-PODD8
                   END-IF
               WHEN  "E"
                   MOVE  "E"  TO  WK-PODF
               WHEN  OTHER
                   IF  WK-PODF  =  "D"
                       MOVE  SPACE  TO  WK-PODF
                   END-IF
           END-EVALUATE.
       POD-MRG-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ST830R"  TO  RUNL-PGM.
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
           MOVE  1           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPDUE.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ST-RPT-LINE==.
       COPY  LPCNS.
