       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST810R.
      *****************************************************
      *****   SALES TARGET ACHIEVEMENT REPORT          *****
      *****************************************************
      *        MONTHLY SALES MEETING REPORT.  ARGUMENT: THE MONTH
      *        (YYMM, DEFAULT THE CURRENT MONTH).  ACTUALS ARE NET
      *        POSTED STRAN SALES -- SALES LESS RETURNS AND CREDITS
      *        (STRN-09 = 1, INCLUDING THE ST730U RETURNS) -- PER
      *        STRN-17 SALESPERSON, FOR THE MONTH AND FOR THE
      *        FISCAL YEAR TO DATE (FROM THE MONTH AFTER THE FCTL
      *        "DATE " CLOSING MONTH).  TARGETS COME FROM JT-SLTG:
      *        THE STAFF TOTAL (CUSTOMER 0000, CLASS 00) WHERE ONE
      *        IS SET FOR THE MONTH, OTHERWISE THE SUM OF THE
      *        STAFF'S BREAKDOWN LINES.
      *        PART 1 RANKS THE STAFF BY MONTH ACHIEVEMENT (STAFF
      *        WITH NO TARGET FOR THE MONTH LAST) WITH THE HKBM
      *        STAFF NAME, TARGET, ACTUAL, ACHIEVEMENT PERCENT AND
      *        GAP (ACTUAL LESS TARGET) FOR THE MONTH AND THE YEAR
      *        TO DATE.  PART 2 LISTS EACH CUSTOMER / CLASS
      *        BREAKDOWN TARGET AGAINST THE MATCHING SALES OF THAT
      *        SALESPERSON.
      *        ACTUALS GO TO THE STAFF MEMBER ASSIGNED TO THE
      *        CUSTOMER ON THE SALE'S DATE BY THE JT-TERH
      *        TERRITORY HISTORY (LPTERH); BEFORE ANY HISTORY, TO
      *        THE STRN-17 THE LINE WAS POSTED UNDER.
      *        A DELIVERY TO A CONSIGNMENT CUSTOMER IS NOT A SALE
      *        AND IS LEFT OUT (LPCNS); ONLY THE ZK850U SELL-
      *        THROUGH ROWS COUNT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST810R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ST-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(03)  VALUE  0.
       77  J               PIC  9(03)  VALUE  0.
       77  WK-TNC          PIC  9(03)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-FI           PIC  9(02)  VALUE  0.
       77  WK-CYM          PIC  9(06)  VALUE  0.
       77  WK-FYM          PIC  9(06)  VALUE  0.
       77  WK-TYM          PIC  9(06)  VALUE  0.
       77  WK-AMT          PIC S9(09)  VALUE  0.
       77  WK-LAST-YM      PIC  9(04)  VALUE  0.
       77  WK-LAST-TNC     PIC  9(02)  VALUE  0.
       77  WK-TOT-SW       PIC  9(01)  VALUE  0.
       77  WK-MAXIX        PIC  9(03)  VALUE  0.
       77  WK-RANK         PIC  9(03)  VALUE  0.
       77  WK-PCT          PIC S9(05)V9(01)  VALUE  0.
       77  WS-STF-CNT      PIC  9(03)  VALUE  0.
       77  WS-DT-CNT       PIC  9(03)  VALUE  0.
       77  WS-DT-OVF       PIC  9(05)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       01  WK-YM           PIC  9(04)  VALUE  0.
       01  WK-YMR  REDEFINES  WK-YM.
           02  WK-YM-Y         PIC  9(02).
           02  WK-YM-M         PIC  9(02).
      *    PER SALESPERSON -- MONTH AND YEAR-TO-DATE.
       01  SF-TBL.
           02  SF-ENT   OCCURS  99.
               03  SF-TNC        PIC  9(02).
               03  SF-MTGT       PIC S9(11).
               03  SF-MACT       PIC S9(11).
               03  SF-YTGT       PIC S9(11).
               03  SF-YACT       PIC S9(11).
               03  SF-RKEY       PIC S9(05)V9(01).
               03  SF-DONE       PIC  9(01).
      *    BREAKDOWN TARGETS (CUSTOMER AND/OR CLASS).
       01  DT-TBL.
           02  DT-ENT   OCCURS  500.
               03  DT-TNC        PIC  9(02).
               03  DT-TCD        PIC  9(04).
               03  DT-BR1        PIC  9(02).
               03  DT-MTGT       PIC S9(11).
               03  DT-MACT       PIC S9(11).
               03  DT-YTGT       PIC S9(11).
               03  DT-YACT       PIC S9(11).
       01  WK-GRAND.
           02  GT-MTGT         PIC S9(12).
           02  GT-MACT         PIC S9(12).
           02  GT-YTGT         PIC S9(12).
           02  GT-YACT         PIC S9(12).
       COPY    LNSTRN.
       COPY    LITKM.
       COPY    LWCNS.
       COPY    LISLTG.
       COPY    LITERH.
       COPY    LWTERH.
       COPY    LIHKBM.
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
       01  ST-RPT-SEC.
           02  RPT-SEC         PIC  X(40).
       01  ST-RPT-COL.
           02  FILLER          PIC  X(37)  VALUE
               "RANK STF NAME".
           02  FILLER          PIC  X(48)  VALUE
               "  MONTH TARGET    ACTUAL   ACH%         GAP".
           02  FILLER          PIC  X(47)  VALUE
               "    YTD TARGET    ACTUAL   ACH%         GAP".
       01  ST-RPT-DET.
           02  RPT-RANK        PIC  ZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-TNC         PIC  9(02).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(14).
           02  RPT-FIG.
               03  RPT-MTGT    PIC  -(11)9.
               03  RPT-MACT    PIC  -(10)9.
               03  RPT-MPCT    PIC  -(04)9.9.
               03  RPT-MPCTX   REDEFINES  RPT-MPCT  PIC  X(07).
               03  RPT-MGAP    PIC  -(11)9.
               03  FILLER      PIC  X(02)  VALUE  SPACE.
               03  RPT-YTGT    PIC  -(11)9.
               03  RPT-YACT    PIC  -(10)9.
               03  RPT-YPCT    PIC  -(04)9.9.
               03  RPT-YPCTX   REDEFINES  RPT-YPCT  PIC  X(07).
               03  RPT-YGAP    PIC  -(11)9.
       01  ST-RPT-BRK.
           02  FILLER          PIC  X(04)  VALUE  "STF=".
           02  BRK-TNC         PIC  9(02).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  BRK-TCD         PIC  X(04).
           02  FILLER          PIC  X(07)  VALUE  " CLASS=".
           02  BRK-BR1         PIC  X(02).
           02  FILLER          PIC  X(12)  VALUE  SPACE.
           02  BRK-FIG         PIC  X(92).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ST-RPT-FILE.
           ACCEPT  WK-YM  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       IF  WK-YM  =  0
           MOVE  WK-TODAY (1:4)  TO  WK-YM
           END-IF.
       MOVE  "ST810R"  TO  HDR-PGMID.
       MOVE  "SALES TARGET ACHIEVEMENT"  TO  HDR-TITLE.
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
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           IF  RET = 1
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
           IF  WK-YM-M  NOT <  WK-FI
               COMPUTE  WK-FYM  =  (2000  +  WK-YM-Y)  *  100  +  WK-FI
           ELSE
               COMPUTE  WK-FYM  =
                   (2000  +  WK-YM-Y  -  1)  *  100  +  WK-FI
           END-IF.
           MOVE  WK-YM   TO  RPT-HDR-YM.
           MOVE  WK-FYM  TO  RPT-HDR-FYM.
           MOVE  ST-RPT-HDR  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  SF-TBL  DT-TBL  WK-GRAND.
      *****
      *    TARGETS -- KEY ORDER PUTS EACH STAFF TOTAL AHEAD OF THAT
      *    MONTH'S BREAKDOWN LINES.
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
           COMPUTE  WK-TYM  =  200000  +  SLT-YM.
           IF  WK-TYM  <  WK-FYM  OR  WK-TYM  >  WK-CYM
               GO  TO  TG-10
           END-IF.
           IF  SLT-YM  NOT =  WK-LAST-YM
               OR  SLT-TNC  NOT =  WK-LAST-TNC
               MOVE  SLT-YM   TO  WK-LAST-YM
               MOVE  SLT-TNC  TO  WK-LAST-TNC
               MOVE  0        TO  WK-TOT-SW
           END-IF.
           MOVE  SLT-TNC  TO  WK-TNC.
           PERFORM  SF-FND-RTN  THRU  SF-FND-EXT.
           IF  SLT-TCD  =  0  AND  SLT-BR1  =  0
               MOVE  1  TO  WK-TOT-SW
               PERFORM  SF-TGT-RTN  THRU  SF-TGT-EXT
               GO  TO  TG-10
           END-IF.
           IF  WK-TOT-SW  =  0
               PERFORM  SF-TGT-RTN  THRU  SF-TGT-EXT
           END-IF.
           PERFORM  DT-FND-RTN  THRU  DT-FND-EXT.
           IF  J  >  0
               ADD  SLT-AMT  TO  DT-YTGT (J)
               IF  WK-TYM  =  WK-CYM
                   ADD  SLT-AMT  TO  DT-MTGT (J)
               END-IF
           END-IF.
           GO  TO  TG-10.
       TG-90.
           CALL "DB_F_Close" USING BY REFERENCE SLTG_IDLST SLTG_PNAME1.
      *****
      *    ACTUALS -- NET POSTED SALES FOR THE YEAR TO DATE.
           PERFORM  TRW-LD-RTN  THRU  TRW-LD-EXT.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
       SL-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SL-90
           END-IF.
           MOVE  STRN-01 (1:6)  TO  WK-TYM.
           IF  WK-TYM  <  WK-FYM  OR  WK-TYM  >  WK-CYM
               GO  TO  SL-10
           END-IF.
      *        A CONSIGNMENT DELIVERY IS NOT A SALE (LPCNS).
           PERFORM  CNW-RTN  THRU  CNW-EXT.
           IF  CNW-SKIP  =  1
               GO  TO  SL-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  STRN-02  TO  TRW-TCD.
           MOVE  STRN-01  TO  TRW-DATE.
           MOVE  STRN-17  TO  TRW-TNC.
           PERFORM  TRW-FND-RTN  THRU  TRW-FND-EXT.
           MOVE  TRW-TNC  TO  STRN-17.
           IF  STRN-09  =  1
               COMPUTE  WK-AMT  =  0  -  STRN-08
           ELSE
               MOVE  STRN-08  TO  WK-AMT
           END-IF.
           MOVE  STRN-17  TO  WK-TNC.
           PERFORM  SF-FND-RTN  THRU  SF-FND-EXT.
           IF  I  >  0
               ADD  WK-AMT  TO  SF-YACT (I)
               IF  WK-TYM  =  WK-CYM
                   ADD  WK-AMT  TO  SF-MACT (I)
               END-IF
           END-IF.
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  WS-DT-CNT
               IF  DT-TNC (J)  =  STRN-17
               AND  (DT-TCD (J)  =  0  OR  DT-TCD (J)  =  STRN-02)
               AND  (DT-BR1 (J)  =  0  OR  DT-BR1 (J)  =  STRN-151)
                   ADD  WK-AMT  TO  DT-YACT (J)
                   IF  WK-TYM  =  WK-CYM
                       ADD  WK-AMT  TO  DT-MACT (J)
                   END-IF
               END-IF
           END-PERFORM.
           GO  TO  SL-10.
       SL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
      *****
      *    PART 1 -- RANKING BY MONTH ACHIEVEMENT, REPEATED MAX
      *    SEARCH THE ST710R WAY.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-STF-CNT
               IF  SF-MTGT (I)  >  0
                   COMPUTE  SF-RKEY (I)  ROUNDED  =
                       SF-MACT (I)  *  100  /  SF-MTGT (I)
                       ON  SIZE  ERROR
                           MOVE  9999.9  TO  SF-RKEY (I)
                   END-COMPUTE
               ELSE
                   MOVE  -99999.9  TO  SF-RKEY (I)
               END-IF
               ADD  SF-MTGT (I)  TO  GT-MTGT
               ADD  SF-MACT (I)  TO  GT-MACT
               ADD  SF-YTGT (I)  TO  GT-YTGT
               ADD  SF-YACT (I)  TO  GT-YACT
           END-PERFORM.
           MOVE  "STAFF RANKING BY MONTH ACHIEVEMENT"  TO  RPT-SEC.
           MOVE  ST-RPT-SEC  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           MOVE  0  TO  WK-RANK.
       RK-10.
           MOVE  0  TO  WK-MAXIX.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-STF-CNT
               IF  SF-DONE (I)  =  0
                   IF  WK-MAXIX  =  0
                       MOVE  I  TO  WK-MAXIX
                   ELSE
                       IF  SF-RKEY (I)  >  SF-RKEY (WK-MAXIX)
                           MOVE  I  TO  WK-MAXIX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-MAXIX  =  0
               GO  TO  RK-90
           END-IF.
           MOVE  1  TO  SF-DONE (WK-MAXIX).
           ADD  1  TO  WK-RANK.
           MOVE  SPACE    TO  ST-RPT-DET.
           MOVE  WK-RANK  TO  RPT-RANK.
           MOVE  SF-TNC (WK-MAXIX)  TO  RPT-TNC.
           MOVE  SPACE    TO  HKB-BC.
           MOVE  4        TO  HKB-NO.
           MOVE  SF-TNC (WK-MAXIX)  TO  HKB-TNC.
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  HKB-TNNA  TO  RPT-NAME
           END-IF.
           PERFORM  FIG-RTN  THRU  FIG-EXT.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           GO  TO  RK-10.
       RK-90.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           MOVE  SPACE    TO  ST-RPT-DET.
           MOVE  99       TO  WK-MAXIX.
           MOVE  GT-MTGT  TO  SF-MTGT (WK-MAXIX).
           MOVE  GT-MACT  TO  SF-MACT (WK-MAXIX).
           MOVE  GT-YTGT  TO  SF-YTGT (WK-MAXIX).
           MOVE  GT-YACT  TO  SF-YACT (WK-MAXIX).
           PERFORM  FIG-RTN  THRU  FIG-EXT.
           MOVE  ST-RPT-DET  TO  ST-RPT-LINE.
           MOVE  "ALL STAFF"  TO  ST-RPT-LINE (1:37).
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    PART 2 -- BREAKDOWN TARGETS, STAFF BY STAFF.
           MOVE  SPACE  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "CUSTOMER / CLASS TARGETS"  TO  RPT-SEC.
           MOVE  ST-RPT-SEC  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  ST-RPT-COL  TO  ST-RPT-LINE.
           MOVE  SPACE       TO  ST-RPT-LINE (1:37).
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  WK-TNC  FROM  0  BY  1
               UNTIL  WK-TNC  >  99
               PERFORM  VARYING  J  FROM  1  BY  1
                   UNTIL  J  >  WS-DT-CNT
                   IF  DT-TNC (J)  =  WK-TNC
                       PERFORM  BRK-RTN  THRU  BRK-EXT
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF  WS-DT-OVF  >  0
               MOVE  "*** BREAKDOWN TABLE FULL, LINES OMITTED"
                TO  ST-RPT-LINE
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
      *    STAFF ENTRY FOR WK-TNC -- ADDED WHEN NEW.  I = 0 WHEN
      *    THE TABLE IS FULL.
       SF-FND-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1
               UNTIL  I  >  WS-STF-CNT  OR  SF-TNC (I)  =  WK-TNC
               CONTINUE
           END-PERFORM.
           IF  I  >  WS-STF-CNT
               IF  WS-STF-CNT  NOT <  98
                   MOVE  0  TO  I
                   GO  TO  SF-FND-EXT
               END-IF
               ADD  1  TO  WS-STF-CNT
               MOVE  WS-STF-CNT  TO  I
               MOVE  WK-TNC  TO  SF-TNC (I)
           END-IF.
       SF-FND-EXT.
           EXIT.
       SF-TGT-RTN.
           IF  I  =  0
               GO  TO  SF-TGT-EXT
           END-IF.
           ADD  SLT-AMT  TO  SF-YTGT (I).
           IF  WK-TYM  =  WK-CYM
               ADD  SLT-AMT  TO  SF-MTGT (I)
           END-IF.
       SF-TGT-EXT.
           EXIT.
      *    BREAKDOWN ENTRY FOR THE SLT-R JUST READ.  J = 0 WHEN
      *    THE TABLE IS FULL.
       DT-FND-RTN.
           PERFORM  VARYING  J  FROM  1  BY  1
               UNTIL  J  >  WS-DT-CNT
               OR  (DT-TNC (J)  =  SLT-TNC  AND  DT-TCD (J)  =  SLT-TCD
                    AND  DT-BR1 (J)  =  SLT-BR1)
               CONTINUE
           END-PERFORM.
           IF  J  >  WS-DT-CNT
               IF  WS-DT-CNT  NOT <  500
                   ADD  1  TO  WS-DT-OVF
                   MOVE  0  TO  J
                   GO  TO  DT-FND-EXT
               END-IF
               ADD  1  TO  WS-DT-CNT
               MOVE  WS-DT-CNT  TO  J
               MOVE  SLT-TNC  TO  DT-TNC (J)
               MOVE  SLT-TCD  TO  DT-TCD (J)
               MOVE  SLT-BR1  TO  DT-BR1 (J)
           END-IF.
       DT-FND-EXT.
           EXIT.
      *****
      *    FIGURES FOR SF-ENT (WK-MAXIX) INTO RPT-FIG.
       FIG-RTN.
           MOVE  SF-MTGT (WK-MAXIX)  TO  RPT-MTGT.
           MOVE  SF-MACT (WK-MAXIX)  TO  RPT-MACT.
           COMPUTE  RPT-MGAP  =
               SF-MACT (WK-MAXIX)  -  SF-MTGT (WK-MAXIX).
           IF  SF-MTGT (WK-MAXIX)  >  0
               COMPUTE  WK-PCT  ROUNDED  =
                   SF-MACT (WK-MAXIX)  *  100  /  SF-MTGT (WK-MAXIX)
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-MPCT
           ELSE
               MOVE  "    ---"  TO  RPT-MPCTX
           END-IF.
           MOVE  SF-YTGT (WK-MAXIX)  TO  RPT-YTGT.
           MOVE  SF-YACT (WK-MAXIX)  TO  RPT-YACT.
           COMPUTE  RPT-YGAP  =
               SF-YACT (WK-MAXIX)  -  SF-YTGT (WK-MAXIX).
           IF  SF-YTGT (WK-MAXIX)  >  0
               COMPUTE  WK-PCT  ROUNDED  =
                   SF-YACT (WK-MAXIX)  *  100  /  SF-YTGT (WK-MAXIX)
                   ON  SIZE  ERROR
                       MOVE  9999.9  TO  WK-PCT
               END-COMPUTE
               MOVE  WK-PCT  TO  RPT-YPCT
           ELSE
               MOVE  "    ---"  TO  RPT-YPCTX
           END-IF.
       FIG-EXT.
           EXIT.
      *****
      *    ONE BREAKDOWN LINE, DT-ENT (J) -- THE FIGURES ARE BUILT
      *    IN SF-ENT 99, WHICH SF-FND-RTN NEVER HANDS OUT.
       BRK-RTN.
           MOVE  99  TO  WK-MAXIX.
           MOVE  DT-MTGT (J)  TO  SF-MTGT (WK-MAXIX).
           MOVE  DT-MACT (J)  TO  SF-MACT (WK-MAXIX).
           MOVE  DT-YTGT (J)  TO  SF-YTGT (WK-MAXIX).
           MOVE  DT-YACT (J)  TO  SF-YACT (WK-MAXIX).
           PERFORM  FIG-RTN  THRU  FIG-EXT.
           MOVE  DT-TNC (J)  TO  BRK-TNC.
           IF  DT-TCD (J)  =  0
               MOVE  "ALL "  TO  BRK-TCD
           ELSE
               MOVE  DT-TCD (J)  TO  BRK-TCD
           END-IF.
           IF  DT-BR1 (J)  =  0
               MOVE  "AL"  TO  BRK-BR1
           ELSE
               MOVE  DT-BR1 (J)  TO  BRK-BR1
           END-IF.
           MOVE  RPT-FIG  TO  BRK-FIG.
           MOVE  ST-RPT-BRK  TO  ST-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       BRK-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ST810R"  TO  RUNL-PGM.
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
       COPY  LPTERH.
       COPY  LPCNS.
