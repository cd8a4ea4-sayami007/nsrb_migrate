       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF850R.
      *****************************************************
      *****   PROMOTION SELL-THROUGH REPORT            *****
      *****************************************************
      *        CAMPAIGN REVIEW.  ARGUMENT: A PROMOTION CODE
      *        (BLANK = EVERY CODE ON JT-PROM).  EVERY JOLJF11
      *        ORDER LINE PRICED FROM A PROMOTION (JOLJF11-PSRC
      *        "P", BY JF680U ENTRY OR JF820U CONVERSION) IS
      *        COUNTED UNDER ITS JOLJF11-PRMCD: LINES, TOTAL
      *        QUANTITY, SALES AT THE PROMOTION PRICE, AND THE
      *        DISCOUNT GIVEN -- THE NORMAL PRICE (THTND CUSTOMER
      *        PRICE, ELSE J-M, AS THEY STAND AT THE RUN) LESS
      *        THE PROMOTION PRICE, TIMES THE QUANTITY.  CODES
      *        WITH NO ORDERS YET PRINT AT ZERO; ORDERS UNDER A
      *        CODE SINCE DELETED FROM JT-PROM STILL PRINT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF850R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(03)  VALUE  0.
       77  WK-PRMCD        PIC  X(06)  VALUE  SPACE.
       77  WK-BASE         PIC S9(06)V9(02)  VALUE  0.
       77  WK-PCT          PIC S9(03)V9(01)  VALUE  0.
       77  WS-PM-CNT       PIC  9(03)  VALUE  0.
       77  WS-PM-OVF       PIC  9(05)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
      *    ONE ENTRY PER PROMOTION CODE.
       01  PM-TBL.
           02  PM-ENT   OCCURS  300.
               03  PM-CD         PIC  X(06).
               03  PM-NAME       PIC  N(12).
               03  PM-FROM       PIC  9(08).
               03  PM-TO         PIC  9(08).
               03  PM-LINES      PIC  9(05).
               03  PM-QTY        PIC S9(09).
               03  PM-AMT        PIC S9(11).
               03  PM-DISC       PIC S9(11).
       01  WK-GRAND.
           02  GT-LINES        PIC  9(07).
           02  GT-QTY          PIC S9(09).
           02  GT-AMT          PIC S9(12).
           02  GT-DISC         PIC S9(12).
       COPY    LJOLJF.
       COPY    LIPROM.
       COPY    LITHTND.
       COPY    LIJM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  JF-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "PROMO  NAME                       FROM".
           02  FILLER          PIC  X(44)  VALUE
               "        TO      LINES        QTY".
           02  FILLER          PIC  X(40)  VALUE
               "      SALES     DISCOUNT  DISC%".
       01  JF-RPT-DET.
           02  RPT-CD          PIC  X(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(12).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-FROM        PIC  9(08).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-TO          PIC  9(08).
           02  RPT-LINES       PIC  Z(06)9.
           02  RPT-QTY         PIC  -(09)9.
           02  RPT-AMT         PIC  -(11)9.
           02  RPT-DISC        PIC  -(11)9.
           02  RPT-PCT         PIC  -(04)9.9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
           ACCEPT  WK-PRMCD  FROM  ARGUMENT-VALUE.
       MOVE  "JF850R"  TO  HDR-PGMID.
       MOVE  "PROMOTION SELL-THROUGH"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  PM-TBL  WK-GRAND.
      *****
      *    PROMOTION CODES -- KEY ORDER BRINGS EACH CODE'S ITEM /
      *    CLASS / CUSTOMER RECORDS TOGETHER; THE CAMPAIGN RUNS
      *    FROM THE EARLIEST FROM TO THE LATEST TO.
           CALL "DB_F_Open" USING
            "INPUT" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
       PM-10.
           CALL "DB_Read" USING
            "NEXT AT END" PROM_PNAME1 BY REFERENCE PRM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  PM-90
           END-IF.
           IF  WK-PRMCD  NOT =  SPACE  AND  PRM-CD  NOT =  WK-PRMCD
               GO  TO  PM-10
           END-IF.
           MOVE  PRM-CD  TO  RPT-CD.
           PERFORM  PMX-RTN  THRU  PMX-EXT.
           IF  I  =  0
               GO  TO  PM-10
           END-IF.
           IF  PM-FROM (I)  =  0  OR  PRM-FROM  <  PM-FROM (I)
               MOVE  PRM-FROM  TO  PM-FROM (I)
           END-IF.
           IF  PRM-TO  >  PM-TO (I)
               MOVE  PRM-TO  TO  PM-TO (I)
           END-IF.
           IF  PM-NAME (I)  =  SPACE
               MOVE  PRM-NAME  TO  PM-NAME (I)
           END-IF.
           GO  TO  PM-10.
       PM-90.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
      *****
      *    ORDER LINES PRICED FROM A PROMOTION.
           CALL "DB_F_Open" USING
            "INPUT" JOLJF_PNAME1 "SHARED" BY REFERENCE JOLJF_IDLST
            "1" "JOLJF11-KEYW" BY REFERENCE JOLJF11-KEYW.
           CALL "DB_F_Open" USING
            "INPUT" THTND_PNAME1 "SHARED" BY REFERENCE THTND_IDLST "1"
            "THTND-KEY" BY REFERENCE THTND-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
       OL-10.
           CALL "DB_Read" USING
            "NEXT AT END" JOLJF_PNAME1 BY REFERENCE JOLJF11-REC
            "UNLOCK" RETURNING RET.
           IF  RET = 1
               GO  TO  OL-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  JOLJF11-01  NOT =  11  OR  JOLJF11-PSRC  NOT =  "P"
               GO  TO  OL-10
           END-IF.
           IF  WK-PRMCD  NOT =  SPACE
           AND JOLJF11-PRMCD  NOT =  WK-PRMCD
               GO  TO  OL-10
           END-IF.
           MOVE  JOLJF11-PRMCD  TO  RPT-CD.
           PERFORM  PMX-RTN  THRU  PMX-EXT.
           IF  I  =  0
               GO  TO  OL-10
           END-IF.
      *        NORMAL PRICE -- THTND CUSTOMER PRICE, ELSE J-M.
           MOVE  JOLJF11-071  TO  THTND-01.
           MOVE  JOLJF11-10   TO  THTND-02.
           MOVE  0            TO  THTND-03.
           CALL "DB_Read" USING
            "INVALID" THTND_PNAME1 BY REFERENCE THTND-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  THTND-04  TO  WK-BASE
           ELSE
               MOVE  JOLJF11-10  TO  J-JCD
               CALL "DB_Read" USING
                "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  J-ST  TO  WK-BASE
               ELSE
                   MOVE  JOLJF11-TAN  TO  WK-BASE
               END-IF
           END-IF.
           ADD  1            TO  PM-LINES (I).
           ADD  JOLJF11-122  TO  PM-QTY (I).
           COMPUTE  PM-AMT (I)  =  PM-AMT (I)
               +  JOLJF11-122  *  JOLJF11-TAN.
           COMPUTE  PM-DISC (I)  ROUNDED  =  PM-DISC (I)
               +  JOLJF11-122  *  ( WK-BASE  -  JOLJF11-TAN ).
           GO  TO  OL-10.
       OL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE JOLJF_IDLST JOLJF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTND_IDLST THTND_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
      *****
      *    PRINT -- ONE LINE PER CODE, THEN THE TOTAL.
           MOVE  JF-RPT-COL  TO  JF-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-PM-CNT
               MOVE  PM-CD (I)     TO  RPT-CD
               MOVE  PM-NAME (I)   TO  RPT-NAME
               MOVE  PM-FROM (I)   TO  RPT-FROM
               MOVE  PM-TO (I)     TO  RPT-TO
               MOVE  PM-LINES (I)  TO  RPT-LINES
               MOVE  PM-QTY (I)    TO  RPT-QTY
               MOVE  PM-AMT (I)    TO  RPT-AMT
               MOVE  PM-DISC (I)   TO  RPT-DISC
               MOVE  0             TO  WK-PCT
               IF  PM-AMT (I)  +  PM-DISC (I)  NOT =  0
                   COMPUTE  WK-PCT  ROUNDED  =  PM-DISC (I)  *  100
                       /  ( PM-AMT (I)  +  PM-DISC (I) )
               END-IF
               MOVE  WK-PCT        TO  RPT-PCT
               MOVE  JF-RPT-DET    TO  JF-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  PM-LINES (I)  TO  GT-LINES
               ADD  PM-QTY (I)    TO  GT-QTY
               ADD  PM-AMT (I)    TO  GT-AMT
               ADD  PM-DISC (I)   TO  GT-DISC
           END-PERFORM.
           MOVE  SPACE        TO  JF-RPT-DET.
           MOVE  "TOTAL "     TO  RPT-CD.
           MOVE  SPACE        TO  RPT-NAME.
           MOVE  0            TO  RPT-FROM  RPT-TO.
           MOVE  GT-LINES     TO  RPT-LINES.
           MOVE  GT-QTY       TO  RPT-QTY.
           MOVE  GT-AMT       TO  RPT-AMT.
           MOVE  GT-DISC      TO  RPT-DISC.
           MOVE  0            TO  WK-PCT.
           IF  GT-AMT  +  GT-DISC  NOT =  0
               COMPUTE  WK-PCT  ROUNDED  =  GT-DISC  *  100
                   /  ( GT-AMT  +  GT-DISC )
           END-IF.
           MOVE  WK-PCT       TO  RPT-PCT.
           MOVE  JF-RPT-DET   TO  JF-RPT-LINE.
           MOVE  SPACE        TO  JF-RPT-LINE (32:20).
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WS-PM-OVF  >  0
               MOVE  "*** PROMOTION TABLE FULL, LINES OMITTED"
                TO  JF-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  JF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    TABLE ENTRY FOR THE CODE IN RPT-CD -- ADDED WHEN NEW.
      *    I = 0 WHEN THE TABLE IS FULL.
       PMX-RTN.
           PERFORM  VARYING  I  FROM  1  BY  1
               UNTIL  I  >  WS-PM-CNT  OR  PM-CD (I)  =  RPT-CD
               CONTINUE
           END-PERFORM.
           IF  I  >  WS-PM-CNT
               IF  WS-PM-CNT  NOT <  300
                   ADD  1  TO  WS-PM-OVF
                   MOVE  0  TO  I
                   GO  TO  PMX-EXT
               END-IF
               ADD  1  TO  WS-PM-CNT
               MOVE  WS-PM-CNT  TO  I
               MOVE  RPT-CD     TO  PM-CD (I)
               MOVE  SPACE      TO  PM-NAME (I)
           END-IF.
       PMX-EXT.
           EXIT.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "JF850R"  TO  RUNL-PGM.
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
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==JF-RPT-LINE==.
