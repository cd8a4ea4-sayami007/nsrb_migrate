       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK850U.
      *****************************************************
      *****   CONSIGNMENT SELL-THROUGH LOAD AND POSTING *****
      *****************************************************
      *        STEP 1 LOADS THE PARTNERS' KOLRF14 SELL-THROUGH
      *        REPORTS NOT YET TAKEN (KOLRF14-99 = 0) INTO
      *        JT-CNSR, REPLACING AN UNPOSTED LINE FOR THE SAME
      *        CUSTOMER, MONTH AND ITEM.  A REPORT THAT FAILS ITS
      *        CHECKS -- NOT A CONSIGNMENT CUSTOMER, ITEM NOT ON
      *        J-M, BAD MONTH, SIZES NOT ADDING TO THE TOTAL OR
      *        NEGATIVE, LINE ALREADY POSTED -- IS COPIED TO KFQ
      *        (TYPE "14") FOR THE KF790U WORKSTATION AND MARKED
      *        9 SO A RERUN DOES NOT QUARANTINE IT AGAIN; A
      *        LOADED REPORT IS MARKED 1.
      *        STEP 2 POSTS EVERY UNPOSTED JT-CNSR LINE, KEYED
      *        (ZK840U) OR LOADED: THE SALE IS WRITTEN TO STRAN
      *        UNDER THE NEXT FCTL "STRNO" SERIAL, DATED TODAY,
      *        PRICED BY LPPRC (PROMOTION, THTND OR J-M PRICE)
      *        AND TAGGED STRN-25 "CNS YYYYMM" SO SK730U BILLS
      *        IT; SALESPERSON, PREFECTURE AND TAX CLASS COME FROM
      *        THE CUSTOMER'S LATEST STRAN SALE.  THE SOLD SIZES
      *        COME OFF THE CUSTOMER'S JT-CNSG STOCK AND THE
      *        CONSIGNMENT LOCATION (ZKM-SOK 9) WITH A JT-ZKMV
      *        TYPE 8 MOVEMENT, AND THE LINE IS MARKED POSTED.
      *        A LINE SELLING MORE THAN JT-CNSG SHOWS ON SITE IS
      *        REPORTED AND LEFT UNPOSTED FOR THE CUSTOMER COUNT
      *        TO SETTLE.  EVERYTHING PRINTS TO THE ZK850U FILE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK850U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(100).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  CI              PIC  9(03)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-NEW-SW       PIC  9(01)  VALUE  0.
       77  WK-SHORT        PIC  9(01)  VALUE  0.
       77  WK-MV-SEQ       PIC  9(04)  VALUE  0.
       77  WK-MVTRY        PIC  9(01)  VALUE  0.
       77  WK-SUM          PIC S9(07)  VALUE  0.
       77  WK-NEG          PIC  9(01)  VALUE  0.
       77  WK-REASON       PIC  X(40)  VALUE  SPACE.
       77  WK-AMT          PIC S9(11)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-LD-CNT       PIC  9(07)  VALUE  0.
       77  WS-VIO-CNT      PIC  9(07)  VALUE  0.
       77  WS-PST-CNT      PIC  9(07)  VALUE  0.
       77  WS-SHT-CNT      PIC  9(07)  VALUE  0.
       77  WS-PST-AMT      PIC S9(11)  VALUE  0.
       77  WS-CT-CNT       PIC  9(03)  VALUE  0.
      *****
      *    One entry per customer with lines to post -- the
      *    classifications its latest STRAN sale carried.
       01  WK-CT-TBL.
           02  WK-CT-ENT  OCCURS  300.
               03  CT-TCD          PIC  9(04).
               03  CT-DATE         PIC  9(08).
               03  CT-13           PIC  9(01).
               03  CT-17           PIC  9(02).
               03  CT-18           PIC  9(02).
               03  CT-19           PIC  9(01).
       COPY    LKOLRF.
       COPY    LIKFQ.
       COPY    LITKM.
       COPY    LIJM.
       COPY    LICNSG.
       COPY    LICNSR.
       COPY    LIZAIK.
       COPY    LIZKMV.
       COPY    LNSTRN.
       COPY    LISTRX.
       COPY    FCTL.
       COPY    LITHTND.
       COPY    LIPROM.
       COPY    LWPRC.
       COPY    LIRUNL.
       COPY    LWILCK.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "CONSIGNMENT SELL-THROUGH POSTING RUN    ".
       01  ZK-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  "CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  " MONTH=".
           02  RPT-YM          PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  RPT-QTY         PIC  -(05)9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG         PIC  X(40).
       01  ZK-RPT-PST.
           02  FILLER          PIC  X(05)  VALUE  "CUST=".
           02  RPT-P-TCD       PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  " MONTH=".
           02  RPT-P-YM        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  RPT-P-ITEM      PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  RPT-P-QTY       PIC  -(05)9.
           02  FILLER          PIC  X(07)  VALUE  " PRICE=".
           02  RPT-P-TAN       PIC  ZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " AMOUNT=".
           02  RPT-P-AMT       PIC  -(08)9.
           02  FILLER          PIC  X(07)  VALUE  " STRAN=".
           02  RPT-P-STRN      PIC  9(06).
       01  ZK-RPT-SUM1.
           02  FILLER          PIC  X(18)  VALUE  "EDI REPORTS READ=".
           02  RPT-SUM-RD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  "  LOADED=".
           02  RPT-SUM-LD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(15)  VALUE  "  QUARANTINED=".
           02  RPT-SUM-VIO     PIC  ZZZZZZ9.
       01  ZK-RPT-SUM2.
           02  FILLER          PIC  X(14)  VALUE  "LINES POSTED=".
           02  RPT-SUM-PST     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  VALUE=".
           02  RPT-SUM-AMT     PIC  -(10)9.
           02  FILLER          PIC  X(21)  VALUE
               "  HELD, SHORT ON SITE".
           02  FILLER          PIC  X(01)  VALUE  "=".
           02  RPT-SUM-SHT     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.  A SECOND START WHILE AN
      *    UNFINISHED RUN OF THIS PROGRAM STANDS ON JT-RUNL IS
      *    REFUSED ("OVR" AS THE LAST ARGUMENT OVERRIDES AFTER A
      *    CRASH).
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               CLOSE  ZK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           ACCEPT  WK-TODAY  FROM  DATE.
           ACCEPT  WK-NOW    FROM  TIME.
           MOVE  WK-TODAY  TO  WK-TODAY8.
           ADD  20000000  TO  WK-TODAY8.
      *
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" CNSR_PNAME1 "SHARED" BY REFERENCE CNSR_IDLST "1"
            "CNR-KEY" BY REFERENCE CNR-KEY.
      *****
      *    Step 1 -- load the partners' sell-through reports.
           CALL "DB_F_Open" USING
            "I-O" KFQ_PNAME1 "SHARED" BY REFERENCE KFQ_IDLST
            "1" "KFQ-KEY" BY REFERENCE KFQ-KEY.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF14-KEYW" BY REFERENCE KOLRF14-KEYW.
       T14-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF14-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  T14-90
           END-IF.
           IF  KOLRF14-99  NOT =  0
               GO  TO  T14-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  SPACE  TO  WK-REASON.
           MOVE  KOLRF14-02  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1  OR  TK-CNSF  NOT =  1
               MOVE  "NOT A CONSIGNMENT CUSTOMER"  TO  WK-REASON
               GO  TO  T14-80
           END-IF.
           MOVE  KOLRF14-04  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "ITEM NOT ON J-M"  TO  WK-REASON
               GO  TO  T14-80
           END-IF.
           IF  KOLRF14-03 (5:2)  <  "01"  OR  KOLRF14-03 (5:2)  >  "12"
               MOVE  "SALES MONTH INVALID"  TO  WK-REASON
               GO  TO  T14-80
           END-IF.
           MOVE  0  TO  WK-SUM.
           MOVE  0  TO  WK-NEG.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  KOLRF14-0511 (I)  TO  WK-SUM
               IF  KOLRF14-0511 (I)  <  0
                   MOVE  1  TO  WK-NEG
               END-IF
           END-PERFORM.
           IF  WK-NEG  =  1
               MOVE  "NEGATIVE SIZE QUANTITY"  TO  WK-REASON
               GO  TO  T14-80
           END-IF.
           IF  WK-SUM  NOT =  KOLRF14-052  OR  WK-SUM  =  0
               MOVE  "SIZES DO NOT ADD TO THE TOTAL"  TO  WK-REASON
               GO  TO  T14-80
           END-IF.
           MOVE  KOLRF14-02  TO  CNR-TCD.
           MOVE  KOLRF14-03  TO  CNR-YM.
           MOVE  KOLRF14-04  TO  CNR-JCD.
           MOVE  0  TO  WK-NEW-SW.
           CALL "DB_Read" USING
            "INVALID" CNSR_PNAME1 BY REFERENCE CNR-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NEW-SW
               INITIALIZE  CNR-R
               MOVE  KOLRF14-02  TO  CNR-TCD
               MOVE  KOLRF14-03  TO  CNR-YM
               MOVE  KOLRF14-04  TO  CNR-JCD
           END-IF.
           IF  WK-NEW-SW  =  0  AND  CNR-STAT  =  1
               MOVE  "MONTH ALREADY POSTED FOR ITEM"  TO  WK-REASON
               GO  TO  T14-80
           END-IF.
      *        A RESENT REPORT REPLACES THE UNPOSTED LINE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  KOLRF14-0511 (I)  TO  CNR-QT1 (I)
           END-PERFORM.
           MOVE  KOLRF14-052  TO  CNR-QTT.
           MOVE  "E"          TO  CNR-SRC.
           MOVE  0            TO  CNR-STAT.
           MOVE  "EDI"        TO  CNR-OPR.
           IF  WK-NEW-SW  =  1
               CALL "DB_Insert" USING
                CNSR_PNAME1 CNSR_LNAME CNR-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                CNSR_PNAME1 CNSR_LNAME CNR-R RETURNING RET
           END-IF.
           IF  RET  =  1
               MOVE  "*** CNSR WRITE FAILED"  TO  WK-REASON
               PERFORM  T14-DET-RTN  THRU  T14-DET-EXT
               GO  TO  T14-10
           END-IF.
           MOVE  1  TO  KOLRF14-99.
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF14-REC RETURNING RET.
           ADD  1  TO  WS-LD-CNT.
           MOVE  "LOADED"  TO  WK-REASON.
           PERFORM  T14-DET-RTN  THRU  T14-DET-EXT.
           GO  TO  T14-10.
       T14-80.
           MOVE  "14"  TO  KFQ-TYPE.
           MOVE  SPACE TO  KFQ-RKEY.
           MOVE  KOLRF14-02  TO  KFQ-RKEY (1:4).
           MOVE  KOLRF14-03  TO  KFQ-RKEY (6:6).
           MOVE  KOLRF14-04  TO  KFQ-RKEY (13:6).
           MOVE  WK-REASON   TO  KFQ-REASON.
           MOVE  KOLRF14-REC TO  KFQ-RAWDATA.
           PERFORM  QUAR-WRITE  THRU  QUAR-WRITE-EXT.
           MOVE  9  TO  KOLRF14-99.
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF14-REC RETURNING RET.
           PERFORM  T14-DET-RTN  THRU  T14-DET-EXT.
           GO  TO  T14-10.
       T14-90.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
           MOVE  WS-RD-CNT   TO  RPT-SUM-RD.
           MOVE  WS-LD-CNT   TO  RPT-SUM-LD.
           MOVE  WS-VIO-CNT  TO  RPT-SUM-VIO.
           MOVE  ZK-RPT-SUM1 TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
      *****
      *    Step 2a -- the customers with lines to post, and the
      *    classifications of each one's latest STRAN sale.
       CT-10.
           CALL "DB_Read" USING
            "NEXT AT END" CNSR_PNAME1 BY REFERENCE CNR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CT-20
           END-IF.
           IF  CNR-STAT  NOT =  0
               GO  TO  CT-10
           END-IF.
           PERFORM  CT-FIND-RTN  THRU  CT-FIND-EXT.
           IF  CI  =  0  AND  WS-CT-CNT  <  300
               ADD  1  TO  WS-CT-CNT
               MOVE  WS-CT-CNT  TO  CI
               MOVE  CNR-TCD    TO  CT-TCD  (CI)
               MOVE  0          TO  CT-DATE (CI)
               MOVE  0          TO  CT-13   (CI)
               MOVE  0          TO  CT-17   (CI)
               MOVE  0          TO  CT-18   (CI)
               MOVE  0          TO  CT-19   (CI)
           END-IF.
           GO  TO  CT-10.
       CT-20.
           CALL "DB_F_Close" USING
            BY REFERENCE CNSR_IDLST CNSR_PNAME1.
           IF  WS-CT-CNT  =  0
               GO  TO  END-RTN
           END-IF.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       CT-30.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CT-40
           END-IF.
           IF  STRN-09  NOT =  0
               GO  TO  CT-30
           END-IF.
           MOVE  STRN-02  TO  CNR-TCD.
           PERFORM  CT-FIND-RTN  THRU  CT-FIND-EXT.
           IF  CI  NOT =  0  AND  STRN-01  NOT <  CT-DATE (CI)
               MOVE  STRN-01  TO  CT-DATE (CI)
               MOVE  STRN-13  TO  CT-13   (CI)
               MOVE  STRN-17  TO  CT-17   (CI)
               MOVE  STRN-18  TO  CT-18   (CI)
               MOVE  STRN-19  TO  CT-19   (CI)
           END-IF.
           GO  TO  CT-30.
       CT-40.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
      *****
      *    Step 2b -- post the unposted lines.
           CALL "DB_F_Open" USING
            "I-O" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
           CALL "DB_F_Open" USING
            "I-O" CNSR_PNAME1 "SHARED" BY REFERENCE CNSR_IDLST "1"
            "CNR-KEY" BY REFERENCE CNR-KEY.
           CALL "DB_F_Open" USING
            "I-O" CNSG_PNAME1 "SHARED" BY REFERENCE CNSG_IDLST "1"
            "CNS-KEY" BY REFERENCE CNS-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "I-O" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           CALL "DB_F_Open" USING
            "I-O" STRX_PNAME1 "SHARED" BY REFERENCE STRX_IDLST "1"
            "STRX-KEY" BY REFERENCE STRX-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTND_PNAME1 "SHARED" BY REFERENCE THTND_IDLST "1"
            "THTND-KEY" BY REFERENCE THTND-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PROM_PNAME1 "SHARED" BY REFERENCE PROM_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
       PS-10.
           CALL "DB_Read" USING
            "NEXT AT END" CNSR_PNAME1 BY REFERENCE CNR-R " "
            RETURNING RET.
           IF  RET = 1
               GO  TO  PS-90
           END-IF.
           IF  CNR-STAT  NOT =  0
               GO  TO  PS-10
           END-IF.
           MOVE  CNR-TCD   TO  RPT-TCD.
           MOVE  CNR-YM    TO  RPT-YM.
           MOVE  CNR-JCD   TO  RPT-ITEM.
           MOVE  CNR-QTT   TO  RPT-QTY.
      *        THE CUSTOMER'S STOCK ON SITE MUST COVER EVERY SIZE.
           MOVE  CNR-TCD  TO  CNS-TCD.
           MOVE  CNR-JCD  TO  CNS-JCD.
           CALL "DB_Read" USING
            "INVALID" CNSG_PNAME1 BY REFERENCE CNS-R " "
            RETURNING RET.
           MOVE  0  TO  WK-SHORT.
           IF  RET  =  1
               MOVE  1  TO  WK-SHORT
           ELSE
               PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
                   IF  CNR-QT1 (I)  >  CNS-OH1 (I)
                       MOVE  1  TO  WK-SHORT
                   END-IF
               END-PERFORM
           END-IF.
           IF  WK-SHORT  =  1
               MOVE  "HELD -- MORE THAN ON SITE"  TO  RPT-MSG
               MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               ADD  1  TO  WS-SHT-CNT
               GO  TO  PS-10
           END-IF.
      *        PRICE AS OF TODAY -- PROMOTION, THTND OR J-M.
           MOVE  CNR-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-ST
               MOVE  0  TO  J-BR1
           END-IF.
           MOVE  CNR-TCD    TO  PRC-TCD.
           MOVE  CNR-JCD    TO  PRC-JCD.
           MOVE  J-BR1      TO  PRC-BR1.
           MOVE  WK-TODAY8  TO  PRC-DATE.
           MOVE  J-ST       TO  PRC-JST.
           PERFORM  PRC-RTN  THRU  PRC-EXT.
      *        THE STRAN SALE.
           PERFORM  CTR-RTN  THRU  CTR-EXT.
           PERFORM  CT-FIND-RTN  THRU  CT-FIND-EXT.
           INITIALIZE  STRN-R.
           MOVE  FCTL-IVNO  TO  STRN-20.
           MOVE  WK-TODAY8  TO  STRN-01.
           MOVE  CNR-TCD    TO  STRN-02.
           MOVE  CNR-JCD    TO  STRN-03.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  CNR-QT1 (I)  TO  STRN-051 (I)
           END-PERFORM.
           MOVE  CNR-QTT    TO  STRN-06.
           COMPUTE  STRN-07  ROUNDED  =  PRC-TAN.
           COMPUTE  WK-AMT  =  STRN-07  *  CNR-QTT.
           MOVE  WK-AMT     TO  STRN-08.
           MOVE  0          TO  STRN-09.
           MOVE  0          TO  STRN-10.
           IF  CI  NOT =  0
               MOVE  CT-13 (CI)  TO  STRN-13
               MOVE  CT-17 (CI)  TO  STRN-17
               MOVE  CT-18 (CI)  TO  STRN-18
               MOVE  CT-19 (CI)  TO  STRN-19
           END-IF.
           MOVE  SPACE      TO  STRN-25.
           STRING  "CNS "  CNR-YM  DELIMITED  BY  SIZE  INTO  STRN-25.
           CALL "DB_Insert" USING
            HN-STRN_PNAME1 HN-STRN_LNAME STRN-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** STRAN INSERT FAILED"  TO  RPT-MSG
               MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               GO  TO  PS-10
           END-IF.
           PERFORM  STRX-WR-RTN  THRU  STRX-WR-EXT.
      *        RELIEVE THE CUSTOMER'S SITE STOCK.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               SUBTRACT  CNR-QT1 (I)  FROM  CNS-OH1 (I)
           END-PERFORM.
           SUBTRACT  CNR-QTT  FROM  CNS-OHT.
           MOVE  WK-TODAY8  TO  CNS-LSLD.
           CALL "DB_Update" USING
            CNSG_PNAME1 CNSG_LNAME CNS-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** CNSG UPDATE FAILED"  TO  RPT-MSG
               MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-IF.
      *        AND THE CONSIGNMENT LOCATION ON THE LEDGER.
           MOVE  9        TO  ZKM-SOK.
           MOVE  CNR-JCD  TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  "*** NO LOCATION 9 LEDGER RECORD"  TO  RPT-MSG
               MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           ELSE
               PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
                   SUBTRACT  CNR-QT1 (I)  FROM  ZKM-OH1 (I)
               END-PERFORM
               SUBTRACT  CNR-QTT  FROM  ZKM-OHT
               CALL "DB_Update" USING
                ZKM_PNAME1 ZKM_LNAME ZKM-R RETURNING RET
               PERFORM  ZKMV-WR-RTN  THRU  ZKMV-WR-EXT
           END-IF.
           MOVE  1          TO  CNR-STAT.
           MOVE  STRN-20    TO  CNR-STRNO.
           MOVE  WK-TODAY8  TO  CNR-PDATE.
           CALL "DB_Update" USING
            CNSR_PNAME1 CNSR_LNAME CNR-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** CNSR MARK FAILED"  TO  RPT-MSG
               MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-IF.
           MOVE  CNR-TCD    TO  RPT-P-TCD.
           MOVE  CNR-YM     TO  RPT-P-YM.
           MOVE  CNR-JCD    TO  RPT-P-ITEM.
           MOVE  CNR-QTT    TO  RPT-P-QTY.
           MOVE  STRN-07    TO  RPT-P-TAN.
           MOVE  STRN-08    TO  RPT-P-AMT.
           MOVE  STRN-20    TO  RPT-P-STRN.
           MOVE  ZK-RPT-PST TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  1        TO  WS-PST-CNT.
           ADD  STRN-08  TO  WS-PST-AMT.
           GO  TO  PS-10.
       PS-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE CNSG_IDLST CNSG_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE STRX_IDLST STRX_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTND_IDLST THTND_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PROM_IDLST PROM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CNSR_IDLST CNSR_PNAME1.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           MOVE  WS-PST-CNT  TO  RPT-SUM-PST.
           MOVE  WS-PST-AMT  TO  RPT-SUM-AMT.
           MOVE  WS-SHT-CNT  TO  RPT-SUM-SHT.
           MOVE  ZK-RPT-SUM2 TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE REPORT LINE FOR THE KOLRF14 RECORD IN HAND.
       T14-DET-RTN.
           MOVE  KOLRF14-02   TO  RPT-TCD.
           MOVE  KOLRF14-03   TO  RPT-YM.
           MOVE  KOLRF14-04   TO  RPT-ITEM.
           MOVE  KOLRF14-052  TO  RPT-QTY.
           MOVE  WK-REASON    TO  RPT-MSG.
           MOVE  ZK-RPT-DET   TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
       T14-DET-EXT.
           EXIT.
      *****
      *    CUSTOMER ENTRY FOR CNR-TCD (STRN-02 IS MOVED THERE
      *    DURING THE STRAN SWEEP) -- CI 0 WHEN NOT IN THE TABLE.
       CT-FIND-RTN.
           MOVE  1  TO  CI.
       CT-FIND-10.
           IF  CI  >  WS-CT-CNT
               MOVE  0  TO  CI
               GO  TO  CT-FIND-EXT
           END-IF.
           IF  CT-TCD (CI)  =  CNR-TCD
               GO  TO  CT-FIND-EXT
           END-IF.
           ADD  1  TO  CI.
           GO  TO  CT-FIND-10.
       CT-FIND-EXT.
           EXIT.
      *****
      *    NEXT STRAN SERIAL FROM THE FCTL "STRNO" COUNTER.
       CTR-RTN.
           MOVE  "STRNO"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "STRNO"  TO  FCTL-IVK
      *        SERIALS RAISED HERE START HIGH SO THEY CANNOT
      *        COLLIDE WITH THE SHIPPING SYSTEM'S OWN STRN-20 RANGE.
               MOVE  900001   TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
       CTR-EXT.
           EXIT.
      *****
      *    JT-STRX MONTH EXTRACT REFRESH -- THE ROW JUST POSTED
      *    IS UPSERTED UNDER ITS MONTH AND SERIAL (SEE LISTRX).
       STRX-WR-RTN.
           MOVE  STRN-01 (3:4)  TO  STRX-YM.
           MOVE  STRN-20        TO  STRX-20.
           MOVE  STRN-R         TO  STRX-RAWDATA.
           CALL "DB_Insert" USING
            STRX_PNAME1 STRX_LNAME STRX-R RETURNING RET.
           IF  RET  =  1
               CALL "DB_Update" USING
                STRX_PNAME1 STRX_LNAME STRX-R RETURNING RET
           END-IF.
       STRX-WR-EXT.
           EXIT.
      *****
      *    JT-ZKMV MOVEMENT FOR THE SALE OFF THE CONSIGNMENT
      *    LOCATION -- SEE LIZKMV.  SOLD QUANTITIES GO ON
      *    NEGATIVE; THE SOURCE KEY NAMES THE CUSTOMER AND THE
      *    STRAN SERIAL.
       ZKMV-WR-RTN.
           INITIALIZE  ZKV-R.
           MOVE  9        TO  ZKV-SOK.
           MOVE  CNR-JCD  TO  ZKV-JCD.
           ACCEPT  ZKV-DATE  FROM  DATE.
           ACCEPT  ZKV-TIME  FROM  TIME.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           MOVE  8  TO  ZKV-TYP.
           MOVE  SPACE  TO  ZKV-SRC.
           STRING  "CNS "  CNR-TCD  " STRN "  STRN-20
               DELIMITED  BY  SIZE  INTO  ZKV-SRC.
           MOVE  SPACE  TO  ZKV-OPR.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               COMPUTE  ZKV-QT1 (I)  =  0  -  CNR-QT1 (I)
               SUBTRACT  CNR-QT1 (I)  FROM  ZKV-QTT
           END-PERFORM.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
      *        A CONCURRENT RUN CAN TAKE THE SAME SECOND AND
      *        SEQUENCE -- RE-SEQUENCE AND RETRY BEFORE GIVING
      *        UP; A DROPPED MOVEMENT WOULD BREAK THE LEDGER'S
      *        OPENING + IN - OUT = CLOSING PROOF.
           MOVE  0  TO  WK-MVTRY.
       ZKMV-WR-10.
           IF  RET  =  0  OR  WK-MVTRY  NOT <  5
               GO  TO  ZKMV-WR-90
           END-IF.
           ADD  1  TO  WK-MVTRY.
           ADD  1  TO  WK-MV-SEQ.
           MOVE  WK-MV-SEQ  TO  ZKV-SEQ.
           CALL "DB_Insert" USING
            ZKMV_PNAME1 ZKMV_LNAME ZKV-R RETURNING RET.
           GO  TO  ZKMV-WR-10.
       ZKMV-WR-90.
           IF  RET  =  1
               DISPLAY  "DSP-001 ZKMV INSERT FAILED ITEM="  ZKV-JCD
                   " WHSE="  ZKV-SOK
           END-IF.
       ZKMV-WR-EXT.
           EXIT.
       QUAR-WRITE.
           MOVE  WK-TODAY  TO  KFQ-QDATE.
           MOVE  WK-NOW    TO  KFQ-QTIME.
           CALL "DB_Insert" USING
            KFQ_PNAME1 KFQ_LNAME KFQ-R RETURNING RET.
           ADD  1  TO  WS-VIO-CNT.
       QUAR-WRITE-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK850U"  TO  RUNL-PGM.
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
           MOVE  WS-PST-CNT  TO  RUNL-WRIT.
           MOVE  WS-LD-CNT   TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPPRC.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="ZK850U"==.
