       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF900U.
      *****************************************************
      *****   RECEIVING CONFIRMATION LOAD AND          *****
      *****   RECONCILIATION TO SHIPMENTS AND BILLING  *****
      *****************************************************
      *        LOADS THE RETAILERS' KOLRF16 RECEIVING
      *        CONFIRMATIONS NOT YET TAKEN (KOLRF16-99 = 0).  A
      *        CONFIRMATION THAT FAILS ITS CHECKS -- CUSTOMER NOT
      *        ON TK-M, ITEM NOT ON J-M, NO SLIP NUMBER, SIZES
      *        NEGATIVE OR NOT ADDING TO THE TOTAL, NO JSJD
      *        SHIPMENT OF THE ITEM ON THAT SLIP, OR THE SLIP
      *        ANOTHER CUSTOMER'S -- IS COPIED TO KFQ (TYPE "16")
      *        FOR THE KF790U WORKSTATION AND MARKED 9, AS ZK850U
      *        DOES FOR TYPE 14.  EVERY OTHER CONFIRMATION IS
      *        MATCHED BY SLIP, ITEM AND SIZE AGAINST WHAT WE
      *        SHIPPED (THE JSJD-12 QUANTITIES OF ALL JSJD LINES
      *        CARRYING THAT JSJD-SLIP AND ITEM) AND WHAT WE
      *        BILLED: THE CUSTOMER'S STRAN SALE OF THE ITEM ON
      *        THE SHIP DATE GIVES OUR PRICE, AND THE SKDF INVOICE
      *        CARRYING THAT STRAN VOUCHER (SKD-HNO2..6) GIVES THE
      *        INVOICE NUMBER.  NOT YET BILLED, OUR PRICE IS THE
      *        DELIVERY-SLIP PRICE (THTND, ELSE J-M, AS JF740R).
      *        EACH SIZE RECEIVED SHORT OR OVER, AND A STATED UNIT
      *        PRICE DIFFERING FROM OURS, BECOMES A JT-RCDF OPEN
      *        ITEM FOR SALES TO WORK ON KF910U BEFORE THE
      *        CUSTOMER'S PAYMENT ARRIVES; THE CONFIRMATION IS
      *        MARKED 1.  THE KF900U REPORT LISTS EVERY
      *        CONFIRMATION AND DIFFERENCE AND CLOSES WITH ALL
      *        RECEIVING DIFFERENCES STILL OPEN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF900U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  KF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KF-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  X               PIC  9(04)  VALUE  0.
       77  WK-CF-CNT       PIC  9(04)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-NOW          PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-SUM          PIC S9(07)  VALUE  0.
       77  WK-NEG          PIC  9(01)  VALUE  0.
       77  WK-REASON       PIC  X(40)  VALUE  SPACE.
       77  WK-CTRK         PIC  X(05)  VALUE  SPACE.
       77  WK-TYP          PIC  X(01)  VALUE  SPACE.
       77  WK-SZ           PIC  9(02)  VALUE  0.
       77  WK-SHQ          PIC S9(05)  VALUE  0.
       77  WK-RCQ          PIC S9(05)  VALUE  0.
       77  WK-AMT          PIC S9(09)  VALUE  0.
       77  WK-DIF-CNT      PIC  9(02)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-LD-CNT       PIC  9(07)  VALUE  0.
       77  WS-VIO-CNT      PIC  9(07)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
       77  WS-S-CNT        PIC  9(07)  VALUE  0.
       77  WS-O-CNT        PIC  9(07)  VALUE  0.
       77  WS-P-CNT        PIC  9(07)  VALUE  0.
       77  WS-S-AMT        PIC S9(11)  VALUE  0.
       77  WS-O-AMT        PIC S9(11)  VALUE  0.
       77  WS-P-AMT        PIC S9(11)  VALUE  0.
       77  WS-OPN-CNT      PIC  9(07)  VALUE  0.
       77  WS-OPN-AMT      PIC S9(11)  VALUE  0.
      *        THE RUN'S CONFIRMATIONS, MATCHED IN THREE SWEEPS
      *        (JSJD, STRAN, SKDF) RATHER THAN ONE SEARCH EACH.
       01  CF-TBL.
           02  CF-ENT          OCCURS  500.
               03  CF-TCD          PIC  9(04).
               03  CF-SLIP         PIC  9(06).
               03  CF-JCD          PIC  9(06).
               03  CF-RDATE        PIC  9(08).
               03  CF-RQ1          OCCURS  10  PIC S9(05).
               03  CF-RQT          PIC S9(05).
               03  CF-TPRC         PIC  9(07).
               03  CF-FND          PIC  9(01).
               03  CF-STCD         PIC  9(04).
               03  CF-SDATE        PIC  9(08).
               03  CF-SQ1          OCCURS  10  PIC S9(05).
               03  CF-SQT          PIC S9(05).
               03  CF-VNO          PIC  9(06).
               03  CF-OPRC         PIC  9(07).
               03  CF-IVNO         PIC  9(06).
       COPY    LKOLRF.
       COPY    LIKFQ.
       COPY    LITKM.
       COPY    LIJM.
       COPY    LITHTND.
       COPY    LIJSJD.
       COPY    LNSTRN.
       COPY    LISKDF.
       COPY    LIRCDF.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWILCK.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "RECEIVING CONFIRMATION RECONCILIATION   ".
           02  FILLER          PIC  X(06)  VALUE  "DATE=".
           02  RPT-HDR-DATE    PIC  9(08).
       01  KF-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  "CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " SLIP=".
           02  RPT-SLIP        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(09)  VALUE  " SHIPPED=".
           02  RPT-SQT         PIC  -(05)9.
           02  FILLER          PIC  X(10)  VALUE  " RECEIVED=".
           02  RPT-RQT         PIC  -(05)9.
           02  FILLER          PIC  X(05)  VALUE  " INV=".
           02  RPT-IVNO        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG         PIC  X(40).
       01  KF-RPT-DIF.
           02  FILLER          PIC  X(04)  VALUE  SPACE.
           02  FILLER          PIC  X(05)  VALUE  "DIFF=".
           02  DIF-NO          PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  DIF-TYPE        PIC  X(14).
           02  FILLER          PIC  X(06)  VALUE  " SIZE=".
           02  DIF-SZ          PIC  Z9.
           02  FILLER          PIC  X(06)  VALUE  " SHIP=".
           02  DIF-SHQ         PIC  -(04)9.
           02  FILLER          PIC  X(06)  VALUE  " RCVD=".
           02  DIF-RCQ         PIC  -(04)9.
           02  FILLER          PIC  X(08)  VALUE  " OUR PR=".
           02  DIF-OPRC        PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " THEIR PR=".
           02  DIF-TPRC        PIC  ZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " AMT=".
           02  DIF-AMT         PIC  -(08)9.
       01  KF-RPT-SUM1.
           02  FILLER          PIC  X(20)  VALUE
               "CONFIRMATIONS READ=".
           02  RPT-SUM-RD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(14)  VALUE  "  RECONCILED=".
           02  RPT-SUM-LD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(15)  VALUE  "  QUARANTINED=".
           02  RPT-SUM-VIO     PIC  ZZZZZZ9.
       01  KF-RPT-SUM2.
           02  RPT-SUM-TYPE    PIC  X(16).
           02  FILLER          PIC  X(07)  VALUE  " ITEMS=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " AMOUNT=".
           02  RPT-SUM-AMT     PIC  -(10)9.
       01  KF-RPT-OPH.
           02  FILLER          PIC  X(40)  VALUE
               "RECEIVING DIFFERENCES STILL OPEN        ".
       01  KF-RPT-OPN.
           02  FILLER          PIC  X(05)  VALUE  "DIFF=".
           02  OPN-NO          PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  OPN-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " SLIP=".
           02  OPN-SLIP        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " ITEM=".
           02  OPN-JCD         PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " TYPE=".
           02  OPN-TYP         PIC  X(01).
           02  FILLER          PIC  X(06)  VALUE  " SIZE=".
           02  OPN-SZ          PIC  Z9.
           02  FILLER          PIC  X(07)  VALUE  " RCVD=".
           02  OPN-RDATE       PIC  9(08).
           02  FILLER          PIC  X(05)  VALUE  " INV=".
           02  OPN-IVNO        PIC  9(06).
           02  FILLER          PIC  X(05)  VALUE  " AMT=".
           02  OPN-AMT         PIC  -(08)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  KF-RPT-FILE.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               CLOSE  KF-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           ACCEPT  WK-TODAY  FROM  DATE.
           ACCEPT  WK-NOW    FROM  TIME.
           MOVE  WK-TODAY  TO  WK-TODAY8.
           ADD  20000000  TO  WK-TODAY8.
           MOVE  WK-TODAY8   TO  RPT-HDR-DATE.
           MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           INITIALIZE  CF-TBL.
      *
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" KFQ_PNAME1 "SHARED" BY REFERENCE KFQ_IDLST
            "1" "KFQ-KEY" BY REFERENCE KFQ-KEY.
           CALL "DB_F_Open" USING
            "I-O" KOLRF_PNAME1 "SHARED" BY REFERENCE KOLRF_IDLST
            "1" "KOLRF16-KEYW" BY REFERENCE KOLRF16-KEYW.
      *****
      *    Step 1 -- take in the confirmations, first checks.
       T16-10.
           CALL "DB_Read" USING
            "NEXT AT END" KOLRF_PNAME1 BY REFERENCE KOLRF16-REC
            " " RETURNING RET.
           IF  RET = 1
               GO  TO  T16-90
           END-IF.
           IF  KOLRF16-99  NOT =  0
               GO  TO  T16-10
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           MOVE  SPACE  TO  WK-REASON.
           MOVE  KOLRF16-02  TO  TK-TCD.
           CALL "DB_Read" USING
            "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "CUSTOMER NOT ON TK-M"  TO  WK-REASON
               GO  TO  T16-80
           END-IF.
           MOVE  KOLRF16-04  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "ITEM NOT ON J-M"  TO  WK-REASON
               GO  TO  T16-80
           END-IF.
           IF  KOLRF16-03  =  0
               MOVE  "NO DELIVERY SLIP NUMBER"  TO  WK-REASON
               GO  TO  T16-80
           END-IF.
           MOVE  0  TO  WK-SUM.
           MOVE  0  TO  WK-NEG.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               ADD  KOLRF16-0611 (I)  TO  WK-SUM
               IF  KOLRF16-0611 (I)  <  0
                   MOVE  1  TO  WK-NEG
               END-IF
           END-PERFORM.
           IF  WK-NEG  =  1
               MOVE  "NEGATIVE SIZE QUANTITY"  TO  WK-REASON
               GO  TO  T16-80
           END-IF.
           IF  WK-SUM  NOT =  KOLRF16-062
               MOVE  "SIZES DO NOT ADD TO THE TOTAL"  TO  WK-REASON
               GO  TO  T16-80
           END-IF.
      *        A FULL TABLE LEAVES THE REST FOR THE NEXT RUN.
           IF  WK-CF-CNT  NOT <  500
               ADD  1  TO  WS-OVF-CNT
               GO  TO  T16-10
           END-IF.
           ADD  1  TO  WK-CF-CNT.
           MOVE  WK-CF-CNT   TO  X.
           MOVE  KOLRF16-02  TO  CF-TCD (X).
           MOVE  KOLRF16-03  TO  CF-SLIP (X).
           MOVE  KOLRF16-04  TO  CF-JCD (X).
           MOVE  KOLRF16-05  TO  CF-RDATE (X).
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  KOLRF16-0611 (I)  TO  CF-RQ1 (X I)
           END-PERFORM.
           MOVE  KOLRF16-062  TO  CF-RQT (X).
           MOVE  KOLRF16-07   TO  CF-TPRC (X).
           GO  TO  T16-10.
       T16-80.
           PERFORM  REJ-RTN  THRU  REJ-EXT.
           MOVE  KOLRF16-02  TO  RPT-TCD.
           MOVE  KOLRF16-03  TO  RPT-SLIP.
           MOVE  KOLRF16-04  TO  RPT-JCD.
           MOVE  0           TO  RPT-SQT.
           MOVE  KOLRF16-062 TO  RPT-RQT.
           MOVE  0           TO  RPT-IVNO.
           MOVE  WK-REASON   TO  RPT-MSG.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           GO  TO  T16-10.
       T16-90.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
      *****
      *    Step 2 -- match the slips: shipments, sales, invoices.
           PERFORM  SHP-RTN  THRU  SHP-EXT.
           PERFORM  SAL-RTN  THRU  SAL-EXT.
           PERFORM  INV-RTN  THRU  INV-EXT.
      *****
      *    Step 3 -- the differences, confirmation by confirmation.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" THTND_PNAME1 "SHARED" BY REFERENCE THTND_IDLST "1"
            "THTND-KEY" BY REFERENCE THTND-KEY.
           CALL "DB_F_Open" USING
            "I-O" RCDF_PNAME1 "SHARED" BY REFERENCE RCDF_IDLST "1"
            "RCD-KEY" BY REFERENCE RCD-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           PERFORM  VARYING  X  FROM  1  BY  1  UNTIL  X  >  WK-CF-CNT
               PERFORM  REC-RTN  THRU  REC-EXT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTND_IDLST THTND_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KOLRF_IDLST KOLRF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE KFQ_IDLST KFQ_PNAME1.
           MOVE  WS-RD-CNT    TO  RPT-SUM-RD.
           MOVE  WS-LD-CNT    TO  RPT-SUM-LD.
           MOVE  WS-VIO-CNT   TO  RPT-SUM-VIO.
           MOVE  KF-RPT-SUM1  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  "SHORT RECEIVED"  TO  RPT-SUM-TYPE.
           MOVE  WS-S-CNT     TO  RPT-SUM-CNT.
           MOVE  WS-S-AMT     TO  RPT-SUM-AMT.
           MOVE  KF-RPT-SUM2  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  "OVER RECEIVED"   TO  RPT-SUM-TYPE.
           MOVE  WS-O-CNT     TO  RPT-SUM-CNT.
           MOVE  WS-O-AMT     TO  RPT-SUM-AMT.
           MOVE  KF-RPT-SUM2  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  "PRICE DIFFERENCE"  TO  RPT-SUM-TYPE.
           MOVE  WS-P-CNT     TO  RPT-SUM-CNT.
           MOVE  WS-P-AMT     TO  RPT-SUM-AMT.
           MOVE  KF-RPT-SUM2  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           IF  WS-OVF-CNT  >  0
               DISPLAY  "DSP-001 TABLE FULL, LEFT FOR NEXT RUN="
                   WS-OVF-CNT
           END-IF.
      *****
      *    Step 4 -- everything sales still has to resolve.
           PERFORM  OPN-RTN  THRU  OPN-EXT.
           CALL "DB_F_Close" USING BY REFERENCE RCDF_IDLST RCDF_PNAME1.
           CLOSE  KF-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    QUARANTINE THE KOLRF16 RECORD IN HAND TO KFQ.
       REJ-RTN.
           MOVE  "16"  TO  KFQ-TYPE.
           MOVE  SPACE TO  KFQ-RKEY.
           MOVE  KOLRF16-02  TO  KFQ-RKEY (1:4).
           MOVE  KOLRF16-03  TO  KFQ-RKEY (6:6).
           MOVE  KOLRF16-04  TO  KFQ-RKEY (13:6).
           MOVE  WK-REASON   TO  KFQ-REASON.
           MOVE  KOLRF16-REC TO  KFQ-RAWDATA.
           PERFORM  QUAR-WRITE  THRU  QUAR-WRITE-EXT.
           MOVE  9  TO  KOLRF16-99.
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF16-REC RETURNING RET.
       REJ-EXT.
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
      *    SHIPPED QUANTITIES -- EVERY JSJD LINE ON A CONFIRMED
      *    SLIP FOR A CONFIRMED ITEM.
       SHP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       SHP-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SHP-90
           END-IF.
           IF  JSJD-SLIP  IS  NOT  NUMERIC
               GO  TO  SHP-10
           END-IF.
           IF  JSJD-SLIP  =  0
               GO  TO  SHP-10
           END-IF.
           PERFORM  VARYING  X  FROM  1  BY  1  UNTIL  X  >  WK-CF-CNT
               IF  CF-SLIP (X)  =  JSJD-SLIP
               AND  CF-JCD (X)  =  JSJD-09
                   MOVE  1         TO  CF-FND (X)
                   MOVE  JSJD-021  TO  CF-STCD (X)
                   MOVE  JSJD-07   TO  CF-SDATE (X)
                   PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
                       ADD  JSJD-1211 (I)  TO  CF-SQ1 (X I)
                   END-PERFORM
                   ADD  JSJD-122  TO  CF-SQT (X)
               END-IF
           END-PERFORM.
           GO  TO  SHP-10.
       SHP-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       SHP-EXT.
           EXIT.
      *****
      *    OUR PRICE -- THE CUSTOMER'S STRAN SALE OF THE ITEM ON
      *    THE SHIP DATE.
       SAL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" HN-STRN_PNAME1 "SHARED" BY REFERENCE
            HN-STRN_IDLST "1" "STRN-20" BY REFERENCE STRN-20.
       SAL-10.
           CALL "DB_Read" USING
            "NEXT AT END" HN-STRN_PNAME1 BY REFERENCE STRN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SAL-90
           END-IF.
           IF  STRN-09  NOT =  0
               GO  TO  SAL-10
           END-IF.
           PERFORM  VARYING  X  FROM  1  BY  1  UNTIL  X  >  WK-CF-CNT
               IF  CF-FND (X)  =  1  AND  CF-VNO (X)  =  0
               AND  CF-STCD (X)  =  STRN-02
               AND  CF-JCD (X)  =  STRN-03
               AND  CF-SDATE (X)  =  STRN-01
                   MOVE  STRN-20  TO  CF-VNO (X)
                   MOVE  STRN-07  TO  CF-OPRC (X)
               END-IF
           END-PERFORM.
           GO  TO  SAL-10.
       SAL-90.
           CALL "DB_F_Close" USING
            BY REFERENCE HN-STRN_IDLST HN-STRN_PNAME1.
       SAL-EXT.
           EXIT.
      *****
      *    OUR INVOICE -- THE SKDF INVOICE ROW CARRYING THE SALE'S
      *    STRAN VOUCHER.
       INV-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       INV-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INV-90
           END-IF.
           IF  SKD-DC  NOT =  0
               GO  TO  INV-10
           END-IF.
           PERFORM  VARYING  X  FROM  1  BY  1  UNTIL  X  >  WK-CF-CNT
               IF  CF-VNO (X)  NOT =  0  AND  CF-IVNO (X)  =  0
               AND  CF-STCD (X)  =  SKD-TCD
                   IF  SKD-HNO2  =  CF-VNO (X)
                   OR  SKD-HNO3  =  CF-VNO (X)
                   OR  SKD-HNO4  =  CF-VNO (X)
                   OR  SKD-HNO5  =  CF-VNO (X)
                   OR  SKD-HNO6  =  CF-VNO (X)
                       MOVE  SKD-HNO1  TO  CF-IVNO (X)
                   END-IF
               END-IF
           END-PERFORM.
           GO  TO  INV-10.
       INV-90.
           CALL "DB_F_Close" USING BY REFERENCE SKDF_IDLST SKDF_PNAME1.
       INV-EXT.
           EXIT.
      *****
      *    RECONCILE CONFIRMATION X.
       REC-RTN.
           MOVE  CF-TCD (X)   TO  KOLRF16-02.
           MOVE  CF-SLIP (X)  TO  KOLRF16-03.
           MOVE  CF-JCD (X)   TO  KOLRF16-04.
           CALL "DB_Read" USING
            "INVALID" KOLRF_PNAME1 BY REFERENCE KOLRF16-REC " "
            RETURNING RET.
           IF  RET  =  1
               GO  TO  REC-EXT
           END-IF.
           MOVE  CF-TCD (X)   TO  RPT-TCD.
           MOVE  CF-SLIP (X)  TO  RPT-SLIP.
           MOVE  CF-JCD (X)   TO  RPT-JCD.
           MOVE  CF-SQT (X)   TO  RPT-SQT.
           MOVE  CF-RQT (X)   TO  RPT-RQT.
           MOVE  CF-IVNO (X)  TO  RPT-IVNO.
           MOVE  SPACE  TO  WK-REASON.
           IF  CF-FND (X)  =  0
               MOVE  "ITEM NOT SHIPPED ON THIS SLIP"  TO  WK-REASON
           ELSE
               IF  CF-STCD (X)  NOT =  CF-TCD (X)
                   MOVE  "SLIP IS ANOTHER CUSTOMER'S"  TO  WK-REASON
               END-IF
           END-IF.
           IF  WK-REASON  NOT =  SPACE
               PERFORM  REJ-RTN  THRU  REJ-EXT
               MOVE  WK-REASON   TO  RPT-MSG
               MOVE  KF-RPT-DET  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               GO  TO  REC-EXT
           END-IF.
      *        NOT YET BILLED -- THE DELIVERY-SLIP PRICE.
           IF  CF-VNO (X)  =  0
               MOVE  CF-TCD (X)  TO  THTND-01
               MOVE  CF-JCD (X)  TO  THTND-02
               MOVE  0           TO  THTND-03
               CALL "DB_Read" USING
                "INVALID" THTND_PNAME1 BY REFERENCE THTND-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  THTND-04  TO  CF-OPRC (X)
               ELSE
                   MOVE  CF-JCD (X)  TO  J-JCD
                   CALL "DB_Read" USING
                    "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
                    RETURNING RET
                   IF  RET  =  0
                       MOVE  J-ST  TO  CF-OPRC (X)
                   END-IF
               END-IF
           END-IF.
           IF  CF-IVNO (X)  =  0
               MOVE  "NOT YET INVOICED"  TO  RPT-MSG
           ELSE
               MOVE  "INVOICED"          TO  RPT-MSG
           END-IF.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  0  TO  WK-DIF-CNT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  CF-RQ1 (X I)  NOT =  CF-SQ1 (X I)
                   IF  CF-RQ1 (X I)  <  CF-SQ1 (X I)
                       MOVE  "S"  TO  WK-TYP
                   ELSE
                       MOVE  "O"  TO  WK-TYP
                   END-IF
                   MOVE  I              TO  WK-SZ
                   MOVE  CF-SQ1 (X I)   TO  WK-SHQ
                   MOVE  CF-RQ1 (X I)   TO  WK-RCQ
                   COMPUTE  WK-AMT  =
                       ( WK-SHQ  -  WK-RCQ )  *  CF-OPRC (X)
                   PERFORM  DIF-RTN  THRU  DIF-EXT
               END-IF
           END-PERFORM.
           IF  CF-TPRC (X)  NOT =  0
           AND  CF-TPRC (X)  NOT =  CF-OPRC (X)
               MOVE  "P"          TO  WK-TYP
               MOVE  0            TO  WK-SZ
               MOVE  CF-SQT (X)   TO  WK-SHQ
               MOVE  CF-RQT (X)   TO  WK-RCQ
               COMPUTE  WK-AMT  =
                   ( CF-OPRC (X)  -  CF-TPRC (X) )  *  CF-RQT (X)
               PERFORM  DIF-RTN  THRU  DIF-EXT
           END-IF.
           IF  WK-DIF-CNT  =  0
               MOVE  "    AGREES WITH SHIPMENT AND INVOICE"
                TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
           END-IF.
           MOVE  1  TO  KOLRF16-99.
           CALL "DB_Update" USING
            KOLRF_PNAME1 KOLRF_LNAME KOLRF16-REC RETURNING RET.
           ADD  1  TO  WS-LD-CNT.
       REC-EXT.
           EXIT.
      *****
      *    RAISE ONE JT-RCDF OPEN ITEM FOR CONFIRMATION X.
       DIF-RTN.
           MOVE  "RCDNO"  TO  WK-CTRK.
           PERFORM  CTR-RTN  THRU  CTR-EXT.
           INITIALIZE  RCD-R.
           MOVE  FCTL-IVNO     TO  RCD-NO.
           MOVE  CF-TCD (X)    TO  RCD-TCD.
           MOVE  CF-SLIP (X)   TO  RCD-SLIP.
           MOVE  CF-JCD (X)    TO  RCD-JCD.
           MOVE  WK-SZ         TO  RCD-SZ.
           MOVE  WK-TYP        TO  RCD-TYP.
           MOVE  CF-SDATE (X)  TO  RCD-SDATE.
           MOVE  CF-RDATE (X)  TO  RCD-RDATE.
           MOVE  WK-SHQ        TO  RCD-SHQ.
           MOVE  WK-RCQ        TO  RCD-RCQ.
           MOVE  CF-OPRC (X)   TO  RCD-OPRC.
           MOVE  CF-TPRC (X)   TO  RCD-TPRC.
           MOVE  WK-AMT        TO  RCD-AMT.
           MOVE  CF-IVNO (X)   TO  RCD-IVNO.
           MOVE  CF-VNO (X)    TO  RCD-VNO.
           MOVE  0             TO  RCD-STAT.
           MOVE  "EDI"         TO  RCD-OPR.
           CALL "DB_Insert" USING
            RCDF_PNAME1 RCDF_LNAME RCD-R RETURNING RET.
           IF  RET  =  1
               MOVE  "    *** RCDF WRITE FAILED"  TO  KF-RPT-LINE
               WRITE  KF-RPT-LINE
               GO  TO  DIF-EXT
           END-IF.
           ADD  1  TO  WK-DIF-CNT.
           IF  WK-TYP  =  "S"
               MOVE  "SHORT RECEIVED"  TO  DIF-TYPE
               ADD  1       TO  WS-S-CNT
               ADD  WK-AMT  TO  WS-S-AMT
           END-IF.
           IF  WK-TYP  =  "O"
               MOVE  "OVER RECEIVED"   TO  DIF-TYPE
               ADD  1       TO  WS-O-CNT
               ADD  WK-AMT  TO  WS-O-AMT
           END-IF.
           IF  WK-TYP  =  "P"
               MOVE  "PRICE DIFF"      TO  DIF-TYPE
               ADD  1       TO  WS-P-CNT
               ADD  WK-AMT  TO  WS-P-AMT
           END-IF.
           MOVE  RCD-NO    TO  DIF-NO.
           MOVE  RCD-SZ    TO  DIF-SZ.
           MOVE  RCD-SHQ   TO  DIF-SHQ.
           MOVE  RCD-RCQ   TO  DIF-RCQ.
           MOVE  RCD-OPRC  TO  DIF-OPRC.
           MOVE  RCD-TPRC  TO  DIF-TPRC.
           MOVE  RCD-AMT   TO  DIF-AMT.
           MOVE  KF-RPT-DIF  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
       DIF-EXT.
           EXIT.
      *****
      *    NEXT NUMBER FROM THE FCTL COUNTER NAMED IN WK-CTRK.
       CTR-RTN.
           MOVE  WK-CTRK  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  WK-CTRK  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
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
      *    THE RECEIVING DIFFERENCES STILL OPEN, OLD AND NEW.
       OPN-RTN.
           MOVE  SPACE  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           MOVE  KF-RPT-OPH  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CALL "DB_F_Close" USING BY REFERENCE RCDF_IDLST RCDF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" RCDF_PNAME1 "SHARED" BY REFERENCE RCDF_IDLST "1"
            "RCD-KEY" BY REFERENCE RCD-KEY.
       OPN-10.
           CALL "DB_Read" USING
            "NEXT AT END" RCDF_PNAME1 BY REFERENCE RCD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  OPN-90
           END-IF.
           IF  RCD-STAT  NOT =  0
               GO  TO  OPN-10
           END-IF.
           MOVE  RCD-NO     TO  OPN-NO.
           MOVE  RCD-TCD    TO  OPN-TCD.
           MOVE  RCD-SLIP   TO  OPN-SLIP.
           MOVE  RCD-JCD    TO  OPN-JCD.
           MOVE  RCD-TYP    TO  OPN-TYP.
           MOVE  RCD-SZ     TO  OPN-SZ.
           MOVE  RCD-RDATE  TO  OPN-RDATE.
           MOVE  RCD-IVNO   TO  OPN-IVNO.
           MOVE  RCD-AMT    TO  OPN-AMT.
           MOVE  KF-RPT-OPN  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           ADD  1        TO  WS-OPN-CNT.
           ADD  RCD-AMT  TO  WS-OPN-AMT.
           GO  TO  OPN-10.
       OPN-90.
           MOVE  "STILL OPEN"  TO  RPT-SUM-TYPE.
           MOVE  WS-OPN-CNT   TO  RPT-SUM-CNT.
           MOVE  WS-OPN-AMT   TO  RPT-SUM-AMT.
           MOVE  KF-RPT-SUM2  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
       OPN-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KF900U"  TO  RUNL-PGM.
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
           COMPUTE  RUNL-WRIT  =  WS-S-CNT  +  WS-O-CNT  +  WS-P-CNT.
           COMPUTE  RUNL-UPDT  =  WS-LD-CNT  +  WS-VIO-CNT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="KF900U"==.
