       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KF890U.
      *****************************************************
      *****   OUTBOUND EDI STOCK AVAILABILITY FEED     *****
      *****************************************************
      *        DAILY FREE-STOCK MESSAGE FOR THE TRADING PARTNERS
      *        WHOSE JT-KFPF PROFILE ASKS FOR IT (KFPF-STK 1,
      *        LIVE PARTNER, A KFPF-TCD CUSTOMER SET).  EACH SUCH
      *        PARTNER GETS ITS OWN TRANSMISSION FILE --
      *        KF890UPn.TRN, N THE PARTNER ID -- OPENING WITH A
      *        KOLRF1 CONTROL RECORD, AS KF760U DOES, FOLLOWED BY
      *        ONE KOLRF15 RECORD PER ITEM THE PARTNER MAY BUY:
      *        EVERY ITEM ON THE KFPF-TCD CUSTOMER'S THTND PRICE
      *        LIST, LESS ANY ITEM OUTSIDE THAT CUSTOMER'S
      *        ASSORTMENT TODAY (LPASR).  FREE STOCK IS JT-ZKM
      *        ON-HAND LESS ALLOCATED LESS QUALITY-HELD, PER SIZE
      *        BUCKET, SUMMED OVER THE
      *        REAL WAREHOUSES (THE SOK 9 CONSIGNMENT LOCATION IS
      *        NOT OURS TO SELL) AND NEVER SENT BELOW ZERO; EACH
      *        SIZE CARRIES ITS JT-JANM JAN CODE WHERE ONE IS
      *        HELD.  THE EXPECTED REPLENISHMENT IS THE EARLIEST
      *        DUE DATE AMONG THE ITEM'S OPEN JT-KWOF WORK ORDERS
      *        AND OPEN JT-PURF PURCHASE ORDERS, WITH THEIR TOTAL
      *        OUTSTANDING QUANTITY.  THE KF890U REGISTER LISTS
      *        EVERY RECORD SENT, PARTNER BY PARTNER, AND THE RUN
      *        IS LOGGED ON JT-RUNL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  KF-TRN-FILE  ASSIGN  TO  WK-TRN-NAME
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  KF-RPT-FILE  ASSIGN  TO  "KF890U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  KF-TRN-FILE
           LABEL RECORD IS STANDARD.
       01  KF-TRN-LINE         PIC  X(256).
       FD  KF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  KF-RPT-LINE         PIC  X(80).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  W               PIC  9(01)  VALUE  0.
       77  RX              PIC  9(04)  VALUE  0.
       77  WK-RPL-CNT      PIC  9(04)  VALUE  0.
       77  WK-LASTJCD      PIC  9(06)  VALUE  0.
       77  WK-JCD          PIC  9(06)  VALUE  0.
       77  WK-DDATE        PIC  9(08)  VALUE  0.
       77  WK-OUTQ         PIC S9(06)  VALUE  0.
       77  WK-FREE         PIC S9(07)  VALUE  0.
       77  WK-FRT          PIC  9(07)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-TRN-NAME     PIC  X(20)  VALUE  SPACE.
       77  WS-REC-CNT      PIC  9(07)  VALUE  0.
       77  WS-PTN-CNT      PIC  9(05)  VALUE  0.
       77  WS-PRC-CNT      PIC  9(07)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
      *        FREE STOCK OF THE CURRENT ITEM BY SIZE BUCKET.
       01  WK-FRQ.
           02  WK-FRQ1         OCCURS  10  PIC S9(07).
      *        OPEN WORK-ORDER AND PURCHASE-ORDER REPLENISHMENT,
      *        EARLIEST DUE DATE AND OUTSTANDING TOTAL PER ITEM.
       01  RPL-TBL.
           02  RPL-ENT         OCCURS  3000.
               03  RPL-JCD         PIC  9(06).
               03  RPL-DATE        PIC  9(08).
               03  RPL-QTY         PIC S9(06).
       COPY    LIKFPF.
       COPY    LITHTND.
       COPY    LIJM.
       COPY    LIASRT.
       COPY    LIASGM.
       COPY    LWASR.
       COPY    LIZAIK.
       COPY    LIJANM.
       COPY    LIKWOF.
       COPY    LIPURF.
       COPY    LKOLRF.
       COPY    LIRUNL.
      *****
       01  KF-RPT-HDR.
           02  FILLER          PIC  X(34)  VALUE
               "STOCK FEED TRANSMISSION REGISTER ".
           02  FILLER          PIC  X(06)  VALUE  "DATE=".
           02  RPT-HDR-DATE    PIC  9(08).
       01  KF-RPT-PTN.
           02  FILLER          PIC  X(08)  VALUE  "PARTNER=".
           02  RPT-PTN         PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-PNAME       PIC  X(18).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " FILE=".
           02  RPT-FILE        PIC  X(20).
       01  KF-RPT-DET.
           02  FILLER          PIC  X(04)  VALUE  SPACE.
           02  FILLER          PIC  X(05)  VALUE  "ITEM=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " FREE=".
           02  RPT-FREE        PIC  ZZZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " DUE=".
           02  RPT-DUE         PIC  9(08).
           02  FILLER          PIC  X(07)  VALUE  " ONORD=".
           02  RPT-ONORD       PIC  ZZZZZ9.
       01  KF-RPT-SUM.
           02  FILLER          PIC  X(13)  VALUE  "RECORDS SENT=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  "  PARTNERS=".
           02  RPT-SUM-PTN     PIC  ZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT  WK-TODAY  FROM  DATE.
       ADD  20000000  TO  WK-TODAY.
       OPEN  OUTPUT  KF-RPT-FILE.
       MOVE  WK-TODAY    TO  RPT-HDR-DATE.
       MOVE  KF-RPT-HDR  TO  KF-RPT-LINE.
       WRITE  KF-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
      *
           INITIALIZE  RPL-TBL.
           PERFORM  KWO-RTN  THRU  KWO-EXT.
           PERFORM  PUR-RTN  THRU  PUR-EXT.
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JANM_PNAME1 "SHARED" BY REFERENCE JANM_IDLST "1"
            "JAN-KEY" BY REFERENCE JAN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KFPF_PNAME1 "SHARED" BY REFERENCE KFPF_IDLST "1"
            "KFPF-KEY" BY REFERENCE KFPF-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" ASRT_PNAME1 "SHARED" BY REFERENCE ASRT_IDLST "1"
            "ASR-KEY" BY REFERENCE ASR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASGM_PNAME1 "SHARED" BY REFERENCE ASGM_IDLST "1"
            "AGM-KEY" BY REFERENCE AGM-KEY.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" KFPF_PNAME1 BY REFERENCE KFPF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
      *        ONLY LIVE PARTNERS PROFILED FOR THE FEED, AND ONLY
      *        WHEN WE KNOW WHOSE RANGE THEY BUY.
           IF  KFPF-STK  NOT =  1  OR  KFPF-ACTV  NOT =  1
           OR  KFPF-TCD  =  0
               GO  TO  ST-10
           END-IF.
           MOVE  SPACE      TO  WK-TRN-NAME.
           MOVE  "KF890UP"  TO  WK-TRN-NAME (1:7).
           MOVE  KFPF-PTN   TO  WK-TRN-NAME (8:1).
           MOVE  ".TRN"     TO  WK-TRN-NAME (9:4).
           OPEN  OUTPUT  KF-TRN-FILE.
           ADD  1  TO  WS-PTN-CNT.
           MOVE  SPACE  TO  KOLRF1-REC.
           INITIALIZE  KOLRF1-REC.
           MOVE  01         TO  KOLRF1-01.
           MOVE  9          TO  KOLRF1-02.
           MOVE  1          TO  KOLRF1-03.
           MOVE  "STK OUT"  TO  KOLRF1-05.
           MOVE  KFPF-TCD   TO  KOLRF1-05 (9:4).
           MOVE  KOLRF1-REC  TO  KF-TRN-LINE.
           WRITE  KF-TRN-LINE.
           MOVE  KFPF-PTN     TO  RPT-PTN.
           MOVE  KFPF-NAME    TO  RPT-PNAME.
           MOVE  KFPF-TCD     TO  RPT-TCD.
           MOVE  WK-TRN-NAME  TO  RPT-FILE.
           MOVE  KF-RPT-PTN   TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
      *        THE PARTNER'S RANGE -- ITS CUSTOMER'S PRICE LIST.
           MOVE  0  TO  WK-LASTJCD.
           CALL "DB_F_Open" USING
            "INPUT" THTND_PNAME1 "SHARED" BY REFERENCE THTND_IDLST "1"
            "THTND-KEY" BY REFERENCE THTND-KEY.
       ST-20.
           CALL "DB_Read" USING
            "NEXT AT END" THTND_PNAME1 BY REFERENCE THTND-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  ST-90
           END-IF.
           ADD  1  TO  WS-PRC-CNT.
           IF  THTND-01  NOT =  KFPF-TCD
               GO  TO  ST-20
           END-IF.
           IF  THTND-02  =  WK-LASTJCD
               GO  TO  ST-20
           END-IF.
           MOVE  THTND-02  TO  WK-LASTJCD.
      *        NOTHING IS OFFERED THAT THE ORDER WOULD BE REFUSED.
           MOVE  THTND-02  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-BR1
           END-IF.
           MOVE  KFPF-TCD  TO  ASW-TCD.
           MOVE  THTND-02  TO  ASW-JCD.
           MOVE  J-BR1     TO  ASW-BR1.
           MOVE  WK-TODAY  TO  ASW-DATE.
           PERFORM  ASW-RTN  THRU  ASW-EXT.
           IF  ASW-RES  NOT =  0
               GO  TO  ST-20
           END-IF.
           PERFORM  STK-RTN  THRU  STK-EXT.
           GO  TO  ST-20.
       ST-90.
           CALL "DB_F_Close" USING
            BY REFERENCE THTND_IDLST THTND_PNAME1.
           CLOSE  KF-TRN-FILE.
           GO  TO  ST-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE KFPF_IDLST KFPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE JANM_IDLST JANM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASRT_IDLST ASRT_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ASGM_IDLST ASGM_PNAME1.
           MOVE  WS-REC-CNT  TO  RPT-SUM-CNT.
           MOVE  WS-PTN-CNT  TO  RPT-SUM-PTN.
           MOVE  KF-RPT-SUM  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
           CLOSE  KF-RPT-FILE.
           IF  WS-OVF-CNT  >  0
               DISPLAY  "DSP-001 REPLENISHMENT TABLE FULL, SKIPPED="
                   WS-OVF-CNT
           END-IF.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE KOLRF15 RECORD FOR ITEM WK-LASTJCD.
       STK-RTN.
           INITIALIZE  WK-FRQ.
           PERFORM  VARYING  W  FROM  1  BY  1  UNTIL  W  >  8
               MOVE  W           TO  ZKM-SOK
               MOVE  WK-LASTJCD  TO  ZKM-JCD
               CALL "DB_Read" USING
                "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
                       COMPUTE  WK-FRQ1 (I)  =  WK-FRQ1 (I)
                           +  ZKM-OH1 (I)  -  ZKM-AL1 (I)
                           -  ZKM-HD1 (I)
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE  SPACE  TO  KOLRF15-REC.
           INITIALIZE  KOLRF15-REC.
           MOVE  15          TO  KOLRF15-01.
           MOVE  KFPF-TCD    TO  KOLRF15-02.
           MOVE  WK-LASTJCD  TO  KOLRF15-03.
           MOVE  WK-TODAY    TO  KOLRF15-04.
           MOVE  0  TO  WK-FRT.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  WK-FRQ1 (I)  <  0
                   MOVE  0  TO  WK-FRQ1 (I)
               END-IF
               MOVE  WK-FRQ1 (I)  TO  KOLRF15-0512 (I)
               ADD  WK-FRQ1 (I)  TO  WK-FRT
               MOVE  WK-LASTJCD  TO  JAN-JCD
               MOVE  I           TO  JAN-SZ
               CALL "DB_Read" USING
                "INVALID" JANM_PNAME1 BY REFERENCE JAN-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  JAN-CODE  TO  KOLRF15-0511 (I)
               END-IF
           END-PERFORM.
           MOVE  WK-FRT  TO  KOLRF15-06.
           MOVE  WK-LASTJCD  TO  WK-JCD.
           PERFORM  RPF-RTN  THRU  RPF-EXT.
           IF  RX  NOT =  0
               MOVE  RPL-DATE (RX)  TO  KOLRF15-07
               MOVE  RPL-QTY (RX)   TO  KOLRF15-08
           END-IF.
           MOVE  KOLRF15-REC  TO  KF-TRN-LINE.
           WRITE  KF-TRN-LINE.
           ADD  1  TO  WS-REC-CNT.
           MOVE  WK-LASTJCD  TO  RPT-JCD.
           MOVE  WK-FRT      TO  RPT-FREE.
           MOVE  KOLRF15-07  TO  RPT-DUE.
           MOVE  KOLRF15-08  TO  RPT-ONORD.
           MOVE  KF-RPT-DET  TO  KF-RPT-LINE.
           WRITE  KF-RPT-LINE.
       STK-EXT.
           EXIT.
      *****
      *    OPEN WORK ORDERS (KWO-STAT 0 OR 1) STILL TO COME IN.
       KWO-RTN.
           CALL "DB_F_Open" USING
            "INPUT" KWOF_PNAME1 "SHARED" BY REFERENCE KWOF_IDLST "1"
            "KWO-KEY" BY REFERENCE KWO-KEY.
       KWO-10.
           CALL "DB_Read" USING
            "NEXT AT END" KWOF_PNAME1 BY REFERENCE KWO-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  KWO-90
           END-IF.
           IF  KWO-STAT  >  1
               GO  TO  KWO-10
           END-IF.
           COMPUTE  WK-OUTQ  =  KWO-OQT  -  KWO-RQT.
           IF  WK-OUTQ  NOT >  0
               GO  TO  KWO-10
           END-IF.
           MOVE  KWO-JCD    TO  WK-JCD.
           MOVE  KWO-DDATE  TO  WK-DDATE.
           PERFORM  RPA-RTN  THRU  RPA-EXT.
           GO  TO  KWO-10.
       KWO-90.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
       KWO-EXT.
           EXIT.
      *****
      *    OPEN PURCHASE ORDERS (PUR-STAT 1 OR 2) STILL TO COME IN.
       PUR-RTN.
           CALL "DB_F_Open" USING
            "INPUT" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
       PUR-10.
           CALL "DB_Read" USING
            "NEXT AT END" PURF_PNAME1 BY REFERENCE PUR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  PUR-90
           END-IF.
           IF  PUR-STAT  NOT =  1  AND  PUR-STAT  NOT =  2
               GO  TO  PUR-10
           END-IF.
           COMPUTE  WK-OUTQ  =  PUR-OQT  -  PUR-RQT.
           IF  WK-OUTQ  NOT >  0
               GO  TO  PUR-10
           END-IF.
           MOVE  PUR-JCD    TO  WK-JCD.
           MOVE  PUR-DDATE  TO  WK-DDATE.
           PERFORM  RPA-RTN  THRU  RPA-EXT.
           GO  TO  PUR-10.
       PUR-90.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
       PUR-EXT.
           EXIT.
      *****
      *    ADD WK-OUTQ DUE WK-DDATE TO ITEM WK-JCD'S REPLENISHMENT,
      *    KEEPING THE EARLIEST DUE DATE.
       RPA-RTN.
           PERFORM  RPF-RTN  THRU  RPF-EXT.
           IF  RX  =  0
               IF  WK-RPL-CNT  NOT <  3000
                   ADD  1  TO  WS-OVF-CNT
                   GO  TO  RPA-EXT
               END-IF
               ADD  1  TO  WK-RPL-CNT
               MOVE  WK-RPL-CNT  TO  RX
               MOVE  WK-JCD      TO  RPL-JCD (RX)
               MOVE  WK-DDATE    TO  RPL-DATE (RX)
           END-IF.
           IF  WK-DDATE  <  RPL-DATE (RX)
               MOVE  WK-DDATE  TO  RPL-DATE (RX)
           END-IF.
           ADD  WK-OUTQ  TO  RPL-QTY (RX).
       RPA-EXT.
           EXIT.
      *****
      *    FIND ITEM WK-JCD IN THE REPLENISHMENT TABLE (RX = 0 IF
      *    NOTHING IS ON ORDER).
       RPF-RTN.
           MOVE  0  TO  RX.
       RPF-10.
           ADD  1  TO  RX.
           IF  RX  >  WK-RPL-CNT
               MOVE  0  TO  RX
               GO  TO  RPF-EXT
           END-IF.
           IF  RPL-JCD (RX)  =  WK-JCD
               GO  TO  RPF-EXT
           END-IF.
           GO  TO  RPF-10.
       RPF-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "KF890U"  TO  RUNL-PGM.
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
           MOVE  WS-PRC-CNT  TO  RUNL-READ.
           MOVE  WS-REC-CNT  TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY    LPASR.
