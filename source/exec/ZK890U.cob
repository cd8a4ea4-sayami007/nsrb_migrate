       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK890U.
      *****************************************************
      *****   INVENTORY AGE AND SLOW-MOVING PROVISION  *****
      *****************************************************
      *        AGES THE CURRENT JT-ZKM ON-HAND OF EVERY WAREHOUSE
      *        AND ITEM BY RECEIPT LAYER.  THE LAYERS ARE REBUILT
      *        FIRST-IN FIRST-OUT FROM THE JT-ZKMV MOVEMENT
      *        HISTORY: EVERY INWARD MOVEMENT (A POSITIVE
      *        QUANTITY -- RECEIPT, TRANSFER IN, CONSIGNMENT
      *        DELIVERY INTO LOCATION 9, A STOCKTAKE GAIN) OPENS A
      *        LAYER AT ITS DATE, AND SINCE ISSUES CONSUME THE
      *        OLDEST LAYERS FIRST THE STOCK STILL ON HAND IS THE
      *        NEWEST LAYERS, TAKEN BACK FROM THE LATEST UNTIL THE
      *        ON-HAND IS COVERED.  QUALITY-HOLD MOVEMENTS (TYPE
      *        9) DO NOT CHANGE ON-HAND AND OPEN NO LAYER.  STOCK
      *        THE HISTORY CANNOT EXPLAIN (OLDER THAN THE LEDGER)
      *        IS AGED OVER 365 DAYS AND SHOWN AS NO HISTORY.
      *        THE AGE BUCKETS ARE 0-90, 91-180, 181-365 AND OVER
      *        365 DAYS AS AT THE RUN DATE, VALUED AT THE ZK770U
      *        COST (J-ST FINAL COST, J-YT STANDARD WHEN NO FINAL
      *        COST IS HELD).  EACH BUCKET IS PROVIDED AT THE
      *        PERCENTAGE ON THE FCTL "AGPRV" RECORD (ZK900U) AND
      *        THE PROVISION IS TOTALLED BY STRN-151 ITEM CLASS
      *        (J-BR1).  ARGUMENTS: BOOKING MONTH (YYMM, DEFAULT
      *        THE CURRENT MONTH) AND "LIST" FOR THE REPORT ONLY.
      *        OTHERWISE TWO BALANCED JT-JVF VOUCHERS ARE WRITTEN,
      *        DATED AT MONTH-END AND NUMBERED FROM THE FCTL "JVNO"
      *        COUNTER, AS PR780U BOOKS THE BAD-DEBT ALLOWANCE:
      *          1  REVERSAL OF THE PROVISION LAST BOOKED -- DR
      *             ALLOWANCE (JT-GLMP "VA") / CR REVERSAL
      *             INCOME ("VR"),
      *          2  THE NEW PROVISION -- DR PROVISION EXPENSE
      *             ("VE", THE ITEM CLASS ROW OR CLASS 00) PER
      *             ACCOUNT / CR ALLOWANCE ("VA").
      *        THE MONTH AND AMOUNT BOOKED ARE KEPT ON "AGPRV";
      *        A MONTH ALREADY BOOKED, OR ONE BEFORE IT, IS
      *        REFUSED, AS IS A CLOSED MONTH (FCTL "CYYMM") OR A
      *        RUN WITHOUT THE ACCOUNTS MAPPED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK890U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  GX              PIC  9(01)  VALUE  0.
       77  LX              PIC  9(02)  VALUE  0.
       77  BX              PIC  9(01)  VALUE  0.
       77  CX              PIC  9(03)  VALUE  0.
       77  LY              PIC  9(03)  VALUE  0.
       77  WK-BMON         PIC  9(04)  VALUE  0.
       77  WK-MODE         PIC  X(04)  VALUE  SPACE.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TODAY8       PIC  9(08)  VALUE  0.
       77  WK-TODAY-I      PIC  9(07)  VALUE  0.
       77  WK-MEND8        PIC  9(08)  VALUE  0.
       77  WK-NXT8         PIC  9(08)  VALUE  0.
       77  WK-MEND-I       PIC  9(07)  VALUE  0.
       77  WK-LDATE8       PIC  9(08)  VALUE  0.
       77  WK-DAYS         PIC S9(07)  VALUE  0.
       77  WK-CLOSED       PIC  9(01)  VALUE  0.
       77  WK-NOPRM        PIC  9(01)  VALUE  0.
       77  WK-PYM          PIC  9(04)  VALUE  0.
       77  WK-PAMT         PIC S9(11)  VALUE  0.
       77  WK-COST         PIC S9(06)V9(02)  VALUE  0.
       77  WK-CLS          PIC  9(02)  VALUE  0.
       77  WK-REM          PIC S9(07)  VALUE  0.
       77  WK-TAKE         PIC S9(07)  VALUE  0.
       77  WK-NOH          PIC S9(07)  VALUE  0.
       77  WK-ITM-VAL      PIC S9(11)  VALUE  0.
       77  WK-ITM-PRV      PIC S9(11)  VALUE  0.
       77  WK-BPRV         PIC S9(11)  VALUE  0.
       77  WK-MKEY         PIC  X(07)  VALUE  SPACE.
       77  WK-VKEY         PIC  X(07)  VALUE  SPACE.
       77  WK-VA-KMCD      PIC  9(04)  VALUE  0.
       77  WK-VE-KMCD      PIC  9(04)  VALUE  0.
       77  WK-VR-KMCD      PIC  9(04)  VALUE  0.
       77  WK-LN-OVF       PIC  9(01)  VALUE  0.
       77  WS-ZK-CNT       PIC  9(07)  VALUE  0.
       77  WS-MV-CNT       PIC  9(07)  VALUE  0.
       77  WS-IT-CNT       PIC  9(07)  VALUE  0.
       77  WS-JV-CNT       PIC  9(07)  VALUE  0.
       77  WS-LN-CNT       PIC  9(07)  VALUE  0.
       77  WS-NOH-TOT      PIC S9(09)  VALUE  0.
       77  WS-VAL-TOT      PIC S9(11)  VALUE  0.
       77  WS-PRV-TOT      PIC S9(11)  VALUE  0.
       COPY    LIZAIK.
       COPY    LIZKMV.
       COPY    LIJM.
       COPY    LIGLMP.
       COPY    LIJVF.
       COPY    FCTL.
       COPY    LIRUNL.
       COPY    LWILCK.
       COPY    LWHDR.
      *****
      *    PROVISION PERCENTAGE PER AGE BUCKET, FROM "AGPRV".
       01  WK-PCT-TBL.
           02  WK-PCT          PIC  9(03)  OCCURS  4.
      *****
      *    RECEIPT LAYERS OF THE WAREHOUSE/ITEM IN HAND, OLDEST
      *    FIRST.  A FULL TABLE DROPS ITS OLDEST LAYER -- THE
      *    ONE FIFO WOULD HAVE CONSUMED FIRST.
       01  WK-LY-TBL.
           02  WK-LY-CNT       PIC  9(03).
           02  WK-LY  OCCURS  300.
               03  WK-LY-DATE      PIC  9(06).
               03  WK-LY-QTY       PIC S9(07).
      *****
      *    THE ITEM'S ON-HAND SPREAD OVER THE FOUR AGE BUCKETS.
       01  WK-IB-AREA.
           02  WK-IB-QTY       PIC S9(07)  OCCURS  4.
           02  WK-IB-VAL       PIC S9(11)  OCCURS  4.
      *****
      *    VALUE AND PROVISION PER STRN-151 ITEM CLASS (CLASS
      *    00-99 AT ENTRY CLASS + 1), AND THE GRAND TOTAL.
       01  WK-CL-TBL.
           02  WK-CL  OCCURS  100.
               03  WK-CL-VAL       PIC S9(11)  OCCURS  4.
               03  WK-CL-TOT       PIC S9(11).
               03  WK-CL-PRV       PIC S9(11).
               03  WK-CL-KMCD      PIC  9(04).
       01  WK-GT-AREA.
           02  WK-GT-VAL       PIC S9(11)  OCCURS  4.
      *****
      *    VOUCHER TEXT PER GROUP.
       01  WK-GTXT-V.
           02  FILLER      PIC  X(20)  VALUE  "STOCK PROV REVERSE  ".
           02  FILLER      PIC  X(20)  VALUE  "SLOW-MOVING STK PROV".
       01  WK-GTXT-T  REDEFINES  WK-GTXT-V.
           02  WK-GTXT     PIC  X(20)  OCCURS  2.
      *****
      *    THE LINES OF EACH VOUCHER -- THE PROVISION VOUCHER
      *    CARRIES ONE DEBIT PER EXPENSE ACCOUNT AND THE CREDIT.
       01  WK-GRP-TBL.
           02  WK-GRP  OCCURS  2.
               03  WK-GRP-LCNT      PIC  9(02).
               03  WK-GRP-LN  OCCURS  99.
                   04  WK-GL-KMCD   PIC  9(04).
                   04  WK-GL-DRCR   PIC  9(01).
                   04  WK-GL-KIN    PIC S9(11).
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(07)  VALUE  "MONTH=".
           02  RPT-HDR-YM      PIC  9(04).
           02  FILLER          PIC  X(07)  VALUE  "  ASAT=".
           02  RPT-HDR-ASAT    PIC  9(08).
           02  FILLER          PIC  X(13)  VALUE  "  RATES 0-90=".
           02  RPT-HDR-P1      PIC  ZZ9.
           02  FILLER          PIC  X(08)  VALUE  " 91-180=".
           02  RPT-HDR-P2      PIC  ZZ9.
           02  FILLER          PIC  X(09)  VALUE  " 181-365=".
           02  RPT-HDR-P3      PIC  ZZ9.
           02  FILLER          PIC  X(06)  VALUE  " >365=".
           02  RPT-HDR-P4      PIC  ZZ9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-HDR-MODE    PIC  X(11).
       01  ZK-RPT-MID.
           02  FILLER          PIC  X(09)  VALUE  "W ITEM   ".
           02  FILLER          PIC  X(21)  VALUE
               "NAME                 ".
           02  FILLER          PIC  X(03)  VALUE  "CL ".
           02  FILLER          PIC  X(08)  VALUE  " ONHAND ".
           02  FILLER          PIC  X(09)  VALUE  "     COST".
           02  FILLER          PIC  X(12)  VALUE  "       0-90 ".
           02  FILLER          PIC  X(12)  VALUE  "     91-180 ".
           02  FILLER          PIC  X(12)  VALUE  "    181-365 ".
           02  FILLER          PIC  X(12)  VALUE  "       >365 ".
           02  FILLER          PIC  X(12)  VALUE  "      VALUE ".
           02  FILLER          PIC  X(11)  VALUE  "  PROVISION".
       01  ZK-RPT-DET.
           02  RPT-SOK         PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(10).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CLS         PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-OHT         PIC  -(06)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-COST        PIC  ZZZZZ9.99.
           02  RPT-BV-ENT      OCCURS  4.
               03  FILLER      PIC  X(01).
               03  RPT-BV      PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TV          PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-PRV         PIC  -(10)9.
       01  ZK-RPT-QLN.
           02  FILLER          PIC  X(39)  VALUE  SPACE.
           02  FILLER          PIC  X(11)  VALUE  "   QTY AGED".
           02  RPT-BQ-ENT      OCCURS  4.
               03  FILLER      PIC  X(01).
               03  RPT-BQ      PIC  -(10)9.
           02  RPT-NOH-G.
               03  FILLER      PIC  X(13)  VALUE  "  NO HISTORY=".
               03  RPT-NOH     PIC  -(06)9.
       01  ZK-RPT-CLS.
           02  FILLER          PIC  X(06)  VALUE  "CLASS ".
           02  RPT-CS-CLS      PIC  9(02).
           02  FILLER          PIC  X(42)  VALUE  SPACE.
           02  RPT-CS-ENT      OCCURS  4.
               03  FILLER      PIC  X(01).
               03  RPT-CS-BV   PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CS-TV       PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CS-PRV      PIC  -(10)9.
           02  FILLER          PIC  X(06)  VALUE  " ACCT=".
           02  RPT-CS-KMCD     PIC  9(04).
       01  ZK-RPT-GTOT.
           02  FILLER          PIC  X(50)  VALUE  "GRAND TOTAL".
           02  RPT-GT-ENT      OCCURS  4.
               03  FILLER      PIC  X(01).
               03  RPT-GT-BV   PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-GT-TV       PIC  -(10)9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-GT-PRV      PIC  -(10)9.
       01  ZK-RPT-EXC.
           02  FILLER          PIC  X(22)  VALUE
               "*** NOT MAPPED  SRC=".
           02  RPT-EXC-SRC     PIC  X(02).
           02  FILLER          PIC  X(26)  VALUE
               " CLS=00, NO VOUCHERS".
       01  ZK-RPT-VCH.
           02  FILLER          PIC  X(05)  VALUE  "VCH=".
           02  RPT-VCH-NO      PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-VCH-TXT     PIC  X(20).
       01  ZK-RPT-VLN.
           02  FILLER          PIC  X(05)  VALUE  SPACE.
           02  RPT-LN          PIC  9(02).
           02  FILLER          PIC  X(07)  VALUE  " ACCT=".
           02  RPT-KMCD        PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " DC=".
           02  RPT-DRCR        PIC  9(01).
           02  FILLER          PIC  X(06)  VALUE  " AMT=".
           02  RPT-KIN         PIC  -(10)9.
       01  ZK-RPT-SUM.
           02  FILLER          PIC  X(07)  VALUE  "ITEMS=".
           02  RPT-SUM-IT      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  " NO HISTORY=".
           02  RPT-SUM-NOH     PIC  -(08)9.
           02  FILLER          PIC  X(07)  VALUE  " VALUE=".
           02  RPT-SUM-VAL     PIC  -(12)9.
           02  FILLER          PIC  X(12)  VALUE  " PROVISION=".
           02  RPT-SUM-PRV     PIC  -(12)9.
           02  FILLER          PIC  X(11)  VALUE  " REVERSED=".
           02  RPT-SUM-REV     PIC  -(12)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
           ACCEPT  WK-BMON  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-MODE  FROM  ARGUMENT-VALUE.
       ACCEPT  WK-TODAY  FROM  DATE.
       MOVE  "20"      TO  WK-TODAY8 (1:2).
       MOVE  WK-TODAY  TO  WK-TODAY8 (3:6).
       COMPUTE  WK-TODAY-I  =  FUNCTION INTEGER-OF-DATE (WK-TODAY8).
       IF  WK-BMON  =  0
           MOVE  WK-TODAY (1:4)  TO  WK-BMON
           END-IF.
      *        MONTH-END -- THE DAY BEFORE THE FIRST OF THE NEXT
      *        MONTH.
           MOVE  "20"     TO  WK-NXT8 (1:2).
           MOVE  WK-BMON  TO  WK-NXT8 (3:4).
           MOVE  "01"     TO  WK-NXT8 (7:2).
           IF  WK-NXT8 (5:2)  =  "12"
               ADD  10000  TO  WK-NXT8
               MOVE  "01"  TO  WK-NXT8 (5:2)
           ELSE
               ADD  100    TO  WK-NXT8
           END-IF.
           COMPUTE  WK-MEND-I  =
               FUNCTION INTEGER-OF-DATE (WK-NXT8)  -  1.
           COMPUTE  WK-MEND8  =
               FUNCTION DATE-OF-INTEGER (WK-MEND-I).
       MOVE  "ZK890U"  TO  HDR-PGMID.
       MOVE  "INVENTORY AGE / PROVISION"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
      *        PERIOD LOCK, THEN THE PERCENTAGES AND THE LAST MONTH
      *        BOOKED FROM FCTL "AGPRV".
           MOVE  0  TO  WK-CLOSED.
           MOVE  0  TO  WK-NOPRM.
           CALL "DB_F_Open" USING
            "INPUT" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST
            "1" "FCTL-KEY" BY REFERENCE FCTL-KEY.
           MOVE  "C"      TO  FCTL-KEY1 (1:1).
           MOVE  WK-BMON  TO  FCTL-KEY1 (2:4).
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  0  AND  FCTL-CLST  =  1
               MOVE  1  TO  WK-CLOSED
           END-IF.
           MOVE  "AGPRV"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  1  TO  WK-NOPRM
               MOVE  0  TO  WK-PYM
               MOVE  0  TO  WK-PAMT
           ELSE
               PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  4
                   MOVE  FCTL-AGPCT (BX)  TO  WK-PCT (BX)
               END-PERFORM
               MOVE  FCTL-AGYM    TO  WK-PYM
               MOVE  FCTL-AGAMT   TO  WK-PAMT
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           MOVE  WK-BMON     TO  RPT-HDR-YM.
           MOVE  WK-TODAY8   TO  RPT-HDR-ASAT.
           MOVE  WK-PCT (1)  TO  RPT-HDR-P1.
           MOVE  WK-PCT (2)  TO  RPT-HDR-P2.
           MOVE  WK-PCT (3)  TO  RPT-HDR-P3.
           MOVE  WK-PCT (4)  TO  RPT-HDR-P4.
           IF  WK-MODE  =  "LIST"
               MOVE  "REPORT ONLY"  TO  RPT-HDR-MODE
           ELSE
               MOVE  SPACE          TO  RPT-HDR-MODE
           END-IF.
           MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-NOPRM  =  1
               MOVE  "*** PROVISION RATES NOT SET (ZK900U), RUN ENDED"
                TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  ZK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           IF  WK-CLOSED  =  1  AND  WK-MODE  NOT =  "LIST"
               MOVE  "*** MONTH IS CLOSED, RUN ENDED"  TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  ZK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           IF  WK-PYM  NOT =  0  AND  WK-PYM  NOT <  WK-BMON
           AND WK-MODE  NOT =  "LIST"
               MOVE  "*** PROVISION ALREADY BOOKED, RUN ENDED"
                TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  ZK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
      *****
      *    RUN INTERLOCK -- SEE LPILCK.
           ACCEPT  ILCK-OVR  FROM  ARGUMENT-VALUE.
           PERFORM  ILCK-RTN  THRU  ILCK-EXT.
           IF  ILCK-FND  =  1
               MOVE  "*** ALREADY RUNNING, START REFUSED"
                TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT
               CLOSE  ZK-RPT-FILE
               CALL "DB_Close"
               STOP  RUN
           END-IF.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  WK-CL-TBL.
           INITIALIZE  WK-GT-AREA.
           INITIALIZE  WK-GRP-TBL.
      *        PROVISION ACCOUNTS FROM THE MAPPING TABLE -- THE
      *        ALLOWANCE, THE REVERSAL AND THE CLASS 00 EXPENSE
      *        ARE NEEDED BEFORE ANY VOUCHER IS WRITTEN.
           CALL "DB_F_Open" USING
            "INPUT" GLMP_PNAME1 "SHARED" BY REFERENCE GLMP_IDLST "1"
            "GLM-KEY" BY REFERENCE GLM-KEY.
           MOVE  "VA"  TO  GLM-SRC.
           MOVE  0     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-VA-KMCD.
           MOVE  "VE"  TO  GLM-SRC.
           MOVE  0     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-VE-KMCD.
           MOVE  "VR"  TO  GLM-SRC.
           MOVE  0     TO  GLM-CLS.
           PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT.
           MOVE  GLM-KMCD  TO  WK-VR-KMCD.
      *        EACH CLASS'S EXPENSE ACCOUNT -- ITS OWN ROW, ELSE
      *        THE CLASS 00 DEFAULT.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  100
               MOVE  "VE"  TO  GLM-SRC
               COMPUTE  GLM-CLS  =  CX  -  1
               PERFORM  GLM-RD-RTN  THRU  GLM-RD-EXT
               IF  GLM-KMCD  =  0
                   MOVE  WK-VE-KMCD  TO  WK-CL-KMCD (CX)
               ELSE
                   MOVE  GLM-KMCD    TO  WK-CL-KMCD (CX)
               END-IF
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE GLMP_IDLST GLMP_PNAME1.
      *****
      *    MATCH THE LEDGER AGAINST ITS MOVEMENTS -- BOTH FILES
      *    ARE IN WAREHOUSE/ITEM ORDER, SO ONE PASS OF EACH.
           MOVE  ZK-RPT-MID  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ZKMV_PNAME1 "SHARED" BY REFERENCE ZKMV_IDLST "1"
            "ZKV-KEY" BY REFERENCE ZKV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           PERFORM  MV-RD-RTN  THRU  MV-RD-EXT.
       ZK-10.
           CALL "DB_Read" USING
            "NEXT AT END" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  ZK-90
           END-IF.
           ADD  1  TO  WS-ZK-CNT.
           MOVE  ZKM-KEY  TO  WK-MKEY.
           MOVE  0        TO  WK-LY-CNT.
       ZK-20.
           IF  WK-VKEY  <  WK-MKEY
               PERFORM  MV-RD-RTN  THRU  MV-RD-EXT
               GO  TO  ZK-20
           END-IF.
       ZK-30.
           IF  WK-VKEY  =  WK-MKEY
               IF  ZKV-QTT  >  0  AND  ZKV-TYP  NOT =  9
                   PERFORM  LY-ADD-RTN  THRU  LY-ADD-EXT
               END-IF
               PERFORM  MV-RD-RTN  THRU  MV-RD-EXT
               GO  TO  ZK-30
           END-IF.
           IF  ZKM-OHT  NOT >  0
               GO  TO  ZK-10
           END-IF.
           PERFORM  AGE-RTN  THRU  AGE-EXT.
           GO  TO  ZK-10.
       ZK-90.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKMV_IDLST ZKMV_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
      *****
      *    PROVISION BY ITEM CLASS, THEN THE GRAND TOTAL.
           MOVE  SPACE  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  100
               IF  WK-CL-TOT (CX)  NOT =  0
                   PERFORM  CLS-RTN  THRU  CLS-EXT
               END-IF
           END-PERFORM.
           PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  4
               MOVE  WK-GT-VAL (BX)  TO  RPT-GT-BV (BX)
           END-PERFORM.
           MOVE  WS-VAL-TOT  TO  RPT-GT-TV.
           MOVE  WS-PRV-TOT  TO  RPT-GT-PRV.
           MOVE  ZK-RPT-GTOT  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-MODE  =  "LIST"
               GO  TO  END-RTN
           END-IF.
           MOVE  SPACE  TO  RPT-EXC-SRC.
           IF  WK-VA-KMCD  =  0
               MOVE  "VA"  TO  RPT-EXC-SRC
           END-IF.
           IF  WK-VE-KMCD  =  0
               MOVE  "VE"  TO  RPT-EXC-SRC
           END-IF.
           IF  WK-VR-KMCD  =  0
               MOVE  "VR"  TO  RPT-EXC-SRC
           END-IF.
           IF  RPT-EXC-SRC  NOT =  SPACE
               MOVE  ZK-RPT-EXC  TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-RTN
           END-IF.
      *****
      *    REVERSE THE LAST PROVISION, BOOK THE NEW ONE, AND
      *    RECORD IT ON FCTL "AGPRV".
           IF  WK-PAMT  >  0
               MOVE  WK-VA-KMCD  TO  WK-GL-KMCD (1 1)
               MOVE  1           TO  WK-GL-DRCR (1 1)
               MOVE  WK-PAMT     TO  WK-GL-KIN (1 1)
               MOVE  WK-VR-KMCD  TO  WK-GL-KMCD (1 2)
               MOVE  2           TO  WK-GL-DRCR (1 2)
               MOVE  WK-PAMT     TO  WK-GL-KIN (1 2)
               MOVE  2           TO  WK-GRP-LCNT (1)
           END-IF.
           MOVE  0  TO  WK-LN-OVF.
           IF  WS-PRV-TOT  >  0
               PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  100
                   IF  WK-CL-PRV (CX)  NOT =  0
                       PERFORM  VE-ADD-RTN  THRU  VE-ADD-EXT
                   END-IF
               END-PERFORM
               ADD  1  TO  WK-GRP-LCNT (2)
               MOVE  WK-GRP-LCNT (2)  TO  LX
               MOVE  WK-VA-KMCD  TO  WK-GL-KMCD (2 LX)
               MOVE  2           TO  WK-GL-DRCR (2 LX)
               MOVE  WS-PRV-TOT  TO  WK-GL-KIN (2 LX)
           END-IF.
           IF  WK-LN-OVF  =  1
               MOVE  "*** TOO MANY EXPENSE ACCOUNTS, NO VOUCHERS"
                TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               GO  TO  END-RTN
           END-IF.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
           PERFORM  VARYING  GX  FROM  1  BY  1  UNTIL  GX  >  2
               IF  WK-GRP-LCNT (GX)  >  0
                   PERFORM  JV-WR-RTN  THRU  JV-WR-EXT
               END-IF
           END-PERFORM.
           MOVE  "AGPRV"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  0
               MOVE  WK-BMON     TO  FCTL-AGYM
               MOVE  WS-PRV-TOT  TO  FCTL-AGAMT
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
       END-RTN.
           MOVE  WS-IT-CNT   TO  RPT-SUM-IT.
           MOVE  WS-NOH-TOT  TO  RPT-SUM-NOH.
           MOVE  WS-VAL-TOT  TO  RPT-SUM-VAL.
           MOVE  WS-PRV-TOT  TO  RPT-SUM-PRV.
           IF  WS-JV-CNT  >  0
               MOVE  WK-PAMT  TO  RPT-SUM-REV
           ELSE
               MOVE  0        TO  RPT-SUM-REV
           END-IF.
           MOVE  ZK-RPT-SUM  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    NEXT MOVEMENT; ITS WAREHOUSE/ITEM IN WK-VKEY, HIGH
      *    VALUES AT END OF FILE.
       MV-RD-RTN.
           CALL "DB_Read" USING
            "NEXT AT END" ZKMV_PNAME1 BY REFERENCE ZKV-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO  WK-VKEY
               GO  TO  MV-RD-EXT
           END-IF.
           ADD  1  TO  WS-MV-CNT.
           MOVE  ZKV-KEY (1:7)  TO  WK-VKEY.
       MV-RD-EXT.
           EXIT.
      *****
      *    ONE INWARD MOVEMENT OPENS A RECEIPT LAYER.
       LY-ADD-RTN.
           IF  WK-LY-CNT  <  300
               ADD  1  TO  WK-LY-CNT
           ELSE
               PERFORM  VARYING  LY  FROM  1  BY  1  UNTIL  LY  >  299
                   MOVE  WK-LY (LY + 1)  TO  WK-LY (LY)
               END-PERFORM
           END-IF.
           MOVE  ZKV-DATE  TO  WK-LY-DATE (WK-LY-CNT).
           MOVE  ZKV-QTT   TO  WK-LY-QTY (WK-LY-CNT).
       LY-ADD-EXT.
           EXIT.
      *****
      *    AGE ONE WAREHOUSE/ITEM -- THE ON-HAND IS TAKEN FROM
      *    THE NEWEST LAYER BACK; WHATEVER THE LAYERS DO NOT
      *    COVER GOES OVER 365 DAYS.
       AGE-RTN.
           MOVE  ZKM-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  J-NAME
               MOVE  0      TO  J-ST
               MOVE  0      TO  J-YT
               MOVE  0      TO  J-BR1
           END-IF.
           IF  J-BR1  IS  NOT  NUMERIC
               MOVE  0  TO  J-BR1
           END-IF.
           MOVE  J-BR1  TO  WK-CLS.
           IF  J-ST  NOT =  0
               MOVE  J-ST  TO  WK-COST
           ELSE
               MOVE  J-YT  TO  WK-COST
           END-IF.
           INITIALIZE  WK-IB-AREA.
           MOVE  ZKM-OHT  TO  WK-REM.
           PERFORM  VARYING  LY  FROM  WK-LY-CNT  BY  -1
               UNTIL  LY  <  1  OR  WK-REM  NOT >  0
               PERFORM  LY-AGE-RTN  THRU  LY-AGE-EXT
           END-PERFORM.
           MOVE  0  TO  WK-NOH.
           IF  WK-REM  >  0
               MOVE  WK-REM  TO  WK-NOH
               ADD  WK-REM   TO  WK-IB-QTY (4)
               ADD  WK-REM   TO  WS-NOH-TOT
           END-IF.
           MOVE  0  TO  WK-ITM-VAL.
           MOVE  0  TO  WK-ITM-PRV.
           COMPUTE  CX  =  WK-CLS  +  1.
           PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  4
               COMPUTE  WK-IB-VAL (BX)  ROUNDED  =
                   WK-IB-QTY (BX)  *  WK-COST
               COMPUTE  WK-BPRV  ROUNDED  =
                   WK-IB-VAL (BX)  *  WK-PCT (BX)  /  100
               ADD  WK-IB-VAL (BX)  TO  WK-ITM-VAL
               ADD  WK-BPRV         TO  WK-ITM-PRV
               ADD  WK-IB-VAL (BX)  TO  WK-CL-VAL (CX BX)
               ADD  WK-IB-VAL (BX)  TO  WK-GT-VAL (BX)
               MOVE  WK-IB-VAL (BX)  TO  RPT-BV (BX)
               MOVE  WK-IB-QTY (BX)  TO  RPT-BQ (BX)
           END-PERFORM.
           ADD  WK-ITM-VAL  TO  WK-CL-TOT (CX).
           ADD  WK-ITM-PRV  TO  WK-CL-PRV (CX).
           ADD  WK-ITM-VAL  TO  WS-VAL-TOT.
           ADD  WK-ITM-PRV  TO  WS-PRV-TOT.
           ADD  1  TO  WS-IT-CNT.
           MOVE  ZKM-SOK     TO  RPT-SOK.
           MOVE  ZKM-JCD     TO  RPT-JCD.
           MOVE  J-NAME      TO  RPT-NAME.
           MOVE  WK-CLS      TO  RPT-CLS.
           MOVE  ZKM-OHT     TO  RPT-OHT.
           MOVE  WK-COST     TO  RPT-COST.
           MOVE  WK-ITM-VAL  TO  RPT-TV.
           MOVE  WK-ITM-PRV  TO  RPT-PRV.
           MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  WK-NOH  >  0
               MOVE  WK-NOH  TO  RPT-NOH
           ELSE
               MOVE  SPACE   TO  RPT-NOH-G
           END-IF.
           MOVE  ZK-RPT-QLN  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  "  NO HISTORY="  TO  RPT-NOH-G.
       AGE-EXT.
           EXIT.
      *****
      *    TAKE WHAT LAYER LY STILL COVERS INTO ITS AGE BUCKET.
       LY-AGE-RTN.
           IF  WK-LY-QTY (LY)  >  WK-REM
               MOVE  WK-REM          TO  WK-TAKE
           ELSE
               MOVE  WK-LY-QTY (LY)  TO  WK-TAKE
           END-IF.
           MOVE  "20"              TO  WK-LDATE8 (1:2).
           MOVE  WK-LY-DATE (LY)   TO  WK-LDATE8 (3:6).
           COMPUTE  WK-DAYS  =  WK-TODAY-I  -
               FUNCTION INTEGER-OF-DATE (WK-LDATE8).
           IF  WK-DAYS  NOT >  90
               MOVE  1  TO  BX
           ELSE
               IF  WK-DAYS  NOT >  180
                   MOVE  2  TO  BX
               ELSE
                   IF  WK-DAYS  NOT >  365
                       MOVE  3  TO  BX
                   ELSE
                       MOVE  4  TO  BX
                   END-IF
               END-IF
           END-IF.
           ADD  WK-TAKE  TO  WK-IB-QTY (BX).
           SUBTRACT  WK-TAKE  FROM  WK-REM.
       LY-AGE-EXT.
           EXIT.
      *****
      *    ONE ITEM CLASS'S SUMMARY LINE.
       CLS-RTN.
           COMPUTE  RPT-CS-CLS  =  CX  -  1.
           PERFORM  VARYING  BX  FROM  1  BY  1  UNTIL  BX  >  4
               MOVE  WK-CL-VAL (CX BX)  TO  RPT-CS-BV (BX)
           END-PERFORM.
           MOVE  WK-CL-TOT (CX)   TO  RPT-CS-TV.
           MOVE  WK-CL-PRV (CX)   TO  RPT-CS-PRV.
           MOVE  WK-CL-KMCD (CX)  TO  RPT-CS-KMCD.
           MOVE  ZK-RPT-CLS  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
       CLS-EXT.
           EXIT.
      *****
      *    ADD CLASS CX'S PROVISION TO THE DEBIT LINE OF ITS
      *    EXPENSE ACCOUNT, OPENING ONE IF NEEDED; THE LAST
      *    LINE IS KEPT FOR THE CREDIT.
       VE-ADD-RTN.
           MOVE  1  TO  LX.
       VE-ADD-10.
           IF  LX  >  WK-GRP-LCNT (2)
               IF  WK-GRP-LCNT (2)  NOT <  98
                   MOVE  1  TO  WK-LN-OVF
                   GO  TO  VE-ADD-EXT
               END-IF
               ADD  1  TO  WK-GRP-LCNT (2)
               MOVE  WK-CL-KMCD (CX)  TO  WK-GL-KMCD (2 LX)
               MOVE  1                TO  WK-GL-DRCR (2 LX)
               MOVE  0                TO  WK-GL-KIN (2 LX)
           END-IF.
           IF  WK-GL-KMCD (2 LX)  NOT =  WK-CL-KMCD (CX)
               ADD  1  TO  LX
               GO  TO  VE-ADD-10
           END-IF.
           ADD  WK-CL-PRV (CX)  TO  WK-GL-KIN (2 LX).
       VE-ADD-EXT.
           EXIT.
      *****
      *    ONE JT-GLMP ROW (SOURCE AND CLASS SET BY THE CALLER);
      *    ZERO ACCOUNT WHEN NOT ON FILE.
       GLM-RD-RTN.
           CALL "DB_Read" USING
            "INVALID" GLMP_PNAME1 BY REFERENCE GLM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  GLM-KMCD
           END-IF.
       GLM-RD-EXT.
           EXIT.
      *****
      *    WRITE GROUP GX AS ONE VOUCHER.  FCTL IS OPEN I-O.
       JV-WR-RTN.
           MOVE  "JVNO "  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "JVNO "  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           MOVE  FCTL-IVNO          TO  RPT-VCH-NO.
           MOVE  WK-GTXT (GX)       TO  RPT-VCH-TXT.
           MOVE  ZK-RPT-VCH  TO  ZK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           CALL "DB_F_Open" USING
            "I-O" JVF_PNAME1 "SHARED" BY REFERENCE JVF_IDLST "1"
            "JV-KEY" BY REFERENCE JV-KEY.
           PERFORM  VARYING  LX  FROM  1  BY  1
               UNTIL  LX  >  WK-GRP-LCNT (GX)
               INITIALIZE  JV-R
               MOVE  FCTL-IVNO           TO  JV-NO
               MOVE  LX                  TO  JV-LINE
               MOVE  WK-MEND8            TO  JV-DATE
               MOVE  WK-BMON             TO  JV-BMON
               MOVE  WK-GL-KMCD (GX LX)  TO  JV-KMCD
               MOVE  WK-GL-DRCR (GX LX)  TO  JV-DRCR
               MOVE  WK-GL-KIN (GX LX)   TO  JV-KIN
               MOVE  WK-GTXT (GX)        TO  JV-TEXT
               MOVE  0                   TO  JV-STAT
               MOVE  "ZK890U"            TO  JV-OPR
               CALL "DB_Insert" USING
                JVF_PNAME1 JVF_LNAME JV-R RETURNING RET
               MOVE  JV-LINE  TO  RPT-LN
               MOVE  JV-KMCD  TO  RPT-KMCD
               MOVE  JV-DRCR  TO  RPT-DRCR
               MOVE  JV-KIN   TO  RPT-KIN
               MOVE  ZK-RPT-VLN  TO  ZK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  1  TO  WS-LN-CNT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE JVF_IDLST JVF_PNAME1.
           ADD  1  TO  WS-JV-CNT.
       JV-WR-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK890U"  TO  RUNL-PGM.
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
           COMPUTE  RUNL-READ  =  WS-ZK-CNT  +  WS-MV-CNT.
           MOVE  WS-LN-CNT   TO  RUNL-WRIT.
           MOVE  WS-JV-CNT   TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPILCK  REPLACING  ==ILCK-PGM==  BY  =="ZK890U"==.
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==ZK-RPT-LINE==.
