      *        AND PRINTS SUGGESTED REPLENISHMENT ORDERS BY
      *        CONTRACTOR:
      *          AVAILABLE = JT-ZKM FREE STOCK (ON-HAND LESS
      *                      JT-ALCF ALLOCATION AND QUALITY
      *                      HOLDS, ALL WAREHOUSES BUT NOT
      *                      CONSIGNMENT STOCK AT CUSTOMERS)
      *                      + INBOUND OPEN WORK ORDERS
      *                      + DRAFT, OPEN AND PART-RECEIVED
      *                        JT-PURF PURCHASE ORDERS
      *          DEMAND    = JT-FCSF FORECAST FOR THE ARGUMENT
      *                      MONTH (OVERRIDE WHEN SET)
      *                      + JT-ROPF SAFETY STOCK
      *        SHORTFALL, ROUTED TO THE ITEM'S J-MCD PROCESSING
      *        CONTRACTOR WITH A DUE DATE TWO WEEKS OUT, SORTED
      *        BY CONTRACTOR SO THE BUYER CAN PLACE KM780U WORK
      *        ORDERS STRAIGHT OFF THE LIST.  A BOUGHT-IN ITEM
      *        (J-VCD NAMES A JT-VNDM SUPPLIER) INSTEAD GETS A
      *        DRAFT PURCHASE ORDER (PUR-STAT 0) FOR THE
      *        SHORTFALL, DUE TODAY PLUS THE SUPPLIER'S LEAD TIME,
      *        FOR THE BUYER TO SPLIT BY SIZE AND ISSUE ON
      *        ZK940U; DRAFTS COUNT AS AVAILABLE SO A RERUN DOES
      *        NOT RAISE THEM TWICE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       01  JM-RPT-LINE         PIC  X(132).
       SD  JM-SORT-WORK.
       01  SRT-REC.
           02  SRT-VCD         PIC  9(005).
           02  SRT-MCD         PIC  9(006).
           02  SRT-JCD         PIC  9(006).
           02  SRT-AVL         PIC S9(009).
       77  WK-SUG          PIC S9(09)  VALUE  0.
       77  WS-TBL-CNT      PIC  9(03)  VALUE  0.
       77  WS-SUG-CNT      PIC  9(07)  VALUE  0.
       77  WS-PO-CNT       PIC  9(07)  VALUE  0.
       77  WK-LEAD         PIC  9(03)  VALUE  0.
       01  AV-TBL.
           02  AV-ENT   OCCURS  500.
               03  AV-JCD        PIC  9(06).
       COPY    LIFCSF.
       COPY    LIROPF.
       COPY    LIJM.
       COPY    LIPURF.
       COPY    LIVNDM.
       COPY    FCTL.
       COPY    LIRUNL.
      *****
       01  JM-RPT-HDR.
       01  JM-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  "CTR=".
           02  RPT-MCD         PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " SUP=".
           02  RPT-VCD         PIC  9(05).
           02  FILLER          PIC  X(07)  VALUE  " ITEM=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  " AVL=".
           02  RPT-SUG         PIC  -(07)9.
           02  FILLER          PIC  X(06)  VALUE  " DUE=".
           02  RPT-DUE         PIC  9(08).
           02  FILLER          PIC  X(10)  VALUE  " DRAFT PO=".
           02  RPT-PO          PIC  Z(05)9.
       01  JM-RPT-SUM.
           02  FILLER          PIC  X(13)  VALUE  "SUGGESTIONS=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " DRAFT POS=".
           02  RPT-SUM-PO      PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
           IF  RET = 1
               GO  TO  ZK-EXT
           END-IF.
      *        CONSIGNMENT STOCK IS THE CUSTOMER'S TO SELL.
           IF  ZKM-SOK  =  9
               GO  TO  ZK-10
           END-IF.
           MOVE  ZKM-JCD  TO  WK-JCD.
           COMPUTE  WK-SUG  =  ZKM-OHT  -  ZKM-ALT  -  ZKM-HDT.
           PERFORM  TBL-ADD  THRU  TBL-ADD-EXT.
           GO  TO  ZK-10.
       ZK-EXT.
           GO  TO  WO-10.
       WO-EXT.
           CALL "DB_F_Close" USING BY REFERENCE KWOF_IDLST KWOF_PNAME1.
      *****
      *    PASS 2B -- MERCHANDISE PURCHASE ORDERS NOT YET IN,
      *    DRAFTS INCLUDED.
           CALL "DB_F_Open" USING
            "INPUT" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
       PO-10.
           CALL "DB_Read" USING
            "NEXT AT END" PURF_PNAME1 BY REFERENCE PUR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  PO-EXT
           END-IF.
           IF  PUR-STAT  >  2
               GO  TO  PO-10
           END-IF.
           MOVE  PUR-JCD  TO  WK-JCD.
           COMPUTE  WK-SUG  =  PUR-OQT  -  PUR-RQT.
           PERFORM  TBL-ADD  THRU  TBL-ADD-EXT.
           GO  TO  PO-10.
       PO-EXT.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
           GO  TO  SUG-RTN.
      *****
      *    ACCUMULATE WK-SUG INTO THE AVAILABILITY TABLE FOR THE
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "I-O" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" VNDM_PNAME1 "SHARED" BY REFERENCE VNDM_IDLST "1"
            "VND-KEY" BY REFERENCE VND-KEY.
           CALL "DB_F_Open" USING
            "I-O" FCTL-F_PNAME1 "SHARED" BY REFERENCE FCTL-F_IDLST "1"
            "FCTL-KEY" BY REFERENCE FCTL-KEY.
      *        MADE ITEMS (SUPPLIER 0) BY CONTRACTOR FIRST, THEN
      *        BOUGHT-IN ITEMS BY SUPPLIER.
           SORT  JM-SORT-WORK
               ASCENDING  KEY  SRT-VCD  SRT-MCD  SRT-JCD
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE FCSF_IDLST FCSF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ROPF_IDLST ROPF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE VNDM_IDLST VNDM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE FCTL-F_IDLST FCTL-F_PNAME1.
           MOVE  WS-SUG-CNT  TO  RPT-SUM-CNT.
           MOVE  WS-PO-CNT   TO  RPT-SUM-PO.
           MOVE  JM-RPT-SUM  TO  JM-RPT-LINE.
           WRITE  JM-RPT-LINE.
           CLOSE  JM-RPT-FILE.
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  J-MCD
               MOVE  0  TO  J-VCD
           END-IF.
           IF  J-VCD  NOT NUMERIC
               MOVE  0  TO  J-VCD
           END-IF.
           MOVE  J-VCD       TO  SRT-VCD.
           MOVE  J-MCD       TO  SRT-MCD.
           MOVE  AV-JCD (I)  TO  SRT-JCD.
           MOVE  AV-AVL (I)  TO  SRT-AVL.
           MOVE  SRT-AVL  TO  RPT-AVL.
           MOVE  SRT-DMD  TO  RPT-DMD.
           MOVE  SRT-SUG  TO  RPT-SUG.
           MOVE  SRT-VCD  TO  RPT-VCD.
           MOVE  WK-DUE8  TO  RPT-DUE.
           MOVE  0        TO  RPT-PO.
           IF  SRT-VCD  NOT =  0
               PERFORM  DRF-RTN  THRU  DRF-EXT
           END-IF.
           MOVE  JM-RPT-DET  TO  JM-RPT-LINE.
           WRITE  JM-RPT-LINE.
           GO  TO  OUT-10.
       OUT-EXT.
           EXIT.
      *****
      *    DRAFT PURCHASE ORDER FOR A BOUGHT-IN SUGGESTION --
      *    NUMBER FROM THE FCTL "PURNO" COUNTER (THE ZK940U
      *    PATTERN), SUGGESTED TOTAL ONLY, NO SIZE SPLIT YET.
       DRF-RTN.
           MOVE  SRT-VCD  TO  VND-CD.
           CALL "DB_Read" USING
            "INVALID" VNDM_PNAME1 BY REFERENCE VND-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  0  TO  VND-LEAD
           END-IF.
           MOVE  VND-LEAD  TO  WK-LEAD.
           IF  WK-LEAD  =  0
               MOVE  14  TO  WK-LEAD
           END-IF.
           COMPUTE  WK-DUE-I  =
               FUNCTION INTEGER-OF-DATE (WK-TODAY8)  +  WK-LEAD.
           MOVE  "PURNO"  TO  FCTL-KEY1.
           CALL "DB_Read" USING
            "INVALID" FCTL-F_PNAME1 BY REFERENCE FCTL-REC " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE    TO  FCTL-REC
               MOVE  "PURNO"  TO  FCTL-IVK
               MOVE  1        TO  FCTL-IVNO
               CALL "DB_Insert" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           ELSE
               ADD  1  TO  FCTL-IVNO
               CALL "DB_Update" USING
                FCTL-F_PNAME1 FCTL-F_LNAME FCTL-REC RETURNING RET
           END-IF.
           INITIALIZE  PUR-R.
           MOVE  FCTL-IVNO  TO  PUR-NO.
           MOVE  SRT-VCD    TO  PUR-VCD.
           MOVE  SRT-JCD    TO  PUR-JCD.
           MOVE  WK-TODAY8  TO  PUR-ODATE.
           COMPUTE  PUR-DDATE  =  FUNCTION DATE-OF-INTEGER (WK-DUE-I).
           IF  SRT-SUG  >  99999
               MOVE  99999    TO  PUR-OQT
           ELSE
               MOVE  SRT-SUG  TO  PUR-OQT
           END-IF.
           MOVE  1          TO  PUR-SOK.
           MOVE  0          TO  PUR-STAT.
           MOVE  "JM670R"   TO  PUR-OPR.
           CALL "DB_Insert" USING
            PURF_PNAME1 PURF_LNAME PUR-R RETURNING RET.
           IF  RET  =  1
               DISPLAY  "DSP-001 PURF INSERT FAILED ITEM="  SRT-JCD
               GO  TO  DRF-EXT
           END-IF.
           ADD  1  TO  WS-PO-CNT.
           MOVE  PUR-NO     TO  RPT-PO.
           MOVE  PUR-DDATE  TO  RPT-DUE.
       DRF-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
           ACCEPT  RUNL-EDATE  FROM  DATE.
           ACCEPT  RUNL-ETIME  FROM  TIME.
           MOVE  WS-TBL-CNT  TO  RUNL-READ.
           MOVE  WS-PO-CNT   TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
