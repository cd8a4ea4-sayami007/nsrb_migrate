       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK860R.
      *****************************************************
      *****   CONSIGNMENT STOCK BY CUSTOMER              *****
      *****************************************************
      *        LISTS JT-CNSG -- OUR STOCK HELD AT EACH
      *        CONSIGNMENT CUSTOMER'S SITES -- ONE LINE PER ITEM
      *        WITH THE TEN SIZE BUCKETS UNDER THE ITEM'S SCALE
      *        LABELS, THE TOTAL, ITS VALUE AT J-ST COST AND THE
      *        LAST DELIVERY AND LAST SALE DATES.  WHERE THE
      *        CUSTOMER HAS COUNTED THE ITEM (ZK840U FUNCTION C)
      *        THE COUNT, THE BOOK FROZEN WHEN IT WAS KEYED AND
      *        THE VARIANCE (COUNT - BOOK) FOLLOW PER SIZE.
      *        CUSTOMER AND GRAND TOTALS CLOSE THE REPORT.  A
      *        CUSTOMER CODE AS THE ARGUMENT LIMITS THE LISTING
      *        TO THAT CUSTOMER.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK860R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(02)  VALUE  0.
       77  WK-ARG          PIC  X(04)  VALUE  SPACE.
       77  WK-SEL-TCD      PIC  9(04)  VALUE  0.
       77  WK-BRK-TCD      PIC  9(04)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-VAL          PIC S9(11)  VALUE  0.
       77  WK-VAR          PIC S9(07)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-PR-CNT       PIC  9(07)  VALUE  0.
       77  WS-CU-QTY       PIC S9(09)  VALUE  0.
       77  WS-CU-VAL       PIC S9(11)  VALUE  0.
       77  WS-CU-VAR       PIC S9(09)  VALUE  0.
       77  WS-GT-QTY       PIC S9(09)  VALUE  0.
       77  WS-GT-VAL       PIC S9(11)  VALUE  0.
       77  WS-GT-VAR       PIC S9(09)  VALUE  0.
       COPY    LICNSG.
       COPY    LITKM.
       COPY    LIJM.
       COPY    LIRUNL.
       COPY    LISZSC.
       COPY    LWSZS.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(40)  VALUE
               "CONSIGNMENT STOCK BY CUSTOMER           ".
       01  ZK-RPT-SEP.
           02  FILLER          PIC  X(100) VALUE  ALL "-".
       01  ZK-RPT-CUS.
           02  FILLER          PIC  X(09)  VALUE  "CUSTOMER=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-TNAME       PIC  N(24).
       01  ZK-RPT-ITM.
           02  FILLER          PIC  X(07)  VALUE  "  ITEM=".
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(24).
           02  FILLER          PIC  X(06)  VALUE  "  QTY=".
           02  RPT-QTY         PIC  -(06)9.
           02  FILLER          PIC  X(08)  VALUE  "  VALUE=".
           02  RPT-VAL         PIC  -(10)9.
           02  FILLER          PIC  X(07)  VALUE  "  DLVD=".
           02  RPT-LSHP        PIC  9(08).
           02  FILLER          PIC  X(07)  VALUE  "  SOLD=".
           02  RPT-LSLD        PIC  9(08).
       01  ZK-RPT-SZL.
           02  FILLER          PIC  X(12)  VALUE  SPACE.
           02  RPT-SZL-ENT     OCCURS  10.
               03  RPT-SZL-LBL PIC  X(07).
               03  FILLER      PIC  X(01).
       01  ZK-RPT-QTY.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-Q-TTL       PIC  X(10).
           02  RPT-Q-ENT       OCCURS  10.
               03  RPT-Q-NO    PIC  -(06)9.
               03  FILLER      PIC  X(01).
           02  RPT-Q-TOT       PIC  -(07)9.
       01  ZK-RPT-CNT.
           02  FILLER          PIC  X(14)  VALUE  "    COUNTED ON".
           02  RPT-CDATE       PIC  9(08).
       01  ZK-RPT-CTOT.
           02  FILLER          PIC  X(15)  VALUE  "  CUSTOMER TOT".
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  RPT-C-QTY       PIC  -(08)9.
           02  FILLER          PIC  X(08)  VALUE  "  VALUE=".
           02  RPT-C-VAL       PIC  -(10)9.
           02  FILLER          PIC  X(17)  VALUE  "  COUNT VARIANCE=".
           02  RPT-C-VAR       PIC  -(08)9.
       01  ZK-RPT-GTOT.
           02  FILLER          PIC  X(15)  VALUE  "GRAND TOTAL".
           02  FILLER          PIC  X(05)  VALUE  " QTY=".
           02  RPT-G-QTY       PIC  -(08)9.
           02  FILLER          PIC  X(08)  VALUE  "  VALUE=".
           02  RPT-G-VAL       PIC  -(10)9.
           02  FILLER          PIC  X(17)  VALUE  "  COUNT VARIANCE=".
           02  RPT-G-VAR       PIC  -(08)9.
           02  FILLER          PIC  X(08)  VALUE  "  ITEMS=".
           02  RPT-G-CNT       PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           ACCEPT  WK-ARG  FROM  ARGUMENT-VALUE.
           IF  WK-ARG  IS  NUMERIC
               MOVE  WK-ARG  TO  WK-SEL-TCD
           END-IF.
      *
           CALL "DB_F_Open" USING
            "INPUT" CNSG_PNAME1 "SHARED" BY REFERENCE CNSG_IDLST "1"
            "CNS-KEY" BY REFERENCE CNS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" CNSG_PNAME1 BY REFERENCE CNS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  WK-SEL-TCD  NOT =  0  AND  CNS-TCD  NOT =  WK-SEL-TCD
               GO  TO  ST-10
           END-IF.
      *        NOTHING ON SITE AND NO COUNT TO RECONCILE.
           IF  CNS-OHT  =  0  AND  CNS-CDATE  =  0
               GO  TO  ST-10
           END-IF.
      *        CUSTOMER BREAK.
           IF  WK-1ST-SW  =  1  OR  CNS-TCD  NOT =  WK-BRK-TCD
               IF  WK-1ST-SW  =  0
                   PERFORM  CUS-TOT-RTN  THRU  CUS-TOT-EXT
               END-IF
               MOVE  0        TO  WK-1ST-SW
               MOVE  CNS-TCD  TO  WK-BRK-TCD
               MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               MOVE  CNS-TCD  TO  RPT-TCD
               MOVE  CNS-TCD  TO  TK-TCD
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  TK-NAME  TO  RPT-TNAME
               ELSE
                   MOVE  SPACE    TO  RPT-TNAME
               END-IF
               MOVE  ZK-RPT-CUS  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-IF.
           ADD  1  TO  WS-PR-CNT.
           MOVE  CNS-JCD  TO  J-JCD.
           CALL "DB_Read" USING
            "INVALID" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  0
               MOVE  J-NAME  TO  RPT-NAME
           ELSE
               MOVE  SPACE   TO  RPT-NAME
               MOVE  0       TO  J-ST
               MOVE  0       TO  J-SZS
           END-IF.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           COMPUTE  WK-VAL  ROUNDED  =  J-ST  *  CNS-OHT.
           MOVE  CNS-JCD   TO  RPT-ITEM.
           MOVE  CNS-OHT   TO  RPT-QTY.
           MOVE  WK-VAL    TO  RPT-VAL.
           MOVE  CNS-LSHP  TO  RPT-LSHP.
           MOVE  CNS-LSLD  TO  RPT-LSLD.
           MOVE  ZK-RPT-ITM  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  CNS-OHT  TO  WS-CU-QTY.
           ADD  WK-VAL   TO  WS-CU-VAL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  SZSW-LBL (I)  TO  RPT-SZL-LBL (I)
           END-PERFORM.
           MOVE  ZK-RPT-SZL  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "ON SITE"  TO  RPT-Q-TTL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  CNS-OH1 (I)  TO  RPT-Q-NO (I)
           END-PERFORM.
           MOVE  CNS-OHT  TO  RPT-Q-TOT.
           MOVE  ZK-RPT-QTY  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           IF  CNS-CDATE  =  0
               GO  TO  ST-10
           END-IF.
      *        THE CUSTOMER'S LAST COUNT AGAINST THE BOOK AS IT
      *        STOOD WHEN THE COUNT WAS KEYED.
           MOVE  CNS-CDATE  TO  RPT-CDATE.
           MOVE  ZK-RPT-CNT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "COUNTED"  TO  RPT-Q-TTL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  CNS-CT1 (I)  TO  RPT-Q-NO (I)
           END-PERFORM.
           MOVE  CNS-CTT  TO  RPT-Q-TOT.
           MOVE  ZK-RPT-QTY  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "BOOK"  TO  RPT-Q-TTL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  CNS-CBK1 (I)  TO  RPT-Q-NO (I)
           END-PERFORM.
           MOVE  CNS-CBKT  TO  RPT-Q-TOT.
           MOVE  ZK-RPT-QTY  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  "VARIANCE"  TO  RPT-Q-TTL.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               COMPUTE  WK-VAR  =  CNS-CT1 (I)  -  CNS-CBK1 (I)
               MOVE  WK-VAR  TO  RPT-Q-NO (I)
           END-PERFORM.
           COMPUTE  WK-VAR  =  CNS-CTT  -  CNS-CBKT.
           MOVE  WK-VAR  TO  RPT-Q-TOT.
           MOVE  ZK-RPT-QTY  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  WK-VAR  TO  WS-CU-VAR.
           GO  TO  ST-10.
       END-RTN.
           IF  WK-1ST-SW  =  0
               PERFORM  CUS-TOT-RTN  THRU  CUS-TOT-EXT
           END-IF.
           CALL "DB_F_Close" USING BY REFERENCE CNSG_IDLST CNSG_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  WS-GT-QTY  TO  RPT-G-QTY.
           MOVE  WS-GT-VAL  TO  RPT-G-VAL.
           MOVE  WS-GT-VAR  TO  RPT-G-VAR.
           MOVE  WS-PR-CNT  TO  RPT-G-CNT.
           MOVE  ZK-RPT-GTOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    CUSTOMER TOTAL LINE, ROLLED INTO THE GRAND TOTAL.
       CUS-TOT-RTN.
           MOVE  WS-CU-QTY  TO  RPT-C-QTY.
           MOVE  WS-CU-VAL  TO  RPT-C-VAL.
           MOVE  WS-CU-VAR  TO  RPT-C-VAR.
           MOVE  ZK-RPT-CTOT  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  WS-CU-QTY  TO  WS-GT-QTY.
           ADD  WS-CU-VAL  TO  WS-GT-VAL.
           ADD  WS-CU-VAR  TO  WS-GT-VAR.
           MOVE  0  TO  WS-CU-QTY.
           MOVE  0  TO  WS-CU-VAL.
           MOVE  0  TO  WS-CU-VAR.
       CUS-TOT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK860R"  TO  RUNL-PGM.
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
           MOVE  WS-PR-CNT   TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPSZS.
