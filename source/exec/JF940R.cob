       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF940R.
      *****************************************************
      *****   DAILY TRUCK LOADING AND ROUTE PLAN       *****
      *****************************************************
      *        BUILDS THE DAY'S LOADS FOR OUR OWN TRUCKS AND
      *        CHARTERED VEHICLES FROM THE JF730U CONSOLIDATED
      *        DELIVERIES OF THE ARGUMENT DELIVERY DATE (JSJD-07,
      *        YYYYMMDD, DEFAULT TODAY).  EACH CONSOLIDATION IS
      *        WEIGHED AND COUNTED FROM ITS JT-CTNF CARTONS (THE
      *        ST670R WAY) AND GOES TO THE JT-RUTM ROUTE COVERING
      *        ITS DESTINATION PREFECTURE (THE LEADING TWO DIGITS
      *        OF JSJD-14B).  A ROUTE'S DELIVERIES ARE TAKEN IN
      *        DROP ORDER (THE ROUTE'S PREFECTURE SEQUENCE, THEN
      *        DESTINATION) AND FILLED INTO LOADS; WHEN THE NEXT
      *        DELIVERY WOULD TAKE THE VEHICLE OVER ITS KG OR
      *        CARTON CAPACITY A FURTHER LOAD IS STARTED ON THE
      *        SAME ROUTE.  THE LOADING SHEET PRINTS EACH LOAD IN
      *        REVERSE DROP ORDER -- THE LAST DROP GOES ON THE
      *        TRUCK FIRST -- WITH THE LOAD TOTALS AND THE SHARE
      *        OF CAPACITY USED.  DELIVERIES THAT COULD NOT BE
      *        PLACED ARE LISTED AT THE END WITH THE REASON: NO
      *        ROUTE FOR THE PREFECTURE, NO CARTONS PACKED YET, OR
      *        ONE DELIVERY ALONE OVER THE VEHICLE'S CAPACITY.
      *        NOTHING IS UPDATED; THE SHEET IS THE PLAN.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF940R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JF-SORT-WORK  ASSIGN  TO  "JF940R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(100).
       SD  JF-SORT-WORK.
       01  SRT-REC.
           02  SRT-RT          PIC  9(03).
           02  SRT-DRP         PIC  9(02).
           02  SRT-DEST        PIC  9(06).
           02  SRT-CNS         PIC  9(06).
           02  SRT-CI          PIC  9(03).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  CI              PIC  9(03)  VALUE  0.
       77  RI              PIC  9(03)  VALUE  0.
       77  TI              PIC  9(02)  VALUE  0.
       77  OI              PIC  9(03)  VALUE  0.
       77  LI              PIC  9(03)  VALUE  0.
       77  WK-DLVDT        PIC  9(08)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-DLV8         PIC  9(08)  VALUE  0.
       77  WK-LSTCTN       PIC  9(03)  VALUE  0.
       77  WK-PCT          PIC  9(03)  VALUE  0.
       77  WS-CN-CNT       PIC  9(03)  VALUE  0.
       77  WS-RT-CNT       PIC  9(03)  VALUE  0.
       77  WS-ORD-CNT      PIC  9(03)  VALUE  0.
       77  WS-LD-CNT       PIC  9(03)  VALUE  0.
       77  WS-PLC-CNT      PIC  9(05)  VALUE  0.
       77  WS-UNP-CNT      PIC  9(05)  VALUE  0.
       77  WS-OVF-CNT      PIC  9(07)  VALUE  0.
      *****
      *    CONSOLIDATED DELIVERIES OF THE DAY.  CN-ST: SPACE =
      *    PLACED, N = NO ROUTE, P = NOT PACKED, X = OVER THE
      *    VEHICLE, F = PLAN TABLE FULL.
       01  CN-TBL.
           02  CN-ENT   OCCURS  500.
               03  CN-NO         PIC  9(06).
               03  CN-DEST       PIC  9(06).
               03  CN-CUST       PIC  9(04).
               03  CN-TDFK       PIC  9(02).
               03  CN-INS        PIC  9(04).
               03  CN-CTN        PIC  9(04).
               03  CN-WGT        PIC  9(06)V9(01).
               03  CN-RT         PIC  9(03).
               03  CN-DRP        PIC  9(02).
               03  CN-ST         PIC  X(01).
       01  RT-TBL.
           02  RT-ENT   OCCURS  50.
               03  RT-CD         PIC  X(04).
               03  RT-NAME       PIC  N(12).
               03  RT-TDFK   OCCURS  10  PIC  9(02).
               03  RT-CAPKG      PIC  9(05).
               03  RT-CAPCT      PIC  9(04).
               03  RT-DEPT       PIC  9(04).
               03  RT-VEH        PIC  X(01).
      *    THE PLACED DELIVERIES IN ROUTE AND DROP ORDER, AND THE
      *    LOADS AS RANGES OF THAT LIST.
       01  ORD-TBL.
           02  ORD-CI   OCCURS  500  PIC  9(03).
       01  LD-TBL.
           02  LD-ENT   OCCURS  200.
               03  LD-RT         PIC  9(03).
               03  LD-NO         PIC  9(02).
               03  LD-FR         PIC  9(03).
               03  LD-TO         PIC  9(03).
               03  LD-KG         PIC  9(07)V9(01).
               03  LD-CT         PIC  9(05).
       COPY    LIJSJD.
       COPY    LICTNF.
       COPY    LIRUTM.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "TRUCK LOADING PLAN           ".
           02  FILLER          PIC  X(05)  VALUE  "DLV=".
           02  RPT-HDR-DT      PIC  9(08).
       01  JF-RPT-LDH.
           02  FILLER          PIC  X(06)  VALUE  "ROUTE=".
           02  RPT-RT-CD       PIC  X(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RT-NAME     PIC  N(12).
           02  FILLER          PIC  X(06)  VALUE  " LOAD=".
           02  RPT-LD-NO       PIC  Z9.
           02  FILLER          PIC  X(08)  VALUE  " DEPART=".
           02  RPT-DEPT        PIC  9(04).
           02  FILLER          PIC  X(05)  VALUE  " VEH=".
           02  RPT-VEH         PIC  X(01).
           02  FILLER          PIC  X(08)  VALUE  " CAP KG=".
           02  RPT-CAPKG       PIC  ZZZZ9.
           02  FILLER          PIC  X(05)  VALUE  " CTN=".
           02  RPT-CAPCT       PIC  ZZZ9.
       01  JF-RPT-COL.
           02  FILLER          PIC  X(48)  VALUE
               "  LOAD DROP  CNS    DEST   CUST TD  CTN       KG".
       01  JF-RPT-DET.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-LSEQ        PIC  ZZZZ.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DROP        PIC  ZZZZ.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CNS         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DEST        PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CUST        PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TDFK        PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-CTN         PIC  ZZZ9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-WGT         PIC  ZZZZZ9.9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-WHY         PIC  X(24).
       01  JF-RPT-LDT.
           02  FILLER          PIC  X(17)  VALUE
               "  LOAD TOTAL CTN=".
           02  RPT-LD-CT       PIC  ZZZZ9.
           02  FILLER          PIC  X(04)  VALUE  " KG=".
           02  RPT-LD-KG       PIC  ZZZZZZ9.9.
           02  FILLER          PIC  X(09)  VALUE  " USED KG=".
           02  RPT-PCT-KG      PIC  ZZ9.
           02  FILLER          PIC  X(06)  VALUE  "% CTN=".
           02  RPT-PCT-CT      PIC  ZZ9.
           02  FILLER          PIC  X(01)  VALUE  "%".
       01  JF-RPT-UNH.
           02  FILLER          PIC  X(30)  VALUE
               "*** NOT PLACED ***            ".
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(16)  VALUE  "CONSOLIDATIONS=".
           02  RPT-SUM-CN      PIC  ZZZZ9.
           02  FILLER          PIC  X(08)  VALUE  " PLACED=".
           02  RPT-SUM-PLC     PIC  ZZZZ9.
           02  FILLER          PIC  X(07)  VALUE  " LOADS=".
           02  RPT-SUM-LD      PIC  ZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " NOT PLACED=".
           02  RPT-SUM-UNP     PIC  ZZZZ9.
       01  JF-RPT-OVF.
           02  FILLER          PIC  X(38)  VALUE
               "*** CONSOLIDATION TABLE FULL, LINES=".
           02  RPT-OVF-CNT     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
           ACCEPT  WK-DLVDT  FROM  ARGUMENT-VALUE.
           IF  WK-DLVDT  =  0
               ACCEPT  WK-TODAY  FROM  DATE
               MOVE  "20"      TO  WK-DLVDT (1:2)
               MOVE  WK-TODAY  TO  WK-DLVDT (3:6)
           END-IF.
       MOVE  WK-DLVDT  TO  RPT-HDR-DT.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
           PERFORM  RT-LD-RTN  THRU  RT-LD-EXT.
           PERFORM  CNS-RTN  THRU  CNS-EXT.
           PERFORM  ASN-RTN  THRU  ASN-EXT.
           SORT  JF-SORT-WORK
               ASCENDING  KEY  SRT-RT  SRT-DRP  SRT-DEST  SRT-CNS
               INPUT  PROCEDURE  IS  PR-INP-RTN  THRU  PR-INP-EXT
               OUTPUT  PROCEDURE  IS  PR-OUT-RTN  THRU  PR-OUT-EXT.
           PERFORM  PRT-RTN  THRU  PRT-EXT.
           PERFORM  UNP-RTN  THRU  UNP-EXT.
           MOVE  WS-CN-CNT   TO  RPT-SUM-CN.
           MOVE  WS-PLC-CNT  TO  RPT-SUM-PLC.
           MOVE  WS-LD-CNT   TO  RPT-SUM-LD.
           MOVE  WS-UNP-CNT  TO  RPT-SUM-UNP.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           IF  WS-OVF-CNT  >  0
               MOVE  WS-OVF-CNT  TO  RPT-OVF-CNT
               MOVE  JF-RPT-OVF  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
           END-IF.
           CLOSE  JF-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    THE ROUTE MASTER INTO RT-TBL.
       RT-LD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" RUTM_PNAME1 "SHARED" BY REFERENCE RUTM_IDLST "1"
            "RUT-KEY" BY REFERENCE RUT-KEY.
       RT-LD-10.
           CALL "DB_Read" USING
            "NEXT AT END" RUTM_PNAME1 BY REFERENCE RUT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  RT-LD-90
           END-IF.
           IF  WS-RT-CNT  NOT <  50
               DISPLAY  "DSP-001 RT-TBL FULL, ROUTE="
                   RUT-CD  " DROPPED"
               GO  TO  RT-LD-10
           END-IF.
           ADD  1  TO  WS-RT-CNT.
           MOVE  RUT-CD     TO  RT-CD    (WS-RT-CNT).
           MOVE  RUT-NAME   TO  RT-NAME  (WS-RT-CNT).
           PERFORM  VARYING  TI  FROM  1  BY  1  UNTIL  TI  >  10
               MOVE  RUT-TDFK (TI)  TO  RT-TDFK (WS-RT-CNT TI)
           END-PERFORM.
           MOVE  RUT-CAPKG  TO  RT-CAPKG (WS-RT-CNT).
           MOVE  RUT-CAPCT  TO  RT-CAPCT (WS-RT-CNT).
           MOVE  RUT-DEPT   TO  RT-DEPT  (WS-RT-CNT).
           MOVE  RUT-VEH    TO  RT-VEH   (WS-RT-CNT).
           GO  TO  RT-LD-10.
       RT-LD-90.
           CALL "DB_F_Close" USING BY REFERENCE RUTM_IDLST RUTM_PNAME1.
       RT-LD-EXT.
           EXIT.
      *****
      *    ONE ENTRY PER CONSOLIDATION OF THE DELIVERY DATE, WITH
      *    ITS CARTON COUNT AND GROSS WEIGHT.
       CNS-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       CNS-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CNS-90
           END-IF.
           IF  JSJD-CONS  IS  NOT  NUMERIC
               GO  TO  CNS-10
           END-IF.
           IF  JSJD-CONS  =  0
               GO  TO  CNS-10
           END-IF.
           MOVE  JSJD-071  TO  WK-DLV8 (1:4).
           MOVE  JSJD-072  TO  WK-DLV8 (5:2).
           MOVE  JSJD-073  TO  WK-DLV8 (7:2).
           IF  WK-DLV8  NOT =  WK-DLVDT
               GO  TO  CNS-10
           END-IF.
           MOVE  1  TO  CI.
       CNS-20.
           IF  CI  >  WS-CN-CNT
               IF  WS-CN-CNT  NOT <  500
                   ADD  1  TO  WS-OVF-CNT
                   GO  TO  CNS-10
               END-IF
               ADD  1  TO  WS-CN-CNT
               MOVE  JSJD-CONS  TO  CN-NO   (WS-CN-CNT)
               MOVE  JSJD-14B   TO  CN-DEST (WS-CN-CNT)
               MOVE  JSJD-021   TO  CN-CUST (WS-CN-CNT)
               MOVE  JSJD-14B (1:2)  TO  CN-TDFK (WS-CN-CNT)
               MOVE  0          TO  CN-INS  (WS-CN-CNT)
               MOVE  0          TO  CN-CTN  (WS-CN-CNT)
               MOVE  0          TO  CN-WGT  (WS-CN-CNT)
               MOVE  0          TO  CN-RT   (WS-CN-CNT)
               MOVE  0          TO  CN-DRP  (WS-CN-CNT)
               MOVE  SPACE      TO  CN-ST   (WS-CN-CNT)
               MOVE  WS-CN-CNT  TO  CI
           END-IF.
           IF  CN-NO (CI)  NOT =  JSJD-CONS
               ADD  1  TO  CI
               GO  TO  CNS-20
           END-IF.
           ADD  1  TO  CN-INS (CI).
           PERFORM  CTN-SUM-RTN  THRU  CTN-SUM-EXT.
           GO  TO  CNS-10.
       CNS-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
       CNS-EXT.
           EXIT.
      *****
      *    CARTON COUNT AND GROSS WEIGHT FOR THE INSTRUCTION IN
      *    HAND -- JT-CTNF IS RESCANNED PER INSTRUCTION (KEY
      *    ORDER GROUPS THE CARTONS, SO A CARTON COUNTS ONCE AT
      *    ITS FIRST LINE).
       CTN-SUM-RTN.
           MOVE  0  TO  WK-LSTCTN.
           CALL "DB_F_Open" USING
            "INPUT" CTNF_PNAME1 "SHARED" BY REFERENCE CTNF_IDLST "1"
            "CTN-KEY" BY REFERENCE CTN-KEY.
       CTN-SUM-10.
           CALL "DB_Read" USING
            "NEXT AT END" CTNF_PNAME1 BY REFERENCE CTN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CTN-SUM-90
           END-IF.
           IF  CTN-LOT  NOT =  JSJD-081  OR  CTN-SEQ  NOT =  JSJD-04
               GO  TO  CTN-SUM-10
           END-IF.
           IF  CTN-NO  NOT =  WK-LSTCTN
               MOVE  CTN-NO  TO  WK-LSTCTN
               ADD  1        TO  CN-CTN (CI)
               ADD  CTN-WGT  TO  CN-WGT (CI)
           END-IF.
           GO  TO  CTN-SUM-10.
       CTN-SUM-90.
           CALL "DB_F_Close" USING BY REFERENCE CTNF_IDLST CTNF_PNAME1.
       CTN-SUM-EXT.
           EXIT.
      *****
      *    ROUTE AND DROP POSITION FOR EVERY CONSOLIDATION, OR
      *    THE REASON IT CANNOT GO ON A TRUCK.
       ASN-RTN.
           PERFORM  VARYING  CI  FROM  1  BY  1
               UNTIL  CI  >  WS-CN-CNT
               PERFORM  VARYING  RI  FROM  1  BY  1
                   UNTIL  RI  >  WS-RT-CNT  OR  CN-RT (CI)  NOT =  0
                   PERFORM  VARYING  TI  FROM  1  BY  1
                       UNTIL  TI  >  10
                       IF  RT-TDFK (RI TI)  NOT =  0  AND
                           RT-TDFK (RI TI)  =  CN-TDFK (CI)
                           MOVE  RI  TO  CN-RT  (CI)
                           MOVE  TI  TO  CN-DRP (CI)
                       END-IF
                   END-PERFORM
               END-PERFORM
               EVALUATE  TRUE
                   WHEN  CN-RT (CI)  =  0
                       MOVE  "N"  TO  CN-ST (CI)
                   WHEN  CN-CTN (CI)  =  0
                       MOVE  "P"  TO  CN-ST (CI)
                   WHEN  CN-WGT (CI)  >  RT-CAPKG (CN-RT (CI))
                       MOVE  "X"  TO  CN-ST (CI)
                   WHEN  CN-CTN (CI)  >  RT-CAPCT (CN-RT (CI))
                       MOVE  "X"  TO  CN-ST (CI)
               END-EVALUATE
           END-PERFORM.
       ASN-EXT.
           EXIT.
      *****
      *    THE PLACEABLE CONSOLIDATIONS TO THE SORT.
       PR-INP-RTN.
           PERFORM  VARYING  CI  FROM  1  BY  1
               UNTIL  CI  >  WS-CN-CNT
               IF  CN-ST (CI)  =  SPACE
                   MOVE  CN-RT   (CI)  TO  SRT-RT
                   MOVE  CN-DRP  (CI)  TO  SRT-DRP
                   MOVE  CN-DEST (CI)  TO  SRT-DEST
                   MOVE  CN-NO   (CI)  TO  SRT-CNS
                   MOVE  CI            TO  SRT-CI
                   RELEASE  SRT-REC
               END-IF
           END-PERFORM.
       PR-INP-EXT.
           EXIT.
      *****
      *    IN DROP ORDER: A NEW LOAD AT EACH ROUTE, AND WHENEVER
      *    THE NEXT DELIVERY WOULD OVERFILL THE VEHICLE.
       PR-OUT-RTN.
           RETURN  JF-SORT-WORK  AT  END  GO  TO  PR-OUT-EXT.
           MOVE  SRT-CI  TO  CI.
           MOVE  SRT-RT  TO  RI.
           IF  WS-LD-CNT  >  0
               IF  LD-RT (WS-LD-CNT)  =  RI
               AND LD-KG (WS-LD-CNT) + CN-WGT (CI)
                       NOT >  RT-CAPKG (RI)
               AND LD-CT (WS-LD-CNT) + CN-CTN (CI)
                       NOT >  RT-CAPCT (RI)
                   GO  TO  PR-OUT-50
               END-IF
           END-IF.
           IF  WS-LD-CNT  NOT <  200
               MOVE  "F"  TO  CN-ST (CI)
               GO  TO  PR-OUT-RTN
           END-IF.
           ADD  1  TO  WS-LD-CNT.
           MOVE  RI  TO  LD-RT (WS-LD-CNT).
           IF  WS-LD-CNT  >  1
               IF  LD-RT (WS-LD-CNT - 1)  =  RI
                   COMPUTE  LD-NO (WS-LD-CNT)  =
                       LD-NO (WS-LD-CNT - 1)  +  1
               ELSE
                   MOVE  1  TO  LD-NO (WS-LD-CNT)
               END-IF
           ELSE
               MOVE  1  TO  LD-NO (WS-LD-CNT)
           END-IF.
           COMPUTE  LD-FR (WS-LD-CNT)  =  WS-ORD-CNT  +  1.
           MOVE  0  TO  LD-KG (WS-LD-CNT).
           MOVE  0  TO  LD-CT (WS-LD-CNT).
       PR-OUT-50.
           ADD  1  TO  WS-ORD-CNT.
           MOVE  CI  TO  ORD-CI (WS-ORD-CNT).
           MOVE  WS-ORD-CNT  TO  LD-TO (WS-LD-CNT).
           ADD  CN-WGT (CI)  TO  LD-KG (WS-LD-CNT).
           ADD  CN-CTN (CI)  TO  LD-CT (WS-LD-CNT).
           ADD  1  TO  WS-PLC-CNT.
           GO  TO  PR-OUT-RTN.
       PR-OUT-EXT.
           EXIT.
      *****
      *    THE LOADING SHEET -- ONE BLOCK PER LOAD, DELIVERIES IN
      *    REVERSE DROP ORDER (LOAD 1 = LAST DROP).
       PRT-RTN.
           PERFORM  VARYING  LI  FROM  1  BY  1
               UNTIL  LI  >  WS-LD-CNT
               MOVE  LD-RT (LI)  TO  RI
               MOVE  RT-CD    (RI)  TO  RPT-RT-CD
               MOVE  RT-NAME  (RI)  TO  RPT-RT-NAME
               MOVE  LD-NO    (LI)  TO  RPT-LD-NO
               MOVE  RT-DEPT  (RI)  TO  RPT-DEPT
               MOVE  RT-VEH   (RI)  TO  RPT-VEH
               MOVE  RT-CAPKG (RI)  TO  RPT-CAPKG
               MOVE  RT-CAPCT (RI)  TO  RPT-CAPCT
               MOVE  JF-RPT-LDH  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
               MOVE  JF-RPT-COL  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
               PERFORM  VARYING  OI  FROM  LD-TO (LI)  BY  -1
                   UNTIL  OI  <  LD-FR (LI)
                   MOVE  ORD-CI (OI)  TO  CI
                   COMPUTE  RPT-LSEQ  =  LD-TO (LI)  -  OI  +  1
                   COMPUTE  RPT-DROP  =  OI  -  LD-FR (LI)  +  1
                   MOVE  SPACE  TO  RPT-WHY
                   PERFORM  DET-RTN  THRU  DET-EXT
               END-PERFORM
               MOVE  LD-CT (LI)  TO  RPT-LD-CT
               MOVE  LD-KG (LI)  TO  RPT-LD-KG
               COMPUTE  WK-PCT  ROUNDED  =
                   LD-KG (LI)  *  100  /  RT-CAPKG (RI)
               MOVE  WK-PCT  TO  RPT-PCT-KG
               COMPUTE  WK-PCT  ROUNDED  =
                   LD-CT (LI)  *  100  /  RT-CAPCT (RI)
               MOVE  WK-PCT  TO  RPT-PCT-CT
               MOVE  JF-RPT-LDT  TO  JF-RPT-LINE
               WRITE  JF-RPT-LINE
           END-PERFORM.
       PRT-EXT.
           EXIT.
       DET-RTN.
           MOVE  CN-NO   (CI)  TO  RPT-CNS.
           MOVE  CN-DEST (CI)  TO  RPT-DEST.
           MOVE  CN-CUST (CI)  TO  RPT-CUST.
           MOVE  CN-TDFK (CI)  TO  RPT-TDFK.
           MOVE  CN-CTN  (CI)  TO  RPT-CTN.
           MOVE  CN-WGT  (CI)  TO  RPT-WGT.
           MOVE  JF-RPT-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
       DET-EXT.
           EXIT.
      *****
      *    EVERYTHING THAT COULD NOT GO ON A TRUCK, WITH WHY.
       UNP-RTN.
           PERFORM  VARYING  CI  FROM  1  BY  1
               UNTIL  CI  >  WS-CN-CNT
               IF  CN-ST (CI)  NOT =  SPACE
                   IF  WS-UNP-CNT  =  0
                       MOVE  JF-RPT-UNH  TO  JF-RPT-LINE
                       WRITE  JF-RPT-LINE
                   END-IF
                   ADD  1  TO  WS-UNP-CNT
                   MOVE  0  TO  RPT-LSEQ
                   MOVE  0  TO  RPT-DROP
                   EVALUATE  CN-ST (CI)
                       WHEN  "N"
                           MOVE  "NO ROUTE FOR PREFECTURE"
                               TO  RPT-WHY
                       WHEN  "P"
                           MOVE  "NO CARTONS PACKED"  TO  RPT-WHY
                       WHEN  "X"
                           MOVE  "OVER VEHICLE CAPACITY"  TO  RPT-WHY
                       WHEN  OTHER
                           MOVE  "PLAN TABLE FULL"  TO  RPT-WHY
                   END-EVALUATE
                   PERFORM  DET-RTN  THRU  DET-EXT
               END-IF
           END-PERFORM.
       UNP-EXT.
           EXIT.
