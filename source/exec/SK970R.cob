       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK970R.
      *****************************************************
      *****   FREIGHT SURCHARGE RECOVERY REPORT        *****
      *****************************************************
      *        SETS THE MONTH'S FREIGHT SURCHARGE BILLED BY
      *        SK730U (SKDF INVOICE ROWS AT SKD-GNO 2) AGAINST
      *        THE FREIGHT RECORDED ON JT-FREX FOR THE MONTH'S
      *        CONSOLIDATED DELIVERIES, PER CUSTOMER.  A FREX ROW
      *        REACHES ITS CUSTOMER THROUGH THE JSJD INSTRUCTIONS
      *        CARRYING ITS CONSOLIDATION NUMBER (JSJD-CONS TO
      *        JSJD-021); ONE NO LONGER ON JSJD IS FOOTED AS
      *        UNASSIGNED.  ONE LINE PER CUSTOMER: SURCHARGE
      *        INVOICES AND AMOUNT, CONSOLIDATIONS AND FREIGHT,
      *        THE PERCENT RECOVERED AND THE SHORTFALL (FREIGHT
      *        LESS SURCHARGE; NEGATIVE = OVER-RECOVERED).
      *        ARGUMENT: MONTH (YYYYMM, DEFAULT THE CURRENT ONE).
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  SK-RPT-FILE  ASSIGN  TO  "SK970R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  SK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  I               PIC  9(03)  VALUE  0.
       77  CI              PIC  9(04)  VALUE  0.
       77  WK-YM           PIC  9(06)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-TCD          PIC  9(04)  VALUE  0.
       77  WK-CONS         PIC  9(06)  VALUE  0.
       77  WK-IX           PIC  9(03)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-CU-CNT       PIC  9(03)  VALUE  0.
       77  WS-CN-CNT       PIC  9(04)  VALUE  0.
       77  WK-SHORT        PIC S9(11)  VALUE  0.
      *    ONE ENTRY PER CUSTOMER WITH SURCHARGE OR FREIGHT.
       01  CU-TBL.
           02  CU-ENT  OCCURS  500.
               03  CU-TCD       PIC  9(04).
               03  CU-SCNT      PIC  9(05).
               03  CU-SKIN      PIC S9(11).
               03  CU-FCNT      PIC  9(05).
               03  CU-FRT       PIC S9(11).
      *    CONSOLIDATION NUMBER TO CUSTOMER, FROM JSJD.
       01  CN-TBL.
           02  CN-ENT  OCCURS  3000.
               03  CN-NO        PIC  9(06).
               03  CN-CUST      PIC  9(04).
       01  GT-TOTAL.
           02  GT-SCNT         PIC  9(07).
           02  GT-SKIN         PIC S9(12).
           02  GT-FCNT         PIC  9(07).
           02  GT-FRT          PIC S9(12).
           02  GT-UCNT         PIC  9(07).
           02  GT-UFRT         PIC S9(12).
       COPY    LISKDF.
       COPY    LIJSJD.
       COPY    LIFREX.
       COPY    LITKM.
       COPY    LIRUNL.
       COPY    LWHDR.
      *****
       01  SK-RPT-MON.
           02  FILLER          PIC  X(08)  VALUE  "MONTH=".
           02  RPT-MON         PIC  9(06).
       01  SK-RPT-COL.
           02  FILLER          PIC  X(40)  VALUE
               "CUST  NAME                      INVS  SU".
           02  FILLER          PIC  X(40)  VALUE
               "RCHARGE  CONS     FREIGHT RECOV%   SHORT".
           02  FILLER          PIC  X(04)  VALUE  "FALL".
       01  SK-RPT-DET.
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(12).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-SCNT        PIC  ZZZZ9.
           02  RPT-SKIN        PIC  -(10)9.
           02  RPT-FCNT        PIC  ZZZZZ9.
           02  RPT-FRT         PIC  -(10)9.
           02  RPT-PCT         PIC  ZZZZ9.9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SHORT       PIC  -(10)9.
       01  SK-RPT-TOT.
           02  FILLER          PIC  X(32)  VALUE  "TOTAL".
           02  RPT-TOT-SCNT    PIC  ZZZZ9.
           02  RPT-TOT-SKIN    PIC  -(10)9.
           02  RPT-TOT-FCNT    PIC  ZZZZZ9.
           02  RPT-TOT-FRT     PIC  -(10)9.
           02  RPT-TOT-PCT     PIC  ZZZZ9.9.
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TOT-SHORT   PIC  -(10)9.
       01  SK-RPT-UNA.
           02  FILLER          PIC  X(38)  VALUE
               "UNASSIGNED FREIGHT (CONS NOT ON JSJD) ".
           02  RPT-UNA-CNT     PIC  ZZZZZ9.
           02  RPT-UNA-FRT     PIC  -(10)9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  SK-RPT-FILE.
           ACCEPT  WK-YM  FROM  ARGUMENT-VALUE.
           IF  WK-YM  =  0
               ACCEPT  WK-TODAY  FROM  DATE
               MOVE  "20"        TO  WK-YM (1:2)
               MOVE  WK-TODAY (1:4)  TO  WK-YM (3:4)
           END-IF.
       MOVE  "SK970R"  TO  HDR-PGMID.
       MOVE  "FREIGHT SURCHARGE RECOVERY"  TO  HDR-TITLE.
       PERFORM  HDR-INIT-RTN  THRU  HDR-INIT-EXT.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           INITIALIZE  GT-TOTAL.
           MOVE  WK-YM  TO  RPT-MON.
           MOVE  SK-RPT-MON  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  SK-RPT-COL  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
      *****
      *    SURCHARGE BILLED -- SK730U INVOICE ROWS AT SKD-GNO 2
      *    DATED IN THE MONTH.
           CALL "DB_F_Open" USING
            "INPUT" SKDF_PNAME1 "SHARED" BY REFERENCE SKDF_IDLST "1"
            "SKD-KEY" BY REFERENCE SKD-KEY.
       SK-10.
           CALL "DB_Read" USING
            "NEXT AT END" SKDF_PNAME1 BY REFERENCE SKD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  SK-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  SKD-DC  NOT =  0  OR  SKD-DTC  NOT =  0
           OR  SKD-GNO  NOT =  2
               GO  TO  SK-10
           END-IF.
           IF  SKD-DATE (1:6)  NOT =  WK-YM
               GO  TO  SK-10
           END-IF.
           MOVE  SKD-TCD  TO  WK-TCD.
           PERFORM  CU-FIND-RTN  THRU  CU-FIND-EXT.
           IF  WK-IX  =  0
               GO  TO  SK-10
           END-IF.
           ADD  1        TO  CU-SCNT (WK-IX).
           ADD  SKD-KIN  TO  CU-SKIN (WK-IX).
           GO  TO  SK-10.
       SK-90.
           CALL "DB_F_Close" USING
            BY REFERENCE SKDF_IDLST SKDF_PNAME1.
      *****
      *    CONSOLIDATION TO CUSTOMER FROM JSJD.
           CALL "DB_F_Open" USING
            "INPUT" JSJD_PNAME1 "SHARED" BY REFERENCE JSJD_IDLST "1"
            "JSJD-KEY" BY REFERENCE JSJD-KEY.
       CN-10.
           CALL "DB_Read" USING
            "NEXT AT END" JSJD_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  CN-90
           END-IF.
           IF  JSJD-CONS  IS  NOT  NUMERIC
               GO  TO  CN-10
           END-IF.
           IF  JSJD-CONS  =  0
               GO  TO  CN-10
           END-IF.
           MOVE  JSJD-CONS  TO  WK-CONS.
           PERFORM  CN-FIND-RTN  THRU  CN-FIND-EXT.
           IF  CI  NOT =  0
               GO  TO  CN-10
           END-IF.
           IF  WS-CN-CNT  NOT <  3000
               DISPLAY  "DSP-083 CN-TBL FULL, CONS="  JSJD-CONS
                   " UNASSIGNED"
               GO  TO  CN-10
           END-IF.
           ADD  1  TO  WS-CN-CNT.
           MOVE  JSJD-CONS  TO  CN-NO   (WS-CN-CNT).
           MOVE  JSJD-021   TO  CN-CUST (WS-CN-CNT).
           GO  TO  CN-10.
       CN-90.
           CALL "DB_F_Close" USING BY REFERENCE JSJD_IDLST JSJD_PNAME1.
      *****
      *    FREIGHT RECORDED FOR THE MONTH'S CONSOLIDATIONS.
           CALL "DB_F_Open" USING
            "INPUT" FREX_PNAME1 "SHARED" BY REFERENCE FREX_IDLST "1"
            "FRX-KEY" BY REFERENCE FRX-KEY.
       FX-10.
           CALL "DB_Read" USING
            "NEXT AT END" FREX_PNAME1 BY REFERENCE FRX-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  FX-90
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  FRX-DATE (1:6)  NOT =  WK-YM
               GO  TO  FX-10
           END-IF.
           MOVE  FRX-CONS  TO  WK-CONS.
           PERFORM  CN-FIND-RTN  THRU  CN-FIND-EXT.
           IF  CI  =  0
               ADD  1        TO  GT-UCNT
               ADD  FRX-EXP  TO  GT-UFRT
               GO  TO  FX-10
           END-IF.
           MOVE  CN-CUST (CI)  TO  WK-TCD.
           PERFORM  CU-FIND-RTN  THRU  CU-FIND-EXT.
           IF  WK-IX  =  0
               ADD  1        TO  GT-UCNT
               ADD  FRX-EXP  TO  GT-UFRT
               GO  TO  FX-10
           END-IF.
           ADD  1        TO  CU-FCNT (WK-IX).
           ADD  FRX-EXP  TO  CU-FRT  (WK-IX).
           GO  TO  FX-10.
       FX-90.
           CALL "DB_F_Close" USING BY REFERENCE FREX_IDLST FREX_PNAME1.
      *****
      *    ONE LINE PER CUSTOMER.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  WS-CU-CNT
               MOVE  SPACE         TO  SK-RPT-DET
               MOVE  CU-TCD (I)    TO  RPT-TCD
               MOVE  CU-TCD (I)    TO  TK-TCD
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  TK-NAME  TO  RPT-NAME
               END-IF
               MOVE  CU-SCNT (I)   TO  RPT-SCNT
               MOVE  CU-SKIN (I)   TO  RPT-SKIN
               MOVE  CU-FCNT (I)   TO  RPT-FCNT
               MOVE  CU-FRT (I)    TO  RPT-FRT
               IF  CU-FRT (I)  >  0
                   COMPUTE  RPT-PCT  ROUNDED  =
                       CU-SKIN (I)  *  100  /  CU-FRT (I)
                       ON SIZE ERROR
                           MOVE  9999.9  TO  RPT-PCT
                   END-COMPUTE
               END-IF
               COMPUTE  WK-SHORT  =  CU-FRT (I)  -  CU-SKIN (I)
               MOVE  WK-SHORT      TO  RPT-SHORT
               MOVE  SK-RPT-DET    TO  SK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
               ADD  CU-SCNT (I)  TO  GT-SCNT
               ADD  CU-SKIN (I)  TO  GT-SKIN
               ADD  CU-FCNT (I)  TO  GT-FCNT
               ADD  CU-FRT (I)   TO  GT-FRT
           END-PERFORM.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           MOVE  SPACE  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           MOVE  GT-SCNT  TO  RPT-TOT-SCNT.
           MOVE  GT-SKIN  TO  RPT-TOT-SKIN.
           MOVE  GT-FCNT  TO  RPT-TOT-FCNT.
           MOVE  GT-FRT   TO  RPT-TOT-FRT.
           MOVE  0        TO  RPT-TOT-PCT.
           IF  GT-FRT  >  0
               COMPUTE  RPT-TOT-PCT  ROUNDED  =
                   GT-SKIN  *  100  /  GT-FRT
                   ON SIZE ERROR
                       MOVE  9999.9  TO  RPT-TOT-PCT
               END-COMPUTE
           END-IF.
           COMPUTE  WK-SHORT  =  GT-FRT  -  GT-SKIN.
           MOVE  WK-SHORT    TO  RPT-TOT-SHORT.
           MOVE  SK-RPT-TOT  TO  SK-RPT-LINE.
           PERFORM  HDR-WRT  THRU  HDR-WRT-EXT.
           IF  GT-UCNT  NOT =  0
               MOVE  GT-UCNT     TO  RPT-UNA-CNT
               MOVE  GT-UFRT     TO  RPT-UNA-FRT
               MOVE  SK-RPT-UNA  TO  SK-RPT-LINE
               PERFORM  HDR-WRT  THRU  HDR-WRT-EXT
           END-IF.
           PERFORM  HDR-TRL-RTN  THRU  HDR-TRL-EXT.
           CLOSE  SK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    CUSTOMER ENTRY FOR WK-TCD, ADDED IF NEW (WK-IX 0 WHEN
      *    THE TABLE IS FULL).
       CU-FIND-RTN.
           MOVE  1  TO  WK-IX.
       CU-FIND-10.
           IF  WK-IX  >  WS-CU-CNT
               IF  WS-CU-CNT  NOT <  500
                   DISPLAY  "DSP-081 CU-TBL FULL, CUST="  WK-TCD
                       " NOT LISTED"
                   MOVE  0  TO  WK-IX
                   GO  TO  CU-FIND-EXT
               END-IF
               ADD  1  TO  WS-CU-CNT
               MOVE  WS-CU-CNT  TO  WK-IX
               MOVE  WK-TCD  TO  CU-TCD  (WK-IX)
               MOVE  0       TO  CU-SCNT (WK-IX)
               MOVE  0       TO  CU-SKIN (WK-IX)
               MOVE  0       TO  CU-FCNT (WK-IX)
               MOVE  0       TO  CU-FRT  (WK-IX)
               GO  TO  CU-FIND-EXT
           END-IF.
           IF  CU-TCD (WK-IX)  =  WK-TCD
               GO  TO  CU-FIND-EXT
           END-IF.
           ADD  1  TO  WK-IX.
           GO  TO  CU-FIND-10.
       CU-FIND-EXT.
           EXIT.
      *****
      *    CONSOLIDATION ENTRY FOR WK-CONS (CI 0 = NOT TABLED).
       CN-FIND-RTN.
           MOVE  1  TO  CI.
       CN-FIND-10.
           IF  CI  >  WS-CN-CNT
               MOVE  0  TO  CI
               GO  TO  CN-FIND-EXT
           END-IF.
           IF  CN-NO (CI)  =  WK-CONS
               GO  TO  CN-FIND-EXT
           END-IF.
           ADD  1  TO  CI.
           GO  TO  CN-FIND-10.
       CN-FIND-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "SK970R"  TO  RUNL-PGM.
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
       COPY  LPHDR  REPLACING  ==RPT-LINE==  BY  ==SK-RPT-LINE==.
