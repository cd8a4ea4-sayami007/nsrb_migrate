       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK920R.
      *****************************************************
      *****   CYCLE COUNT COVERAGE REPORT              *****
      *****************************************************
      *        HOW FAR EACH ABC CLASS HAS GOT WITH ITS CYCLE
      *        COUNT IN THE CURRENT PERIOD (A THE MONTH, B THE
      *        QUARTER, C THE YEAR) AS AT THE ARGUMENT DATE
      *        (YYMMDD, DEFAULT TODAY).  FOR EVERY J-M ITEM WITH
      *        A JT-ZKM LEDGER THE ITEM'S ZK910U SCHEDULE DAY IS
      *        WORKED OUT AGAIN (LPCYC) AND ITS LAST CYCLE COUNT
      *        (J-CCDT) LOOKED UP ON JT-STTK IN EACH WAREHOUSE:
      *          FROZEN    SHEET PRINTED, COUNT NOT YET KEYED
      *                    (STK-STAT 0 IN ANY WAREHOUSE),
      *          COUNTED   KEYED ON ZK740U, NOT YET POSTED,
      *          POSTED    ADJUSTMENT POSTED ON ZK760U (OR THE
      *                    COUNT WAIVED) IN EVERY WAREHOUSE,
      *          OVERDUE   SCHEDULE DAY PASSED, NOT FROZEN.
      *        FROZEN AND OVERDUE ITEMS ARE LISTED; PER CLASS THE
      *        REPORT GIVES THE ITEMS, THOSE DUE BY THE DATE, EACH
      *        STATUS AND THE PERCENT COMPLETE (COUNTED OR POSTED)
      *        AGAINST THE WHOLE CLASS AND AGAINST THOSE DUE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK920R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  CX              PIC  9(01)  VALUE  0.
       77  WK-SOK          PIC  9(01)  VALUE  0.
       77  WK-CDATE        PIC  9(06)  VALUE  0.
       77  WK-CDATE8       PIC  9(08)  VALUE  0.
       77  WK-CCDT8        PIC  9(08)  VALUE  0.
       77  WK-HASL         PIC  9(01)  VALUE  0.
       77  WK-ST0          PIC  9(01)  VALUE  0.
       77  WK-ST1          PIC  9(01)  VALUE  0.
       77  WK-PCT          PIC  9(03)V9  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
      *****
      *    PER ABC CLASS: ITEMS, DUE BY THE DATE, AND EACH
      *    STATUS.
       01  WK-CS-TBL.
           02  WK-CS  OCCURS  3.
               03  WK-CS-ORD     PIC  9(07).
               03  WK-CS-DUE     PIC  9(07).
               03  WK-CS-FRZ     PIC  9(07).
               03  WK-CS-CNT     PIC  9(07).
               03  WK-CS-PST     PIC  9(07).
               03  WK-CS-OVD     PIC  9(07).
       01  WK-CLS-V            PIC  X(03)  VALUE  "ABC".
       01  WK-CLS-T  REDEFINES  WK-CLS-V.
           02  WK-CLS-L        PIC  X(01)  OCCURS  3.
       COPY    LIZAIK.
       COPY    LISTTK.
       COPY    LIJM.
       COPY    LICALM.
       COPY    LIRUNL.
       COPY    LWCAL.
       COPY    LWCYC.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "CYCLE COUNT COVERAGE         ".
           02  FILLER          PIC  X(07)  VALUE  "AS AT=".
           02  RPT-HDR-DATE    PIC  9(06).
       01  ZK-RPT-PRD.
           02  FILLER          PIC  X(06)  VALUE  "CLASS ".
           02  RPT-P-CLS       PIC  X(01).
           02  FILLER          PIC  X(09)  VALUE  "  PERIOD=".
           02  RPT-P-PST       PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  RPT-P-PEN       PIC  9(08).
           02  FILLER          PIC  X(16)  VALUE  "  BUSINESS DAY ".
           02  RPT-P-KBD       PIC  ZZ9.
           02  FILLER          PIC  X(04)  VALUE  " OF ".
           02  RPT-P-NBD       PIC  ZZ9.
       01  ZK-RPT-EXC.
           02  FILLER          PIC  X(06)  VALUE  "ITEM=".
           02  RPT-X-ITEM      PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-X-NAME      PIC  N(24).
           02  FILLER          PIC  X(08)  VALUE  "  CLASS=".
           02  RPT-X-CLS       PIC  X(01).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-X-STAT      PIC  X(07).
           02  FILLER          PIC  X(07)  VALUE  "  DATE=".
           02  RPT-X-DATE      PIC  9(06).
       01  ZK-RPT-CLS.
           02  FILLER          PIC  X(06)  VALUE  "CLASS ".
           02  RPT-CS-CLS      PIC  X(01).
           02  FILLER          PIC  X(08)  VALUE  "  ITEMS=".
           02  RPT-CS-ORD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(06)  VALUE  "  DUE=".
           02  RPT-CS-DUE      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  FROZEN=".
           02  RPT-CS-FRZ      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  "  COUNTED=".
           02  RPT-CS-CNT      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  POSTED=".
           02  RPT-CS-PST      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  "  OVERDUE=".
           02  RPT-CS-OVD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(07)  VALUE  "  DONE=".
           02  RPT-CS-PCT      PIC  ZZ9.9.
           02  FILLER          PIC  X(09)  VALUE  "% OF DUE=".
           02  RPT-CS-PCTD     PIC  ZZ9.9.
           02  FILLER          PIC  X(01)  VALUE  "%".
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
           ACCEPT  WK-CDATE  FROM  ARGUMENT-VALUE.
           IF  WK-CDATE  =  0
               ACCEPT  WK-CDATE  FROM  DATE
           END-IF.
           COMPUTE  WK-CDATE8  =  20000000  +  WK-CDATE.
       MOVE  WK-CDATE  TO  RPT-HDR-DATE.
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       INITIALIZE  WK-CS-TBL.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           MOVE  WK-CDATE8  TO  WCYC-DATE.
           PERFORM  CYC-PRD-RTN  THRU  CYC-PRD-EXT.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  3
               MOVE  WK-CLS-L (CX)  TO  RPT-P-CLS
               MOVE  WCYC-PST (CX)  TO  RPT-P-PST
               MOVE  WCYC-PEN (CX)  TO  RPT-P-PEN
               MOVE  WCYC-KBD (CX)  TO  RPT-P-KBD
               MOVE  WCYC-NBD (CX)  TO  RPT-P-NBD
               MOVE  ZK-RPT-PRD  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-PERFORM.
           MOVE  SPACE  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
      *
           CALL "DB_F_Open" USING
            "INPUT" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" STTK_PNAME1 "SHARED" BY REFERENCE STTK_IDLST "1"
            "STK-KEY" BY REFERENCE STK-KEY.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" J-M_PNAME1 BY REFERENCE J-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  END-RTN
           END-IF.
           ADD  1  TO  WS-RD-CNT.
           IF  J-ABC  =  "A"
               MOVE  1  TO  CX
           ELSE
               IF  J-ABC  =  "B"
                   MOVE  2  TO  CX
               ELSE
                   MOVE  3  TO  CX
               END-IF
           END-IF.
           MOVE  0  TO  WK-HASL.
           PERFORM  VARYING  WK-SOK  FROM  0  BY  1
               UNTIL  WK-SOK  >  8  OR  WK-HASL  =  1
               MOVE  WK-SOK  TO  ZKM-SOK
               MOVE  J-JCD   TO  ZKM-JCD
               CALL "DB_Read" USING
                "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   MOVE  1  TO  WK-HASL
               END-IF
           END-PERFORM.
           IF  WK-HASL  =  0
               GO  TO  ST-10
           END-IF.
      *        THE SAME SCHEDULE DAY ZK910U GIVES THE ITEM.
           ADD  1  TO  WK-CS-ORD (CX).
           MOVE  CX              TO  WCYC-CX.
           MOVE  WK-CS-ORD (CX)  TO  WCYC-ORD.
           PERFORM  CYC-SLOT-RTN  THRU  CYC-SLOT-EXT.
           IF  WCYC-SLOT  NOT >  WCYC-KBD (CX)
               ADD  1  TO  WK-CS-DUE (CX)
           END-IF.
           IF  J-CCDT  IS  NOT  NUMERIC
               MOVE  0  TO  J-CCDT
           END-IF.
           MOVE  0  TO  WK-CCDT8.
           IF  J-CCDT  NOT =  0
               COMPUTE  WK-CCDT8  =  20000000  +  J-CCDT
           END-IF.
           IF  WK-CCDT8  <  WCYC-PST (CX)
           OR  WK-CCDT8  >  WCYC-DATE
               IF  WCYC-SLOT  <  WCYC-KBD (CX)
                   ADD  1  TO  WK-CS-OVD (CX)
                   MOVE  "OVERDUE"  TO  RPT-X-STAT
                   MOVE  0          TO  RPT-X-DATE
                   PERFORM  EXC-RTN  THRU  EXC-EXT
               END-IF
               GO  TO  ST-10
           END-IF.
      *        COUNTED IN THE PERIOD -- HOW FAR HAS IT GOT?
           MOVE  0  TO  WK-ST0.
           MOVE  0  TO  WK-ST1.
           PERFORM  VARYING  WK-SOK  FROM  0  BY  1  UNTIL  WK-SOK  >  8
               MOVE  J-CCDT  TO  STK-FDATE
               MOVE  WK-SOK  TO  STK-SOK
               MOVE  J-JCD   TO  STK-JCD
               CALL "DB_Read" USING
                "INVALID" STTK_PNAME1 BY REFERENCE STK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  0
                   IF  STK-STAT  =  0
                       MOVE  1  TO  WK-ST0
                   END-IF
                   IF  STK-STAT  =  1
                       MOVE  1  TO  WK-ST1
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-ST0  =  1
               ADD  1  TO  WK-CS-FRZ (CX)
               MOVE  "FROZEN "  TO  RPT-X-STAT
               MOVE  J-CCDT     TO  RPT-X-DATE
               PERFORM  EXC-RTN  THRU  EXC-EXT
               GO  TO  ST-10
           END-IF.
           IF  WK-ST1  =  1
               ADD  1  TO  WK-CS-CNT (CX)
           ELSE
               ADD  1  TO  WK-CS-PST (CX)
           END-IF.
           GO  TO  ST-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE STTK_IDLST STTK_PNAME1.
           MOVE  SPACE  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  3
               PERFORM  CLS-RTN  THRU  CLS-EXT
           END-PERFORM.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    ONE FROZEN OR OVERDUE ITEM.
       EXC-RTN.
           MOVE  J-JCD          TO  RPT-X-ITEM.
           MOVE  J-NAME         TO  RPT-X-NAME.
           MOVE  WK-CLS-L (CX)  TO  RPT-X-CLS.
           MOVE  ZK-RPT-EXC  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           ADD  1  TO  WS-EXC-CNT.
       EXC-EXT.
           EXIT.
      *****
      *    CLASS CX'S COVERAGE LINE.
       CLS-RTN.
           MOVE  WK-CLS-L (CX)   TO  RPT-CS-CLS.
           MOVE  WK-CS-ORD (CX)  TO  RPT-CS-ORD.
           MOVE  WK-CS-DUE (CX)  TO  RPT-CS-DUE.
           MOVE  WK-CS-FRZ (CX)  TO  RPT-CS-FRZ.
           MOVE  WK-CS-CNT (CX)  TO  RPT-CS-CNT.
           MOVE  WK-CS-PST (CX)  TO  RPT-CS-PST.
           MOVE  WK-CS-OVD (CX)  TO  RPT-CS-OVD.
           MOVE  0  TO  WK-PCT.
           IF  WK-CS-ORD (CX)  >  0
               COMPUTE  WK-PCT  ROUNDED  =
                   (WK-CS-CNT (CX)  +  WK-CS-PST (CX))  *  100
                   /  WK-CS-ORD (CX)
           END-IF.
           MOVE  WK-PCT  TO  RPT-CS-PCT.
           MOVE  0  TO  WK-PCT.
           IF  WK-CS-DUE (CX)  >  0
               COMPUTE  WK-PCT  ROUNDED  =
                   (WK-CS-CNT (CX)  +  WK-CS-PST (CX))  *  100
                   /  WK-CS-DUE (CX)
               ON  SIZE  ERROR
                   MOVE  999.9  TO  WK-PCT
               END-COMPUTE
           END-IF.
           MOVE  WK-PCT  TO  RPT-CS-PCTD.
           MOVE  ZK-RPT-CLS  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
       CLS-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK920R"  TO  RUNL-PGM.
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
           MOVE  WS-EXC-CNT  TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPCAL.
       COPY  LPCYC.
