       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK910U.
      *****************************************************
      *****   CYCLE COUNT SCHEDULE AND COUNT SHEETS    *****
      *****************************************************
      *        DAILY RUN PICKING THE ITEMS DUE FOR A CYCLE COUNT
      *        ON THE ARGUMENT DATE (YYMMDD, DEFAULT TODAY), WHICH
      *        MUST BE A BUSINESS DAY ON THE JT-CALM CALENDAR.
      *        EACH J-M ITEM WITH A JT-ZKM LEDGER IS COUNTED ONCE
      *        PER PERIOD OF ITS JM720U ABC CLASS -- A EVERY
      *        MONTH, B EVERY QUARTER, C (AND ANY ITEM NOT YET
      *        CLASSIFIED) EVERY YEAR.  THE ITEMS OF A CLASS ARE
      *        SPREAD EVENLY OVER THE BUSINESS DAYS OF THE PERIOD
      *        IN ITEM ORDER (LPCYC); AN ITEM WHOSE DAY PASSED
      *        WITHOUT A COUNT IS PICKED UP ON THE LAST BUSINESS
      *        DAY OF THE PERIOD.  AN ITEM ALREADY COUNTED IN THE
      *        PERIOD (J-CCDT) IS NOT PICKED AGAIN.
      *        ONLY THE ITEMS DUE ARE FROZEN: THEIR LEDGER RECORDS
      *        IN EVERY OWN WAREHOUSE GO TO JT-STTK UNDER THE
      *        COUNT DATE MARKED AS A CYCLE COUNT (STK-CYC "C"),
      *        EXACTLY AS ZK730R FREEZES THE FULL STOCKTAKE, AND A
      *        COUNT SHEET PRINTS FOR EACH.  THE REST OF THE
      *        LEDGER IS UNTOUCHED.  THE COUNTS ARE THEN KEYED ON
      *        ZK740U, REVIEWED ON ZK750R AND POSTED ON ZK760U
      *        UNDER THE SAME FREEZE DATE.  THE CONSIGNMENT
      *        LOCATION (ZKM-SOK 9) IS NOT COUNTED HERE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK910U"
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
       77  CX              PIC  9(01)  VALUE  0.
       77  WK-SOK          PIC  9(01)  VALUE  0.
       77  WK-CDATE        PIC  9(06)  VALUE  0.
       77  WK-CDATE8       PIC  9(08)  VALUE  0.
       77  WK-CCDT8        PIC  9(08)  VALUE  0.
       77  WK-HASL         PIC  9(01)  VALUE  0.
       77  WK-DUE          PIC  9(01)  VALUE  0.
       77  WS-RD-CNT       PIC  9(07)  VALUE  0.
       77  WS-FRZ-CNT      PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
      *****
      *    PER ABC CLASS: ITEMS WITH A LEDGER, ALREADY COUNTED
      *    IN THE PERIOD, DUE TODAY, AND LEDGER RECORDS FROZEN.
       01  WK-CS-TBL.
           02  WK-CS  OCCURS  3.
               03  WK-CS-ORD     PIC  9(07).
               03  WK-CS-DONE    PIC  9(07).
               03  WK-CS-DUE     PIC  9(07).
               03  WK-CS-FRZ     PIC  9(07).
       01  WK-CLS-V            PIC  X(03)  VALUE  "ABC".
       01  WK-CLS-T  REDEFINES  WK-CLS-V.
           02  WK-CLS-L        PIC  X(01)  OCCURS  3.
       COPY    LIZAIK.
       COPY    LISTTK.
       COPY    LIJM.
       COPY    LICALM.
       COPY    LIRUNL.
       COPY    LISZSC.
       COPY    LWSZS.
       COPY    LWCAL.
       COPY    LWCYC.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "CYCLE COUNT SHEET            ".
           02  FILLER          PIC  X(08)  VALUE  "FREEZE=".
           02  RPT-HDR-FDATE   PIC  9(06).
           02  RPT-HDR-DAY     OCCURS  3.
               03  FILLER      PIC  X(03).
               03  RPT-HDR-CLS PIC  X(01).
               03  FILLER      PIC  X(05).
               03  RPT-HDR-KBD PIC  ZZ9.
               03  FILLER      PIC  X(01).
               03  RPT-HDR-NBD PIC  ZZ9.
       01  ZK-RPT-SEP.
           02  FILLER          PIC  X(78)  VALUE  ALL "-".
       01  ZK-RPT-ITM.
           02  FILLER          PIC  X(06)  VALUE  "WHSE=".
           02  RPT-SOK         PIC  9(01).
           02  FILLER          PIC  X(07)  VALUE  "  ITEM=".
           02  RPT-ITEM        PIC  9(06).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-NAME        PIC  N(24).
           02  FILLER          PIC  X(08)  VALUE  "  CLASS=".
           02  RPT-CLS         PIC  X(01).
       01  ZK-RPT-DET.
           02  FILLER          PIC  X(06)  VALUE  " SIZE ".
           02  RPT-SZ          PIC  9(02).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-SZL         PIC  X(04).
           02  FILLER          PIC  X(07)  VALUE  "  BOOK=".
           02  RPT-BOOK        PIC  -(05)9.
           02  FILLER          PIC  X(12)  VALUE  "  COUNT(".
           02  FILLER          PIC  X(08)  VALUE  ")       ".
       01  ZK-RPT-MSG.
           02  FILLER          PIC  X(06)  VALUE  "ITEM=".
           02  RPT-MSG-ITEM    PIC  9(06).
           02  FILLER          PIC  X(07)  VALUE  "  WHSE=".
           02  RPT-MSG-SOK     PIC  9(01).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-MSG-TXT     PIC  X(30).
       01  ZK-RPT-CLS.
           02  FILLER          PIC  X(06)  VALUE  "CLASS ".
           02  RPT-CS-CLS      PIC  X(01).
           02  FILLER          PIC  X(08)  VALUE  "  ITEMS=".
           02  RPT-CS-ORD      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(16)  VALUE  "  DONE IN PRD=".
           02  RPT-CS-DONE     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  "  DUE TODAY=".
           02  RPT-CS-DUE      PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  "  FROZEN=".
           02  RPT-CS-FRZ      PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ZK-RPT-FILE.
           ACCEPT  WK-CDATE  FROM  ARGUMENT-VALUE.
           IF  WK-CDATE  =  0
               ACCEPT  WK-CDATE  FROM  DATE
           END-IF.
           COMPUTE  WK-CDATE8  =  20000000  +  WK-CDATE.
       MOVE  WK-CDATE  TO  RPT-HDR-FDATE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
       INITIALIZE  WK-CS-TBL.
      *        EACH CLASS'S PERIOD AND TODAY'S PLACE IN IT.
           CALL "DB_F_Open" USING
            "INPUT" CALM_PNAME1 "SHARED" BY REFERENCE CALM_IDLST "1"
            "CAL-KEY" BY REFERENCE CAL-KEY.
           MOVE  WK-CDATE8  TO  WCYC-DATE.
           PERFORM  CYC-PRD-RTN  THRU  CYC-PRD-EXT.
           CALL "DB_F_Close" USING BY REFERENCE CALM_IDLST CALM_PNAME1.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  3
               MOVE  "   "           TO  RPT-HDR-DAY (CX) (1:3)
               MOVE  WK-CLS-L (CX)   TO  RPT-HDR-CLS (CX)
               MOVE  " DAY "         TO  RPT-HDR-DAY (CX) (5:5)
               MOVE  WCYC-KBD (CX)   TO  RPT-HDR-KBD (CX)
               MOVE  "/"             TO  RPT-HDR-DAY (CX) (13:1)
               MOVE  WCYC-NBD (CX)   TO  RPT-HDR-NBD (CX)
           END-PERFORM.
           MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           IF  WCYC-TBIZ  =  0
               MOVE  "*** NOT A BUSINESS DAY, NO COUNT SCHEDULED"
                TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               GO  TO  END-90
           END-IF.
      *
           CALL "DB_F_Open" USING
            "I-O" J-M_PNAME1 "SHARED" BY REFERENCE J-M_IDLST "1"
            "J-JCD" BY REFERENCE J-JCD.
           CALL "DB_F_Open" USING
            "INPUT" ZKM_PNAME1 "SHARED" BY REFERENCE ZKM_IDLST "1"
            "ZKM-KEY" BY REFERENCE ZKM-KEY.
           CALL "DB_F_Open" USING
            "I-O" STTK_PNAME1 "SHARED" BY REFERENCE STTK_IDLST "1"
            "STK-KEY" BY REFERENCE STK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SZSC_PNAME1 "SHARED" BY REFERENCE SZSC_IDLST "1"
            "SZS-KEY" BY REFERENCE SZS-KEY.
       ST-10.
           CALL "DB_Read" USING
            "NEXT AT END" J-M_PNAME1 BY REFERENCE J-R " "
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
      *        AN ITEM NEVER STOCKED HAS NOTHING TO COUNT.
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
           ADD  1  TO  WK-CS-ORD (CX).
           IF  J-CCDT  IS  NOT  NUMERIC
               MOVE  0  TO  J-CCDT
           END-IF.
           IF  J-CCDT  NOT =  0
               COMPUTE  WK-CCDT8  =  20000000  +  J-CCDT
               IF  WK-CCDT8  NOT <  WCYC-PST (CX)
                   ADD  1  TO  WK-CS-DONE (CX)
                   GO  TO  ST-10
               END-IF
           END-IF.
           MOVE  CX              TO  WCYC-CX.
           MOVE  WK-CS-ORD (CX)  TO  WCYC-ORD.
           PERFORM  CYC-SLOT-RTN  THRU  CYC-SLOT-EXT.
           MOVE  0  TO  WK-DUE.
           IF  WCYC-SLOT  =  WCYC-KBD (CX)
           OR  WCYC-KBD (CX)  =  WCYC-NBD (CX)
               MOVE  1  TO  WK-DUE
           END-IF.
           IF  WK-DUE  =  0
               GO  TO  ST-10
           END-IF.
           ADD  1  TO  WK-CS-DUE (CX).
           MOVE  J-JCD  TO  STK-JCD.
           MOVE  J-SZS  TO  SZSW-CD.
           PERFORM  SZSW-GET-RTN  THRU  SZSW-GET-EXT.
           PERFORM  VARYING  WK-SOK  FROM  0  BY  1  UNTIL  WK-SOK  >  8
               PERFORM  FRZ-RTN  THRU  FRZ-EXT
           END-PERFORM.
           MOVE  WK-CDATE  TO  J-CCDT.
           CALL "DB_Update" USING
            J-M_PNAME1 J-M_LNAME J-R RETURNING RET.
           ADD  1  TO  WS-UPD-CNT.
           GO  TO  ST-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE J-M_IDLST J-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE ZKM_IDLST ZKM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE STTK_IDLST STTK_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SZSC_IDLST SZSC_PNAME1.
           MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           PERFORM  VARYING  CX  FROM  1  BY  1  UNTIL  CX  >  3
               MOVE  WK-CLS-L (CX)    TO  RPT-CS-CLS
               MOVE  WK-CS-ORD (CX)   TO  RPT-CS-ORD
               MOVE  WK-CS-DONE (CX)  TO  RPT-CS-DONE
               MOVE  WK-CS-DUE (CX)   TO  RPT-CS-DUE
               MOVE  WK-CS-FRZ (CX)   TO  RPT-CS-FRZ
               MOVE  ZK-RPT-CLS  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
           END-PERFORM.
       END-90.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    FREEZE THE ITEM'S LEDGER RECORD IN WAREHOUSE WK-SOK,
      *    IF IT HAS ONE, AND PRINT ITS COUNT SHEET BLOCK.
       FRZ-RTN.
           MOVE  WK-SOK  TO  ZKM-SOK.
           MOVE  J-JCD   TO  ZKM-JCD.
           CALL "DB_Read" USING
            "INVALID" ZKM_PNAME1 BY REFERENCE ZKM-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               GO  TO  FRZ-EXT
           END-IF.
           INITIALIZE  STK-R.
           MOVE  WK-CDATE  TO  STK-FDATE.
           MOVE  ZKM-SOK   TO  STK-SOK.
           MOVE  ZKM-JCD   TO  STK-JCD.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               MOVE  ZKM-OH1 (I)  TO  STK-BK1 (I)
           END-PERFORM.
           MOVE  ZKM-OHT  TO  STK-BKT.
           MOVE  0        TO  STK-STAT.
           MOVE  "C"      TO  STK-CYC.
           CALL "DB_Insert" USING
            STTK_PNAME1 STTK_LNAME STK-R RETURNING RET.
           IF  RET = 1
               MOVE  ZKM-JCD  TO  RPT-MSG-ITEM
               MOVE  ZKM-SOK  TO  RPT-MSG-SOK
               MOVE  "ALREADY FROZEN, SHEET SKIPPED"  TO  RPT-MSG-TXT
               MOVE  ZK-RPT-MSG  TO  ZK-RPT-LINE
               WRITE  ZK-RPT-LINE
               GO  TO  FRZ-EXT
           END-IF.
           ADD  1  TO  WS-FRZ-CNT.
           ADD  1  TO  WK-CS-FRZ (CX).
           MOVE  ZK-RPT-SEP  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  ZKM-SOK        TO  RPT-SOK.
           MOVE  ZKM-JCD        TO  RPT-ITEM.
           MOVE  J-NAME         TO  RPT-NAME.
           MOVE  WK-CLS-L (CX)  TO  RPT-CLS.
           MOVE  ZK-RPT-ITM  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  10
               IF  SZSW-LBL (I)  NOT =  SPACE
               OR  STK-BK1 (I)   NOT =  0
                   MOVE  I             TO  RPT-SZ
                   MOVE  SZSW-LBL (I)  TO  RPT-SZL
                   MOVE  STK-BK1 (I)   TO  RPT-BOOK
                   MOVE  ZK-RPT-DET    TO  ZK-RPT-LINE
                   WRITE  ZK-RPT-LINE
               END-IF
           END-PERFORM.
       FRZ-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK910U"  TO  RUNL-PGM.
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
           MOVE  WS-FRZ-CNT  TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
       COPY  LPSZS.
       COPY  LPCAL.
       COPY  LPCYC.
