       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ZK950R.
      *****************************************************
      *****   OPEN / OVERDUE PURCHASE ORDER REPORT     *****
      *****************************************************
      *        LISTS EVERY JT-PURF PURCHASE ORDER NOT YET IN --
      *        ISSUED (PUR-STAT 1), PART-RECEIVED (2) AND THE
      *        JM670R DRAFTS STILL WAITING ON ZK940U (0) --
      *        SORTED BY SUPPLIER AND DUE DATE (KM790R PATTERN):
      *        ORDERED, RECEIVED AND OUTSTANDING TOTALS, AN
      *        OVERDUE FLAG WHERE AN ISSUED ORDER'S DUE DATE IS
      *        PAST, AND A PER-SUPPLIER OUTSTANDING TOTAL FOR
      *        THE BUYER'S CHASING CALLS.  ARGUMENT "L" PRINTS
      *        THE OVERDUE ORDERS ONLY.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ZK-RPT-FILE  ASSIGN  TO  "ZK950R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  ZK-SORT-WORK  ASSIGN  TO  "ZK950R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ZK-RPT-LINE         PIC  X(132).
       SD  ZK-SORT-WORK.
       01  SRT-REC.
           02  SRT-VCD         PIC  9(005).
           02  SRT-DDATE       PIC  9(008).
           02  SRT-NO          PIC  9(006).
           02  SRT-JCD         PIC  9(006).
           02  SRT-STAT        PIC  9(001).
           02  SRT-OQT         PIC S9(005).
           02  SRT-RQT         PIC S9(005).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WK-OPT          PIC  X(01)  VALUE  SPACE.
       77  WK-OUT          PIC S9(06)  VALUE  0.
       77  WK-CUR-VCD      PIC  9(05)  VALUE  0.
       77  WK-1ST-SW       PIC  9(01)  VALUE  1.
       77  WK-VCD-OUT      PIC S9(07)  VALUE  0.
       77  WS-ORD-CNT      PIC  9(07)  VALUE  0.
       77  WS-LATE-CNT     PIC  9(07)  VALUE  0.
       77  WS-DRF-CNT      PIC  9(07)  VALUE  0.
       COPY    LIPURF.
       COPY    LIVNDM.
       COPY    LIRUNL.
      *****
       01  ZK-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "OPEN PURCHASE ORDERS         ".
           02  FILLER          PIC  X(06)  VALUE  "DATE=".
           02  RPT-HDR-DATE    PIC  9(08).
       01  ZK-RPT-DET.
           02  FILLER          PIC  X(04)  VALUE  "PO=".
           02  RPT-NO          PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " SUP=".
           02  RPT-VCD         PIC  9(05).
           02  FILLER          PIC  X(07)  VALUE  " ITEM=".
           02  RPT-JCD         PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  " DUE=".
           02  RPT-DDATE       PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " ORD=".
           02  RPT-OQT         PIC  -(04)9.
           02  FILLER          PIC  X(06)  VALUE  " RCV=".
           02  RPT-RQT         PIC  -(04)9.
           02  FILLER          PIC  X(06)  VALUE  " OUT=".
           02  RPT-OUT         PIC  -(05)9.
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-LATE        PIC  X(08).
       01  ZK-RPT-BRK.
           02  FILLER          PIC  X(09)  VALUE  "SUPPLIER ".
           02  BRK-VCD         PIC  9(05).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  BRK-NAME        PIC  N(24).
           02  FILLER          PIC  X(14)  VALUE  " OUTSTANDING=".
           02  BRK-OUT         PIC  -(06)9.
       01  ZK-RPT-SUM.
           02  FILLER          PIC  X(13)  VALUE  "OPEN ORDERS=".
           02  RPT-SUM-CNT     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " OVERDUE=".
           02  RPT-SUM-LATE    PIC  ZZZZZZ9.
           02  FILLER          PIC  X(09)  VALUE  " DRAFTS=".
           02  RPT-SUM-DRF     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       ACCEPT  WK-OPT  FROM  ARGUMENT-VALUE.
       OPEN  OUTPUT  ZK-RPT-FILE.
       ACCEPT  WK-TODAY  FROM  DATE.
       ADD  20000000  TO  WK-TODAY.
       MOVE  WK-TODAY  TO  RPT-HDR-DATE.
       MOVE  ZK-RPT-HDR  TO  ZK-RPT-LINE.
       WRITE  ZK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" VNDM_PNAME1 "SHARED" BY REFERENCE VNDM_IDLST "1"
            "VND-KEY" BY REFERENCE VND-KEY.
           SORT  ZK-SORT-WORK
               ASCENDING  KEY  SRT-VCD  SRT-DDATE  SRT-NO
               INPUT  PROCEDURE  IS  INP-RTN  THRU  INP-EXT
               OUTPUT  PROCEDURE  IS  OUT-RTN  THRU  OUT-EXT.
           CALL "DB_F_Close" USING BY REFERENCE VNDM_IDLST VNDM_PNAME1.
           MOVE  WS-ORD-CNT   TO  RPT-SUM-CNT.
           MOVE  WS-LATE-CNT  TO  RPT-SUM-LATE.
           MOVE  WS-DRF-CNT   TO  RPT-SUM-DRF.
           MOVE  ZK-RPT-SUM   TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           CLOSE  ZK-RPT-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       INP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" PURF_PNAME1 "SHARED" BY REFERENCE PURF_IDLST "1"
            "PUR-KEY" BY REFERENCE PUR-KEY.
       INP-10.
           CALL "DB_Read" USING
            "NEXT AT END" PURF_PNAME1 BY REFERENCE PUR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  INP-EXT
           END-IF.
           IF  PUR-STAT  >  2
               GO  TO  INP-10
           END-IF.
      *        OVERDUE-ONLY RUN -- ISSUED ORDERS PAST THEIR DATE.
           IF  WK-OPT  =  "L"
               IF  PUR-STAT  =  0  OR  PUR-DDATE  NOT <  WK-TODAY
                   GO  TO  INP-10
               END-IF
           END-IF.
           MOVE  PUR-VCD    TO  SRT-VCD.
           MOVE  PUR-DDATE  TO  SRT-DDATE.
           MOVE  PUR-NO     TO  SRT-NO.
           MOVE  PUR-JCD    TO  SRT-JCD.
           MOVE  PUR-STAT   TO  SRT-STAT.
           MOVE  PUR-OQT    TO  SRT-OQT.
           MOVE  PUR-RQT    TO  SRT-RQT.
           RELEASE  SRT-REC.
           GO  TO  INP-10.
       INP-EXT.
           CALL "DB_F_Close" USING BY REFERENCE PURF_IDLST PURF_PNAME1.
           EXIT.
       OUT-RTN.
       OUT-10.
           RETURN  ZK-SORT-WORK  AT  END
               PERFORM  BRK-RTN  THRU  BRK-EXT
               GO  TO  OUT-EXT.
           IF  WK-1ST-SW  =  1
               MOVE  0  TO  WK-1ST-SW
               MOVE  SRT-VCD  TO  WK-CUR-VCD
           END-IF.
           IF  SRT-VCD  NOT =  WK-CUR-VCD
               PERFORM  BRK-RTN  THRU  BRK-EXT
               MOVE  SRT-VCD  TO  WK-CUR-VCD
           END-IF.
           MOVE  SRT-NO     TO  RPT-NO.
           MOVE  SRT-VCD    TO  RPT-VCD.
           MOVE  SRT-JCD    TO  RPT-JCD.
           MOVE  SRT-DDATE  TO  RPT-DDATE.
           MOVE  SRT-OQT    TO  RPT-OQT.
           MOVE  SRT-RQT    TO  RPT-RQT.
           COMPUTE  WK-OUT  =  SRT-OQT  -  SRT-RQT.
           MOVE  WK-OUT     TO  RPT-OUT.
           ADD  WK-OUT  TO  WK-VCD-OUT.
           IF  SRT-STAT  =  0
               MOVE  "DRAFT"  TO  RPT-LATE
               ADD  1  TO  WS-DRF-CNT
           ELSE
               ADD  1  TO  WS-ORD-CNT
               IF  SRT-DDATE  <  WK-TODAY
                   MOVE  "*** LATE"  TO  RPT-LATE
                   ADD  1  TO  WS-LATE-CNT
               ELSE
                   MOVE  SPACE  TO  RPT-LATE
               END-IF
           END-IF.
           MOVE  ZK-RPT-DET  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           GO  TO  OUT-10.
       BRK-RTN.
           IF  WK-1ST-SW  =  1
               GO  TO  BRK-EXT
           END-IF.
           MOVE  WK-CUR-VCD  TO  BRK-VCD.
           MOVE  WK-CUR-VCD  TO  VND-CD.
           CALL "DB_Read" USING
            "INVALID" VNDM_PNAME1 BY REFERENCE VND-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE  TO  VND-NAME
           END-IF.
           MOVE  VND-NAME    TO  BRK-NAME.
           MOVE  WK-VCD-OUT  TO  BRK-OUT.
           MOVE  ZK-RPT-BRK  TO  ZK-RPT-LINE.
           WRITE  ZK-RPT-LINE.
           MOVE  0  TO  WK-VCD-OUT.
       BRK-EXT.
           EXIT.
       OUT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ZK950R"  TO  RUNL-PGM.
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
           COMPUTE  RUNL-READ  =  WS-ORD-CNT  +  WS-DRF-CNT.
           MOVE  0           TO  RUNL-WRIT.
           MOVE  0           TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
