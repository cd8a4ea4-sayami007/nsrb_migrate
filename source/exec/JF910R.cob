       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF910R.
      *****************************************************
      *****   UNDELIVERED SHIPMENT EXCEPTION LIST      *****
      *****************************************************
      *        LISTS BY CARRIER AND SHIP DATE EVERY JT-TRKF
      *        TRACKING NUMBER WITH NO PROOF OF DELIVERY MORE
      *        THAN N DAYS AFTER ITS SHIP DATE, AND EVERY ONE WITH
      *        A CARRIER EXCEPTION STILL OUTSTANDING (REFUSED,
      *        ADDRESS UNKNOWN, DAMAGED) WHATEVER ITS AGE -- THE
      *        LIST TO CHASE THE CARRIERS FROM BEFORE THE CUSTOMER
      *        CALLS.  ARGUMENTS: N DAYS (DEFAULT 3) AND THE AS-OF
      *        DATE YYYYMMDD (DEFAULT TODAY).  EACH CARRIER FOOTS
      *        ITS COUNT; THE RUN FOOTS OVERDUE AND EXCEPTIONS.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF910R"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JF-SORT-WORK  ASSIGN  TO  "JF910R.SRT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(100).
       SD  JF-SORT-WORK.
       01  SRT-REC.
           02  SRT-CARR        PIC  9(03).
           02  SRT-SDATE       PIC  9(08).
           02  SRT-TRK         PIC  X(20).
           02  SRT-CONS        PIC  9(06).
           02  SRT-LOT         PIC  9(06).
           02  SRT-SEQ         PIC  9(01).
           02  SRT-CTN         PIC  9(03).
           02  SRT-TCD         PIC  9(04).
           02  SRT-DAYS        PIC  9(04).
           02  SRT-STAT        PIC  X(01).
           02  SRT-EXC         PIC  X(02).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WK-NDAYS        PIC  9(03)  VALUE  0.
       77  WK-ASOF         PIC  9(08)  VALUE  0.
       77  WK-TODAY        PIC  9(06)  VALUE  0.
       77  WK-DAYS         PIC S9(05)  VALUE  0.
       77  WK-CARR         PIC  9(03)  VALUE  0.
       77  WK-FIRST        PIC  9(01)  VALUE  1.
       77  WS-CAR-CNT      PIC  9(05)  VALUE  0.
       77  WS-OVD-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       COPY    LITRKF.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(36)  VALUE
               "UNDELIVERED SHIPMENTS    AS OF ".
           02  RPT-HDR-ASOF    PIC  9(08).
           02  FILLER          PIC  X(08)  VALUE  "  OVER ".
           02  RPT-HDR-DAYS    PIC  ZZ9.
           02  FILLER          PIC  X(05)  VALUE  " DAYS".
       01  JF-RPT-DET.
           02  FILLER          PIC  X(05)  VALUE  "CARR=".
           02  RPT-CARR        PIC  9(03).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-TRK         PIC  X(20).
           02  FILLER          PIC  X(06)  VALUE  " SHIP=".
           02  RPT-SDATE       PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " DAYS=".
           02  RPT-DAYS        PIC  ZZZ9.
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-REF         PIC  X(16).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-FLAG        PIC  X(16).
       01  WK-REF-CNS.
           02  FILLER          PIC  X(04)  VALUE  "CNS=".
           02  REF-CONS        PIC  9(06).
           02  FILLER          PIC  X(06)  VALUE  SPACE.
       01  WK-REF-CTN.
           02  FILLER          PIC  X(04)  VALUE  "CTN=".
           02  REF-LOT         PIC  9(06).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  REF-SEQ         PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  "-".
           02  REF-CTN         PIC  9(03).
       01  JF-RPT-CAR.
           02  FILLER          PIC  X(14)  VALUE  "  CARRIER TTL ".
           02  RPT-CAR-CARR    PIC  9(03).
           02  FILLER          PIC  X(01)  VALUE  "=".
           02  RPT-CAR-CNT     PIC  ZZZZ9.
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(09)  VALUE  "OVERDUE=".
           02  RPT-SUM-OVD     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " EXCEPTIONS=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  JF-RPT-FILE.
           ACCEPT  WK-NDAYS  FROM  ARGUMENT-VALUE.
           IF  WK-NDAYS  =  0
               MOVE  3  TO  WK-NDAYS
           END-IF.
           ACCEPT  WK-ASOF  FROM  ARGUMENT-VALUE.
           IF  WK-ASOF  =  0
               ACCEPT  WK-TODAY  FROM  DATE
               COMPUTE  WK-ASOF  =  20000000  +  WK-TODAY
           END-IF.
       MOVE  WK-ASOF   TO  RPT-HDR-ASOF.
       MOVE  WK-NDAYS  TO  RPT-HDR-DAYS.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
           SORT  JF-SORT-WORK
               ASCENDING  KEY  SRT-CARR  SRT-SDATE  SRT-TRK
               INPUT  PROCEDURE  IS  PR-INP-RTN  THRU  PR-INP-EXT
               OUTPUT  PROCEDURE  IS  PR-OUT-RTN  THRU  PR-OUT-EXT.
           IF  WK-FIRST  =  0
               PERFORM  CAR-PRT-RTN  THRU  CAR-PRT-EXT
           END-IF.
           MOVE  WS-OVD-CNT  TO  RPT-SUM-OVD.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CLOSE  JF-RPT-FILE.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    SELECTION -- NOT DELIVERED AND EITHER OVERDUE OR WITH
      *    AN EXCEPTION OUTSTANDING.
       PR-INP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
       PR-INP-10.
           CALL "DB_Read" USING
            "NEXT AT END" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO  TO  PR-INP-90
           END-IF.
           IF  TRK-STAT  =  "D"  OR  TRK-SDATE  =  0
               GO  TO  PR-INP-10
           END-IF.
           COMPUTE  WK-DAYS  =
               FUNCTION INTEGER-OF-DATE (WK-ASOF)  -
               FUNCTION INTEGER-OF-DATE (TRK-SDATE).
           IF  WK-DAYS  <  0
               MOVE  0  TO  WK-DAYS
           END-IF.
           IF  TRK-STAT  NOT =  "E"  AND  WK-DAYS  NOT >  WK-NDAYS
               GO  TO  PR-INP-10
           END-IF.
           MOVE  TRK-CARR   TO  SRT-CARR.
           MOVE  TRK-SDATE  TO  SRT-SDATE.
           MOVE  TRK-NO     TO  SRT-TRK.
           MOVE  TRK-CONS   TO  SRT-CONS.
           MOVE  TRK-LOT    TO  SRT-LOT.
           MOVE  TRK-SEQ    TO  SRT-SEQ.
           MOVE  TRK-CTN    TO  SRT-CTN.
           MOVE  TRK-TCD    TO  SRT-TCD.
           MOVE  WK-DAYS    TO  SRT-DAYS.
           MOVE  TRK-STAT   TO  SRT-STAT.
           MOVE  TRK-EXC    TO  SRT-EXC.
           RELEASE  SRT-REC.
           GO  TO  PR-INP-10.
       PR-INP-90.
           CALL "DB_F_Close" USING BY REFERENCE TRKF_IDLST TRKF_PNAME1.
       PR-INP-EXT.
           EXIT.
       PR-OUT-RTN.
           RETURN  JF-SORT-WORK  AT  END  GO  TO  PR-OUT-EXT.
           IF  WK-FIRST  =  0  AND  SRT-CARR  NOT =  WK-CARR
               PERFORM  CAR-PRT-RTN  THRU  CAR-PRT-EXT
           END-IF.
           MOVE  0         TO  WK-FIRST.
           MOVE  SRT-CARR  TO  WK-CARR.
           ADD  1  TO  WS-CAR-CNT.
           MOVE  SRT-CARR   TO  RPT-CARR.
           MOVE  SRT-TRK    TO  RPT-TRK.
           MOVE  SRT-SDATE  TO  RPT-SDATE.
           MOVE  SRT-DAYS   TO  RPT-DAYS.
           MOVE  SRT-TCD    TO  RPT-TCD.
           IF  SRT-CONS  NOT =  0
               MOVE  SRT-CONS    TO  REF-CONS
               MOVE  WK-REF-CNS  TO  RPT-REF
           ELSE
               MOVE  SRT-LOT     TO  REF-LOT
               MOVE  SRT-SEQ     TO  REF-SEQ
               MOVE  SRT-CTN     TO  REF-CTN
               MOVE  WK-REF-CTN  TO  RPT-REF
           END-IF.
           IF  SRT-STAT  =  "E"
               ADD  1  TO  WS-EXC-CNT
               EVALUATE  SRT-EXC
                   WHEN  "RF"
                       MOVE  "*** REFUSED"       TO  RPT-FLAG
                   WHEN  "AU"
                       MOVE  "*** ADDR UNKNOWN"  TO  RPT-FLAG
                   WHEN  "DM"
                       MOVE  "*** DAMAGED"       TO  RPT-FLAG
                   WHEN  OTHER
                       MOVE  "*** EXCEPTION"     TO  RPT-FLAG
               END-EVALUATE
           ELSE
               ADD  1  TO  WS-OVD-CNT
               MOVE  "NO POD"  TO  RPT-FLAG
           END-IF.
           MOVE  JF-RPT-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           GO  TO  PR-OUT-RTN.
       PR-OUT-EXT.
           EXIT.
       CAR-PRT-RTN.
           MOVE  WK-CARR     TO  RPT-CAR-CARR.
           MOVE  WS-CAR-CNT  TO  RPT-CAR-CNT.
           MOVE  JF-RPT-CAR  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  0  TO  WS-CAR-CNT.
       CAR-PRT-EXT.
           EXIT.
