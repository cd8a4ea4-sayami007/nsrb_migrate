       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         JF900U.
      *****************************************************
      *****   CARRIER DELIVERY-STATUS IMPORT (POD)     *****
      *****************************************************
      *        APPLIES THE CARRIERS' DAILY DELIVERY-STATUS FILE
      *        (CARPOD.DAT, LINE SEQUENTIAL, EACH CARRIER'S FEED
      *        LAID OUT AS BELOW: TRACKING NUMBER X(20), CARRIER
      *        9(03), EVENT X(02), EVENT DATE YYYYMMDD, TIME HHMM
      *        AND RECEIVER NAME X(20)) TO JT-TRKF.  EVENTS --
      *          DL  DELIVERED: TRK-STAT D WITH DATE, TIME AND
      *              RECEIVER (THE PROOF OF DELIVERY);
      *          RF  REFUSED, AU  ADDRESS UNKNOWN, DM  DAMAGED:
      *              TRK-STAT E AND TRK-EXC (A DAMAGED DELIVERY
      *              STAYS DELIVERED AND KEEPS THE EXCEPTION);
      *          ANY OTHER EVENT IS IN-TRANSIT NEWS -- ONLY THE
      *              LAST-EVENT DATE MOVES.
      *        A TRACKING NUMBER NOT ON JT-TRKF, OR ON IT UNDER
      *        ANOTHER CARRIER, IS REJECTED TO THE REGISTER; A
      *        DELIVERED RECORD IS NEVER REOPENED.  THE REGISTER
      *        LISTS EVERY EXCEPTION AND REJECT AND FOOTS THE
      *        LINES READ, DELIVERED, EXCEPTIONS, IN-TRANSIT,
      *        ALREADY DELIVERED AND REJECTED.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  JF-POD-FILE  ASSIGN  TO  "CARPOD.DAT"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  JF-RPT-FILE  ASSIGN  TO  "JF900U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  JF-POD-FILE
           LABEL RECORD IS STANDARD.
       01  JF-POD-REC.
           02  POD-TRK         PIC  X(20).
           02  POD-CARR        PIC  9(03).
           02  POD-EVT         PIC  X(02).
           02  POD-DATE        PIC  9(08).
           02  POD-TIME        PIC  9(04).
           02  POD-RCVR        PIC  X(20).
           02  FILLER          PIC  X(23).
       FD  JF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  JF-RPT-LINE         PIC  X(100).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WS-LIN-CNT      PIC  9(07)  VALUE  0.
       77  WS-DLV-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       77  WS-TRN-CNT      PIC  9(07)  VALUE  0.
       77  WS-ALD-CNT      PIC  9(07)  VALUE  0.
       77  WS-REJ-CNT      PIC  9(07)  VALUE  0.
       COPY    LITRKF.
       COPY    LIRUNL.
      *****
       01  JF-RPT-HDR.
           02  FILLER          PIC  X(36)  VALUE
               "CARRIER DELIVERY-STATUS IMPORT      ".
       01  JF-RPT-DET.
           02  RPT-TRK         PIC  X(20).
           02  FILLER          PIC  X(06)  VALUE  " CARR=".
           02  RPT-CARR        PIC  9(03).
           02  FILLER          PIC  X(05)  VALUE  " EVT=".
           02  RPT-EVT         PIC  X(02).
           02  FILLER          PIC  X(06)  VALUE  " DATE=".
           02  RPT-DATE        PIC  9(08).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-CUST        PIC  9(04).
           02  FILLER          PIC  X(02)  VALUE  SPACE.
           02  RPT-FLAG        PIC  X(24).
       01  JF-RPT-SUM.
           02  FILLER          PIC  X(07)  VALUE  "LINES=".
           02  RPT-SUM-LIN     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " DELIVERED=".
           02  RPT-SUM-DLV     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " EXCEPTIONS=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(12)  VALUE  " IN-TRANSIT=".
           02  RPT-SUM-TRN     PIC  ZZZZZZ9.
       01  JF-RPT-SUM2.
           02  FILLER          PIC  X(19)  VALUE
               "ALREADY DELIVERED=".
           02  RPT-SUM-ALD     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " REJECTED=".
           02  RPT-SUM-REJ     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  INPUT  JF-POD-FILE.
       OPEN  OUTPUT  JF-RPT-FILE.
       MOVE  JF-RPT-HDR  TO  JF-RPT-LINE.
       WRITE  JF-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "I-O" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
       PD-10.
           READ  JF-POD-FILE  AT  END
               GO  TO  END-RTN
           END-READ.
           ADD  1  TO  WS-LIN-CNT.
           MOVE  POD-TRK   TO  RPT-TRK.
           MOVE  POD-CARR  TO  RPT-CARR.
           MOVE  POD-EVT   TO  RPT-EVT.
           MOVE  POD-DATE  TO  RPT-DATE.
           MOVE  0         TO  RPT-CUST.
           MOVE  POD-TRK   TO  TRK-NO.
           CALL "DB_Read" USING
            "INVALID" TRKF_PNAME1 BY REFERENCE TRK-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  "*** UNKNOWN TRACKING NO"  TO  RPT-FLAG
               GO  TO  PD-80
           END-IF.
           MOVE  TRK-TCD  TO  RPT-CUST.
           IF  TRK-CARR  NOT =  POD-CARR
               MOVE  "*** CARRIER MISMATCH"  TO  RPT-FLAG
               GO  TO  PD-80
           END-IF.
           EVALUATE  POD-EVT
               WHEN  "DL"
                   GO  TO  PD-20
               WHEN  "RF"
               WHEN  "AU"
               WHEN  "DM"
                   GO  TO  PD-30
               WHEN  OTHER
                   GO  TO  PD-40
           END-EVALUATE.
      *        DELIVERED -- THE PROOF OF DELIVERY.
       PD-20.
           IF  TRK-STAT  =  "D"
               ADD  1  TO  WS-ALD-CNT
               GO  TO  PD-10
           END-IF.
           MOVE  "D"       TO  TRK-STAT.
           MOVE  POD-DATE  TO  TRK-DDATE.
           MOVE  POD-TIME  TO  TRK-DTIME.
           MOVE  POD-RCVR  TO  TRK-RCVR.
           MOVE  POD-DATE  TO  TRK-EDATE.
           PERFORM  UPD-RTN  THRU  UPD-EXT.
           ADD  1  TO  WS-DLV-CNT.
           GO  TO  PD-10.
      *        EXCEPTION -- LISTED ON THE REGISTER.
       PD-30.
           MOVE  POD-EVT   TO  TRK-EXC.
           MOVE  POD-DATE  TO  TRK-EDATE.
           IF  TRK-STAT  NOT =  "D"
               MOVE  "E"  TO  TRK-STAT
           END-IF.
           PERFORM  UPD-RTN  THRU  UPD-EXT.
           ADD  1  TO  WS-EXC-CNT.
           EVALUATE  POD-EVT
               WHEN  "RF"
                   MOVE  "EXCEPTION: REFUSED"  TO  RPT-FLAG
               WHEN  "AU"
                   MOVE  "EXCEPTION: ADDR UNKNOWN"  TO  RPT-FLAG
               WHEN  OTHER
                   MOVE  "EXCEPTION: DAMAGED"  TO  RPT-FLAG
           END-EVALUATE.
           MOVE  JF-RPT-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           GO  TO  PD-10.
      *        IN TRANSIT -- LAST-EVENT DATE ONLY.
       PD-40.
           IF  TRK-STAT  =  "D"
               ADD  1  TO  WS-ALD-CNT
               GO  TO  PD-10
           END-IF.
           MOVE  POD-DATE  TO  TRK-EDATE.
           PERFORM  UPD-RTN  THRU  UPD-EXT.
           ADD  1  TO  WS-TRN-CNT.
           GO  TO  PD-10.
       PD-80.
           ADD  1  TO  WS-REJ-CNT.
           MOVE  JF-RPT-DET  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           GO  TO  PD-10.
       UPD-RTN.
           CALL "DB_Update" USING
            TRKF_PNAME1 TRKF_LNAME TRK-R RETURNING RET.
       UPD-EXT.
           EXIT.
       END-RTN.
           MOVE  WS-LIN-CNT  TO  RPT-SUM-LIN.
           MOVE  WS-DLV-CNT  TO  RPT-SUM-DLV.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  WS-TRN-CNT  TO  RPT-SUM-TRN.
           MOVE  JF-RPT-SUM  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           MOVE  WS-ALD-CNT  TO  RPT-SUM-ALD.
           MOVE  WS-REJ-CNT  TO  RPT-SUM-REJ.
           MOVE  JF-RPT-SUM2  TO  JF-RPT-LINE.
           WRITE  JF-RPT-LINE.
           CLOSE  JF-POD-FILE.
           CLOSE  JF-RPT-FILE.
           CALL "DB_F_Close" USING BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "JF900U"  TO  RUNL-PGM.
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
           MOVE  WS-LIN-CNT  TO  RUNL-READ.
           MOVE  0           TO  RUNL-WRIT.
           COMPUTE  RUNL-UPDT  =
               WS-DLV-CNT  +  WS-EXC-CNT  +  WS-TRN-CNT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
