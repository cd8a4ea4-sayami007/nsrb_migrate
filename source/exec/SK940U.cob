       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SK940U.
      *****************************************************
      *****   E-INVOICE RESPONSE POSTING               *****
      *****************************************************
      *        POSTS THE PEPPOL ACCESS POINT'S DELIVERY
      *        RESPONSES (PEPRES.DAT, LINE SEQUENTIAL: DOCUMENT
      *        TYPE 9(01), DOCUMENT NUMBER X(12), STATUS 9(01)
      *        -- 2 ACCEPTED, 3 REJECTED -- RESPONSE DATE 9(08),
      *        REASON CODE X(10), REASON TEXT X(40)) TO THE
      *        JT-EILG LOG SK930U WROTE.  ONLY A DOCUMENT STILL
      *        AWAITING ITS RESPONSE (EIL-ST 1) IS UPDATED; A
      *        RESPONSE FOR A DOCUMENT NOT ON THE LOG, ONE ALREADY
      *        ANSWERED, OR WITH AN UNKNOWN STATUS IS LISTED AS AN
      *        EXCEPTION.  A REJECTED DOCUMENT GOES AGAIN ON THE
      *        NEXT SK930U RUN ONCE THE CAUSE IS PUT RIGHT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  EI-RES-FILE  ASSIGN  TO  "PEPRES.DAT"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  SK-RPT-FILE  ASSIGN  TO  "SK940U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  EI-RES-FILE
           LABEL RECORD IS STANDARD.
       01  EI-RES-REC.
           02  RES-DOCT        PIC  9(01).
           02  RES-DOCNO       PIC  X(12).
           02  RES-ST          PIC  9(01).
           02  RES-DATE        PIC  9(08).
           02  RES-RSN         PIC  X(10).
           02  RES-RTXT        PIC  X(40).
           02  FILLER          PIC  X(08).
       FD  SK-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SK-RPT-LINE         PIC  X(132).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  WS-LIN-CNT      PIC  9(07)  VALUE  0.
       77  WS-ACC-CNT      PIC  9(07)  VALUE  0.
       77  WS-REJ-CNT      PIC  9(07)  VALUE  0.
       77  WS-EXC-CNT      PIC  9(07)  VALUE  0.
       COPY    LIEILG.
       COPY    LIRUNL.
      *****
       01  SK-RPT-HDR.
           02  FILLER          PIC  X(32)  VALUE
               "E-INVOICE RESPONSE POSTING      ".
       01  SK-RPT-DET.
           02  RPT-DOCT        PIC  9(01).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-DOCNO       PIC  X(12).
           02  FILLER          PIC  X(06)  VALUE  " CUST=".
           02  RPT-TCD         PIC  9(04).
           02  FILLER          PIC  X(06)  VALUE  " RESP=".
           02  RPT-DATE        PIC  9(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-ST          PIC  X(08).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RSN         PIC  X(10).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-RTXT        PIC  X(40).
           02  FILLER          PIC  X(01)  VALUE  SPACE.
           02  RPT-FLAG        PIC  X(24).
       01  SK-RPT-SUM.
           02  FILLER          PIC  X(10)  VALUE  "RESPONSES=".
           02  RPT-SUM-LIN     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " ACCEPTED=".
           02  RPT-SUM-ACC     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " REJECTED=".
           02  RPT-SUM-REJ     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(13)  VALUE  " EXCEPTIONS=".
           02  RPT-SUM-EXC     PIC  ZZZZZZ9.
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  INPUT  EI-RES-FILE.
       OPEN  OUTPUT  SK-RPT-FILE.
       MOVE  SK-RPT-HDR  TO  SK-RPT-LINE.
       WRITE  SK-RPT-LINE.
       PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "I-O" EILG_PNAME1 "SHARED" BY REFERENCE EILG_IDLST "1"
            "EIL-KEY" BY REFERENCE EIL-KEY.
       RS-10.
           READ  EI-RES-FILE  AT  END
               GO  TO  END-RTN
           END-READ.
           ADD  1  TO  WS-LIN-CNT.
           MOVE  SPACE      TO  SK-RPT-DET.
           MOVE  RES-DOCT   TO  RPT-DOCT.
           MOVE  RES-DOCNO  TO  RPT-DOCNO.
           MOVE  RES-DATE   TO  RPT-DATE.
           MOVE  RES-RSN    TO  RPT-RSN.
           MOVE  RES-RTXT   TO  RPT-RTXT.
           MOVE  0          TO  RPT-TCD.
           IF  RES-ST  =  2
               MOVE  "ACCEPTED"  TO  RPT-ST
           ELSE
               IF  RES-ST  =  3
                   MOVE  "REJECTED"  TO  RPT-ST
               ELSE
                   MOVE  "??"        TO  RPT-ST
                   MOVE  "*** UNKNOWN STATUS"  TO  RPT-FLAG
                   GO  TO  RS-80
               END-IF
           END-IF.
           MOVE  RES-DOCT   TO  EIL-DOCT.
           MOVE  RES-DOCNO  TO  EIL-DOCNO.
           CALL "DB_Read" USING
            "INVALID" EILG_PNAME1 BY REFERENCE EIL-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  "*** NOT ON THE LOG"  TO  RPT-FLAG
               GO  TO  RS-80
           END-IF.
           MOVE  EIL-TCD  TO  RPT-TCD.
           IF  EIL-ST  NOT =  1
               MOVE  "*** ALREADY ANSWERED"  TO  RPT-FLAG
               GO  TO  RS-80
           END-IF.
           MOVE  RES-ST     TO  EIL-ST.
           MOVE  RES-DATE   TO  EIL-RDATE.
           MOVE  RES-RSN    TO  EIL-RSN.
           MOVE  RES-RTXT   TO  EIL-RTXT.
           CALL "DB_Update" USING
            EILG_PNAME1 EILG_LNAME EIL-R RETURNING RET.
           IF  RET  =  1
               MOVE  "*** EILG UPDATE ERROR"  TO  RPT-FLAG
               GO  TO  RS-80
           END-IF.
           IF  RES-ST  =  2
               ADD  1  TO  WS-ACC-CNT
           ELSE
               ADD  1  TO  WS-REJ-CNT
               MOVE  "RESEND AFTER CORRECTION"  TO  RPT-FLAG
           END-IF.
           MOVE  SK-RPT-DET  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           GO  TO  RS-10.
       RS-80.
           ADD  1  TO  WS-EXC-CNT.
           MOVE  SK-RPT-DET  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           GO  TO  RS-10.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE EILG_IDLST EILG_PNAME1.
           MOVE  WS-LIN-CNT  TO  RPT-SUM-LIN.
           MOVE  WS-ACC-CNT  TO  RPT-SUM-ACC.
           MOVE  WS-REJ-CNT  TO  RPT-SUM-REJ.
           MOVE  WS-EXC-CNT  TO  RPT-SUM-EXC.
           MOVE  SK-RPT-SUM  TO  SK-RPT-LINE.
           WRITE  SK-RPT-LINE.
           CLOSE  EI-RES-FILE.
           CLOSE  SK-RPT-FILE.
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
           MOVE  "SK940U"  TO  RUNL-PGM.
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
           COMPUTE  RUNL-UPDT  =  WS-ACC-CNT  +  WS-REJ-CNT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
