       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ST800U.
      *****************************************************
      *****   SALES TARGET BULK UPLOAD FROM CSV        *****
      *****************************************************
      *        LOADS THE SALES-MEETING TARGET SPREADSHEET INTO
      *        JT-SLTG WITHOUT REKEYING, THE PR600U WAY.  INPUT IS
      *        THE LINE-SEQUENTIAL CSV FILE ST800U.CSV, ONE ROW
      *        PER TARGET:
      *          YYMM,STAFF,CUSTOMER,CLASS,AMOUNT
      *        (CUSTOMER 0 AND CLASS 0 = THE STAFF TOTAL; EMPTY
      *        FIELDS COUNT AS ZERO).
      *        PASS 1 IS A FULL EDIT PASS -- MONTH 01-12, STAFF ON
      *        HKBM, CUSTOMER ON TOKMS AND CLASS ON HKBM WHEN NOT
      *        ZERO, AMOUNT NUMERIC AND NOT NEGATIVE.  BAD ROWS
      *        SPILL TO ST800U.REJ WITH A REASON.  PASS 2 LOADS
      *        THE CLEAN ROWS, REPLACING ANY TARGET ALREADY ON
      *        FILE FOR THE SAME KEY.
      *        FIRST ARGUMENT = "1" SELECTS ALL-OR-NOTHING: ANY
      *        REJECT IN PASS 1 AND NOTHING IS LOADED.  SECOND
      *        ARGUMENT IS THE OPERATOR ID STAMPED ON THE ROWS.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.    SYSTEM100.
       OBJECT-COMPUTER.    SYSTEM100.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  ST-CSV-FILE  ASSIGN  TO  "ST800U.CSV"
               ORGANIZATION  IS  LINE SEQUENTIAL
               FILE STATUS    IS  CSV-STAT.
           SELECT  ST-REJ-FILE  ASSIGN  TO  "ST800U.REJ"
               ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT  ST-RPT-FILE  ASSIGN  TO  "ST800U"
               ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ST-CSV-FILE
           LABEL RECORD IS STANDARD.
       01  ST-CSV-LINE         PIC  X(100).
       FD  ST-REJ-FILE
           LABEL RECORD IS STANDARD.
       01  ST-REJ-LINE         PIC  X(126).
       FD  ST-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  ST-RPT-LINE         PIC  X(80).
       WORKING-STORAGE     SECTION.
       77  ERR-STAT        PIC  X(02).
       77  RET             PIC  9(01)  VALUE  0.
       77  CSV-STAT        PIC  X(02)  VALUE  SPACE.
       77  CI              PIC  9(02)  VALUE  0.
       77  WK-PTR          PIC  9(04)  VALUE  1.
       77  WK-ALLORNON     PIC  X(01)  VALUE  SPACE.
       77  WK-OPR          PIC  X(06)  VALUE  SPACE.
       77  WK-TODAY        PIC  9(08)  VALUE  0.
       77  WS-ROW-CNT      PIC  9(07)  VALUE  0.
       77  WS-REJ-CNT      PIC  9(07)  VALUE  0.
       77  WS-INS-CNT      PIC  9(07)  VALUE  0.
       77  WS-UPD-CNT      PIC  9(07)  VALUE  0.
       77  WK-ROW-ERR      PIC  9(01)  VALUE  0.
       77  WK-NUM-ERR      PIC  9(01)  VALUE  0.
       77  WK-EOF          PIC  9(01)  VALUE  0.
       01  WK-AREA.
           02  WK-FLD      PIC  X(12).
           02  WK-VAL      PIC S9(10).
           02  WK-SIGN     PIC  9(01).
           02  WK-DIGS     PIC  9(02).
           02  WK-YM       PIC  9(04).
           02  WK-YMR  REDEFINES  WK-YM.
               03  WK-YM-Y PIC  9(02).
               03  WK-YM-M PIC  9(02).
           02  WK-TNC      PIC  9(02).
           02  WK-TCD      PIC  9(04).
           02  WK-BR1      PIC  9(02).
           02  WK-AMT      PIC S9(10).
           02  WK-REASON   PIC  X(24).
       01  WK-DIG.
           02  WK-DIG-X    PIC  X(01).
           02  WK-DIG-9    REDEFINES  WK-DIG-X  PIC  9(01).
       COPY    LISLTG.
       COPY    LIHKBM.
       COPY    LITKM.
       COPY    LIRUNL.
      *****
       01  ST-RPT-HDR.
           02  FILLER          PIC  X(30)  VALUE
               "SALES TARGET CSV UPLOAD       ".
       01  ST-RPT-ABT.
           02  FILLER          PIC  X(44)  VALUE
               "ALL-OR-NOTHING: REJECTS FOUND, NOTHING LOADED".
       01  ST-RPT-SUM.
           02  FILLER          PIC  X(07)  VALUE  "ROWS=".
           02  RPT-SUM-ROW     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " REJECTS=".
           02  RPT-SUM-REJ     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(11)  VALUE  " INSERTED=".
           02  RPT-SUM-INS     PIC  ZZZZZZ9.
           02  FILLER          PIC  X(10)  VALUE  " UPDATED=".
           02  RPT-SUM-UPD     PIC  ZZZZZZ9.
       01  ST-REJ-DET.
           02  REJ-REASON      PIC  X(24).
           02  FILLER          PIC  X(02)  VALUE  ": ".
           02  REJ-LINE        PIC  X(100).
       PROCEDURE           DIVISION.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
       OPEN  OUTPUT  ST-RPT-FILE.
       OPEN  OUTPUT  ST-REJ-FILE.
       MOVE  ST-RPT-HDR  TO  ST-RPT-LINE.
       WRITE  ST-RPT-LINE.
           ACCEPT  WK-ALLORNON  FROM  ARGUMENT-VALUE.
           ACCEPT  WK-OPR       FROM  ARGUMENT-VALUE.
           ACCEPT  WK-TODAY     FROM  DATE.
           ADD  20000000  TO  WK-TODAY.
           PERFORM  RUNL-ST-RTN  THRU  RUNL-ST-EXT.
           CALL "DB_F_Open" USING
            "INPUT" HKBM_PNAME1 "SHARED" BY REFERENCE HKBM_IDLST "1"
            "HKB-KEY" BY REFERENCE HKB-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TK-M_PNAME1 "SHARED" BY REFERENCE TK-M_IDLST "1"
            "TK-KEY" BY REFERENCE TK-KEY.
      *****
      *    Pass 1 -- edit only.
           OPEN  INPUT  ST-CSV-FILE.
           IF  CSV-STAT  NOT =  "00"
               MOVE  "ST800U.CSV NOT FOUND, LOAD ABANDONED"
                TO  ST-RPT-LINE
               WRITE  ST-RPT-LINE
               GO  TO  END-RTN
           END-IF.
           MOVE  0  TO  WK-EOF.
       ED-10.
           READ  ST-CSV-FILE
               AT END
                   MOVE  1  TO  WK-EOF
           END-READ.
           IF  WK-EOF  =  1
               GO  TO  ED-90
           END-IF.
           ADD  1  TO  WS-ROW-CNT.
           PERFORM  ROW-EDT-RTN  THRU  ROW-EDT-EXT.
           IF  WK-ROW-ERR  =  1
               ADD  1  TO  WS-REJ-CNT
               MOVE  SPACE       TO  ST-REJ-LINE
               MOVE  WK-REASON   TO  REJ-REASON
               MOVE  ST-CSV-LINE TO  REJ-LINE
               MOVE  ST-REJ-DET  TO  ST-REJ-LINE
               WRITE  ST-REJ-LINE
           END-IF.
           GO  TO  ED-10.
       ED-90.
           CLOSE  ST-CSV-FILE.
           IF  WK-ALLORNON  =  "1"  AND  WS-REJ-CNT  >  0
               MOVE  ST-RPT-ABT  TO  ST-RPT-LINE
               WRITE  ST-RPT-LINE
               GO  TO  END-RTN
           END-IF.
      *****
      *    Pass 2 -- load the clean rows, re-edited so the two
      *    passes cannot disagree.
           CALL "DB_F_Open" USING
            "I-O" SLTG_PNAME1 "SHARED" BY REFERENCE SLTG_IDLST "1"
            "SLT-KEY" BY REFERENCE SLT-KEY.
           OPEN  INPUT  ST-CSV-FILE.
           MOVE  0  TO  WK-EOF.
       LD-10.
           READ  ST-CSV-FILE
               AT END
                   MOVE  1  TO  WK-EOF
           END-READ.
           IF  WK-EOF  =  1
               GO  TO  LD-90
           END-IF.
           PERFORM  ROW-EDT-RTN  THRU  ROW-EDT-EXT.
           IF  WK-ROW-ERR  =  1
               GO  TO  LD-10
           END-IF.
           MOVE  WK-YM   TO  SLT-YM.
           MOVE  WK-TNC  TO  SLT-TNC.
           MOVE  WK-TCD  TO  SLT-TCD.
           MOVE  WK-BR1  TO  SLT-BR1.
           CALL "DB_Read" USING
            "INVALID" SLTG_PNAME1 BY REFERENCE SLT-R " "
            RETURNING RET.
           IF  RET  =  1
               MOVE  SPACE     TO  SLT-R
               MOVE  WK-YM     TO  SLT-YM
               MOVE  WK-TNC    TO  SLT-TNC
               MOVE  WK-TCD    TO  SLT-TCD
               MOVE  WK-BR1    TO  SLT-BR1
               MOVE  WK-AMT    TO  SLT-AMT
               MOVE  WK-OPR    TO  SLT-OPR
               MOVE  WK-TODAY  TO  SLT-UDATE
               CALL "DB_Insert" USING
                SLTG_PNAME1 SLTG_LNAME SLT-R RETURNING RET
               IF  RET = 1
                   MOVE  "JT-SLTG INSERT ERROR"  TO  WK-REASON
                   PERFORM  REJ-WRT-RTN  THRU  REJ-WRT-EXT
               ELSE
                   ADD  1  TO  WS-INS-CNT
               END-IF
           ELSE
               MOVE  WK-AMT    TO  SLT-AMT
               MOVE  WK-OPR    TO  SLT-OPR
               MOVE  WK-TODAY  TO  SLT-UDATE
               CALL "DB_Update" USING
                SLTG_PNAME1 SLTG_LNAME SLT-R RETURNING RET
               IF  RET = 1
                   MOVE  "JT-SLTG UPDATE ERROR"  TO  WK-REASON
                   PERFORM  REJ-WRT-RTN  THRU  REJ-WRT-EXT
               ELSE
                   ADD  1  TO  WS-UPD-CNT
               END-IF
           END-IF.
           GO  TO  LD-10.
       LD-90.
           CLOSE  ST-CSV-FILE.
           CALL "DB_F_Close" USING BY REFERENCE SLTG_IDLST SLTG_PNAME1.
       END-RTN.
           CALL "DB_F_Close" USING BY REFERENCE HKBM_IDLST HKBM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE TK-M_IDLST TK-M_PNAME1.
           MOVE  WS-ROW-CNT  TO  RPT-SUM-ROW.
           MOVE  WS-REJ-CNT  TO  RPT-SUM-REJ.
           MOVE  WS-INS-CNT  TO  RPT-SUM-INS.
           MOVE  WS-UPD-CNT  TO  RPT-SUM-UPD.
           MOVE  ST-RPT-SUM  TO  ST-RPT-LINE.
           WRITE  ST-RPT-LINE.
           CLOSE  ST-RPT-FILE.
           CLOSE  ST-REJ-FILE.
           PERFORM  RUNL-EN-RTN  THRU  RUNL-EN-EXT.
           CALL "DB_Close".
           STOP  RUN.
       REJ-WRT-RTN.
           MOVE  SPACE       TO  ST-REJ-LINE.
           MOVE  WK-REASON   TO  REJ-REASON.
           MOVE  ST-CSV-LINE TO  REJ-LINE.
           MOVE  ST-REJ-DET  TO  ST-REJ-LINE.
           WRITE  ST-REJ-LINE.
           ADD  1  TO  WS-REJ-CNT.
       REJ-WRT-EXT.
           EXIT.
      *****
      *    RUNLOG START/END -- SEE LIRUNL.
       RUNL-ST-RTN.
           CALL "DB_F_Open" USING
            "I-O" RUNL_PNAME1 "SHARED" BY REFERENCE RUNL_IDLST "1"
            "RUNL-KEY" BY REFERENCE RUNL-KEY.
           ACCEPT  RUNL-SDATE  FROM  DATE.
           ACCEPT  RUNL-STIME  FROM  TIME.
           MOVE  "ST800U"  TO  RUNL-PGM.
           MOVE  WK-OPR    TO  RUNL-OPR.
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
           MOVE  WS-ROW-CNT  TO  RUNL-READ.
           MOVE  WS-INS-CNT  TO  RUNL-WRIT.
           MOVE  WS-UPD-CNT  TO  RUNL-UPDT.
           MOVE  "000"       TO  RUNL-CC.
           MOVE  1           TO  RUNL-ENDF.
           CALL "DB_Update" USING
            RUNL_PNAME1 RUNL_LNAME RUNL-R RETURNING RET.
           CALL "DB_F_Close" USING BY REFERENCE RUNL_IDLST RUNL_PNAME1.
       RUNL-EN-EXT.
           EXIT.
      *****
      *    One-row edit: split the CSV line and validate each
      *    field.  Leaves WK-YM/WK-TNC/WK-TCD/WK-BR1/WK-AMT loaded
      *    and WK-ROW-ERR/WK-REASON set.
       ROW-EDT-RTN.
           MOVE  0      TO  WK-ROW-ERR.
           MOVE  SPACE  TO  WK-REASON.
           MOVE  1      TO  WK-PTR.
           PERFORM  FLD-GET-RTN  THRU  FLD-GET-EXT.
           IF  WK-NUM-ERR  =  1  OR  WK-VAL  <  0  OR  WK-VAL  >  9999
               MOVE  "YYMM NOT NUMERIC"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           MOVE  WK-VAL  TO  WK-YM.
           IF  WK-YM-M  <  1  OR  WK-YM-M  >  12
               MOVE  "BAD MONTH"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           PERFORM  FLD-GET-RTN  THRU  FLD-GET-EXT.
           IF  WK-NUM-ERR  =  1  OR  WK-VAL  <  0  OR  WK-VAL  >  99
               MOVE  "STAFF NOT NUMERIC"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           MOVE  WK-VAL  TO  WK-TNC.
           MOVE  SPACE   TO  HKB-BC.
           MOVE  4       TO  HKB-NO.
           MOVE  WK-TNC  TO  HKB-TNC.
           CALL "DB_Read" USING
            "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
            RETURNING RET.
           IF  RET  =  1
               MOVE  "STAFF NOT ON HKBM"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           PERFORM  FLD-GET-RTN  THRU  FLD-GET-EXT.
           IF  WK-NUM-ERR  =  1  OR  WK-VAL  <  0  OR  WK-VAL  >  9999
               MOVE  "CUSTOMER NOT NUMERIC"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           MOVE  WK-VAL  TO  WK-TCD.
           IF  WK-TCD  NOT =  0
               MOVE  WK-TCD  TO  TK-TCD
               CALL "DB_Read" USING
                "INVALID" TK-M_PNAME1 BY REFERENCE TK-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   MOVE  "CUSTOMER NOT ON TOKMS"  TO  WK-REASON
                   MOVE  1  TO  WK-ROW-ERR
                   GO  TO  ROW-EDT-EXT
               END-IF
           END-IF.
           PERFORM  FLD-GET-RTN  THRU  FLD-GET-EXT.
           IF  WK-NUM-ERR  =  1  OR  WK-VAL  <  0  OR  WK-VAL  >  99
               MOVE  "CLASS NOT NUMERIC"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           MOVE  WK-VAL  TO  WK-BR1.
           IF  WK-BR1  NOT =  0
               MOVE  SPACE   TO  HKB-BC
               MOVE  11      TO  HKB-NO
               MOVE  WK-BR1  TO  HKB-BR1
               CALL "DB_Read" USING
                "INVALID" HKBM_PNAME1 BY REFERENCE HKB-R "UNLOCK"
                RETURNING RET
               IF  RET  =  1
                   MOVE  "CLASS NOT ON HKBM"  TO  WK-REASON
                   MOVE  1  TO  WK-ROW-ERR
                   GO  TO  ROW-EDT-EXT
               END-IF
           END-IF.
           PERFORM  FLD-GET-RTN  THRU  FLD-GET-EXT.
           IF  WK-NUM-ERR  =  1  OR  WK-VAL  <  0
               MOVE  "AMOUNT NOT NUMERIC"  TO  WK-REASON
               MOVE  1  TO  WK-ROW-ERR
               GO  TO  ROW-EDT-EXT
           END-IF.
           MOVE  WK-VAL  TO  WK-AMT.
       ROW-EDT-EXT.
           EXIT.
       FLD-GET-RTN.
           MOVE  SPACE  TO  WK-FLD.
           UNSTRING  ST-CSV-LINE  DELIMITED  BY  ","
               INTO  WK-FLD  WITH  POINTER  WK-PTR.
           PERFORM  NUM-EDT-RTN  THRU  NUM-EDT-EXT.
       FLD-GET-EXT.
           EXIT.
      *****
      *    Free-form numeric field edit: optional leading minus,
      *    digits, surrounding spaces.  An empty field counts as
      *    zero.
       NUM-EDT-RTN.
           MOVE  0  TO  WK-NUM-ERR.
           MOVE  0  TO  WK-VAL.
           MOVE  0  TO  WK-SIGN.
           MOVE  0  TO  WK-DIGS.
           MOVE  0  TO  CI.
       NUM-EDT-10.
           ADD  1  TO  CI.
           IF  CI  >  12
               GO  TO  NUM-EDT-90
           END-IF.
           IF  WK-FLD (CI:1)  =  SPACE
               GO  TO  NUM-EDT-10
           END-IF.
           IF  WK-FLD (CI:1)  =  "-"
               IF  WK-SIGN  =  1  OR  WK-DIGS  >  0
                   MOVE  1  TO  WK-NUM-ERR
                   GO  TO  NUM-EDT-EXT
               END-IF
               MOVE  1  TO  WK-SIGN
               GO  TO  NUM-EDT-10
           END-IF.
           IF  WK-FLD (CI:1)  <  "0"  OR  WK-FLD (CI:1)  >  "9"
               MOVE  1  TO  WK-NUM-ERR
               GO  TO  NUM-EDT-EXT
           END-IF.
           IF  WK-DIGS  >  9
               MOVE  1  TO  WK-NUM-ERR
               GO  TO  NUM-EDT-EXT
           END-IF.
           ADD  1  TO  WK-DIGS.
           MOVE  WK-FLD (CI:1)  TO  WK-DIG-X.
           COMPUTE  WK-VAL  =  WK-VAL  *  10  +  WK-DIG-9.
           GO  TO  NUM-EDT-10.
       NUM-EDT-90.
           IF  WK-SIGN  =  1
               COMPUTE  WK-VAL  =  0  -  WK-VAL
           END-IF.
       NUM-EDT-EXT.
           EXIT.
